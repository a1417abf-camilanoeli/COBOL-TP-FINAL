      *****************************************************************
      * PROGRAMA: ENVIOSUC                                            *
      * PROPOSITO: SUBPROGRAMA QUE REGISTRA LOS ENVIOS DE EJEMPLARES   *
      *            ENTRE SUCURSALES EN TRANSITO.DAT. EN EL ALTA ABRE   *
      *            EL TRANSITO DEL EJEMPLAR A DESPACHAR (PISANDO EL    *
      *            VIAJE ANTERIOR YA CERRADO); EN LA RECEPCION VALIDA  *
      *            QUE EL EJEMPLAR TENGA UN TRANSITO ABIERTO CON       *
      *            DESTINO EN LA SEDE QUE LO RECIBE, LO CIERRA Y       *
      *            DEVUELVE ORIGEN, MOTIVO Y RESERVA AL LLAMADOR, QUE  *
      *            DECIDE EL NUEVO ESTADO DEL EJEMPLAR. LO LLAMAN      *
      *            PRESTMOV, EJEMANT Y LOS PROGRAMAS QUE ASIGNAN UN    *
      *            EJEMPLAR A UNA RESERVA. AREA DE COMUNICACION:       *
      *            ENVSUC.CPY.                                         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIOSUC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANSITO        ASSIGN TO "TRANSITO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CLAVE
                  FILE STATUS IS WS-FS-TRANSITO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANSITO.
       01  REG-TRANSITO.
           COPY TRANSITO.

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANSITO              PIC X(2).

      *
      * LINKAGE SECTION - AREA DE COMUNICACION DEL LLAMADOR (ENVSUC.CPY)
      *
       LINKAGE SECTION.
       01  LK-AREA-ENVIO.
           COPY ENVSUC.

       PROCEDURE DIVISION USING LK-AREA-ENVIO.

       0000-MAINLINE.
           MOVE 'S'    TO ENV-RESULTADO.
           MOVE SPACES TO ENV-MENSAJE.
           OPEN I-O ARCH-TRANSITO.
           IF WS-FS-TRANSITO = '35'
               OPEN OUTPUT ARCH-TRANSITO
               CLOSE ARCH-TRANSITO
               OPEN I-O ARCH-TRANSITO
           END-IF.
           EVALUATE TRUE
               WHEN ENV-ALTA
                   PERFORM 1000-ALTA-TRANSITO THRU 1000-EXIT
               WHEN ENV-RECIBE
                   PERFORM 2000-RECIBIR-TRANSITO THRU 2000-EXIT
               WHEN OTHER
                   MOVE 'N' TO ENV-RESULTADO
                   MOVE MSG-ERR-006 TO ENV-MENSAJE
           END-EVALUATE.
           CLOSE ARCH-TRANSITO.
           EXIT PROGRAM.

      *****************************************************************
      * ABRE EL TRANSITO DEL EJEMPLAR, PENDIENTE DE DESPACHO EN LA     *
      * SEDE DE ORIGEN. EL EJEMPLAR TIENE UN SOLO REGISTRO: UN VIAJE   *
      * NUEVO REEMPLAZA AL ANTERIOR (SU RASTRO QUEDA EN EJELOG).       *
      *****************************************************************
       1000-ALTA-TRANSITO.
           MOVE SPACES                TO REG-TRANSITO.
           MOVE ENV-LIB-CODIGO        TO TRN-LIB-CODIGO.
           MOVE ENV-NRO-EJEMPLAR      TO TRN-NRO-EJEMPLAR.
           MOVE ENV-SUC-ORIGEN        TO TRN-SUC-ORIGEN.
           MOVE ENV-SUC-DESTINO       TO TRN-SUC-DESTINO.
           MOVE ENV-MOTIVO            TO TRN-MOTIVO.
           MOVE ENV-RES-LIB-CODIGO    TO TRN-RES-LIB-CODIGO.
           MOVE ENV-RES-NRO-SECUENCIA TO TRN-RES-NRO-SECUENCIA.
           MOVE 'P'                   TO TRN-ESTADO.
           MOVE ENV-FECHA             TO TRN-FECHA-ALTA.
           MOVE ENV-PROGRAMA          TO TRN-PROGRAMA.
           MOVE ENV-OPERADOR          TO TRN-OPERADOR.
           WRITE REG-TRANSITO
               INVALID KEY
                   REWRITE REG-TRANSITO
           END-WRITE.
           IF WS-FS-TRANSITO NOT = '00'
               MOVE 'N' TO ENV-RESULTADO
               MOVE MSG-ERR-006 TO ENV-MENSAJE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * CIERRA EL TRANSITO ABIERTO DEL EJEMPLAR EN LA SEDE QUE LO      *
      * RECIBE (ENV-SUC-DESTINO) Y DEVUELVE LOS DATOS DEL VIAJE.       *
      *****************************************************************
       2000-RECIBIR-TRANSITO.
           MOVE ENV-LIB-CODIGO   TO TRN-LIB-CODIGO.
           MOVE ENV-NRO-EJEMPLAR TO TRN-NRO-EJEMPLAR.
           READ ARCH-TRANSITO
               INVALID KEY
                   MOVE 'N' TO ENV-RESULTADO
                   MOVE MSG-ERR-109 TO ENV-MENSAJE
                   GO TO 2000-EXIT
           END-READ.
           IF TRN-RECIBIDO
               MOVE 'N' TO ENV-RESULTADO
               MOVE MSG-ERR-109 TO ENV-MENSAJE
               GO TO 2000-EXIT
           END-IF.
           IF TRN-SUC-DESTINO NOT = ENV-SUC-DESTINO
               MOVE 'N' TO ENV-RESULTADO
               MOVE MSG-ERR-110 TO ENV-MENSAJE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'R'       TO TRN-ESTADO.
           MOVE ENV-FECHA TO TRN-FECHA-RECEPCION.
           IF TRN-FECHA-DESPACHO = SPACES
               MOVE ENV-FECHA TO TRN-FECHA-DESPACHO
           END-IF.
           REWRITE REG-TRANSITO.
           MOVE TRN-SUC-ORIGEN        TO ENV-SUC-ORIGEN.
           MOVE TRN-MOTIVO            TO ENV-MOTIVO.
           MOVE TRN-RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO.
           MOVE TRN-RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA.
       2000-EXIT.
           EXIT.
