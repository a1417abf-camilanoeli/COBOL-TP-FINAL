      * PROGRAMA: RESGMAE                                             *
      * PROPOSITO: RESGUARDO CON GENERACIONES DE LOS MAESTROS          *
      *            INDEXADOS DEL SISTEMA (LIBRO, EJEMPLAR, USUARIO,    *
      *            PRESTAMO, RESERVA, MULTA, SANCION, CONTROL,         *
      *            TRANSITO Y RESSALA).                                *
      *            DESCARGA CADA MAESTRO A UN ARCHIVO SECUENCIAL DE    *
      *            GENERACION (RESGXXXX.GNN) CON CABECERA FECHADA Y    *
      *            TRAILER DE CIFRAS DE CONTROL (CANTIDAD DE           *
      *            PARA QUE CADENCTL FRENE LA CADENA.                  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - SE RESGUARDAN TAMBIEN LOS ENVIOS  *
      *   ENTRE SEDES (TRANSITO.DAT) Y LAS RESERVAS DE SALAS           *
      *   (RESSALA.DAT), QUE EJEMANT Y SALARESV MODIFICAN Y REPRDIAR   *
      *   REAPLICA.                                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGMAE.
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-TRANSITO       ASSIGN TO "TRANSITO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-CLAVE
                  FILE STATUS IS WS-FS-TRANSITO.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RSA-CLAVE
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-RESGUARDO      ASSIGN TO WS-NOMBRE-RESGUARDO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-RESGUARDO.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-TRANSITO.
       01  REG-TRANSITO.
           COPY TRANSITO.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-RESGUARDO.
       01  REG-RESGUARDO.
           COPY RESGREG.
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-SANCION               PIC X(2).
       01  WS-FS-CONTROL               PIC X(2).
       01  WS-FS-TRANSITO              PIC X(2).
       01  WS-FS-RESSALA               PIC X(2).
       01  WS-FS-RESGUARDO             PIC X(2).
       01  WS-FS-RESGCTL               PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).
           PERFORM 2500-RESGUARDAR-MULTAS THRU 2500-EXIT.
           PERFORM 2600-RESGUARDAR-SANCIONES THRU 2600-EXIT.
           PERFORM 2700-RESGUARDAR-CONTROL THRU 2700-EXIT.
           PERFORM 2800-RESGUARDAR-TRANSITOS THRU 2800-EXIT.
           PERFORM 2900-RESGUARDAR-RESERVAS-SALA THRU 2900-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       2720-EXIT.
           EXIT.

       2800-RESGUARDAR-TRANSITOS.
           MOVE 'TRAN'         TO WS-TAG-ARCHIVO.
           MOVE 'TRANSITO.DAT' TO WS-ARCHIVO-ORIGEN.
           PERFORM 6000-ABRIR-RESGUARDO THRU 6000-EXIT.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-TRANSITO.
           MOVE WS-FS-TRANSITO TO WS-FS-ORIGEN.
           PERFORM 6300-EVALUAR-APERTURA THRU 6300-EXIT.
           IF WS-FS-ORIGEN = '00'
               PERFORM 2810-LEER-TRANSITO THRU 2810-EXIT
               PERFORM 2820-COPIAR-TRANSITO THRU 2820-EXIT
                   UNTIL WS-FIN-ARCHIVO
               CLOSE ARCH-TRANSITO
           END-IF.
           PERFORM 6200-CERRAR-RESGUARDO THRU 6200-EXIT.
       2800-EXIT.
           EXIT.

       2810-LEER-TRANSITO.
           READ ARCH-TRANSITO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       2810-EXIT.
           EXIT.

       2820-COPIAR-TRANSITO.
           MOVE SPACES       TO RSG-DATOS.
           MOVE REG-TRANSITO TO RSG-DATOS.
           PERFORM 6100-ESCRIBIR-DATO THRU 6100-EXIT.
           PERFORM 2810-LEER-TRANSITO THRU 2810-EXIT.
       2820-EXIT.
           EXIT.

       2900-RESGUARDAR-RESERVAS-SALA.
           MOVE 'RSAL'        TO WS-TAG-ARCHIVO.
           MOVE 'RESSALA.DAT' TO WS-ARCHIVO-ORIGEN.
           PERFORM 6000-ABRIR-RESGUARDO THRU 6000-EXIT.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-RESSALA.
           MOVE WS-FS-RESSALA TO WS-FS-ORIGEN.
           PERFORM 6300-EVALUAR-APERTURA THRU 6300-EXIT.
           IF WS-FS-ORIGEN = '00'
               PERFORM 2910-LEER-RESSALA THRU 2910-EXIT
               PERFORM 2920-COPIAR-RESSALA THRU 2920-EXIT
                   UNTIL WS-FIN-ARCHIVO
               CLOSE ARCH-RESSALA
           END-IF.
           PERFORM 6200-CERRAR-RESGUARDO THRU 6200-EXIT.
       2900-EXIT.
           EXIT.

       2910-LEER-RESSALA.
           READ ARCH-RESSALA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       2910-EXIT.
           EXIT.

       2920-COPIAR-RESSALA.
           MOVE SPACES      TO RSG-DATOS.
           MOVE REG-RESSALA TO RSG-DATOS.
           PERFORM 6100-ESCRIBIR-DATO THRU 6100-EXIT.
           PERFORM 2910-LEER-RESSALA THRU 2910-EXIT.
       2920-EXIT.
           EXIT.

      *****************************************************************
      * ABRE EL ARCHIVO DE GENERACION DEL MAESTRO EN PROCESO           *
      * (RESGXXXX.GNN) Y GRABA LA CABECERA FECHADA.                    *
