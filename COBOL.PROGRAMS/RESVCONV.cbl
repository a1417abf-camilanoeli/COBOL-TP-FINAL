      *****************************************************************
      * PROGRAMA: RESVCONV                                            *
      * PROPOSITO: JOB DE CONVERSION POR UNICA VEZ DE LA COLA DE       *
      *            RESERVAS AL LAYOUT V1.2 DEL COPYBOOK. EL REGISTRO   *
      *            CRECIO DE 47 A 70 BYTES AL AGREGARSE LA SUCURSAL    *
      *            DE RETIRO Y EL FILLER DE RESERVA, POR LO QUE EL     *
      *            ARCHIVO ANTERIOR NO ABRE CON LOS PROGRAMAS NUEVOS.  *
      *            ESTE JOB LEE LA COLA VIEJA Y GRABA RESVNEW.DAT CON  *
      *            EL LAYOUT NUEVO, CON LA SUCURSAL DE RETIRO EN       *
      *            BLANCO (SE RETIRA EN LA SEDE DEL LIBRO). TERMINADA  *
      *            LA CORRIDA, EL OPERADOR RESGUARDA EL ARCHIVO VIEJO  *
      *            Y RENOMBRA RESVNEW.DAT COMO RESERVA.DAT.            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVCONV.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RESERVA-ANT    ASSIGN TO "RESERVA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-CLAVE
                  ALTERNATE RECORD KEY IS ANT-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESERVA-ANT.

           SELECT ARCH-RESERVA-NVO    ASSIGN TO "RESVNEW.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RES-CLAVE
                  ALTERNATE RECORD KEY IS RES-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESERVA-NVO.

       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTERIOR DEL REGISTRO DE RESERVA (47 BYTES, HASTA LA
      * VERSION 1.1 DEL COPYBOOK), DEFINIDO ACA PORQUE EL COPYBOOK YA
      * DESCRIBE EL LAYOUT NUEVO
      *
       FD  ARCH-RESERVA-ANT.
       01  REG-RESERVA-ANT.
           05  ANT-CLAVE.
               10  ANT-LIB-CODIGO      PIC X(10).
               10  ANT-NRO-SECUENCIA   PIC 9(6).
           05  ANT-USR-CODIGO          PIC X(10).
           05  ANT-FECHA-RESERVA       PIC X(10).
           05  ANT-ESTADO              PIC X(1).
           05  ANT-FECHA-NOTIFICACION  PIC X(10).

       FD  ARCH-RESERVA-NVO.
       01  REG-RESERVA.
           COPY RESERVA.

       WORKING-STORAGE SECTION.
       01  WS-FS-RESERVA-ANT           PIC X(2).
       01  WS-FS-RESERVA-NVO           PIC X(2).

       01  WS-SW-FIN-ARCHIVO           PIC X(1)  VALUE 'N'.
           88  WS-FIN-ARCHIVO          VALUE 'S'.
       01  WS-SW-ANT-ABIERTO           PIC X(1)  VALUE 'S'.

       01  WS-CONT-CONVERTIDOS         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONVERTIR-RESERVA THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-RESERVA-ANT.
           IF WS-FS-RESERVA-ANT NOT = '00'
               DISPLAY 'RESVCONV - NO ABRE RESERVA.DAT, FILE STATUS '
                       WS-FS-RESERVA-ANT
               MOVE 'S' TO WS-SW-FIN-ARCHIVO
               MOVE 'N' TO WS-SW-ANT-ABIERTO
           END-IF.
           OPEN OUTPUT ARCH-RESERVA-NVO.
           IF NOT WS-FIN-ARCHIVO
               PERFORM 1100-LEER-RESERVA THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-RESERVA.
           READ ARCH-RESERVA-ANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * COPIA CAMPO A CAMPO AL LAYOUT NUEVO. LA SUCURSAL DE RETIRO     *
      * QUEDA EN BLANCO: LAS RESERVAS YA ENCOLADAS SE RETIRAN EN LA    *
      * SEDE DEL LIBRO, COMO HASTA AHORA.                              *
      *****************************************************************
       2000-CONVERTIR-RESERVA.
           MOVE SPACES                 TO REG-RESERVA.
           MOVE ANT-LIB-CODIGO         TO RES-LIB-CODIGO.
           MOVE ANT-NRO-SECUENCIA      TO RES-NRO-SECUENCIA.
           MOVE ANT-USR-CODIGO         TO RES-USR-CODIGO.
           MOVE ANT-FECHA-RESERVA      TO RES-FECHA-RESERVA.
           MOVE ANT-ESTADO             TO RES-ESTADO.
           MOVE ANT-FECHA-NOTIFICACION TO RES-FECHA-NOTIFICACION.
           WRITE REG-RESERVA.
           ADD 1 TO WS-CONT-CONVERTIDOS.
           PERFORM 1100-LEER-RESERVA THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-SW-ANT-ABIERTO = 'S'
               CLOSE ARCH-RESERVA-ANT
           END-IF.
           CLOSE ARCH-RESERVA-NVO.
           DISPLAY 'RESVCONV - REGISTROS CONVERTIDOS: '
                   WS-CONT-CONVERTIDOS.
       9000-EXIT.
           EXIT.
