      *            LEGAJO QUE VIENE EN CADA TRANSACCION DE MOSTRADOR.  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - EL OPERADOR LLEVA SU SUCURSAL DE  *
      *   REVISTA, QUE DEBE EXISTIR EN EL MAESTRO DE SUCURSALES Y      *
      *   ESTAR ACTIVA. SE INFORMA EN EL ALTA Y SE PUEDE CAMBIAR EN LA *
      *   MODIFICACION; RPTCARGA ABRE POR ELLA LA CARGA DEL MOSTRADOR. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
                  RECORD KEY IS OPE-LEGAJO
                  FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-SALIDA         ASSIGN TO "SALOPE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.
           05  TRANS-OPE-LEGAJO         PIC X(8).
           05  TRANS-OPE-NOMBRE         PIC X(40).
           05  TRANS-OPE-NIVEL          PIC 9(1).
           05  TRANS-OPE-SUC-CODIGO     PIC X(10).

       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           COPY OPERADOR.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-OPERADOR               PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-SUCURSAL               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-SIN-ARCH-SUCURSAL  PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
               CLOSE ARCH-OPERADOR
               OPEN I-O ARCH-OPERADOR
           END-IF.
           OPEN INPUT ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-077 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-OPE-SUC-CODIGO NOT = SPACES
               PERFORM 2400-VALIDAR-SUCURSAL THRU 2400-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-OPE-LEGAJO TO OPE-LEGAJO
               MOVE TRANS-OPE-SUC-CODIGO TO OPE-SUC-CODIGO
               MOVE TRANS-OPE-NOMBRE TO OPE-NOMBRE
               IF TRANS-OPE-NIVEL NUMERIC AND TRANS-OPE-NIVEL > ZERO
                   MOVE TRANS-OPE-NIVEL TO OPE-NIVEL
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-079 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-OPE-SUC-CODIGO NOT = SPACES
               PERFORM 2400-VALIDAR-SUCURSAL THRU 2400-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               IF TRANS-OPE-NOMBRE NOT = SPACES
                   MOVE TRANS-OPE-NOMBRE TO OPE-NOMBRE
               END-IF
               IF TRANS-OPE-SUC-CODIGO NOT = SPACES
                   MOVE TRANS-OPE-SUC-CODIGO TO OPE-SUC-CODIGO
               END-IF
               IF TRANS-OPE-NIVEL NUMERIC AND TRANS-OPE-NIVEL > ZERO
                   MOVE TRANS-OPE-NIVEL TO OPE-NIVEL
               END-IF
       2300-EXIT.
           EXIT.

      *****************************************************************
      * LA SUCURSAL DE REVISTA DEBE EXISTIR EN EL MAESTRO DE           *
      * SUCURSALES Y ESTAR ACTIVA. SIN MAESTRO NO SE VALIDA.           *
      *****************************************************************
       2400-VALIDAR-SUCURSAL.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               MOVE TRANS-OPE-SUC-CODIGO TO SUC-CODIGO
               READ ARCH-SUCURSAL
                   INVALID KEY
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE MSG-ERR-041 TO WS-MENSAJE-RECHAZO
               END-READ
               IF NOT WS-RECHAZADO AND SUC-CERRADA
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-043 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-OPERADOR
                 ARCH-OPERADOR
                 ARCH-SALIDA.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           DISPLAY 'OPERMANT - ALTAS: '       WS-CONT-ALTAS
                   ' MODIFICACIONES: '        WS-CONT-MODIFICACIONES
                   ' BAJAS: '                 WS-CONT-BAJAS
