      *****************************************************************
      * PROGRAMA: CTLCONV                                             *
      * PROPOSITO: JOB DE CONVERSION POR UNICA VEZ DEL ARCHIVO DE      *
      *            CONTROL DE NUMERACION AL LAYOUT V1.4 DEL COPYBOOK.  *
      *            EL REGISTRO CRECIO DE 54 A 102 BYTES AL AGREGARSE   *
      *            EL NUMERADOR DE CERTIFICADOS DE LIBRE DEUDA Y EL    *
      *            FILLER DE RESERVA, POR LO QUE EL ARCHIVO ANTERIOR   *
      *            NO ABRE CON LOS PROGRAMAS NUEVOS. ESTE JOB LEE EL   *
      *            CONTROL VIEJO Y GRABA CTLNEW.DAT CON EL LAYOUT      *
      *            NUEVO, CON EL NUMERADOR DE CERTIFICADOS EN CERO.    *
      *            TERMINADA LA CORRIDA, EL OPERADOR RESGUARDA EL      *
      *            ARCHIVO VIEJO Y RENOMBRA CTLNEW.DAT COMO            *
      *            CONTROL.DAT.                                        *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCONV.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONTROL-ANT    ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-CLAVE
                  FILE STATUS IS WS-FS-CONTROL-ANT.

           SELECT ARCH-CONTROL-NVO    ASSIGN TO "CTLNEW.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL-NVO.

       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTERIOR DEL REGISTRO DE CONTROL (54 BYTES, HASTA LA
      * VERSION 1.3 DEL COPYBOOK), DEFINIDO ACA PORQUE EL COPYBOOK YA
      * DESCRIBE EL LAYOUT NUEVO
      *
       FD  ARCH-CONTROL-ANT.
       01  REG-CONTROL-ANT.
           05  ANT-CLAVE               PIC X(10).
           05  ANT-ULT-NRO-PRESTAMO    PIC 9(8).
           05  ANT-ULT-NRO-MULTA       PIC 9(8).
           05  ANT-ULT-NRO-RESERVA     PIC 9(8).
           05  ANT-ULT-NRO-RECIBO      PIC 9(8).
           05  ANT-ULT-NRO-PREST-INT   PIC 9(8).
           05  ANT-ULT-NRO-ORDEN       PIC 9(4).

       FD  ARCH-CONTROL-NVO.
       01  REG-CONTROL.
           COPY CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-FS-CONTROL-ANT           PIC X(2).
       01  WS-FS-CONTROL-NVO           PIC X(2).

       01  WS-SW-FIN-ARCHIVO           PIC X(1)  VALUE 'N'.
           88  WS-FIN-ARCHIVO          VALUE 'S'.
       01  WS-SW-ANT-ABIERTO           PIC X(1)  VALUE 'S'.

       01  WS-CONT-CONVERTIDOS         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONVERTIR-CONTROL THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-CONTROL-ANT.
           IF WS-FS-CONTROL-ANT NOT = '00'
               DISPLAY 'CTLCONV - NO ABRE CONTROL.DAT, FILE STATUS '
                       WS-FS-CONTROL-ANT
               MOVE 'S' TO WS-SW-FIN-ARCHIVO
               MOVE 'N' TO WS-SW-ANT-ABIERTO
           END-IF.
           OPEN OUTPUT ARCH-CONTROL-NVO.
           IF NOT WS-FIN-ARCHIVO
               PERFORM 1100-LEER-CONTROL THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-CONTROL.
           READ ARCH-CONTROL-ANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * COPIA CAMPO A CAMPO AL LAYOUT NUEVO. EL NUMERADOR DE ORDENES   *
      * DE COMPRA EN BLANCO (REGISTROS ANTERIORES A SU ALTA) PASA A    *
      * CERO, Y EL DE CERTIFICADOS ARRANCA EN CERO.                    *
      *****************************************************************
       2000-CONVERTIR-CONTROL.
           MOVE SPACES                TO REG-CONTROL.
           MOVE ANT-CLAVE             TO CTL-CLAVE.
           MOVE ANT-ULT-NRO-PRESTAMO  TO CTL-ULT-NRO-PRESTAMO.
           MOVE ANT-ULT-NRO-MULTA     TO CTL-ULT-NRO-MULTA.
           MOVE ANT-ULT-NRO-RESERVA   TO CTL-ULT-NRO-RESERVA.
           MOVE ANT-ULT-NRO-RECIBO    TO CTL-ULT-NRO-RECIBO.
           MOVE ANT-ULT-NRO-PREST-INT TO CTL-ULT-NRO-PREST-INT.
           IF ANT-ULT-NRO-ORDEN NUMERIC
               MOVE ANT-ULT-NRO-ORDEN TO CTL-ULT-NRO-ORDEN
           ELSE
               MOVE ZERO              TO CTL-ULT-NRO-ORDEN
           END-IF.
           MOVE ZERO                  TO CTL-ULT-NRO-CERTIF.
           WRITE REG-CONTROL.
           ADD 1 TO WS-CONT-CONVERTIDOS.
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-SW-ANT-ABIERTO = 'S'
               CLOSE ARCH-CONTROL-ANT
           END-IF.
           CLOSE ARCH-CONTROL-NVO.
           DISPLAY 'CTLCONV - REGISTROS CONVERTIDOS: '
                   WS-CONT-CONVERTIDOS.
       9000-EXIT.
           EXIT.
