      *****************************************************************
      * PROGRAMA: CERTVER                                             *
      * PROPOSITO: VERIFICACION DE CERTIFICADOS DE LIBRE DEUDA         *
      *            PRESENTADOS. LEE LOS PEDIDOS (NUMERO DE CERTIFICADO *
      *            Y, OPCIONALMENTE, EL LEGAJO QUE LO PRESENTA), LOS   *
      *            BUSCA EN EL REGISTRO DE CERTIFICADOS QUE DEJA       *
      *            LIBREDEU Y GRABA EN LA SALIDA SI ES VALIDO, CON LA  *
      *            FECHA DE EMISION Y EL TITULAR, O EL MOTIVO DEL      *
      *            RECHAZO.                                            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTVER.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PEDIDOS        ASSIGN TO "CERTVER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PEDIDOS.

           SELECT ARCH-CERTIF         ASSIGN TO "CERTREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-NUMERO
                  ALTERNATE RECORD KEY IS CER-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-CERTIF.

           SELECT ARCH-SALIDA         ASSIGN TO "SALCERT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PEDIDOS.
       01  REG-PEDIDOS.
           05  PED-NRO-CERTIF          PIC X(8).
           05  PED-USR-CODIGO          PIC X(10).

       FD  ARCH-CERTIF.
       01  REG-CERTIF.
           COPY CERTIF.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(150).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-PEDIDOS               PIC X(2).
       01  WS-FS-CERTIF                PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).

       01  WS-SW-FIN-PEDIDOS           PIC X(1)  VALUE 'N'.
           88  WS-FIN-PEDIDOS          VALUE 'S'.
       01  WS-SW-SIN-ARCH-CERTIF       PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-PEDIDOS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-VALIDOS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECHAZADOS      PIC 9(6)  VALUE ZERO.

       01  LINEA-SALIDA.
           05  LSA-NRO-CERTIF          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-USR-CODIGO          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-NOMBRE              PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-FECHA-EMISION       PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-MENSAJE             PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-VERIFICAR-PEDIDO THRU 2000-EXIT
               UNTIL WS-FIN-PEDIDOS.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-PEDIDOS.
           OPEN INPUT  ARCH-CERTIF.
           IF WS-FS-CERTIF NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-CERTIF
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-PEDIDO.
           READ ARCH-PEDIDOS
               AT END
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
           END-READ.
       1100-EXIT.
           EXIT.

       2000-VERIFICAR-PEDIDO.
           ADD 1 TO WS-CONT-PEDIDOS.
           MOVE SPACES         TO LINEA-SALIDA.
           MOVE PED-NRO-CERTIF TO LSA-NRO-CERTIF.
           MOVE PED-USR-CODIGO TO LSA-USR-CODIGO.
           PERFORM 2100-VALIDAR-CERTIFICADO THRU 2100-EXIT.
           IF LSA-MENSAJE = MSG-INFO-050
               ADD 1 TO WS-CONT-VALIDOS
           ELSE
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF.
           WRITE REG-SALIDA FROM LINEA-SALIDA.
           PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL CERTIFICADO ES VALIDO SI EXISTE EN EL REGISTRO, ESTA        *
      * EMITIDO Y, CUANDO EL PEDIDO TRAE LEGAJO, CORRESPONDE A ESE     *
      * LEGAJO.                                                        *
      *****************************************************************
       2100-VALIDAR-CERTIFICADO.
           IF WS-SW-SIN-ARCH-CERTIF = 'S'
                   OR PED-NRO-CERTIF NOT NUMERIC
               MOVE MSG-ERR-087 TO LSA-MENSAJE
               GO TO 2100-EXIT
           END-IF.
           MOVE PED-NRO-CERTIF TO CER-NUMERO.
           READ ARCH-CERTIF
               INVALID KEY
                   MOVE MSG-ERR-087 TO LSA-MENSAJE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT CER-EMITIDO
               MOVE MSG-ERR-087 TO LSA-MENSAJE
               GO TO 2100-EXIT
           END-IF.
           MOVE CER-USR-CODIGO    TO LSA-USR-CODIGO.
           MOVE CER-NOMBRE        TO LSA-NOMBRE.
           MOVE CER-FECHA-EMISION TO LSA-FECHA-EMISION.
           IF PED-USR-CODIGO NOT = SPACES
                   AND PED-USR-CODIGO NOT = CER-USR-CODIGO
               MOVE MSG-ERR-088 TO LSA-MENSAJE
               GO TO 2100-EXIT
           END-IF.
           MOVE MSG-INFO-050 TO LSA-MENSAJE.
       2100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-PEDIDOS
                 ARCH-SALIDA.
           IF WS-SW-SIN-ARCH-CERTIF = 'N'
               CLOSE ARCH-CERTIF
           END-IF.
           DISPLAY 'CERTVER - PEDIDOS: '  WS-CONT-PEDIDOS
                   ' VALIDOS: '           WS-CONT-VALIDOS
                   ' RECHAZADOS: '        WS-CONT-RECHAZADOS.
       9000-EXIT.
           EXIT.
