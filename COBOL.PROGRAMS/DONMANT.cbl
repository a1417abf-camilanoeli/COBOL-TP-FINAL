      *****************************************************************
      * PROGRAMA: DONMANT                                             *
      * PROPOSITO: MANTENIMIENTO DEL MAESTRO DE DONANTES DE MATERIAL   *
      *            BIBLIOGRAFICO (PERSONAS, CATEDRAS Y EDITORIALES):   *
      *            ALTA, MODIFICACION DE DATOS DE CONTACTO Y BAJA, AL  *
      *            ESTILO DEL PROVMANT DE PROVEEDORES. LOS LOTES       *
      *            DONADOS SE REGISTRAN CON DONPROC.                   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONMANT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-DONANTE  ASSIGN TO "TRANDONA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-DONANTE        ASSIGN TO "DONANTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DON-CODIGO
                  FILE STATUS IS WS-FS-DONANTE.

           SELECT ARCH-SALIDA         ASSIGN TO "SALDONA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-DONANTE.
       01  REG-TRANS-DONANTE.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-MODIFICACION   VALUE 'M'.
               88  TRANS-BAJA           VALUE 'B'.
           05  TRANS-DON-CODIGO         PIC X(10).
           05  TRANS-DON-NOMBRE         PIC X(40).
           05  TRANS-DON-TIPO           PIC X(1).
           05  TRANS-DON-CONTACTO       PIC X(40).
           05  TRANS-DON-DIRECCION      PIC X(40).
           05  TRANS-DON-TELEFONO       PIC X(15).
           05  TRANS-DON-EMAIL          PIC X(40).

       FD  ARCH-DONANTE.
       01  REG-DONANTE.
           COPY DONANTE.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-DONANTE                PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-MODIFICACIONES   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-BAJAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-DONANTE.
           OPEN I-O    ARCH-DONANTE.
           IF WS-FS-DONANTE = '35'
               OPEN OUTPUT ARCH-DONANTE
               CLOSE ARCH-DONANTE
               OPEN I-O ARCH-DONANTE
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-DONANTE
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           IF TRANS-DON-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-121 TO WS-MENSAJE-RECHAZO
           ELSE
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-MODIFICACION
                       PERFORM 2200-PROCESAR-MODIFICACION
                           THRU 2200-EXIT
                   WHEN TRANS-BAJA
                       PERFORM 2300-PROCESAR-BAJA THRU 2300-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO REG-SALIDA
               STRING TRANS-DON-CODIGO    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ALTA DEL DONANTE: NOMBRE OBLIGATORIO Y TIPO PERSONA (P),       *
      * CATEDRA (C) O EDITORIAL (E). SIN LOTES DONADOS TODAVIA.        *
      *****************************************************************
       2100-PROCESAR-ALTA.
           MOVE TRANS-DON-CODIGO TO DON-CODIGO.
           READ ARCH-DONANTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-119 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES           TO REG-DONANTE.
           MOVE TRANS-DON-TIPO   TO DON-TIPO.
           IF TRANS-DON-NOMBRE = SPACES
              OR NOT DON-TIPO-VALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-121 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRANS-DON-CODIGO    TO DON-CODIGO.
           MOVE TRANS-DON-NOMBRE    TO DON-NOMBRE.
           MOVE TRANS-DON-CONTACTO  TO DON-CONTACTO.
           MOVE TRANS-DON-DIRECCION TO DON-DIRECCION.
           MOVE TRANS-DON-TELEFONO  TO DON-TELEFONO.
           MOVE TRANS-DON-EMAIL     TO DON-EMAIL.
           MOVE 'A'                 TO DON-ESTADO.
           MOVE WS-FECHA-HOY        TO DON-FECHA-ALTA.
           MOVE SPACES              TO DON-FECHA-ULT-LOTE.
           MOVE ZERO                TO DON-CANT-LOTES.
           WRITE REG-DONANTE.
           ADD 1 TO WS-CONT-ALTAS.
           MOVE SPACES TO REG-SALIDA.
           STRING TRANS-DON-CODIGO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MSG-INFO-067     DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * MODIFICACION: SOLO SE REEMPLAZAN LOS DATOS INFORMADOS. UN      *
      * DONANTE DADO DE BAJA QUE VUELVE A DONAR SE REACTIVA AQUI.      *
      *****************************************************************
       2200-PROCESAR-MODIFICACION.
           MOVE TRANS-DON-CODIGO TO DON-CODIGO.
           READ ARCH-DONANTE
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-120 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
           END-READ.
           IF TRANS-DON-TIPO NOT = SPACES
               MOVE TRANS-DON-TIPO TO DON-TIPO
               IF NOT DON-TIPO-VALIDO
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-121 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF TRANS-DON-NOMBRE NOT = SPACES
               MOVE TRANS-DON-NOMBRE TO DON-NOMBRE
           END-IF.
           IF TRANS-DON-CONTACTO NOT = SPACES
               MOVE TRANS-DON-CONTACTO TO DON-CONTACTO
           END-IF.
           IF TRANS-DON-DIRECCION NOT = SPACES
               MOVE TRANS-DON-DIRECCION TO DON-DIRECCION
           END-IF.
           IF TRANS-DON-TELEFONO NOT = SPACES
               MOVE TRANS-DON-TELEFONO TO DON-TELEFONO
           END-IF.
           IF TRANS-DON-EMAIL NOT = SPACES
               MOVE TRANS-DON-EMAIL TO DON-EMAIL
           END-IF.
           MOVE 'A' TO DON-ESTADO.
           REWRITE REG-DONANTE.
           ADD 1 TO WS-CONT-MODIFICACIONES.
           MOVE SPACES TO REG-SALIDA.
           STRING TRANS-DON-CODIGO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MSG-INFO-068     DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * BAJA LOGICA: EL DONANTE QUEDA EN EL MAESTRO PORQUE SUS LOTES   *
      * DE DONACION LO SIGUEN REFERENCIANDO.                           *
      *****************************************************************
       2300-PROCESAR-BAJA.
           MOVE TRANS-DON-CODIGO TO DON-CODIGO.
           READ ARCH-DONANTE
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-120 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
               MOVE 'B' TO DON-ESTADO
               REWRITE REG-DONANTE
               ADD 1 TO WS-CONT-BAJAS
               MOVE SPACES TO REG-SALIDA
               STRING TRANS-DON-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-069     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-DONANTE
                 ARCH-DONANTE
                 ARCH-SALIDA.
           DISPLAY 'DONMANT - ALTAS: '        WS-CONT-ALTAS
                   ' MODIFICACIONES: '        WS-CONT-MODIFICACIONES
                   ' BAJAS: '                 WS-CONT-BAJAS
                   ' ERRORES: '               WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
