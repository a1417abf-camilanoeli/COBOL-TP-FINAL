      *****************************************************************
      * PROGRAMA: PERMMANT                                            *
      * PROPOSITO: MANTENIMIENTO DE LA MATRIZ DE PERMISOS POR NIVEL   *
      *            DE OPERADOR (PERMISO.DAT): ALTA, MODIFICACION Y    *
      *            BAJA LOGICA DE LA ENTRADA DE UN PROGRAMA DE        *
      *            MOVIMIENTOS Y TIPO DE TRANSACCION ('*' PARA TODAS  *
      *            LAS DEL PROGRAMA), CON EL NIVEL MINIMO DEL         *
      *            OPERADOR Y DEL AUTORIZANTE (CERO SI NO SE EXIGE).  *
      *            LA MATRIZ LA APLICA EL SUBPROGRAMA PERMVAL EN CADA *
      *            TRANSACCION DE MOSTRADOR.                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR, QUE SE VALIDA CON PERMVAL CON NIVEL MINIMO     *
      *   DIRECCION (3). SIN MAESTRO DE OPERADORES SE RECHAZA.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMMANT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-PERMISO  ASSIGN TO "TRANPERM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-PERMISO        ASSIGN TO "PERMISO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CLAVE
                  FILE STATUS IS WS-FS-PERMISO.

           SELECT ARCH-SALIDA         ASSIGN TO "SALPERM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-PERMISO.
       01  REG-TRANS-PERMISO.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-MODIFICACION   VALUE 'M'.
               88  TRANS-BAJA           VALUE 'B'.
           05  TRANS-PRM-CLAVE.
               10  TRANS-PRM-PROGRAMA   PIC X(8).
               10  TRANS-PRM-TIPO       PIC X(1).
           05  TRANS-PRM-NIVEL-OPE      PIC X(1).
               88  TRANS-NIVEL-OPE-VALIDO VALUES '1' '2' '3'.
           05  TRANS-PRM-NIVEL-AUT      PIC X(1).
               88  TRANS-NIVEL-AUT-VALIDO VALUES '0' '1' '2' '3'.
           05  TRANS-PRM-DESCRIPCION    PIC X(30).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-PERMISO.
       01  REG-PERMISO.
           COPY PERMISO.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-PERMISO                PIC X(2).
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
       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-PERMISO.
           OPEN I-O    ARCH-PERMISO.
           IF WS-FS-PERMISO = '35'
               OPEN OUTPUT ARCH-PERMISO
               CLOSE ARCH-PERMISO
               OPEN I-O ARCH-PERMISO
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1050-ARMAR-FECHA-HOY.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
       1050-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-PERMISO
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           IF TRANS-PRM-PROGRAMA = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE 'ERROR: PROGRAMA OBLIGATORIO'
                   TO WS-MENSAJE-RECHAZO
           ELSE
               PERFORM 2050-VALIDAR-PERMISO THRU 2050-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
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
               STRING TRANS-PRM-CLAVE     DELIMITED BY SIZE
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
      * SOLO UN OPERADOR ACTIVO DE NIVEL DIRECCION (3) MANTIENE LA     *
      * MATRIZ, CUALQUIERA SEA LA ENTRADA QUE ELLA MISMA TENGA PARA    *
      * PERMMANT. SIN MAESTRO DE OPERADORES NO HAY A QUIEN VALIDAR Y   *
      * LA TRANSACCION SE RECHAZA.                                     *
      *****************************************************************
       2050-VALIDAR-PERMISO.
           MOVE 'PERMMANT'        TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-PRM-CLAVE   TO PVA-REFERENCIA.
           MOVE 3                 TO PVA-NIVEL-MINIMO.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-SIN-OPERADORES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-079 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * ALTA: NIVEL DE OPERADOR DE 1 A 3 Y DE AUTORIZANTE DE 0 A 3    *
      * (EN BLANCO, CERO). UNA ENTRADA DADA DE BAJA SE REACTIVA CON   *
      * UNA MODIFICACION.                                             *
      *****************************************************************
       2100-PROCESAR-ALTA.
           MOVE TRANS-PRM-CLAVE TO PRM-CLAVE.
           READ ARCH-PERMISO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-103 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-PRM-NIVEL-AUT = SPACE
               MOVE '0' TO TRANS-PRM-NIVEL-AUT
           END-IF.
           IF NOT WS-RECHAZADO
                   AND (NOT TRANS-NIVEL-OPE-VALIDO
                    OR NOT TRANS-NIVEL-AUT-VALIDO)
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-105 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE SPACES                TO REG-PERMISO
               MOVE TRANS-PRM-CLAVE       TO PRM-CLAVE
               MOVE TRANS-PRM-NIVEL-OPE   TO PRM-NIVEL-OPERADOR
               MOVE TRANS-PRM-NIVEL-AUT   TO PRM-NIVEL-AUTORIZANTE
               MOVE TRANS-PRM-DESCRIPCION TO PRM-DESCRIPCION
               MOVE 'A'                   TO PRM-ESTADO
               MOVE WS-FECHA-HOY          TO PRM-FECHA-MODIF
               WRITE REG-PERMISO
               ADD 1 TO WS-CONT-ALTAS
               STRING TRANS-PRM-CLAVE DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MSG-INFO-054    DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * MODIFICACION: SOLO SE CAMBIAN LOS DATOS INFORMADOS (LOS       *
      * NIVELES EN BLANCO QUEDAN COMO ESTABAN) Y LA ENTRADA QUEDA     *
      * ACTIVA.                                                       *
      *****************************************************************
       2200-PROCESAR-MODIFICACION.
           MOVE TRANS-PRM-CLAVE TO PRM-CLAVE.
           READ ARCH-PERMISO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-104 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
                   AND ((TRANS-PRM-NIVEL-OPE NOT = SPACE
                         AND NOT TRANS-NIVEL-OPE-VALIDO)
                    OR  (TRANS-PRM-NIVEL-AUT NOT = SPACE
                         AND NOT TRANS-NIVEL-AUT-VALIDO))
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-105 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               IF TRANS-PRM-NIVEL-OPE NOT = SPACE
                   MOVE TRANS-PRM-NIVEL-OPE TO PRM-NIVEL-OPERADOR
               END-IF
               IF TRANS-PRM-NIVEL-AUT NOT = SPACE
                   MOVE TRANS-PRM-NIVEL-AUT TO PRM-NIVEL-AUTORIZANTE
               END-IF
               IF TRANS-PRM-DESCRIPCION NOT = SPACES
                   MOVE TRANS-PRM-DESCRIPCION TO PRM-DESCRIPCION
               END-IF
               MOVE 'A'          TO PRM-ESTADO
               MOVE WS-FECHA-HOY TO PRM-FECHA-MODIF
               REWRITE REG-PERMISO
               ADD 1 TO WS-CONT-MODIFICACIONES
               STRING TRANS-PRM-CLAVE DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MSG-INFO-055    DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PROCESAR-BAJA.
           MOVE TRANS-PRM-CLAVE TO PRM-CLAVE.
           READ ARCH-PERMISO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-104 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
               MOVE 'B'          TO PRM-ESTADO
               MOVE WS-FECHA-HOY TO PRM-FECHA-MODIF
               REWRITE REG-PERMISO
               ADD 1 TO WS-CONT-BAJAS
               STRING TRANS-PRM-CLAVE DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MSG-INFO-056    DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-PERMISO
                 ARCH-PERMISO
                 ARCH-SALIDA.
           DISPLAY 'PERMMANT - ALTAS: '       WS-CONT-ALTAS
                   ' MODIFICACIONES: '        WS-CONT-MODIFICACIONES
                   ' BAJAS: '                 WS-CONT-BAJAS
                   ' ERRORES: '               WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
