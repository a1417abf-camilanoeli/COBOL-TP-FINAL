      *****************************************************************
      * PROGRAMA: TARIMANT                                            *
      * PROPOSITO: MANTENIMIENTO DEL TARIFARIO DE MULTAS POR ATRASO    *
      *            (TARIFA.DAT): ALTA DE UNA TARIFA POR CATEGORIA DE   *
      *            SOCIO, TIPO DE PRESTAMO Y FECHA DE ENTRADA EN       *
      *            VIGENCIA, MODIFICACION DE SUS VALORES (MULTA        *
      *            DIARIA, RECARGO DE CATEDRA, TOPE Y FECHA HASTA) Y   *
      *            BAJA LOGICA. PARA CAMBIAR UNA TARIFA A FUTURO SE    *
      *            DA DE ALTA OTRA CON LA NUEVA FECHA DESDE: MULTARIF  *
      *            TOMA LA VIGENTE MAS RECIENTE A LA FECHA DE PROCESO. *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - SE ACEPTA LA CATEGORIA EXTERNO    *
      *   PARA TARIFAS PROPIAS DE LOS SOCIOS EXTERNOS.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIMANT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-TARI     ASSIGN TO "TRANTARI.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-TARIFA         ASSIGN TO "TARIFA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CLAVE
                  FILE STATUS IS WS-FS-TARIFA.

           SELECT ARCH-SALIDA         ASSIGN TO "SALTARI.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-TARI.
       01  REG-TRANS-TARI.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-MODIFICACION   VALUE 'M'.
               88  TRANS-BAJA           VALUE 'B'.
           05  TRANS-TAR-CATEGORIA      PIC X(1).
               88  TRANS-CATEGORIA-VALIDA VALUES 'E' 'D' 'X'.
           05  TRANS-TAR-TIPO           PIC X(1).
               88  TRANS-TIPO-VALIDO    VALUES 'D' 'S'.
           05  TRANS-TAR-FECHA-DESDE    PIC X(10).
           05  TRANS-TAR-FECHA-HASTA    PIC X(10).
           05  TRANS-TAR-DESCRIPCION    PIC X(30).
           05  TRANS-TAR-MULTA-DIA      PIC X(5).
           05  TRANS-TAR-RECARGO        PIC X(3).
           05  TRANS-TAR-TIPO-TOPE      PIC X(1).
               88  TRANS-TOPE-VALIDO    VALUES ' ' 'R' 'I'.
           05  TRANS-TAR-IMPORTE-TOPE   PIC X(9).

       FD  ARCH-TARIFA.
       01  REG-TARIFA.
           COPY TARIFA.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-TARIFA                 PIC X(2).
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

       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-MENSAJE-OK                PIC X(60).

      *
      * VISTAS NUMERICAS DE LOS VALORES DE LA TRANSACCION (CON DOS
      * DECIMALES IMPLICITOS LOS IMPORTES)
      *
       01  WS-MULTA-X.
           05  WS-MULTA-NUM             PIC 9(3)V99.
       01  WS-RECARGO-X.
           05  WS-RECARGO-NUM           PIC 9(3).
       01  WS-TOPE-X.
           05  WS-TOPE-NUM              PIC 9(7)V99.

      *
      * FECHAS DESDE Y HASTA EN AAAAMMDD PARA VALIDAR EL RANGO
      *
       01  WS-FECHA-VALIDAR             PIC X(10).
       01  WS-DESDE-NUM                 PIC 9(8).
       01  WS-HASTA-NUM                 PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-TARI.
           OPEN I-O    ARCH-TARIFA.
           IF WS-FS-TARIFA = '35'
               OPEN OUTPUT ARCH-TARIFA
               CLOSE ARCH-TARIFA
               OPEN I-O ARCH-TARIFA
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-TARI
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2050-VALIDAR-CLAVE THRU 2050-EXIT.
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
               STRING TRANS-TAR-CATEGORIA   DELIMITED BY SIZE
                      TRANS-TAR-TIPO        DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      TRANS-TAR-FECHA-DESDE DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO    DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * VALIDACIONES DE LA CLAVE, COMUNES A TODAS LAS OPERACIONES:     *
      * CATEGORIA DE SOCIO, TIPO DE PRESTAMO (DOMICILIO O SALA) Y      *
      * FECHA DESDE CON FORMATO DD/MM/AAAA.                            *
      *****************************************************************
       2050-VALIDAR-CLAVE.
           IF NOT TRANS-CATEGORIA-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-011 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           IF NOT TRANS-TIPO-VALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-082 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           MOVE TRANS-TAR-FECHA-DESDE TO WS-FECHA-VALIDAR.
           PERFORM 2070-VALIDAR-FECHA THRU 2070-EXIT.
           IF NOT WS-RECHAZADO
               MOVE WS-FECHA-VALIDAR (7:4) TO WS-DESDE-NUM (1:4)
               MOVE WS-FECHA-VALIDAR (4:2) TO WS-DESDE-NUM (5:2)
               MOVE WS-FECHA-VALIDAR (1:2) TO WS-DESDE-NUM (7:2)
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * VALIDACIONES DE LOS VALORES DE LA TARIFA (ALTA Y               *
      * MODIFICACION): MULTA DIARIA NUMERICA POSITIVA, RECARGO         *
      * NUMERICO, TIPO DE TOPE VALIDO CON IMPORTE SI ES FIJO, Y FECHA  *
      * HASTA OPCIONAL NO ANTERIOR A LA FECHA DESDE.                   *
      *****************************************************************
       2060-VALIDAR-VALORES.
           IF TRANS-TAR-MULTA-DIA NOT NUMERIC
                   OR TRANS-TAR-MULTA-DIA = '00000'
                   OR TRANS-TAR-RECARGO NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-085 TO WS-MENSAJE-RECHAZO
               GO TO 2060-EXIT
           END-IF.
           MOVE TRANS-TAR-MULTA-DIA TO WS-MULTA-X.
           MOVE TRANS-TAR-RECARGO   TO WS-RECARGO-X.
           MOVE ZERO TO WS-TOPE-NUM.
           IF NOT TRANS-TOPE-VALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-086 TO WS-MENSAJE-RECHAZO
               GO TO 2060-EXIT
           END-IF.
           IF TRANS-TAR-TIPO-TOPE = 'I'
               IF TRANS-TAR-IMPORTE-TOPE NOT NUMERIC
                       OR TRANS-TAR-IMPORTE-TOPE = '000000000'
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-086 TO WS-MENSAJE-RECHAZO
                   GO TO 2060-EXIT
               END-IF
               MOVE TRANS-TAR-IMPORTE-TOPE TO WS-TOPE-X
           END-IF.
           MOVE ZERO TO WS-HASTA-NUM.
           IF TRANS-TAR-FECHA-HASTA NOT = SPACES
               MOVE TRANS-TAR-FECHA-HASTA TO WS-FECHA-VALIDAR
               PERFORM 2070-VALIDAR-FECHA THRU 2070-EXIT
               IF WS-RECHAZADO
                   GO TO 2060-EXIT
               END-IF
               MOVE WS-FECHA-VALIDAR (7:4) TO WS-HASTA-NUM (1:4)
               MOVE WS-FECHA-VALIDAR (4:2) TO WS-HASTA-NUM (5:2)
               MOVE WS-FECHA-VALIDAR (1:2) TO WS-HASTA-NUM (7:2)
               IF WS-HASTA-NUM < WS-DESDE-NUM
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-062 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.

       2070-VALIDAR-FECHA.
           IF WS-FECHA-VALIDAR (1:2) NOT NUMERIC
                   OR WS-FECHA-VALIDAR (3:1) NOT = '/'
                   OR WS-FECHA-VALIDAR (4:2) NOT NUMERIC
                   OR WS-FECHA-VALIDAR (6:1) NOT = '/'
                   OR WS-FECHA-VALIDAR (7:4) NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-062 TO WS-MENSAJE-RECHAZO
           END-IF.
       2070-EXIT.
           EXIT.

       2100-PROCESAR-ALTA.
           PERFORM 2060-VALIDAR-VALORES THRU 2060-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRANS-TAR-CATEGORIA   TO TAR-USR-CATEGORIA.
           MOVE TRANS-TAR-TIPO        TO TAR-PRE-TIPO.
           MOVE TRANS-TAR-FECHA-DESDE TO TAR-FECHA-DESDE.
           READ ARCH-TARIFA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-083 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
               MOVE SPACES                TO REG-TARIFA
               MOVE TRANS-TAR-CATEGORIA   TO TAR-USR-CATEGORIA
               MOVE TRANS-TAR-TIPO        TO TAR-PRE-TIPO
               MOVE TRANS-TAR-FECHA-DESDE TO TAR-FECHA-DESDE
               PERFORM 2500-CARGAR-VALORES THRU 2500-EXIT
               MOVE 'A'                   TO TAR-ESTADO
               WRITE REG-TARIFA
               ADD 1 TO WS-CONT-ALTAS
               MOVE MSG-INFO-045 TO WS-MENSAJE-OK
               PERFORM 2600-INFORMAR-OK THRU 2600-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * LA MODIFICACION REEMPLAZA TODOS LOS VALORES DE LA TARIFA Y LA  *
      * REACTIVA SI ESTABA DADA DE BAJA; LA DESCRIPCION EN BLANCO      *
      * CONSERVA LA ANTERIOR.                                          *
      *****************************************************************
       2200-PROCESAR-MODIFICACION.
           PERFORM 2060-VALIDAR-VALORES THRU 2060-EXIT.
           IF WS-RECHAZADO
               GO TO 2200-EXIT
           END-IF.
           MOVE TRANS-TAR-CATEGORIA   TO TAR-USR-CATEGORIA.
           MOVE TRANS-TAR-TIPO        TO TAR-PRE-TIPO.
           MOVE TRANS-TAR-FECHA-DESDE TO TAR-FECHA-DESDE.
           READ ARCH-TARIFA
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-084 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
               PERFORM 2500-CARGAR-VALORES THRU 2500-EXIT
               MOVE 'A' TO TAR-ESTADO
               REWRITE REG-TARIFA
               ADD 1 TO WS-CONT-MODIFICACIONES
               MOVE MSG-INFO-046 TO WS-MENSAJE-OK
               PERFORM 2600-INFORMAR-OK THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PROCESAR-BAJA.
           MOVE TRANS-TAR-CATEGORIA   TO TAR-USR-CATEGORIA.
           MOVE TRANS-TAR-TIPO        TO TAR-PRE-TIPO.
           MOVE TRANS-TAR-FECHA-DESDE TO TAR-FECHA-DESDE.
           READ ARCH-TARIFA
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-084 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO
               MOVE 'B' TO TAR-ESTADO
               REWRITE REG-TARIFA
               ADD 1 TO WS-CONT-BAJAS
               MOVE MSG-INFO-047 TO WS-MENSAJE-OK
               PERFORM 2600-INFORMAR-OK THRU 2600-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2500-CARGAR-VALORES.
           MOVE TRANS-TAR-FECHA-HASTA TO TAR-FECHA-HASTA.
           IF TRANS-TAR-DESCRIPCION NOT = SPACES
               MOVE TRANS-TAR-DESCRIPCION TO TAR-DESCRIPCION
           END-IF.
           MOVE WS-MULTA-NUM          TO TAR-MULTA-DIA.
           MOVE WS-RECARGO-NUM        TO TAR-PORC-RECARGO-CAT.
           MOVE TRANS-TAR-TIPO-TOPE   TO TAR-TIPO-TOPE.
           MOVE WS-TOPE-NUM           TO TAR-IMPORTE-TOPE.
       2500-EXIT.
           EXIT.

       2600-INFORMAR-OK.
           STRING TRANS-TAR-CATEGORIA   DELIMITED BY SIZE
                  TRANS-TAR-TIPO        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  TRANS-TAR-FECHA-DESDE DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-MENSAJE-OK         DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2600-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-TARI
                 ARCH-TARIFA
                 ARCH-SALIDA.
           DISPLAY 'TARIMANT - ALTAS: '      WS-CONT-ALTAS
                   ' MODIFICACIONES: '       WS-CONT-MODIFICACIONES
                   ' BAJAS: '                WS-CONT-BAJAS
                   ' ERRORES: '              WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
