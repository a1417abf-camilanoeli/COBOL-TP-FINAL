      *****************************************************************
      * PROGRAMA: ISBNINI                                             *
      * PROPOSITO: CARGA INICIAL DEL ISBN EN EL MAESTRO DE LIBROS A    *
      *            PARTIR DE LA PLANILLA QUE ARMA PROCESOS TECNICOS    *
      *            (CODIGO DE LIBRO E ISBN TAL COMO FIGURA EN EL       *
      *            EJEMPLAR, ISBN-10 O ISBN-13, CON O SIN GUIONES),    *
      *            EXPORTADA A ISBNCARG.DAT. CADA RENGLON SE VALIDA    *
      *            CON ISBNVAL Y SE GRABA NORMALIZADO A ISBN-13. SE    *
      *            RECHAZAN EL CODIGO INEXISTENTE, EL ISBN INVALIDO Y  *
      *            EL ISBN QUE YA TIENE OTRO LIBRO (SALVO QUE SEA UN   *
      *            TRASLADO DE STOCK DEL MISMO TITULO). EL RESULTADO   *
      *            DE CADA RENGLON QUEDA EN SALISBN.DAT. SE PUEDE      *
      *            VOLVER A CORRER CON LA PLANILLA CORREGIDA: UN       *
      *            RENGLON YA APLICADO SOLO VUELVE A GRABAR EL MISMO   *
      *            VALOR.                                              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISBNINI.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PLANILLA       ASSIGN TO "ISBNCARG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PLANILLA.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-SALIDA         ASSIGN TO "SALISBN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PLANILLA.
       01  REG-PLANILLA.
           05  PLA-LIB-CODIGO          PIC X(10).
           05  PLA-ISBN                PIC X(17).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(110).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-PLANILLA              PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-PLANILLA      PIC X(1)  VALUE 'N'.
               88  WS-FIN-PLANILLA     VALUE 'S'.
           05  WS-SW-RECHAZADO         PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO        VALUE 'S'.
           05  WS-SW-FIN-ISBN          PIC X(1)  VALUE 'N'.
               88  WS-FIN-ISBN         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CARGADOS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CONVERTIDOS     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECHAZADOS      PIC 9(6)  VALUE ZERO.

       01  WS-MENSAJE-RECHAZO          PIC X(60).

      *
      * ISBN DEL RENGLON NORMALIZADO A ISBN-13 POR ISBNVAL, Y DATOS DE
      * TRASLADO DEL LIBRO DESTINO PARA ADMITIR EL ISBN COMPARTIDO
      *
       01  WS-ISBN-NORMALIZADO         PIC X(13).
       01  WS-ISBN-RESULTADO           PIC X(1).
           88  WS-ISBN-CONVERTIDO      VALUE 'C'.
           88  WS-ISBN-INVALIDO        VALUE 'E'.
       01  WS-COD-ORIGEN-DESTINO       PIC X(10).

       01  LINEA-SALIDA.
           05  LSA-LIB-CODIGO          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-ISBN-PLANILLA       PIC X(17).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-ISBN-13             PIC X(13).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LSA-MENSAJE             PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-RENGLON THRU 2000-EXIT
               UNTIL WS-FIN-PLANILLA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-PLANILLA.
           OPEN I-O    ARCH-LIBRO.
           OPEN OUTPUT ARCH-SALIDA.
           PERFORM 1100-LEER-PLANILLA THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-PLANILLA.
           READ ARCH-PLANILLA
               AT END
                   MOVE 'S' TO WS-SW-FIN-PLANILLA
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESAR-RENGLON.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE 'N'    TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2100-VALIDAR-RENGLON THRU 2100-EXIT.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-RECHAZADOS
           ELSE
               PERFORM 2300-GRABAR-ISBN THRU 2300-EXIT
           END-IF.
           PERFORM 2400-GRABAR-SALIDA THRU 2400-EXIT.
           PERFORM 1100-LEER-PLANILLA THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL LIBRO DEBE EXISTIR Y EL ISBN SER VALIDO. SE GUARDA EL       *
      * ORIGEN DE TRASLADO DEL LIBRO PARA EL CONTROL DE ISBN REPETIDO. *
      *****************************************************************
       2100-VALIDAR-RENGLON.
           MOVE SPACES TO WS-ISBN-NORMALIZADO.
           IF PLA-LIB-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-001 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           MOVE PLA-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-094 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
           END-READ.
           MOVE LIB-COD-ORIGEN-TRASLADO TO WS-COD-ORIGEN-DESTINO.
           CALL 'ISBNVAL' USING PLA-ISBN
                                WS-ISBN-NORMALIZADO
                                WS-ISBN-RESULTADO
           END-CALL.
           IF WS-ISBN-INVALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-092 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CONTROLAR-REPETIDO THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS LIBROS QUE YA TIENEN ESE ISBN. UNO CON OTRO CODIGO *
      * RECHAZA EL RENGLON, SALVO QUE UNO SEA EL ORIGEN DE TRASLADO    *
      * DEL OTRO (MISMO TITULO PARTIDO ENTRE SUCURSALES POR TRANSLIB). *
      *****************************************************************
       2200-CONTROLAR-REPETIDO.
           MOVE 'N' TO WS-SW-FIN-ISBN.
           MOVE WS-ISBN-NORMALIZADO TO LIB-ISBN.
           START ARCH-LIBRO KEY IS = LIB-ISBN
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-ISBN
           END-START.
           PERFORM 2210-LEER-SIGUIENTE-ISBN THRU 2210-EXIT
               UNTIL WS-FIN-ISBN.
       2200-EXIT.
           EXIT.

       2210-LEER-SIGUIENTE-ISBN.
           READ ARCH-LIBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ISBN
                   GO TO 2210-EXIT
           END-READ.
           IF LIB-ISBN NOT = WS-ISBN-NORMALIZADO
               MOVE 'S' TO WS-SW-FIN-ISBN
               GO TO 2210-EXIT
           END-IF.
           IF LIB-CODIGO = PLA-LIB-CODIGO
                   OR LIB-COD-ORIGEN-TRASLADO = PLA-LIB-CODIGO
                   OR LIB-CODIGO = WS-COD-ORIGEN-DESTINO
               GO TO 2210-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-RECHAZADO.
           MOVE MSG-ERR-093 TO WS-MENSAJE-RECHAZO.
           MOVE 'S' TO WS-SW-FIN-ISBN.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * SE RELEE EL LIBRO POR SU CODIGO (EL CONTROL DE REPETIDOS MOVIO *
      * EL AREA DEL REGISTRO) Y SE GRABA EL ISBN NORMALIZADO.          *
      *****************************************************************
       2300-GRABAR-ISBN.
           MOVE PLA-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-094 TO WS-MENSAJE-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADOS
                   GO TO 2300-EXIT
           END-READ.
           MOVE WS-ISBN-NORMALIZADO TO LIB-ISBN.
           REWRITE REG-LIBRO.
           ADD 1 TO WS-CONT-CARGADOS.
           IF WS-ISBN-CONVERTIDO
               ADD 1 TO WS-CONT-CONVERTIDOS
           END-IF.
       2300-EXIT.
           EXIT.

       2400-GRABAR-SALIDA.
           MOVE SPACES              TO LINEA-SALIDA.
           MOVE PLA-LIB-CODIGO      TO LSA-LIB-CODIGO.
           MOVE PLA-ISBN            TO LSA-ISBN-PLANILLA.
           MOVE WS-ISBN-NORMALIZADO TO LSA-ISBN-13.
           IF WS-RECHAZADO
               MOVE WS-MENSAJE-RECHAZO TO LSA-MENSAJE
           ELSE
               MOVE MSG-INFO-052       TO LSA-MENSAJE
           END-IF.
           WRITE REG-SALIDA FROM LINEA-SALIDA.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-PLANILLA
                 ARCH-LIBRO
                 ARCH-SALIDA.
           DISPLAY 'ISBNINI - RENGLONES LEIDOS: '   WS-CONT-LEIDOS
                   ' CARGADOS: '                    WS-CONT-CARGADOS
                   ' (DESDE ISBN-10: '              WS-CONT-CONVERTIDOS
                   ') RECHAZADOS: '                 WS-CONT-RECHAZADOS.
       9000-EXIT.
           EXIT.
