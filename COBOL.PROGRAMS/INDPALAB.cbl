      *****************************************************************
      * PROGRAMA: INDPALAB                                            *
      * PROPOSITO: RECONSTRUCCION NOCTURNA DEL INDICE DE PALABRAS      *
      *            CLAVE DEL CATALOGO (PALABRA.DAT). RECORRE EL        *
      *            MAESTRO DE LIBROS Y, POR CADA LIBRO QUE NO ESTA     *
      *            DADO DE BAJA, SEPARA LIB-TITULO Y LIB-AUTOR EN      *
      *            PALABRAS CON PALEXTR (SIN ARTICULOS NI              *
      *            PREPOSICIONES) Y GRABA UNA ENTRADA PALABRA+CODIGO,  *
      *            MARCANDO SI LA PALABRA SALE DEL TITULO, DEL AUTOR O *
      *            DE AMBOS. EL INDICE SE ARMA DESDE CERO EN CADA      *
      *            CORRIDA. CORRE COMO PASO DE LA CADENA NOCTURNA DE   *
      *            CADENCTL, DESPUES DE LA EXPORTACION DEL CATALOGO;   *
      *            LO CONSULTA CONSPAL EN EL MOSTRADOR.                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDPALAB.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-PALABRA        ASSIGN TO "PALABRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAL-CLAVE
                  FILE STATUS IS WS-FS-PALABRA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-PALABRA.
       01  REG-PALABRA.
           COPY PALABRA.

       WORKING-STORAGE SECTION.
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-PALABRA               PIC X(2).

       01  WS-SW-FIN-ARCHIVO           PIC X(1)  VALUE 'N'.
           88  WS-FIN-ARCHIVO          VALUE 'S'.
       01  WS-SW-ERROR-APERTURA        PIC X(1)  VALUE 'N'.
           88  WS-ERROR-APERTURA       VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LIBROS          PIC 9(7)  VALUE ZERO.
           05  WS-CONT-OMITIDOS        PIC 9(7)  VALUE ZERO.
           05  WS-CONT-ENTRADAS        PIC 9(7)  VALUE ZERO.

      *
      * AREA DE COMUNICACION CON PALEXTR Y ORIGEN DE LAS PALABRAS EN
      * PROCESO (T = TITULO, A = AUTOR)
      *
       01  WS-AREA-PALABRAS.
           COPY PALEXT.
       01  WS-ORIGEN-ACTUAL            PIC X(1).
       01  WS-IX-PAL                   PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-INDEXAR-LIBRO THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      *****************************************************************
      * EL INDICE SE CREA VACIO Y SE REABRE EN I-O PARA PODER MARCAR   *
      * LAS PALABRAS QUE APARECEN EN TITULO Y AUTOR DEL MISMO LIBRO.   *
      *****************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARCH-LIBRO.
           IF WS-FS-LIBRO NOT = '00'
               DISPLAY 'INDPALAB - NO ABRE LIBRO.DAT, FILE STATUS '
                       WS-FS-LIBRO
               MOVE 'S' TO WS-SW-ERROR-APERTURA
               MOVE 'S' TO WS-SW-FIN-ARCHIVO
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ARCH-PALABRA.
           CLOSE ARCH-PALABRA.
           OPEN I-O ARCH-PALABRA.
           PERFORM 1100-LEER-LIBRO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-LIBRO.
           READ ARCH-LIBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1100-EXIT.
           EXIT.

       2000-INDEXAR-LIBRO.
           IF LIB-BAJA
               ADD 1 TO WS-CONT-OMITIDOS
           ELSE
               ADD 1 TO WS-CONT-LIBROS
               MOVE LIB-TITULO TO PEX-TEXTO
               MOVE 'T'        TO WS-ORIGEN-ACTUAL
               PERFORM 2100-INDEXAR-TEXTO THRU 2100-EXIT
               MOVE LIB-AUTOR  TO PEX-TEXTO
               MOVE 'A'        TO WS-ORIGEN-ACTUAL
               PERFORM 2100-INDEXAR-TEXTO THRU 2100-EXIT
           END-IF.
           PERFORM 1100-LEER-LIBRO THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-INDEXAR-TEXTO.
           CALL 'PALEXTR' USING WS-AREA-PALABRAS
           END-CALL.
           PERFORM 2200-GRABAR-ENTRADA THRU 2200-EXIT
               VARYING WS-IX-PAL FROM 1 BY 1
               UNTIL WS-IX-PAL > PEX-CANT-PALABRAS.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * UNA PALABRA DEL AUTOR QUE YA ESTABA INDEXADA POR EL TITULO DEL *
      * MISMO LIBRO NO GENERA UNA SEGUNDA ENTRADA: SE MARCA LA         *
      * EXISTENTE COMO DE AMBOS ORIGENES.                              *
      *****************************************************************
       2200-GRABAR-ENTRADA.
           MOVE SPACES                  TO REG-PALABRA.
           MOVE PEX-PALABRA (WS-IX-PAL) TO PAL-PALABRA.
           MOVE LIB-CODIGO              TO PAL-LIB-CODIGO.
           MOVE WS-ORIGEN-ACTUAL        TO PAL-ORIGEN.
           WRITE REG-PALABRA
               INVALID KEY
                   READ ARCH-PALABRA
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF PAL-ORIGEN NOT = WS-ORIGEN-ACTUAL
                       MOVE 'X' TO PAL-ORIGEN
                       REWRITE REG-PALABRA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ENTRADAS
           END-WRITE.
       2200-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-ERROR-APERTURA
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           CLOSE ARCH-LIBRO
                 ARCH-PALABRA.
           DISPLAY 'INDPALAB - LIBROS INDEXADOS: ' WS-CONT-LIBROS
                   ' DE BAJA: '                    WS-CONT-OMITIDOS
                   ' ENTRADAS: '                   WS-CONT-ENTRADAS.
       9000-EXIT.
           EXIT.
