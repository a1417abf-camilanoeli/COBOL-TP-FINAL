      *****************************************************************
      * PROGRAMA: PALEXTR                                             *
      * PROPOSITO: SUBPROGRAMA UTILITARIO QUE SEPARA UN TEXTO (TITULO, *
      *            AUTOR O PEDIDO DE BUSQUEDA) EN PALABRAS CLAVE PARA  *
      *            EL INDICE DEL CATALOGO. PASA EL TEXTO A MAYUSCULAS, *
      *            QUITA LOS ACENTOS Y LA DIERESIS (LA ENIE SE TOMA    *
      *            COMO N), CORTA EN BLANCOS Y SIGNOS DE PUNTUACION Y  *
      *            DESCARTA LAS PALABRAS DE UNA SOLA LETRA Y LAS DE LA *
      *            TABLA DE PALABRAS VACIAS (ARTICULOS, PREPOSICIONES  *
      *            Y CONJUNCIONES). AREA DE COMUNICACION: PALEXT.CPY.  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALEXTR.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * PALABRAS VACIAS QUE NO SE INDEXAN NI SE BUSCAN
      *
       01  WS-TABLA-VACIAS.
           05  FILLER                  PIC X(6) VALUE 'EL    '.
           05  FILLER                  PIC X(6) VALUE 'LA    '.
           05  FILLER                  PIC X(6) VALUE 'LOS   '.
           05  FILLER                  PIC X(6) VALUE 'LAS   '.
           05  FILLER                  PIC X(6) VALUE 'LO    '.
           05  FILLER                  PIC X(6) VALUE 'UN    '.
           05  FILLER                  PIC X(6) VALUE 'UNA   '.
           05  FILLER                  PIC X(6) VALUE 'UNOS  '.
           05  FILLER                  PIC X(6) VALUE 'UNAS  '.
           05  FILLER                  PIC X(6) VALUE 'AL    '.
           05  FILLER                  PIC X(6) VALUE 'DEL   '.
           05  FILLER                  PIC X(6) VALUE 'ANTE  '.
           05  FILLER                  PIC X(6) VALUE 'BAJO  '.
           05  FILLER                  PIC X(6) VALUE 'CON   '.
           05  FILLER                  PIC X(6) VALUE 'CONTRA'.
           05  FILLER                  PIC X(6) VALUE 'DE    '.
           05  FILLER                  PIC X(6) VALUE 'DESDE '.
           05  FILLER                  PIC X(6) VALUE 'EN    '.
           05  FILLER                  PIC X(6) VALUE 'ENTRE '.
           05  FILLER                  PIC X(6) VALUE 'HACIA '.
           05  FILLER                  PIC X(6) VALUE 'HASTA '.
           05  FILLER                  PIC X(6) VALUE 'PARA  '.
           05  FILLER                  PIC X(6) VALUE 'POR   '.
           05  FILLER                  PIC X(6) VALUE 'SEGUN '.
           05  FILLER                  PIC X(6) VALUE 'SIN   '.
           05  FILLER                  PIC X(6) VALUE 'SOBRE '.
           05  FILLER                  PIC X(6) VALUE 'TRAS  '.
           05  FILLER                  PIC X(6) VALUE 'NI    '.
           05  FILLER                  PIC X(6) VALUE 'QUE   '.
           05  FILLER                  PIC X(6) VALUE 'SU    '.
           05  FILLER                  PIC X(6) VALUE 'SUS   '.
           05  FILLER                  PIC X(6) VALUE 'THE   '.
           05  FILLER                  PIC X(6) VALUE 'OF    '.
           05  FILLER                  PIC X(6) VALUE 'AND   '.
           05  FILLER                  PIC X(6) VALUE 'AN    '.
           05  FILLER                  PIC X(6) VALUE 'IN    '.
           05  FILLER                  PIC X(6) VALUE 'ON    '.
           05  FILLER                  PIC X(6) VALUE 'TO    '.
           05  FILLER                  PIC X(6) VALUE 'FOR   '.
       01  WS-TABLA-VACIAS-R REDEFINES WS-TABLA-VACIAS.
           05  WS-VACIA                PIC X(6) OCCURS 39 TIMES.
       01  WS-CANT-VACIAS              PIC 9(2)  VALUE 39.
       01  WS-IX-VACIA                 PIC 9(2).

      *
      * TEXTO DE TRABAJO EN MAYUSCULAS Y PALABRA EN ARMADO
      *
       01  WS-TEXTO                    PIC X(100).
       01  WS-IX                       PIC 9(3).
       01  WS-CAR                      PIC X(1).
           88  WS-CAR-LETRA            VALUE 'A' THRU 'Z'.
           88  WS-CAR-DIGITO           VALUE '0' THRU '9'.
           88  WS-CAR-EXTENDIDO        VALUE X'80' THRU X'FF'.
       01  WS-CAR-SIGUIENTE            PIC X(1).
       01  WS-CAR-SIN-ACENTO           PIC X(1).
       01  WS-SW-SALTAR                PIC X(1)  VALUE 'N'.
       01  WS-PALABRA                  PIC X(20).
       01  WS-LARGO-PALABRA            PIC 9(2).
       01  WS-SW-DESCARTAR             PIC X(1)  VALUE 'N'.
       01  WS-IX-PAL                   PIC 9(2).

      *
      * LINKAGE SECTION - AREA DE COMUNICACION DEL LLAMADOR (PALEXT.CPY)
      *
       LINKAGE SECTION.
       01  LK-AREA-PALABRAS.
           COPY PALEXT.

       PROCEDURE DIVISION USING LK-AREA-PALABRAS.

       0000-MAINLINE.
           MOVE ZERO   TO PEX-CANT-PALABRAS
                          PEX-CANT-DESCARTADAS.
           MOVE PEX-TEXTO TO WS-TEXTO.
           INSPECT WS-TEXTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-PALABRA.
           MOVE ZERO   TO WS-LARGO-PALABRA.
           MOVE 'N'    TO WS-SW-SALTAR.
           PERFORM 1000-PROCESAR-CARACTER THRU 1000-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 100.
           PERFORM 2000-CERRAR-PALABRA THRU 2000-EXIT.
           EXIT PROGRAM.

      *****************************************************************
      * LETRAS, DIGITOS Y BYTES NO ASCII ARMAN PALABRA; CUALQUIER OTRO *
      * CARACTER LA CIERRA. LAS VOCALES ACENTUADAS, LA U CON DIERESIS  *
      * Y LA ENIE (DOS BYTES, X'C3' Y EL SIGUIENTE) SE REEMPLAZAN POR  *
      * SU LETRA SIN ACENTO.                                           *
      *****************************************************************
       1000-PROCESAR-CARACTER.
           IF WS-SW-SALTAR = 'S'
               MOVE 'N' TO WS-SW-SALTAR
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-TEXTO (WS-IX:1) TO WS-CAR.
           IF WS-CAR = X'C3' AND WS-IX < 100
               MOVE WS-TEXTO (WS-IX + 1:1) TO WS-CAR-SIGUIENTE
               PERFORM 1100-QUITAR-ACENTO THRU 1100-EXIT
               IF WS-CAR-SIN-ACENTO NOT = SPACE
                   MOVE 'S' TO WS-SW-SALTAR
                   MOVE WS-CAR-SIN-ACENTO TO WS-CAR
               END-IF
           END-IF.
           IF WS-CAR-LETRA OR WS-CAR-DIGITO OR WS-CAR-EXTENDIDO
               IF WS-LARGO-PALABRA < 20
                   ADD 1 TO WS-LARGO-PALABRA
                   MOVE WS-CAR TO WS-PALABRA (WS-LARGO-PALABRA:1)
               END-IF
           ELSE
               PERFORM 2000-CERRAR-PALABRA THRU 2000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-QUITAR-ACENTO.
           EVALUATE WS-CAR-SIGUIENTE
               WHEN X'81'
               WHEN X'A1'
                   MOVE 'A' TO WS-CAR-SIN-ACENTO
               WHEN X'89'
               WHEN X'A9'
                   MOVE 'E' TO WS-CAR-SIN-ACENTO
               WHEN X'8D'
               WHEN X'AD'
                   MOVE 'I' TO WS-CAR-SIN-ACENTO
               WHEN X'93'
               WHEN X'B3'
                   MOVE 'O' TO WS-CAR-SIN-ACENTO
               WHEN X'9A'
               WHEN X'BA'
               WHEN X'9C'
               WHEN X'BC'
                   MOVE 'U' TO WS-CAR-SIN-ACENTO
               WHEN X'91'
               WHEN X'B1'
                   MOVE 'N' TO WS-CAR-SIN-ACENTO
               WHEN OTHER
                   MOVE SPACE TO WS-CAR-SIN-ACENTO
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * CIERRA LA PALABRA EN ARMADO: LA DE UNA LETRA, LA VACIA Y LA YA *
      * DEVUELTA SE DESCARTAN; EL RESTO SE AGREGA AL RESULTADO         *
      * MIENTRAS HAYA LUGAR.                                           *
      *****************************************************************
       2000-CERRAR-PALABRA.
           IF WS-LARGO-PALABRA = ZERO
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-DESCARTAR.
           IF WS-LARGO-PALABRA < 2
               MOVE 'S' TO WS-SW-DESCARTAR
           END-IF.
           IF WS-SW-DESCARTAR = 'N'
               PERFORM 2100-BUSCAR-VACIA THRU 2100-EXIT
                   VARYING WS-IX-VACIA FROM 1 BY 1
                   UNTIL WS-IX-VACIA > WS-CANT-VACIAS
                      OR WS-SW-DESCARTAR = 'S'
           END-IF.
           IF WS-SW-DESCARTAR = 'N'
               PERFORM 2200-BUSCAR-REPETIDA THRU 2200-EXIT
                   VARYING WS-IX-PAL FROM 1 BY 1
                   UNTIL WS-IX-PAL > PEX-CANT-PALABRAS
                      OR WS-SW-DESCARTAR = 'S'
           END-IF.
           IF WS-SW-DESCARTAR = 'S'
               ADD 1 TO PEX-CANT-DESCARTADAS
           ELSE
               IF PEX-CANT-PALABRAS < 30
                   ADD 1 TO PEX-CANT-PALABRAS
                   MOVE WS-PALABRA TO PEX-PALABRA (PEX-CANT-PALABRAS)
               END-IF
           END-IF.
           MOVE SPACES TO WS-PALABRA.
           MOVE ZERO   TO WS-LARGO-PALABRA.
       2000-EXIT.
           EXIT.

       2100-BUSCAR-VACIA.
           IF WS-PALABRA = WS-VACIA (WS-IX-VACIA)
               MOVE 'S' TO WS-SW-DESCARTAR
           END-IF.
       2100-EXIT.
           EXIT.

       2200-BUSCAR-REPETIDA.
           IF WS-PALABRA = PEX-PALABRA (WS-IX-PAL)
               MOVE 'S' TO WS-SW-DESCARTAR
           END-IF.
       2200-EXIT.
           EXIT.
