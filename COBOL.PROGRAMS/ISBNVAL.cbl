      *****************************************************************
      * PROGRAMA: ISBNVAL                                             *
      * PROPOSITO: SUBPROGRAMA UTILITARIO DE VALIDACION DE ISBN PARA  *
      *            USO COMUN DE LA CARGA DE LIBROS, LA CARGA INICIAL  *
      *            DE ISBN Y LAS CONSULTAS. RECIBE EL ISBN TAL COMO   *
      *            SE TIPEO (CON O SIN GUIONES Y BLANCOS), ACEPTA     *
      *            ISBN-10 (DIGITO VERIFICADOR MODULO 11, CON 'X'     *
      *            COMO VALOR 10) E ISBN-13 (PESOS 1 Y 3, MODULO 10,  *
      *            PREFIJO 978 O 979), Y DEVUELVE SIEMPRE EL ISBN-13  *
      *            NORMALIZADO SIN GUIONES. UN ISBN-10 VALIDO SE      *
      *            CONVIERTE A 978 + SUS NUEVE PRIMEROS DIGITOS + EL  *
      *            DIGITO VERIFICADOR RECALCULADO.                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISBNVAL.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      * ISBN DEPURADO DE GUIONES Y BLANCOS, CON VISTA POR CARACTER
      *
       01  WS-ISBN-LIMPIO          PIC X(17).
       01  WS-ISBN-LIMPIO-R REDEFINES WS-ISBN-LIMPIO.
           05  WS-CAR-LIMPIO       PIC X(1) OCCURS 17 TIMES.

       01  WS-ISBN-ARMADO          PIC X(13).
       01  WS-ISBN-ARMADO-R REDEFINES WS-ISBN-ARMADO.
           05  WS-CAR-ARMADO       PIC X(1) OCCURS 13 TIMES.

       01  WS-LARGO                PIC 9(2)  VALUE ZERO.
       01  WS-IX                   PIC 9(2)  VALUE ZERO.
       01  WS-DIGITO               PIC 9(1).
       01  WS-PESO                 PIC 9(2).
       01  WS-SUMA                 PIC 9(4).
       01  WS-COCIENTE             PIC 9(4).
       01  WS-RESTO                PIC 9(2).
       01  WS-DIGITO-CALC          PIC 9(1).
       01  WS-SW-VALIDO            PIC X(1)  VALUE 'S'.
           88  WS-VALIDO           VALUE 'S'.

      *
      * LINKAGE SECTION - PARAMETROS RECIBIDOS DEL PROGRAMA LLAMADOR
      *
       LINKAGE SECTION.
       01  LK-ISBN-ENTRADA         PIC X(17).
       01  LK-ISBN-13              PIC X(13).
       01  LK-RESULTADO            PIC X(1).
           88  LK-ISBN-VALIDO      VALUE 'V'.
           88  LK-ISBN-CONVERTIDO  VALUE 'C'.
           88  LK-ISBN-INVALIDO    VALUE 'E'.

       PROCEDURE DIVISION USING LK-ISBN-ENTRADA LK-ISBN-13
                                 LK-RESULTADO.

       0000-MAINLINE.
           MOVE SPACES TO LK-ISBN-13.
           SET LK-ISBN-INVALIDO TO TRUE.
           PERFORM 1000-DEPURAR-ENTRADA THRU 1000-EXIT.
           EVALUATE WS-LARGO
               WHEN 10
                   PERFORM 2000-VALIDAR-ISBN-10 THRU 2000-EXIT
               WHEN 13
                   PERFORM 3000-VALIDAR-ISBN-13 THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT PROGRAM.

      *****************************************************************
      * COPIA LA ENTRADA SIN GUIONES NI BLANCOS. CUALQUIER CARACTER    *
      * QUE NO SEA DIGITO (SALVO LA 'X' FINAL DEL ISBN-10, QUE SE      *
      * CONTROLA DESPUES) DEJA LA ENTRADA COMO INVALIDA.               *
      *****************************************************************
       1000-DEPURAR-ENTRADA.
           MOVE SPACES TO WS-ISBN-LIMPIO.
           MOVE ZERO   TO WS-LARGO.
           MOVE 'S'    TO WS-SW-VALIDO.
           PERFORM 1100-DEPURAR-CARACTER THRU 1100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 17.
           IF NOT WS-VALIDO
               MOVE ZERO TO WS-LARGO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-DEPURAR-CARACTER.
           IF LK-ISBN-ENTRADA (WS-IX:1) = '-' OR SPACE
               GO TO 1100-EXIT
           END-IF.
           IF LK-ISBN-ENTRADA (WS-IX:1) NOT NUMERIC
                   AND LK-ISBN-ENTRADA (WS-IX:1) NOT = 'X'
                   AND LK-ISBN-ENTRADA (WS-IX:1) NOT = 'x'
               MOVE 'N' TO WS-SW-VALIDO
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-LARGO.
           IF WS-LARGO > 13
               MOVE 'N' TO WS-SW-VALIDO
               GO TO 1100-EXIT
           END-IF.
           MOVE LK-ISBN-ENTRADA (WS-IX:1) TO WS-CAR-LIMPIO (WS-LARGO).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * ISBN-10: NUEVE DIGITOS MAS EL VERIFICADOR (DIGITO O 'X'). LA   *
      * SUMA PONDERADA DE LOS DIEZ (PESOS 10 A 1) DEBE SER MULTIPLO    *
      * DE 11. SI CUADRA SE ARMA EL ISBN-13 EQUIVALENTE.               *
      *****************************************************************
       2000-VALIDAR-ISBN-10.
           IF WS-ISBN-LIMPIO (1:9) NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-SUMA.
           PERFORM 2100-SUMAR-DIGITO-10 THRU 2100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 9.
           IF WS-CAR-LIMPIO (10) = 'X' OR 'x'
               ADD 10 TO WS-SUMA
           ELSE
               MOVE WS-CAR-LIMPIO (10) TO WS-DIGITO
               ADD WS-DIGITO TO WS-SUMA
           END-IF.
           DIVIDE WS-SUMA BY 11 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO NOT = ZERO
               GO TO 2000-EXIT
           END-IF.
           MOVE '978'                  TO WS-ISBN-ARMADO (1:3).
           MOVE WS-ISBN-LIMPIO (1:9)   TO WS-ISBN-ARMADO (4:9).
           PERFORM 4000-CALCULAR-DIGITO-13 THRU 4000-EXIT.
           MOVE WS-DIGITO-CALC         TO WS-ISBN-ARMADO (13:1).
           MOVE WS-ISBN-ARMADO         TO LK-ISBN-13.
           SET LK-ISBN-CONVERTIDO TO TRUE.
       2000-EXIT.
           EXIT.

       2100-SUMAR-DIGITO-10.
           MOVE WS-CAR-LIMPIO (WS-IX) TO WS-DIGITO.
           COMPUTE WS-PESO = 11 - WS-IX.
           COMPUTE WS-SUMA = WS-SUMA + WS-DIGITO * WS-PESO.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * ISBN-13: TRECE DIGITOS CON PREFIJO 978 O 979 Y VERIFICADOR     *
      * IGUAL AL QUE RESULTA DE LOS DOCE PRIMEROS.                     *
      *****************************************************************
       3000-VALIDAR-ISBN-13.
           IF WS-ISBN-LIMPIO (1:13) NOT NUMERIC
               GO TO 3000-EXIT
           END-IF.
           IF WS-ISBN-LIMPIO (1:3) NOT = '978'
                   AND WS-ISBN-LIMPIO (1:3) NOT = '979'
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ISBN-LIMPIO (1:13) TO WS-ISBN-ARMADO.
           PERFORM 4000-CALCULAR-DIGITO-13 THRU 4000-EXIT.
           MOVE WS-CAR-ARMADO (13) TO WS-DIGITO.
           IF WS-DIGITO NOT = WS-DIGITO-CALC
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ISBN-ARMADO TO LK-ISBN-13.
           SET LK-ISBN-VALIDO TO TRUE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * DIGITO VERIFICADOR EAN DE LOS DOCE PRIMEROS DIGITOS DE         *
      * WS-ISBN-ARMADO: PESO 1 EN POSICIONES IMPARES Y 3 EN PARES; EL  *
      * DIGITO ES LO QUE FALTA PARA LLEGAR AL SIGUIENTE MULTIPLO DE 10 *
      *****************************************************************
       4000-CALCULAR-DIGITO-13.
           MOVE ZERO TO WS-SUMA.
           PERFORM 4100-SUMAR-DIGITO-13 THRU 4100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 12.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE ZERO TO WS-DIGITO-CALC
           ELSE
               COMPUTE WS-DIGITO-CALC = 10 - WS-RESTO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SUMAR-DIGITO-13.
           MOVE WS-CAR-ARMADO (WS-IX) TO WS-DIGITO.
           DIVIDE WS-IX BY 2 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               COMPUTE WS-SUMA = WS-SUMA + WS-DIGITO * 3
           ELSE
               ADD WS-DIGITO TO WS-SUMA
           END-IF.
       4100-EXIT.
           EXIT.
