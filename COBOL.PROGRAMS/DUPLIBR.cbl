      *****************************************************************
      * PROGRAMA: DUPLIBR                                             *
      * PROPOSITO: BARRIDO DE RECONCILIACION SOBRE EL MAESTRO DE      *
      *            LIBROS. DETECTA POSIBLES DUPLICADOS (MISMO LIB-ISBN *
      *            O, EN SEGUNDO TERMINO, MISMO LIB-TITULO Y          *
      *            LIB-AUTOR BAJO CODIGOS DISTINTOS) QUE EL CONTROL   *
      *            DE CLAVE UNICA DE ALTA NO PUEDE VER, Y EMITE UN    *
      *            REPORTE DE REVISION.                               *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.2                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 09/08/2026 CNA VERSION 1.1 - UN PAR TITULO/AUTOR COINCIDENTE   *
      *   ES EL LIB-COD-ORIGEN-TRASLADO DEL OTRO: ES UN TRASLADO DE    *
      *   STOCK (SPLIT) YA DOCUMENTADO POR TRANSLIB, NO UNA CARGA      *
      *   DUPLICADA.                                                   *
      * 15/10/2026 CNA VERSION 1.2 - EL ISBN ES EL PRIMER CRITERIO DE  *
      *   DUPLICADO: UNA PRIMERA PASADA AGRUPA LOS CODIGOS CON EL      *
      *   MISMO LIB-ISBN Y LA SEGUNDA, LA DE TITULO/AUTOR, YA NO       *
      *   INFORMA EL PAR CUANDO LOS DOS TIENEN ISBN (IGUAL, YA SALIO   *
      *   EN LA PRIMERA; DISTINTO, SON EDICIONES DIFERENTES).          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLIBR.
           05  ORD-STOCK-TOTAL         PIC 9(3).
           05  ORD-UBICACION           PIC X(10).
           05  ORD-COD-ORIGEN-TRASLADO PIC X(10).
           05  ORD-ISBN                PIC X(13).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).
               88  WS-EN-GRUPO         VALUE 'S'.
           05  WS-SW-PAR-EXPLICADO     PIC X(1)  VALUE 'N'.
               88  WS-PAR-EXPLICADO    VALUE 'S'.
           05  WS-SW-COINCIDE          PIC X(1)  VALUE 'N'.
               88  WS-COINCIDE         VALUE 'S'.
           05  WS-SW-CRITERIO          PIC X(1)  VALUE 'I'.
               88  WS-CRITERIO-ISBN    VALUE 'I'.
               88  WS-CRITERIO-TITULO  VALUE 'T'.

       01  WS-CONTADORES.
           05  WS-CONT-GRUPOS          PIC 9(6)  VALUE ZERO.
           05  WS-STOCK-ANTERIOR       PIC 9(3).
           05  WS-UBICACION-ANTERIOR   PIC X(10).
           05  WS-COD-ORIGEN-ANTERIOR  PIC X(10).
           05  WS-ISBN-ANTERIOR        PIC X(13).

       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3)  VALUE ZERO.

       0000-MAINLINE.
           PERFORM 0100-INICIALIZAR THRU 0100-EXIT.
           MOVE 'I' TO WS-SW-CRITERIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-ISBN
               ON ASCENDING KEY ORD-LIB-CODIGO
               INPUT PROCEDURE IS 1000-GENERAR-ENTRADAS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-DETECTAR-DUPLICADOS THRU
                                    2000-EXIT.
           MOVE 'T' TO WS-SW-CRITERIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-TITULO
               ON ASCENDING KEY ORD-AUTOR
       0100-EXIT.
           EXIT.

      *****************************************************************
      * EN LA PASADA POR ISBN SOLO ENTRAN AL ORDENAMIENTO LOS TITULOS  *
      * QUE LO TIENEN CARGADO; EN LA DE TITULO/AUTOR ENTRAN TODOS.     *
      *****************************************************************
       1000-GENERAR-ENTRADAS.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-LIBRO.
           PERFORM 1100-LEER-LIBRO THRU 1100-EXIT.
           PERFORM 1200-LIBERAR-ENTRADA THRU 1200-EXIT
           EXIT.

       1200-LIBERAR-ENTRADA.
           IF WS-CRITERIO-ISBN AND LIB-ISBN = SPACES
               PERFORM 1100-LEER-LIBRO THRU 1100-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE LIB-TITULO           TO ORD-TITULO.
           MOVE LIB-AUTOR            TO ORD-AUTOR.
           MOVE LIB-CODIGO           TO ORD-LIB-CODIGO.
           MOVE LIB-STOCK-TOTAL      TO ORD-STOCK-TOTAL.
           MOVE LIB-UBICACION        TO ORD-UBICACION.
           MOVE LIB-COD-ORIGEN-TRASLADO TO ORD-COD-ORIGEN-TRASLADO.
           MOVE LIB-ISBN             TO ORD-ISBN.
           RELEASE REG-ORDEN.
           PERFORM 1100-LEER-LIBRO THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS REGISTROS ORDENADOS POR ISBN+CODIGO (PRIMERA       *
      * PASADA) O POR TITULO+AUTOR+CODIGO (SEGUNDA). TODO REGISTRO QUE *
      * COINCIDA CON EL ANTERIOR SEGUN EL CRITERIO DE LA PASADA FORMA  *
      * PARTE DE UN GRUPO DE POSIBLES DUPLICADOS; SE IMPRIME TANTO EL  *
      * PRIMERO DEL GRUPO COMO LOS SIGUIENTES. CADA PASADA ARRANCA EN  *
      * HOJA NUEVA.                                                    *
      *****************************************************************
       2000-DETECTAR-DUPLICADOS.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           MOVE 'S' TO WS-SW-PRIMER-REGISTRO.
           MOVE 'N' TO WS-SW-EN-GRUPO.
           MOVE 99  TO WS-LINEAS-IMPRESAS.
           RETURN ARCH-ORDEN
               AT END
      * EXCEPCION A LA REGLA ANTERIOR: SI UNO DE LOS DOS CODIGOS ES EL *
      * LIB-COD-ORIGEN-TRASLADO DEL OTRO, LA COINCIDENCIA YA ESTA      *
      * EXPLICADA POR UN TRASLADO DE STOCK REGISTRADO POR TRANSLIB Y   *
      * NO SE INFORMA COMO DUPLICADO. EN LA PASADA POR TITULO/AUTOR    *
      * TAMPOCO SE INFORMA EL PAR EN QUE AMBOS TIENEN ISBN: SI ES EL   *
      * MISMO YA SALIO EN LA PASADA POR ISBN, Y SI DIFIERE SON         *
      * EDICIONES DISTINTAS DE LA MISMA OBRA.                          *
      *****************************************************************
       2100-EVALUAR-REGISTRO.
           MOVE 'N' TO WS-SW-PAR-EXPLICADO.
                    OR  WS-COD-ORIGEN-ANTERIOR  = ORD-LIB-CODIGO)
               MOVE 'S' TO WS-SW-PAR-EXPLICADO
           END-IF.
           MOVE 'N' TO WS-SW-COINCIDE.
           IF WS-CRITERIO-ISBN
               IF ORD-ISBN = WS-ISBN-ANTERIOR
                   MOVE 'S' TO WS-SW-COINCIDE
               END-IF
           ELSE
               IF ORD-TITULO = WS-TITULO-ANTERIOR
                       AND ORD-AUTOR = WS-AUTOR-ANTERIOR
                       AND (ORD-ISBN = SPACES
                        OR  WS-ISBN-ANTERIOR = SPACES)
                   MOVE 'S' TO WS-SW-COINCIDE
               END-IF
           END-IF.
           IF NOT WS-PRIMER-REGISTRO
                   AND WS-COINCIDE
                   AND NOT WS-PAR-EXPLICADO
               IF NOT WS-EN-GRUPO
                   ADD 1 TO WS-CONT-GRUPOS
           MOVE ORD-STOCK-TOTAL TO WS-STOCK-ANTERIOR.
           MOVE ORD-UBICACION  TO WS-UBICACION-ANTERIOR.
           MOVE ORD-COD-ORIGEN-TRASLADO TO WS-COD-ORIGEN-ANTERIOR.
           MOVE ORD-ISBN       TO WS-ISBN-ANTERIOR.
           MOVE 'N' TO WS-SW-PRIMER-REGISTRO.
           RETURN ARCH-ORDEN
               AT END
           MOVE WS-AUTOR-ANTERIOR     TO LIN-DUP-AUTOR.
           MOVE WS-STOCK-ANTERIOR     TO LIN-DUP-STOCK.
           MOVE WS-UBICACION-ANTERIOR TO LIN-DUP-UBICACION.
           MOVE WS-ISBN-ANTERIOR      TO LIN-DUP-ISBN.
           WRITE REG-REPORTE FROM LINEA-DETALLE-DUPLIC.
           ADD 1 TO WS-LINEAS-IMPRESAS.
       2200-EXIT.
           MOVE ORD-AUTOR         TO LIN-DUP-AUTOR.
           MOVE ORD-STOCK-TOTAL   TO LIN-DUP-STOCK.
           MOVE ORD-UBICACION     TO LIN-DUP-UBICACION.
           MOVE ORD-ISBN          TO LIN-DUP-ISBN.
           WRITE REG-REPORTE FROM LINEA-DETALLE-DUPLIC.
           ADD 1 TO WS-LINEAS-IMPRESAS.
       2250-EXIT.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           IF WS-CRITERIO-ISBN
               MOVE 'DE ISBN'         TO LIN-DUP-CRITERIO
           ELSE
               MOVE 'DE TITULO/AUTOR' TO LIN-DUP-CRITERIO
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CRITERIO-DUPLIC.
           WRITE REG-REPORTE FROM LINEA-TITULO-DUPLIC.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 6 TO WS-LINEAS-IMPRESAS.
       2300-EXIT.
           EXIT.

