      *            DE RESERVAS.                                       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.3                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - CONSULTA POR ISBN: SI EL PEDIDO   *
      *   TRAE EL CODIGO DE LIBRO EN BLANCO Y UN ISBN (10 O 13, CON O  *
      *   SIN GUIONES), SE NORMALIZA CON ISBNVAL Y SE BUSCA POR LA     *
      *   CLAVE ALTERNATIVA LIB-ISBN, EMITIENDO UNA FICHA POR CADA     *
      *   CODIGO QUE LO COMPARTE (TRASLADOS DE STOCK). LA FICHA        *
      *   MUESTRA EL ISBN DEL TITULO.                                  *
      * 15/10/2026 CNA VERSION 1.2 - EL LARGO DE LA COLA DE RESERVAS   *
      *   INCLUYE LAS RESERVAS EN TRANSITO Y LA FICHA DEL EJEMPLAR     *
      *   MUESTRA EL ESTADO EN TRANSITO ENTRE SUCURSALES.              *
      * 15/10/2026 CNA VERSION 1.3 - LA FICHA MUESTRA LA CLASIFICACION *
      *   CDU, LA SIGNATURA TOPOGRAFICA Y LA UBICACION DEL TITULO,     *
      *   PARA UBICAR EL LIBRO EN EL ESTANTE.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSLIB.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
       FD  ARCH-CONSULTAS.
       01  REG-CONSULTAS.
           05  CON-LIB-CODIGO          PIC X(10).
           05  CON-ISBN                PIC X(17).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           05  WS-SW-SIN-ARCH-REPARAC  PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-PRESTINT PIC X(1)  VALUE 'N'.
           05  WS-SW-OPERACION-HALLADA PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-ISBN          PIC X(1)  VALUE 'N'.
               88  WS-FIN-ISBN         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-FICHAS          PIC 9(6)  VALUE ZERO.
       01  WS-DIAS-ATRASO              PIC S9(6).
       01  WS-FECHA-RETORNO            PIC X(10).

       01  WS-ISBN-BUSCADO             PIC X(13).
       01  WS-ISBN-RESULTADO           PIC X(1).
           88  WS-ISBN-INVALIDO        VALUE 'E'.
       01  WS-TEXTO-NO-HALLADO         PIC X(40).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

      * ABIERTOS, COLA DE RESERVAS).                                   *
      *****************************************************************
       2000-PROCESAR-CONSULTA.
           IF CON-LIB-CODIGO = SPACES AND CON-ISBN NOT = SPACES
               PERFORM 2200-CONSULTAR-POR-ISBN THRU 2200-EXIT
               PERFORM 1200-LEER-CONSULTA THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-LIBRO-HALLADO.
           MOVE CON-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
           IF WS-SW-LIBRO-HALLADO = 'S'
               PERFORM 2100-EMITIR-FICHA THRU 2100-EXIT
           ELSE
               MOVE SPACES TO WS-ISBN-BUSCADO
               MOVE 'NO ENCONTRADO EN EL MAESTRO DE LIBROS'
                   TO WS-TEXTO-NO-HALLADO
               PERFORM 2060-INFORMAR-NO-HALLADO THRU 2060-EXIT
           END-IF.
           PERFORM 1200-LEER-CONSULTA THRU 1200-EXIT.
       2000-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * FICHA REDUCIDA PARA EL PEDIDO QUE NO SE ENCUENTRA EN EL        *
      * MAESTRO (POR CODIGO O POR ISBN) O CUYO ISBN ES INVALIDO.       *
      *****************************************************************
       2060-INFORMAR-NO-HALLADO.
           ADD 1 TO WS-CONT-NO-HALLADOS.
           PERFORM 2050-IMPRIMIR-CABECERA THRU 2050-EXIT.
           MOVE CON-LIB-CODIGO      TO LIN-FIL-LIB-CODIGO.
           MOVE WS-TEXTO-NO-HALLADO TO LIN-FIL-TITULO.
           MOVE SPACES              TO LIN-FIL-ESTADO.
           MOVE ZERO                TO LIN-FIL-STOCK-TOTAL
                                       LIN-FIL-STOCK-DISP.
           MOVE WS-ISBN-BUSCADO     TO LIN-FIL-ISBN.
           WRITE REG-REPORTE FROM LINEA-FICHA-LIBRO.
       2060-EXIT.
           EXIT.

       2100-EMITIR-FICHA.
           PERFORM 2050-IMPRIMIR-CABECERA THRU 2050-EXIT.
           MOVE LIB-CODIGO        TO LIN-FIL-LIB-CODIGO.
           END-EVALUATE.
           MOVE LIB-STOCK-TOTAL      TO LIN-FIL-STOCK-TOTAL.
           MOVE LIB-STOCK-DISPONIBLE TO LIN-FIL-STOCK-DISP.
           MOVE LIB-ISBN             TO LIN-FIL-ISBN.
           WRITE REG-REPORTE FROM LINEA-FICHA-LIBRO.
           IF LIB-CDU = SPACES
               MOVE 'SIN CLASIFICAR' TO LIN-FIL-CDU
           ELSE
               MOVE LIB-CDU          TO LIN-FIL-CDU
           END-IF.
           MOVE LIB-SIGNATURA        TO LIN-FIL-SIGNATURA.
           MOVE LIB-UBICACION        TO LIN-FIL-UBICACION.
           WRITE REG-REPORTE FROM LINEA-FICHA-CLASIF.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           PERFORM 3000-SECCION-EJEMPLARES THRU 3000-EXIT.
           PERFORM 4000-SECCION-PRESTAMOS THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * CONSULTA POR ISBN: SE NORMALIZA A ISBN-13 Y SE RECORRE LA      *
      * CLAVE ALTERNATIVA MIENTRAS EL ISBN SEA EL BUSCADO, EMITIENDO   *
      * LA FICHA COMPLETA DE CADA CODIGO (UN TRASLADO DE STOCK DEJA    *
      * MAS DE UN CODIGO CON EL MISMO ISBN).                           *
      *****************************************************************
       2200-CONSULTAR-POR-ISBN.
           CALL 'ISBNVAL' USING CON-ISBN
                                WS-ISBN-BUSCADO
                                WS-ISBN-RESULTADO
           END-CALL.
           IF WS-ISBN-INVALIDO
               MOVE CON-ISBN (1:13) TO WS-ISBN-BUSCADO
               MOVE 'ISBN INVALIDO' TO WS-TEXTO-NO-HALLADO
               PERFORM 2060-INFORMAR-NO-HALLADO THRU 2060-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-LIBRO-HALLADO.
           MOVE 'N' TO WS-SW-FIN-ISBN.
           MOVE WS-ISBN-BUSCADO TO LIB-ISBN.
           START ARCH-LIBRO KEY IS = LIB-ISBN
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-ISBN
           END-START.
           PERFORM 2210-LEER-SIGUIENTE-ISBN THRU 2210-EXIT
               UNTIL WS-FIN-ISBN.
           IF WS-SW-LIBRO-HALLADO = 'N'
               MOVE 'ISBN NO ENCONTRADO EN EL MAESTRO DE LIBROS'
                   TO WS-TEXTO-NO-HALLADO
               PERFORM 2060-INFORMAR-NO-HALLADO THRU 2060-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LEER-SIGUIENTE-ISBN.
           READ ARCH-LIBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ISBN
                   GO TO 2210-EXIT
           END-READ.
           IF LIB-ISBN NOT = WS-ISBN-BUSCADO
               MOVE 'S' TO WS-SW-FIN-ISBN
               GO TO 2210-EXIT
           END-IF.
           MOVE 'S'        TO WS-SW-LIBRO-HALLADO.
           MOVE LIB-CODIGO TO CON-LIB-CODIGO.
           PERFORM 2100-EMITIR-FICHA THRU 2100-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * SECCION DE EJEMPLARES DEL TITULO: CADA EJEMPLAR CON SU         *
      * CONDICION Y ESTADO. PARA LOS QUE ESTAN EN TALLER SE INFORMA    *
                           THRU 3300-EXIT
                   WHEN EJE-PERDIDO
                       MOVE 'PERDIDO'        TO LIN-FIE-ESTADO
                   WHEN EJE-EN-TRANSITO
                       MOVE 'EN TRANSITO'    TO LIN-FIE-ESTADO
                   WHEN OTHER
                       MOVE 'FUERA DE CIRC'  TO LIN-FIE-ESTADO
               END-EVALUATE
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = CON-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               ADD 1 TO WS-LARGO-COLA
           END-IF.
       5100-EXIT.
