      *****************************************************************
      * PROGRAMA: LIBCONV                                             *
      * PROPOSITO: JOB DE CONVERSION POR UNICA VEZ DEL MAESTRO DE      *
      *            LIBROS AL LAYOUT V1.3 DEL COPYBOOK. EL REGISTRO     *
      *            CRECIO DE 222 A 300 BYTES AL AGREGARSE LIB-ISBN Y   *
      *            EL FILLER DE RESERVA, Y EL INDEXADO SUMA LA CLAVE   *
      *            ALTERNATIVA LIB-ISBN, POR LO QUE EL ARCHIVO         *
      *            ANTERIOR NO ABRE CON LOS PROGRAMAS NUEVOS. ESTE JOB *
      *            LEE EL MAESTRO VIEJO Y GRABA LIBNEW.DAT CON EL      *
      *            LAYOUT NUEVO Y EL ISBN EN BLANCO (LO COMPLETA LA    *
      *            CARGA INICIAL ISBNINI). TERMINADA LA CORRIDA, EL    *
      *            OPERADOR RESGUARDA EL ARCHIVO VIEJO Y RENOMBRA      *
      *            LIBNEW.DAT COMO LIBRO.DAT.                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCONV.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LIBRO-ANT      ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-CODIGO
                  FILE STATUS IS WS-FS-LIBRO-ANT.

           SELECT ARCH-LIBRO-NVO      ASSIGN TO "LIBNEW.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO-NVO.

       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTERIOR DEL REGISTRO DE LIBRO (222 BYTES, HASTA LA
      * VERSION 1.2 DEL COPYBOOK), DEFINIDO ACA PORQUE EL COPYBOOK YA
      * DESCRIBE EL LAYOUT NUEVO
      *
       FD  ARCH-LIBRO-ANT.
       01  REG-LIBRO-ANT.
           05  ANT-CODIGO              PIC X(10).
           05  ANT-TITULO              PIC X(60).
           05  ANT-AUTOR               PIC X(40).
           05  ANT-EDITORIAL           PIC X(30).
           05  ANT-ANIO-PUBLICACION    PIC 9(4).
           05  ANT-CATEGORIA           PIC X(20).
           05  ANT-STOCK-TOTAL         PIC 9(3).
           05  ANT-STOCK-DISPONIBLE    PIC 9(3).
           05  ANT-UBICACION           PIC X(10).
           05  ANT-FECHA-ALTA          PIC X(10).
           05  ANT-USUARIO-ALTA        PIC X(8).
           05  ANT-ESTADO              PIC X(1).
           05  ANT-COD-ORIGEN-TRASLADO PIC X(10).
           05  ANT-PRECIO-REPOSICION   PIC 9(5)V99.
           05  FILLER                  PIC X(6).

       FD  ARCH-LIBRO-NVO.
       01  REG-LIBRO.
           COPY LIBRO.

       WORKING-STORAGE SECTION.
       01  WS-FS-LIBRO-ANT             PIC X(2).
       01  WS-FS-LIBRO-NVO             PIC X(2).

       01  WS-SW-FIN-ARCHIVO           PIC X(1)  VALUE 'N'.
           88  WS-FIN-ARCHIVO          VALUE 'S'.
       01  WS-SW-ANT-ABIERTO           PIC X(1)  VALUE 'S'.

       01  WS-CONT-CONVERTIDOS         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONVERTIR-LIBRO THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-LIBRO-ANT.
           IF WS-FS-LIBRO-ANT NOT = '00'
               DISPLAY 'LIBCONV - NO ABRE LIBRO.DAT, FILE STATUS '
                       WS-FS-LIBRO-ANT
               MOVE 'S' TO WS-SW-FIN-ARCHIVO
               MOVE 'N' TO WS-SW-ANT-ABIERTO
           END-IF.
           OPEN OUTPUT ARCH-LIBRO-NVO.
           IF NOT WS-FIN-ARCHIVO
               PERFORM 1100-LEER-LIBRO THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-LIBRO.
           READ ARCH-LIBRO-ANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * COPIA CAMPO A CAMPO AL LAYOUT NUEVO. EL PRECIO DE REPOSICION   *
      * NO NUMERICO (REGISTROS ANTERIORES A SU ALTA) PASA A CERO, Y EL *
      * ISBN QUEDA EN BLANCO.                                          *
      *****************************************************************
       2000-CONVERTIR-LIBRO.
           MOVE SPACES                  TO REG-LIBRO.
           MOVE ANT-CODIGO              TO LIB-CODIGO.
           MOVE ANT-TITULO              TO LIB-TITULO.
           MOVE ANT-AUTOR               TO LIB-AUTOR.
           MOVE ANT-EDITORIAL           TO LIB-EDITORIAL.
           MOVE ANT-ANIO-PUBLICACION    TO LIB-ANIO-PUBLICACION.
           MOVE ANT-CATEGORIA           TO LIB-CATEGORIA.
           MOVE ANT-STOCK-TOTAL         TO LIB-STOCK-TOTAL.
           MOVE ANT-STOCK-DISPONIBLE    TO LIB-STOCK-DISPONIBLE.
           MOVE ANT-UBICACION           TO LIB-UBICACION.
           MOVE ANT-FECHA-ALTA          TO LIB-FECHA-ALTA.
           MOVE ANT-USUARIO-ALTA        TO LIB-USUARIO-ALTA.
           MOVE ANT-ESTADO              TO LIB-ESTADO.
           MOVE ANT-COD-ORIGEN-TRASLADO TO LIB-COD-ORIGEN-TRASLADO.
           IF ANT-PRECIO-REPOSICION NUMERIC
               MOVE ANT-PRECIO-REPOSICION TO LIB-PRECIO-REPOSICION
           ELSE
               MOVE ZERO                TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE SPACES                  TO LIB-ISBN.
           WRITE REG-LIBRO.
           ADD 1 TO WS-CONT-CONVERTIDOS.
           PERFORM 1100-LEER-LIBRO THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-SW-ANT-ABIERTO = 'S'
               CLOSE ARCH-LIBRO-ANT
           END-IF.
           CLOSE ARCH-LIBRO-NVO.
           DISPLAY 'LIBCONV - REGISTROS CONVERTIDOS: '
                   WS-CONT-CONVERTIDOS.
       9000-EXIT.
           EXIT.
