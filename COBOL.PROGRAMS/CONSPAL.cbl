      *****************************************************************
      * PROGRAMA: CONSPAL                                             *
      * PROPOSITO: BUSQUEDA DE TITULOS POR PALABRA CLAVE PARA EL      *
      *            MOSTRADOR Y LA SALA DE LECTURA. CADA LINEA DEL     *
      *            ARCHIVO DE PEDIDOS TRAE UNA O MAS PALABRAS; SE     *
      *            NORMALIZAN CON PALEXTR (MAYUSCULAS, SIN ACENTOS,   *
      *            SIN ARTICULOS NI PREPOSICIONES) Y SE BUSCAN EN EL  *
      *            INDICE PALABRA.DAT QUE ARMA INDPALAB CADA NOCHE.   *
      *            SE LISTAN LOS TITULOS QUE CONTIENEN TODAS LAS      *
      *            PALABRAS (EN EL TITULO O EN EL AUTOR), CON SU      *
      *            UBICACION, LOS EJEMPLARES DISPONIBLES Y EL LARGO   *
      *            DE LA COLA DE RESERVAS.                            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - EL LARGO DE LA COLA DE RESERVAS   *
      *   INCLUYE LAS RESERVAS EN TRANSITO.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSPAL.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONSULTAS      ASSIGN TO "CONSPAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CONSULTAS.

           SELECT ARCH-PALABRA        ASSIGN TO "PALABRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAL-CLAVE
                  FILE STATUS IS WS-FS-PALABRA.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-RESERVA        ASSIGN TO "RESERVA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RES-CLAVE
                  FILE STATUS IS WS-FS-RESERVA.

           SELECT ARCH-REPORTE        ASSIGN TO "BUSQPAL.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONSULTAS.
       01  REG-CONSULTAS.
           05  CPA-TEXTO               PIC X(60).

       FD  ARCH-PALABRA.
       01  REG-PALABRA.
           COPY PALABRA.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-RESERVA.
       01  REG-RESERVA.
           COPY RESERVA.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-CONSULTAS             PIC X(2).
       01  WS-FS-PALABRA               PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-RESERVA               PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-CONSULTAS     PIC X(1)  VALUE 'N'.
               88  WS-FIN-CONSULTAS    VALUE 'S'.
           05  WS-SW-ERROR-APERTURA    PIC X(1)  VALUE 'N'.
               88  WS-ERROR-APERTURA   VALUE 'S'.
           05  WS-SW-FIN-PALABRA       PIC X(1)  VALUE 'N'.
               88  WS-FIN-PALABRA      VALUE 'S'.
           05  WS-SW-COINCIDE          PIC X(1)  VALUE 'S'.
           05  WS-SW-DESBORDE          PIC X(1)  VALUE 'N'.
               88  WS-DESBORDE         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-CONSULTAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SIN-RESULTADO   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ENCONTRADOS     PIC 9(6)  VALUE ZERO.
           05  WS-LARGO-COLA           PIC 9(3)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3)  VALUE ZERO.

      *
      * AREA DE COMUNICACION CON PALEXTR Y PALABRAS USADAS EN LA
      * BUSQUEDA, ARMADAS PARA MOSTRARLAS EN EL ENCABEZADO
      *
       01  WS-AREA-PALABRAS.
           COPY PALEXT.
       01  WS-IX-PAL                   PIC 9(2).
       01  WS-PALABRAS-USADAS          PIC X(100).
       01  WS-PUNTERO                  PIC 9(3).

      *
      * CODIGOS DE LIBRO QUE TIENEN LA PRIMERA PALABRA DEL PEDIDO; SE
      * JUNTAN ANTES DE CONTROLAR LAS DEMAS PALABRAS PORQUE LA LECTURA
      * AL AZAR DEL INDICE PIERDE LA POSICION DEL RECORRIDO
      *
       01  WS-TABLA-CANDIDATOS.
           05  WS-CANDIDATO            PIC X(10) OCCURS 1000 TIMES.
       01  WS-CANT-CANDIDATOS          PIC 9(4)  VALUE ZERO.
       01  WS-MAX-CANDIDATOS           PIC 9(4)  VALUE 1000.
       01  WS-IX-CAND                  PIC 9(4).
       01  WS-PRIMERA-PALABRA          PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-CONSULTA THRU 2000-EXIT
               UNTIL WS-FIN-CONSULTAS.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-CONSULTAS.
           OPEN INPUT  ARCH-PALABRA.
           IF WS-FS-PALABRA NOT = '00'
               DISPLAY 'CONSPAL - NO ABRE PALABRA.DAT, FILE STATUS '
                       WS-FS-PALABRA
               MOVE 'S' TO WS-SW-ERROR-APERTURA
               MOVE 'S' TO WS-SW-FIN-CONSULTAS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  ARCH-LIBRO.
           OPEN INPUT  ARCH-RESERVA.
           OPEN OUTPUT ARCH-REPORTE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           PERFORM 1200-LEER-CONSULTA THRU 1200-EXIT.
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

       1200-LEER-CONSULTA.
           READ ARCH-CONSULTAS
               AT END
                   MOVE 'S' TO WS-SW-FIN-CONSULTAS
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * CADA PEDIDO ABRE PAGINA NUEVA. SI NO QUEDA NINGUNA PALABRA     *
      * VALIDA (TODAS ERAN ARTICULOS, PREPOSICIONES O DE UNA LETRA) SE *
      * INFORMA SIN BUSCAR.                                            *
      *****************************************************************
       2000-PROCESAR-CONSULTA.
           IF CPA-TEXTO = SPACES
               PERFORM 1200-LEER-CONSULTA THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-CONSULTAS.
           MOVE CPA-TEXTO TO PEX-TEXTO.
           CALL 'PALEXTR' USING WS-AREA-PALABRAS
           END-CALL.
           PERFORM 2100-ARMAR-PALABRAS-USADAS THRU 2100-EXIT.
           PERFORM 2300-IMPRIMIR-CABECERA THRU 2300-EXIT.
           MOVE ZERO   TO WS-CONT-ENCONTRADOS.
           MOVE SPACES TO LIN-BUS-OBSERVACION.
           IF PEX-CANT-PALABRAS = ZERO
               MOVE 'SIN PALABRAS VALIDAS PARA BUSCAR'
                   TO LIN-BUS-OBSERVACION
           ELSE
               PERFORM 3000-JUNTAR-CANDIDATOS THRU 3000-EXIT
               PERFORM 4000-CONTROLAR-CANDIDATO THRU 4000-EXIT
                   VARYING WS-IX-CAND FROM 1 BY 1
                   UNTIL WS-IX-CAND > WS-CANT-CANDIDATOS
               IF WS-DESBORDE
                   MOVE 'DEMASIADOS TITULOS, AGREGUE PALABRAS'
                       TO LIN-BUS-OBSERVACION
               END-IF
           END-IF.
           IF WS-CONT-ENCONTRADOS = ZERO
               ADD 1 TO WS-CONT-SIN-RESULTADO
           END-IF.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE WS-CONT-ENCONTRADOS TO LIN-BUS-TOTAL.
           WRITE REG-REPORTE FROM LINEA-TOTAL-BUSQ.
           PERFORM 1200-LEER-CONSULTA THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-ARMAR-PALABRAS-USADAS.
           MOVE SPACES TO WS-PALABRAS-USADAS.
           MOVE 1      TO WS-PUNTERO.
           PERFORM 2110-AGREGAR-PALABRA THRU 2110-EXIT
               VARYING WS-IX-PAL FROM 1 BY 1
               UNTIL WS-IX-PAL > PEX-CANT-PALABRAS.
       2100-EXIT.
           EXIT.

       2110-AGREGAR-PALABRA.
           STRING PEX-PALABRA (WS-IX-PAL) DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
               INTO WS-PALABRAS-USADAS
               WITH POINTER WS-PUNTERO
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       2110-EXIT.
           EXIT.

       2300-IMPRIMIR-CABECERA.
           IF WS-NRO-PAGINA NOT = ZERO
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'BUSQUEDA DE TITULOS POR PALABRA CLAVE'
               TO LIN-TITULO-REPORTE.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE CPA-TEXTO          TO LIN-BUS-PEDIDO.
           WRITE REG-REPORTE FROM LINEA-PEDIDO-BUSQ.
           MOVE WS-PALABRAS-USADAS TO LIN-BUS-PALABRAS.
           WRITE REG-REPORTE FROM LINEA-PALABRAS-BUSQ.
           WRITE REG-REPORTE FROM LINEA-TITULO-BUSQ.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 8 TO WS-LINEAS-IMPRESAS.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE EL INDICE DESDE LA PRIMERA PALABRA DEL PEDIDO Y JUNTA  *
      * LOS CODIGOS DE LIBRO QUE LA CONTIENEN. SI SUPERAN LA CAPACIDAD *
      * DE LA TABLA SE LISTAN LOS PRIMEROS Y SE AVISA EN EL TOTAL.     *
      *****************************************************************
       3000-JUNTAR-CANDIDATOS.
           MOVE ZERO TO WS-CANT-CANDIDATOS.
           MOVE 'N'  TO WS-SW-DESBORDE.
           MOVE 'N'  TO WS-SW-FIN-PALABRA.
           MOVE PEX-PALABRA (1) TO WS-PRIMERA-PALABRA.
           MOVE WS-PRIMERA-PALABRA TO PAL-PALABRA.
           MOVE LOW-VALUES         TO PAL-LIB-CODIGO.
           START ARCH-PALABRA KEY IS >= PAL-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-PALABRA
           END-START.
           PERFORM 3100-LEER-ENTRADA THRU 3100-EXIT
               UNTIL WS-FIN-PALABRA.
       3000-EXIT.
           EXIT.

       3100-LEER-ENTRADA.
           READ ARCH-PALABRA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PALABRA
                   GO TO 3100-EXIT
           END-READ.
           IF PAL-PALABRA NOT = WS-PRIMERA-PALABRA
               MOVE 'S' TO WS-SW-FIN-PALABRA
               GO TO 3100-EXIT
           END-IF.
           IF WS-CANT-CANDIDATOS >= WS-MAX-CANDIDATOS
               MOVE 'S' TO WS-SW-DESBORDE
               MOVE 'S' TO WS-SW-FIN-PALABRA
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CANT-CANDIDATOS.
           MOVE PAL-LIB-CODIGO TO WS-CANDIDATO (WS-CANT-CANDIDATOS).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * UN CANDIDATO SE LISTA SI TIENE TAMBIEN LAS DEMAS PALABRAS DEL  *
      * PEDIDO Y SIGUE VIGENTE EN EL MAESTRO (UNA BAJA POSTERIOR A LA  *
      * ULTIMA RECONSTRUCCION DEL INDICE NO SE MUESTRA).               *
      *****************************************************************
       4000-CONTROLAR-CANDIDATO.
           MOVE 'S' TO WS-SW-COINCIDE.
           PERFORM 4100-BUSCAR-PALABRA THRU 4100-EXIT
               VARYING WS-IX-PAL FROM 2 BY 1
               UNTIL WS-IX-PAL > PEX-CANT-PALABRAS
                  OR WS-SW-COINCIDE = 'N'.
           IF WS-SW-COINCIDE = 'N'
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CANDIDATO (WS-IX-CAND) TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ.
           IF LIB-BAJA
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-CONTAR-COLA THRU 4200-EXIT.
           PERFORM 4400-IMPRIMIR-TITULO THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

       4100-BUSCAR-PALABRA.
           MOVE PEX-PALABRA (WS-IX-PAL)   TO PAL-PALABRA.
           MOVE WS-CANDIDATO (WS-IX-CAND) TO PAL-LIB-CODIGO.
           READ ARCH-PALABRA
               INVALID KEY
                   MOVE 'N' TO WS-SW-COINCIDE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CONTAR-COLA.
           MOVE ZERO TO WS-LARGO-COLA.
           MOVE LIB-CODIGO TO RES-LIB-CODIGO.
           MOVE ZERO       TO RES-NRO-SECUENCIA.
           START ARCH-RESERVA KEY IS >= RES-CLAVE
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-RESERVA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-RESERVA
           END-START.
           PERFORM 4300-CONTAR-RESERVA THRU 4300-EXIT
               UNTIL WS-FS-RESERVA NOT = '00'
                  OR RES-LIB-CODIGO NOT = LIB-CODIGO.
       4200-EXIT.
           EXIT.

       4300-CONTAR-RESERVA.
           READ ARCH-RESERVA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESERVA
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               ADD 1 TO WS-LARGO-COLA
           END-IF.
       4300-EXIT.
           EXIT.

       4400-IMPRIMIR-TITULO.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 2300-IMPRIMIR-CABECERA THRU 2300-EXIT
           END-IF.
           MOVE LIB-CODIGO           TO LIN-BUS-LIB-CODIGO.
           MOVE LIB-TITULO           TO LIN-BUS-TITULO.
           MOVE LIB-AUTOR            TO LIN-BUS-AUTOR.
           MOVE LIB-UBICACION        TO LIN-BUS-UBICACION.
           MOVE LIB-STOCK-DISPONIBLE TO LIN-BUS-DISPONIBLE.
           MOVE WS-LARGO-COLA        TO LIN-BUS-COLA.
           WRITE REG-REPORTE FROM LINEA-DETALLE-BUSQ.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           ADD 1 TO WS-CONT-ENCONTRADOS.
       4400-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-ERROR-APERTURA
               CLOSE ARCH-CONSULTAS
               GO TO 9000-EXIT
           END-IF.
           CLOSE ARCH-CONSULTAS
                 ARCH-PALABRA
                 ARCH-LIBRO
                 ARCH-RESERVA
                 ARCH-REPORTE.
           DISPLAY 'CONSPAL - PEDIDOS PROCESADOS: ' WS-CONT-CONSULTAS
                   ' SIN RESULTADO: '     WS-CONT-SIN-RESULTADO.
       9000-EXIT.
           EXIT.
