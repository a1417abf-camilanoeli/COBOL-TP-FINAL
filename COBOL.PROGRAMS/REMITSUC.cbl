      *****************************************************************
      * PROGRAMA: REMITSUC                                            *
      * PROPOSITO: REMITO DIARIO DE EJEMPLARES EN TRANSITO ENTRE       *
      *            SUCURSALES. RECORRE EL ARCHIVO DE TRANSITOS Y ARMA  *
      *            PARA CADA SUCURSAL DEL MAESTRO UNA HOJA CON LO QUE  *
      *            DEBE DESPACHAR (TRANSITOS PENDIENTES CON ORIGEN EN  *
      *            ELLA, QUE PASAN A EN CAMINO CON LA FECHA DE         *
      *            DESPACHO) Y LO QUE DEBE RECIBIR (TRANSITOS EN       *
      *            CAMINO CON DESTINO EN ELLA), CON CODIGO DE BARRAS,  *
      *            TITULO, SEDE DE ORIGEN O DESTINO, MOTIVO DEL VIAJE  *
      *            Y CASILLA DE CONTROL PARA EL CADETE. LA RECEPCION   *
      *            SE REGISTRA LUEGO CON EJEMANT.                      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.2 - EL LISTADO SE ABRE EN EXTEND      *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITSUC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANSITO       ASSIGN TO "TRANSITO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CLAVE
                  FILE STATUS IS WS-FS-TRANSITO.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-REMITO         ASSIGN TO "REMWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CLAVE
                  FILE STATUS IS WS-FS-REMITO.

           SELECT ARCH-REPORTE        ASSIGN TO "REMITSUC.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANSITO.
       01  REG-TRANSITO.
           COPY TRANSITO.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

      *
      * ARCHIVO DE TRABAJO: UN RENGLON DEL REMITO POR SEDE Y SECCION
      * (1 = A DESPACHAR, 2 = A RECIBIR), EN ORDEN DE EJEMPLAR
      *
       FD  ARCH-REMITO.
       01  REG-REMITO.
           05  REM-CLAVE.
               10  REM-SUC-CODIGO      PIC X(10).
               10  REM-SECCION         PIC X(1).
               10  REM-LIB-CODIGO      PIC X(10).
               10  REM-NRO-EJEMPLAR    PIC 9(4).
           05  REM-SEDE-OTRA           PIC X(10).
           05  REM-MOTIVO              PIC X(1).
           05  REM-FECHA-ALTA          PIC X(10).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-TRANSITO              PIC X(2).
       01  WS-FS-SUCURSAL              PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-EJEMPLAR              PIC X(2).
       01  WS-FS-REMITO                PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-TRANSITO      PIC X(1)  VALUE 'N'.
               88  WS-FIN-TRANSITO     VALUE 'S'.
           05  WS-SW-FIN-SUCURSAL      PIC X(1)  VALUE 'N'.
               88  WS-FIN-SUCURSAL     VALUE 'S'.
           05  WS-SW-FIN-SECCION       PIC X(1)  VALUE 'N'.
               88  WS-FIN-SECCION      VALUE 'S'.
           05  WS-SW-SIN-TRANSITO      PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-DESPACHADOS     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-A-RECIBIR       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SECCION         PIC 9(5)  VALUE ZERO.
           05  WS-CONT-SUCURSALES      PIC 9(4)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).
       01  WS-SECCION-EN-CURSO         PIC X(1).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-SW-SIN-TRANSITO = 'N'
               PERFORM 2000-CLASIFICAR-TRANSITO THRU 2000-EXIT
                   UNTIL WS-FIN-TRANSITO
           END-IF.
           PERFORM 3000-IMPRIMIR-SUCURSAL THRU 3000-EXIT
               UNTIL WS-FIN-SUCURSAL.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

      *****************************************************************
      * SIN ARCHIVO DE TRANSITOS (NINGUN ENVIO REGISTRADO TODAVIA) EL  *
      * REMITO SALE IGUAL, CON TODAS LAS SEDES SIN MOVIMIENTO.         *
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           OPEN I-O ARCH-TRANSITO.
           IF WS-FS-TRANSITO NOT = '00'
               MOVE 'S' TO WS-SW-SIN-TRANSITO
           END-IF.
           OPEN INPUT ARCH-SUCURSAL.
           OPEN INPUT ARCH-LIBRO.
           OPEN INPUT ARCH-EJEMPLAR.
           OPEN OUTPUT ARCH-REMITO.
           CLOSE ARCH-REMITO.
           OPEN I-O    ARCH-REMITO.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-REPORTE
               IF WS-FS-REPORTE = '35'
                   OPEN OUTPUT ARCH-REPORTE
               END-IF
           ELSE
               OPEN OUTPUT ARCH-REPORTE
           END-IF.
           IF WS-SW-SIN-TRANSITO = 'N'
               PERFORM 1100-LEER-TRANSITO THRU 1100-EXIT
           END-IF.
           PERFORM 1200-LEER-SUCURSAL THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-TRANSITO.
           READ ARCH-TRANSITO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRANSITO
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LEER-SUCURSAL.
           READ ARCH-SUCURSAL NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-SUCURSAL
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * EL TRANSITO PENDIENTE VA AL REMITO DE DESPACHO DE SU ORIGEN Y  *
      * QUEDA EN CAMINO CON LA FECHA DEL DIA; TODO TRANSITO EN CAMINO  *
      * (INCLUIDOS LOS RECIEN DESPACHADOS) VA AL REMITO DE RECEPCION   *
      * DE SU DESTINO. LOS YA RECIBIDOS NO SE LISTAN.                  *
      *****************************************************************
       2000-CLASIFICAR-TRANSITO.
           IF TRN-A-DESPACHAR
               MOVE TRN-SUC-ORIGEN  TO REM-SUC-CODIGO
               MOVE '1'             TO REM-SECCION
               MOVE TRN-SUC-DESTINO TO REM-SEDE-OTRA
               PERFORM 2100-GRABAR-RENGLON THRU 2100-EXIT
               MOVE 'E'             TO TRN-ESTADO
               MOVE WS-FECHA-HOY    TO TRN-FECHA-DESPACHO
               REWRITE REG-TRANSITO
               ADD 1 TO WS-CONT-DESPACHADOS
           END-IF.
           IF TRN-EN-CAMINO
               MOVE TRN-SUC-DESTINO TO REM-SUC-CODIGO
               MOVE '2'             TO REM-SECCION
               MOVE TRN-SUC-ORIGEN  TO REM-SEDE-OTRA
               PERFORM 2100-GRABAR-RENGLON THRU 2100-EXIT
               ADD 1 TO WS-CONT-A-RECIBIR
           END-IF.
           PERFORM 1100-LEER-TRANSITO THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-GRABAR-RENGLON.
           MOVE TRN-LIB-CODIGO   TO REM-LIB-CODIGO.
           MOVE TRN-NRO-EJEMPLAR TO REM-NRO-EJEMPLAR.
           MOVE TRN-MOTIVO       TO REM-MOTIVO.
           MOVE TRN-FECHA-ALTA   TO REM-FECHA-ALTA.
           WRITE REG-REMITO
               INVALID KEY
                   REWRITE REG-REMITO
           END-WRITE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * UNA HOJA POR SUCURSAL DEL MAESTRO, CON SUS DOS SECCIONES. LA   *
      * SEDE SIN NADA QUE DESPACHAR NI RECIBIR TAMBIEN TIENE SU HOJA,  *
      * PARA QUE EL CADETE SEPA QUE NO HAY ENVIOS ESE DIA.             *
      *****************************************************************
       3000-IMPRIMIR-SUCURSAL.
           ADD 1 TO WS-CONT-SUCURSALES.
           PERFORM 3900-IMPRIMIR-CABECERA THRU 3900-EXIT.
           MOVE '1' TO WS-SECCION-EN-CURSO.
           MOVE 'A DESPACHAR' TO LIN-REM-SECCION
                                 LIN-REM-TOT-SECCION.
           MOVE 'DESTINO'     TO LIN-REM-TIT-SEDE.
           PERFORM 3100-IMPRIMIR-SECCION THRU 3100-EXIT.
           MOVE '2' TO WS-SECCION-EN-CURSO.
           MOVE 'A RECIBIR'   TO LIN-REM-SECCION
                                 LIN-REM-TOT-SECCION.
           MOVE 'ORIGEN'      TO LIN-REM-TIT-SEDE.
           PERFORM 3100-IMPRIMIR-SECCION THRU 3100-EXIT.
           WRITE REG-REPORTE FROM SPACES.
           WRITE REG-REPORTE FROM LINEA-FIRMA-REM.
           PERFORM 1200-LEER-SUCURSAL THRU 1200-EXIT.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-SECCION.
           MOVE ZERO TO WS-CONT-SECCION.
           WRITE REG-REPORTE FROM SPACES.
           WRITE REG-REPORTE FROM LINEA-SECCION-REM.
           WRITE REG-REPORTE FROM LINEA-TITULO-REM.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           ADD 4 TO WS-LINEAS-IMPRESAS.
           MOVE 'N'                 TO WS-SW-FIN-SECCION.
           MOVE SUC-CODIGO          TO REM-SUC-CODIGO.
           MOVE WS-SECCION-EN-CURSO TO REM-SECCION.
           MOVE LOW-VALUES          TO REM-LIB-CODIGO.
           MOVE ZERO                TO REM-NRO-EJEMPLAR.
           START ARCH-REMITO KEY IS >= REM-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-SECCION
           END-START.
           IF NOT WS-FIN-SECCION
               PERFORM 3200-LEER-RENGLON THRU 3200-EXIT
               PERFORM 3300-IMPRIMIR-RENGLON THRU 3300-EXIT
                   UNTIL WS-FIN-SECCION
           END-IF.
           IF WS-CONT-SECCION = ZERO
               MOVE 'SIN EJEMPLARES' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           MOVE WS-CONT-SECCION TO LIN-REM-TOT-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REM.
           ADD 2 TO WS-LINEAS-IMPRESAS.
       3100-EXIT.
           EXIT.

       3200-LEER-RENGLON.
           READ ARCH-REMITO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-SECCION
           END-READ.
           IF NOT WS-FIN-SECCION
                   AND (REM-SUC-CODIGO NOT = SUC-CODIGO
                    OR REM-SECCION NOT = WS-SECCION-EN-CURSO)
               MOVE 'S' TO WS-SW-FIN-SECCION
           END-IF.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-RENGLON.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 3900-IMPRIMIR-CABECERA THRU 3900-EXIT
               WRITE REG-REPORTE FROM LINEA-SECCION-REM
               WRITE REG-REPORTE FROM LINEA-TITULO-REM
               WRITE REG-REPORTE FROM LINEA-SEPARADOR
               ADD 3 TO WS-LINEAS-IMPRESAS
           END-IF.
           MOVE REM-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-TITULO
           END-READ.
           MOVE REM-LIB-CODIGO   TO EJE-LIB-CODIGO.
           MOVE REM-NRO-EJEMPLAR TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE SPACES TO EJE-CODIGO-BARRA
           END-READ.
           MOVE REM-LIB-CODIGO    TO LIN-REM-LIB-CODIGO.
           MOVE REM-NRO-EJEMPLAR  TO LIN-REM-NRO-EJEMPLAR.
           MOVE EJE-CODIGO-BARRA  TO LIN-REM-CODIGO-BARRA.
           MOVE LIB-TITULO (1:40) TO LIN-REM-TITULO.
           MOVE REM-SEDE-OTRA     TO LIN-REM-SEDE.
           IF REM-MOTIVO = 'R'
               MOVE 'RESERVA'     TO LIN-REM-MOTIVO
           ELSE
               MOVE 'DEVOLUCION'  TO LIN-REM-MOTIVO
           END-IF.
           MOVE REM-FECHA-ALTA    TO LIN-REM-FECHA.
           WRITE REG-REPORTE FROM LINEA-DETALLE-REM.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           ADD 1 TO WS-CONT-SECCION.
           PERFORM 3200-LEER-RENGLON THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

       3900-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'REMITO DE TRANSITOS ENTRE SUCURSALES' TO
               LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE SUC-CODIGO TO LIN-REM-SUC-CODIGO.
           MOVE SUC-NOMBRE TO LIN-REM-SUC-NOMBRE.
           WRITE REG-REPORTE FROM LINEA-SUCURSAL-REM.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       3900-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-SW-SIN-TRANSITO = 'N'
               CLOSE ARCH-TRANSITO
           END-IF.
           CLOSE ARCH-SUCURSAL
                 ARCH-LIBRO
                 ARCH-EJEMPLAR
                 ARCH-REMITO
                 ARCH-REPORTE.
           DISPLAY 'REMITSUC - SUCURSALES: '       WS-CONT-SUCURSALES
                   ' DESPACHADOS HOY: '            WS-CONT-DESPACHADOS
                   ' EN CAMINO A RECIBIR: '        WS-CONT-A-RECIBIR.
       9000-EXIT.
           EXIT.
