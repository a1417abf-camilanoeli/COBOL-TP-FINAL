      *****************************************************************
      * PROGRAMA: RPTTRAN                                             *
      * PROPOSITO: REPORTE DIARIO DE TRANSITOS DEMORADOS ENTRE         *
      *            SUCURSALES: LOS EJEMPLARES CUYO TRANSITO SIGUE      *
      *            ABIERTO (PENDIENTE DE DESPACHO O EN CAMINO) CON MAS *
      *            DIAS DESDE EL ALTA QUE EL PLAZO DEL PARAMETRO       *
      *            DIAS-TRANSIT (CONST-DIAS-TRANSITO), ORDENADOS POR   *
      *            DIAS DE DEMORA DESCENDENTE, CON TITULO, ORIGEN,     *
      *            DESTINO, MOTIVO Y SITUACION, PARA RECLAMAR EL       *
      *            EJEMPLAR A LA SEDE QUE LO TIENE.                    *
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
       PROGRAM-ID. RPTTRAN.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANSITO       ASSIGN TO "TRANSITO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-CLAVE
                  FILE STATUS IS WS-FS-TRANSITO.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-ORDEN          ASSIGN TO "ORDTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTTRAN.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANSITO.
       01  REG-TRANSITO.
           COPY TRANSITO.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       SD  ARCH-ORDEN.
       01  REG-ORDEN.
           05  ORD-DIAS-DEMORA         PIC 9(5).
           05  ORD-LIB-CODIGO          PIC X(10).
           05  ORD-NRO-EJEMPLAR        PIC 9(4).
           05  ORD-TITULO              PIC X(30).
           05  ORD-SUC-ORIGEN          PIC X(10).
           05  ORD-SUC-DESTINO         PIC X(10).
           05  ORD-MOTIVO              PIC X(1).
           05  ORD-ESTADO              PIC X(1).
           05  ORD-FECHA-ALTA          PIC X(10).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-TRANSITO              PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SW-FIN-TRANSITO          PIC X(1)  VALUE 'N'.
           88  WS-FIN-TRANSITO         VALUE 'S'.
       01  WS-SW-FIN-ORDEN             PIC X(1)  VALUE 'N'.
           88  WS-FIN-ORDEN            VALUE 'S'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-TOTAL-REGISTROS          PIC 9(7)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OBTENER-FECHA-HOY THRU 0100-EXIT.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           SORT ARCH-ORDEN
               ON DESCENDING KEY ORD-DIAS-DEMORA
               INPUT PROCEDURE IS 1000-GENERAR-ENTRADAS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-REPORTE THRU 3000-EXIT.
           GOBACK.

       0100-OBTENER-FECHA-HOY.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE LOS TRANSITOS Y     *
      * LIBERA (RELEASE) UNA LINEA POR CADA UNO TODAVIA ABIERTO QUE    *
      * SUPERA EL PLAZO. SIN ARCHIVO DE TRANSITOS NO HAY DEMORADOS.    *
      *****************************************************************
       1000-GENERAR-ENTRADAS.
           OPEN INPUT ARCH-TRANSITO.
           IF WS-FS-TRANSITO NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ARCH-LIBRO.
           PERFORM 1100-LEER-TRANSITO THRU 1100-EXIT.
           PERFORM 1200-EVALUAR-TRANSITO THRU 1200-EXIT
               UNTIL WS-FIN-TRANSITO.
           CLOSE ARCH-TRANSITO ARCH-LIBRO.
       1000-EXIT.
           EXIT.

       1100-LEER-TRANSITO.
           READ ARCH-TRANSITO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRANSITO
           END-READ.
       1100-EXIT.
           EXIT.

       1200-EVALUAR-TRANSITO.
           IF TRN-A-DESPACHAR OR TRN-EN-CAMINO
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     TRN-FECHA-ALTA
                                     WS-FECHA-HOY
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS > CONST-DIAS-TRANSITO
                   PERFORM 1300-ARMAR-ENTRADA THRU 1300-EXIT
               END-IF
           END-IF.
           PERFORM 1100-LEER-TRANSITO THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

       1300-ARMAR-ENTRADA.
           MOVE WS-CALL-DIAS        TO ORD-DIAS-DEMORA.
           MOVE TRN-LIB-CODIGO      TO ORD-LIB-CODIGO.
           MOVE TRN-NRO-EJEMPLAR    TO ORD-NRO-EJEMPLAR.
           MOVE TRN-LIB-CODIGO      TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-TITULO
           END-READ.
           MOVE LIB-TITULO (1:30)   TO ORD-TITULO.
           MOVE TRN-SUC-ORIGEN      TO ORD-SUC-ORIGEN.
           MOVE TRN-SUC-DESTINO     TO ORD-SUC-DESTINO.
           MOVE TRN-MOTIVO          TO ORD-MOTIVO.
           MOVE TRN-ESTADO          TO ORD-ESTADO.
           MOVE TRN-FECHA-ALTA      TO ORD-FECHA-ALTA.
           RELEASE REG-ORDEN.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: IMPRIME EL LISTADO YA        *
      * ORDENADO, CON QUIEBRE DE PAGINA CADA CONST-LINEAS-PAGINA       *
      * LINEAS (DESCONTANDO CONST-LINEAS-CABECERA).                    *
      *****************************************************************
       3000-IMPRIMIR-REPORTE.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-REPORTE
               IF WS-FS-REPORTE = '35'
                   OPEN OUTPUT ARCH-REPORTE
               END-IF
           ELSE
               OPEN OUTPUT ARCH-REPORTE
           END-IF.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ORDEN
           END-RETURN.
           PERFORM 3100-IMPRIMIR-DETALLE THRU 3100-EXIT
               UNTIL WS-FIN-ORDEN.
           IF WS-TOTAL-REGISTROS = ZERO
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
               MOVE 'NO HAY TRANSITOS DEMORADOS' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           MOVE WS-TOTAL-REGISTROS TO LIN-TOTAL-REGISTROS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-REPORTE.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-DETALLE.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
           END-IF.
           MOVE ORD-LIB-CODIGO   TO LIN-TRV-LIB-CODIGO.
           MOVE ORD-NRO-EJEMPLAR TO LIN-TRV-NRO-EJEMPLAR.
           MOVE ORD-TITULO       TO LIN-TRV-TITULO.
           MOVE ORD-SUC-ORIGEN   TO LIN-TRV-ORIGEN.
           MOVE ORD-SUC-DESTINO  TO LIN-TRV-DESTINO.
           IF ORD-MOTIVO = 'R'
               MOVE 'RESERVA'    TO LIN-TRV-MOTIVO
           ELSE
               MOVE 'DEVOLUCION' TO LIN-TRV-MOTIVO
           END-IF.
           IF ORD-ESTADO = 'P'
               MOVE 'SIN DESPACHO' TO LIN-TRV-SITUACION
           ELSE
               MOVE 'EN CAMINO'    TO LIN-TRV-SITUACION
           END-IF.
           MOVE ORD-FECHA-ALTA   TO LIN-TRV-FECHA-ALTA.
           MOVE ORD-DIAS-DEMORA  TO LIN-TRV-DIAS.
           WRITE REG-REPORTE FROM LINEA-DETALLE-TRNV.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           ADD 1 TO WS-TOTAL-REGISTROS.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ORDEN
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE 'TRANSITOS DEMORADOS ENTRE SUCURSALES'
               TO LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-TRNV.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       3200-EXIT.
           EXIT.
