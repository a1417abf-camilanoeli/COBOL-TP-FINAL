      *****************************************************************
      * PROGRAMA: RPTSUSC                                             *
      * PROPOSITO: AVISO DE SUSCRIPCIONES DE HEMEROTECA PROXIMAS A     *
      *            VENCER, PARA TRAMITAR LA RENOVACION A TIEMPO. LISTA *
      *            LAS PUBLICACIONES PERIODICAS ACTIVAS CUYA VIGENCIA  *
      *            TERMINA DENTRO DE CONST-DIAS-AVISO-SUSC DIAS, Y LAS *
      *            YA VENCIDAS SIN RENOVAR, ORDENADAS POR LOS DIAS QUE *
      *            FALTAN PARA EL VENCIMIENTO (LAS VENCIDAS PRIMERO).  *
      *            LA RENOVACION SE REGISTRA CON PUBMANT.              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSUSC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PUBPER         ASSIGN TO "PUBPER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PUB-CODIGO
                  FILE STATUS IS WS-FS-PUBPER.

           SELECT ARCH-ORDEN          ASSIGN TO "ORDSUSC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTSUSC.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PUBPER.
       01  REG-PUBPER.
           COPY PUBPER.

       SD  ARCH-ORDEN.
       01  REG-ORDEN.
           05  ORD-DIAS-RESTANTES      PIC S9(5).
           05  ORD-PUB-CODIGO          PIC X(10).
           05  ORD-TITULO              PIC X(40).
           05  ORD-PRV-CODIGO          PIC X(10).
           05  ORD-SUC-CODIGO          PIC X(10).
           05  ORD-FECHA-HASTA         PIC X(10).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-PUBPER                PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SW-FIN-PUBPER            PIC X(1)  VALUE 'N'.
           88  WS-FIN-PUBPER           VALUE 'S'.
       01  WS-SW-FIN-ORDEN             PIC X(1)  VALUE 'N'.
           88  WS-FIN-ORDEN            VALUE 'S'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-TOTAL-REGISTROS          PIC 9(7)  VALUE ZERO.
       01  WS-CONT-VENCIDAS            PIC 9(7)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OBTENER-FECHA-HOY THRU 0100-EXIT.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-DIAS-RESTANTES
               INPUT PROCEDURE IS 1000-GENERAR-ENTRADAS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-REPORTE THRU 3000-EXIT.
           DISPLAY 'RPTSUSC - SUSCRIPCIONES LISTADAS: '
                   WS-TOTAL-REGISTROS
                   ' VENCIDAS: ' WS-CONT-VENCIDAS.
           STOP RUN.

       0100-OBTENER-FECHA-HOY.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
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
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE LAS PUBLICACIONES   *
      * ACTIVAS Y LIBERA (RELEASE) LAS QUE VENCEN DENTRO DEL PLAZO DE  *
      * AVISO O YA VENCIERON. LAS CANCELADAS NO SE RENUEVAN. SIN       *
      * MAESTRO DE PUBLICACIONES NO HAY AVISOS.                        *
      *****************************************************************
       1000-GENERAR-ENTRADAS.
           OPEN INPUT ARCH-PUBPER.
           IF WS-FS-PUBPER NOT = '00'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LEER-PUBLICACION THRU 1100-EXIT.
           PERFORM 1200-EVALUAR-PUBLICACION THRU 1200-EXIT
               UNTIL WS-FIN-PUBPER.
           CLOSE ARCH-PUBPER.
       1000-EXIT.
           EXIT.

       1100-LEER-PUBLICACION.
           READ ARCH-PUBPER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PUBPER
           END-READ.
       1100-EXIT.
           EXIT.

       1200-EVALUAR-PUBLICACION.
           IF PUB-ACTIVA
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     WS-FECHA-HOY
                                     PUB-FECHA-HASTA
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS NOT > CONST-DIAS-AVISO-SUSC
                   MOVE WS-CALL-DIAS    TO ORD-DIAS-RESTANTES
                   MOVE PUB-CODIGO      TO ORD-PUB-CODIGO
                   MOVE PUB-TITULO (1:40) TO ORD-TITULO
                   MOVE PUB-PRV-CODIGO  TO ORD-PRV-CODIGO
                   MOVE PUB-SUC-CODIGO  TO ORD-SUC-CODIGO
                   MOVE PUB-FECHA-HASTA TO ORD-FECHA-HASTA
                   RELEASE REG-ORDEN
               END-IF
           END-IF.
           PERFORM 1100-LEER-PUBLICACION THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: IMPRIME EL LISTADO YA        *
      * ORDENADO, CON QUIEBRE DE PAGINA CADA CONST-LINEAS-PAGINA       *
      * LINEAS (DESCONTANDO CONST-LINEAS-CABECERA).                    *
      *****************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT ARCH-REPORTE.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ORDEN
           END-RETURN.
           PERFORM 3100-IMPRIMIR-DETALLE THRU 3100-EXIT
               UNTIL WS-FIN-ORDEN.
           IF WS-TOTAL-REGISTROS = ZERO
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
               MOVE 'NO HAY SUSCRIPCIONES PROXIMAS A VENCER'
                   TO REG-REPORTE
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
           MOVE ORD-PUB-CODIGO     TO LIN-SUS-PUB-CODIGO.
           MOVE ORD-TITULO         TO LIN-SUS-TITULO.
           MOVE ORD-PRV-CODIGO     TO LIN-SUS-PRV-CODIGO.
           MOVE ORD-SUC-CODIGO     TO LIN-SUS-SUC-CODIGO.
           MOVE ORD-FECHA-HASTA    TO LIN-SUS-FECHA-HASTA.
           MOVE ORD-DIAS-RESTANTES TO LIN-SUS-DIAS.
           IF ORD-DIAS-RESTANTES < ZERO
               MOVE 'VENCIDA'      TO LIN-SUS-SITUACION
               ADD 1 TO WS-CONT-VENCIDAS
           ELSE
               MOVE 'POR VENCER'   TO LIN-SUS-SITUACION
           END-IF.
           WRITE REG-REPORTE FROM LINEA-DETALLE-SUSC.
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
           MOVE 'SUSCRIPCIONES PROXIMAS A VENCER'
               TO LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-SUSC.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       3200-EXIT.
           EXIT.
