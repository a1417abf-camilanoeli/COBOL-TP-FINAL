      *            PARA RECLAMAR LOS QUE QUEDARON COLGADOS.            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - SE AGREGA LA SECCION DE           *
      *   EJEMPLARES PROPUESTOS PARA TALLER: LOS QUE VOLVIERON         *
      *   DANADOS EN UNA DEVOLUCION DE PRESTMOV (PROPTALL.DAT) Y       *
      *   TODAVIA NO SE ENVIARON A REPARACION.                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTTALL.
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-PROPTALL       ASSIGN TO "PROPTALL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PROPTALL.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTTALL.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-PROPTALL.
       01  REG-PROPTALL.
           COPY PROPTALL.

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       01  WS-FS-REPARACION            PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).
       01  WS-FS-PROPTALL              PIC X(2).
       01  WS-FS-EJEMPLAR              PIC X(2).
       01  WS-SW-FIN-PROPTALL          PIC X(1)  VALUE 'N'.
           88  WS-FIN-PROPTALL         VALUE 'S'.
       01  WS-TOTAL-PROPUESTAS         PIC 9(7)  VALUE ZERO.

       01  WS-SW-FIN-REPARACION        PIC X(1)  VALUE 'N'.
           88  WS-FIN-REPARACION       VALUE 'S'.
           05  LIN-TAL-MARCA           PIC X(11).
           05  FILLER                  PIC X(11) VALUE SPACES.

      *
      * DETALLE DEL EJEMPLAR PROPUESTO PARA TALLER (DEVUELTO DANADO Y
      * TODAVIA NO ENVIADO A REPARACION).
      *
       01  LINEA-TITULO-PROPUESTA.
           05  FILLER                  PIC X(10) VALUE 'LIBRO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'EJEM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DEVUELTO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'PRESTAMO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SOCIO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'COND.ANT'.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  LINEA-DETALLE-PROPUESTA.
           05  LIN-PRT-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-NRO-EJEMPLAR    PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-TITULO          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-FECHA           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-PRE-CODIGO      PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-USR-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRT-CONDICION       PIC X(8).
           05  FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-EVALUAR-ORDEN THRU 2000-EXIT
               UNTIL WS-FIN-REPARACION.
           PERFORM 3000-IMPRIMIR-TOTALES THRU 3000-EXIT.
           PERFORM 4000-LISTAR-PROPUESTAS THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * EJEMPLARES PROPUESTOS PARA TALLER: CADA PROPUESTA QUE DEJO LA  *
      * DEVOLUCION DE PRESTMOV SE LISTA MIENTRAS EL EJEMPLAR SIGA      *
      * DANADO Y SIN ENVIAR A REPARACION (NI DADO POR PERDIDO).        *
      *****************************************************************
       4000-LISTAR-PROPUESTAS.
           OPEN INPUT ARCH-PROPTALL.
           IF WS-FS-PROPTALL NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT ARCH-EJEMPLAR.
           PERFORM 4300-IMPRIMIR-CABECERA-PROP THRU 4300-EXIT.
           PERFORM 4100-LEER-PROPUESTA THRU 4100-EXIT.
           PERFORM 4200-EVALUAR-PROPUESTA THRU 4200-EXIT
               UNTIL WS-FIN-PROPTALL.
           IF WS-TOTAL-PROPUESTAS = ZERO
               MOVE 'NO HAY EJEMPLARES PROPUESTOS PARA TALLER'
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           MOVE WS-TOTAL-PROPUESTAS TO LIN-TOTAL-REGISTROS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-PROPTALL
                 ARCH-EJEMPLAR.
       4000-EXIT.
           EXIT.

       4100-LEER-PROPUESTA.
           READ ARCH-PROPTALL
               AT END
                   MOVE 'S' TO WS-SW-FIN-PROPTALL
           END-READ.
       4100-EXIT.
           EXIT.

       4200-EVALUAR-PROPUESTA.
           MOVE PRT-LIB-CODIGO   TO EJE-LIB-CODIGO.
           MOVE PRT-NRO-EJEMPLAR TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE SPACES TO EJE-CONDICION
           END-READ.
           IF EJE-DANADO AND NOT EJE-EN-TALLER AND NOT EJE-PERDIDO
               PERFORM 4250-IMPRIMIR-PROPUESTA THRU 4250-EXIT
           END-IF.
           PERFORM 4100-LEER-PROPUESTA THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4250-IMPRIMIR-PROPUESTA.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 4300-IMPRIMIR-CABECERA-PROP THRU 4300-EXIT
           END-IF.
           MOVE PRT-LIB-CODIGO   TO LIN-PRT-LIB-CODIGO
                                    LIB-CODIGO.
           MOVE PRT-NRO-EJEMPLAR TO LIN-PRT-NRO-EJEMPLAR.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-TITULO
           END-READ.
           MOVE LIB-TITULO (1:30)   TO LIN-PRT-TITULO.
           MOVE PRT-FECHA-PROPUESTA TO LIN-PRT-FECHA.
           MOVE PRT-PRE-CODIGO      TO LIN-PRT-PRE-CODIGO.
           MOVE PRT-USR-CODIGO      TO LIN-PRT-USR-CODIGO.
           EVALUATE PRT-CONDICION-ANTERIOR
               WHEN 'B'
                   MOVE 'BUENO'    TO LIN-PRT-CONDICION
               WHEN 'R'
                   MOVE 'REGULAR'  TO LIN-PRT-CONDICION
               WHEN OTHER
                   MOVE SPACES     TO LIN-PRT-CONDICION
           END-EVALUATE.
           WRITE REG-REPORTE FROM LINEA-DETALLE-PROPUESTA.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           ADD 1 TO WS-TOTAL-PROPUESTAS.
       4250-EXIT.
           EXIT.

       4300-IMPRIMIR-CABECERA-PROP.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'EJEMPLARES PROPUESTOS PARA TALLER' TO
               LIN-TITULO-REPORTE.
           WRITE REG-REPORTE FROM SPACES.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-PROPUESTA.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       4300-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-FS-REPARACION = '00' OR WS-FS-REPARACION = '10'
               CLOSE ARCH-REPARACION
           CLOSE ARCH-LIBRO
                 ARCH-REPORTE.
           DISPLAY 'RPTTALL - EJEMPLARES EN TALLER: '
                   WS-TOTAL-REGISTROS
                   ' PROPUESTOS: '
                   WS-TOTAL-PROPUESTAS.
       9000-EXIT.
           EXIT.
