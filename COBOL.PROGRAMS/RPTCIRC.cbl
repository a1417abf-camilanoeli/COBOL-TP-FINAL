      *            PRESTAMOS DESCENDENTE.                              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.4                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      *   MARCA OPCIONAL PARA SUMAR AL CONTEO EL ARCHIVO HISTORICO    *
      *   DE PRESTAMOS DE ARCHPRES, ASI EL RANKING ANUAL NO SE        *
      *   ACHATA DESPUES DE CADA DEPURACION.                          *
      * 15/10/2026 CNA VERSION 1.3 - LA FECHA DE PROCESO SE TOMA DEL  *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:       *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.   *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL         *
      *   SISTEMA.                                                    *
      * 15/10/2026 CNA VERSION 1.4 - EL LISTADO SE ABRE EN EXTEND     *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL      *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO     *
      *   PISAR EL DE LA FECHA ANTERIOR.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCIRC.
       01  WS-SW-DENTRO-RANGO          PIC X(1)  VALUE 'N'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-CATEGORIA-ANTERIOR       PIC X(20) VALUE SPACES.
       01  WS-RANKING                  PIC 9(3)  VALUE ZERO.
           GOBACK.

       0100-INICIALIZAR.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
      * CATEGORIA.                                                     *
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
