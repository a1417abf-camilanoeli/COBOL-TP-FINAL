      *            COINCIDEN.                                         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.7                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 09/08/2026 CNA VERSION 1.1 - SE SUMA AL CONTEO DE TRABAJO LA   *
      *                              CUENTAN EN EL LADO ESPERADO DE    *
      *                              LA CONCILIACION, IGUAL QUE LOS    *
      *                              RETENIDOS POR RESERVA.            *
      * 15/10/2026 CNA VERSION 1.5 - EL EJEMPLAR EN TRANSITO ENTRE     *
      *                              SUCURSALES CUENTA EN EL LADO      *
      *                              ESPERADO, IGUAL QUE EL RETENIDO   *
      *                              POR RESERVA.                      *
      * 15/10/2026 CNA VERSION 1.6 - LA FECHA DE PROCESO SE TOMA DEL   *
      *                              SUBPROGRAMA FECPROC EN LUGAR DE   *
      *                              LA FECHA DEL SISTEMA: CADENCTL LA *
      *                              CARGA AL RECUPERAR FECHAS SIN     *
      *                              CADENA COMPLETA Y EL PROGRAMA     *
      *                              PROCESA ESE DIA COMO SI CORRIERA  *
      *                              EN SU FECHA. CORRIDO SUELTO, SIN  *
      *                              FECHA CARGADA, SIGUE CON LA DEL   *
      *                              SISTEMA.                          *
      * 15/10/2026 CNA VERSION 1.7 - EL LISTADO SE ABRE EN EXTEND      *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIB.
           88  WS-FIN-EJEMPLAR         VALUE 'S'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
           GOBACK.

       1000-INICIALIZAR.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-REPORTE
               IF WS-FS-REPORTE = '35'
                   OPEN OUTPUT ARCH-REPORTE
               END-IF
           ELSE
               OPEN OUTPUT ARCH-REPORTE
           END-IF.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).

      *****************************************************************
      * UN EJEMPLAR RETENIDO POR RESERVA, SALIDO EN PRESTAMO           *
      * INSTITUCIONAL, ENVIADO A TALLER O EN TRANSITO ENTRE SEDES ESTA *
      * FUERA DEL DISPONIBLE SIN PRESTAMO ABIERTO DE SOCIO: TODOS      *
      * CUENTAN EN EL LADO ESPERADO DE LA CONCILIACION.                *
      *****************************************************************
       2600-EVALUAR-EJEMPLAR.
           IF EJE-RESERVADO OR EJE-PRESTAMO-INST OR EJE-EN-TALLER
                   OR EJE-EN-TRANSITO
               PERFORM 2700-ACUMULAR-RESERVADO THRU 2700-EXIT
           END-IF.
           PERFORM 2500-LEER-EJEMPLAR THRU 2500-EXIT.
