      *            ANUAL) NO SE TOCAN.                                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.2 - SE PASA A FECPROC EL AREA DE LA   *
      *   MARCA DE ACUMULAR LISTADOS.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARNVENC.
           05  WS-CONT-VENCIDOS        PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).

       01  WS-CALL-FUNCION             PIC X(7).
       1000-INICIALIZAR.
           OPEN I-O    ARCH-USUARIO.
           OPEN OUTPUT ARCH-SALIDA.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
