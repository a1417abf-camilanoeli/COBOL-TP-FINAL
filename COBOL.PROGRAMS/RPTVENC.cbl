      *            NOMBRE DEL USUARIO Y MULTA PROYECTADA.              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 21/07/2025                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      * 22/08/2026 CNA VERSION 1.2 - EL ATRASO Y LA MULTA PROYECTADA  *
      *   SE CALCULAN EN DIAS HABILES (DIFHAB DE FECHAUTL), IGUAL     *
      *   QUE LA MULTA QUE GENERA MULCALC.                            *
      * 15/10/2026 CNA VERSION 1.3 - LA MULTA PROYECTADA SE CALCULA   *
      *   CON EL TARIFARIO DE MULTAS (MULTARIF), LA MISMA RUTINA CON  *
      *   QUE MULCALC GENERA LA MULTA, Y LOS PARAMETROS DE NEGOCIO    *
      *   SE RESUELVEN CON PARMLEE AL INICIALIZAR.                    *
      * 15/10/2026 CNA VERSION 1.4 - LA FECHA DE PROCESO SE TOMA DEL  *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:       *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.   *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL         *
      *   SISTEMA.                                                    *
      * 15/10/2026 CNA VERSION 1.5 - EL LISTADO SE ABRE EN EXTEND     *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL      *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO     *
      *   PISAR EL DE LA FECHA ANTERIOR.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVENC.
           88  WS-FIN-ORDEN            VALUE 'S'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-DIAS-ATRASO              PIC S9(6).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       01  WS-TARIFA-CALCULO.
           COPY TARCALC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
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

           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-TITULO
                   MOVE ZERO   TO LIB-PRECIO-REPOSICION
           END-READ.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE LIB-TITULO (1:30)   TO ORD-TITULO.
           MOVE PRE-USR-CODIGO      TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE SPACES TO USR-NOMBRE
                                  USR-CATEGORIA
           END-READ.
           MOVE USR-NOMBRE (1:25)   TO ORD-USUARIO.
           MOVE WS-FECHA-HOY          TO TRC-FECHA-PROCESO.
           MOVE USR-CATEGORIA         TO TRC-USR-CATEGORIA.
           MOVE PRE-TIPO              TO TRC-PRE-TIPO.
           MOVE PRE-LIB-CODIGO        TO TRC-LIB-CODIGO.
           MOVE LIB-PRECIO-REPOSICION TO TRC-PRECIO-REPOSICION.
           MOVE WS-DIAS-ATRASO        TO TRC-DIAS-ATRASO.
           MOVE CONST-MULTA-DIA       TO TRC-MULTA-DIA-DEFECTO.
           CALL 'MULTARIF' USING WS-TARIFA-CALCULO
           END-CALL.
           MOVE TRC-IMPORTE         TO ORD-MULTA.
           RELEASE REG-ORDEN.
       1300-EXIT.
           EXIT.
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
