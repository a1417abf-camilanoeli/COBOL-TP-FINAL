      *****************************************************************
      * PROGRAMA: RPTDENEG                                            *
      * PROPOSITO: REPORTE SEMANAL DE ACCESOS DENEGADOS PARA          *
      *            DIRECCION. LISTA LAS TRANSACCIONES QUE LA MATRIZ   *
      *            DE PERMISOS RECHAZO EN LOS SIETE DIAS QUE TERMINAN *
      *            EN LA FECHA PEDIDA POR PARAMETRO (SIN PARAMETRO,   *
      *            LA SEMANA QUE TERMINA HOY), A PARTIR DEL LOG QUE   *
      *            DEJA PERMVAL, Y CIERRA CON EL RESUMEN POR OPERADOR *
      *            Y POR CAUSA DEL RECHAZO.                           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDENEG.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMDENE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-ACCLOG         ASSIGN TO "ACCLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-ACCLOG.

           SELECT ARCH-OPERADOR       ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPE-LEGAJO
                  FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARCH-CONTEO         ASSIGN TO "DENWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNT-OPERADOR
                  FILE STATUS IS WS-FS-CONTEO.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTDENEG.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-FECHA-HASTA        PIC X(10).

       FD  ARCH-ACCLOG.
       01  REG-ACCLOG.
           COPY ACCLOG.

       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           COPY OPERADOR.

       FD  ARCH-CONTEO.
       01  REG-CONTEO.
           05  CNT-OPERADOR            PIC X(8).
           05  CNT-CANTIDAD            PIC 9(6).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-ACCLOG                PIC X(2).
       01  WS-FS-OPERADOR              PIC X(2).
       01  WS-FS-CONTEO                PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ACCLOG        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ACCLOG       VALUE 'S'.
           05  WS-SW-FIN-CONTEO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-CONTEO       VALUE 'S'.
           05  WS-SW-SIN-ARCH-OPERADOR PIC X(1)  VALUE 'N'.
           05  WS-SW-DENTRO-RANGO      PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-DENEGADOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-OPE-INVALIDO    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-OPE-NIVEL       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-AUT-INVALIDO    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-AUT-NIVEL       PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-DESDE              PIC X(10).
       01  WS-FECHA-HASTA              PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LISTAR-DENEGADOS THRU 2000-EXIT
               UNTIL WS-FIN-ACCLOG.
           PERFORM 3000-IMPRIMIR-RESUMEN THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * LA SEMANA VA DE LA FECHA HASTA MENOS SEIS DIAS A LA FECHA     *
      * HASTA, AMBAS INCLUIDAS.                                       *
      *****************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           OPEN INPUT ARCH-PARAMETROS.
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES TO PARM-FECHA-HASTA
           END-READ.
           CLOSE ARCH-PARAMETROS.
           IF PARM-FECHA-HASTA = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           ELSE
               MOVE PARM-FECHA-HASTA TO WS-FECHA-HASTA
           END-IF.
           MOVE 'SUMDIAS' TO WS-CALL-FUNCION.
           MOVE -6        TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-HASTA
                                 WS-FECHA-DESDE
                                 WS-CALL-DIAS
           END-CALL.
           OPEN INPUT ARCH-ACCLOG.
           IF WS-FS-ACCLOG NOT = '00'
               MOVE 'S' TO WS-SW-FIN-ACCLOG
           END-IF.
           OPEN INPUT ARCH-OPERADOR.
           IF WS-FS-OPERADOR NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-OPERADOR
           END-IF.
           OPEN OUTPUT ARCH-CONTEO.
           CLOSE ARCH-CONTEO.
           OPEN I-O ARCH-CONTEO.
           OPEN OUTPUT ARCH-REPORTE.
           PERFORM 1100-IMPRIMIR-ENCABEZADO THRU 1100-EXIT.
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

       1100-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'ACCESOS DENEGADOS DE LA SEMANA'
               TO LIN-TITULO-REPORTE.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE WS-FECHA-DESDE TO LIN-CAR-DESDE.
           MOVE WS-FECHA-HASTA TO LIN-CAR-HASTA.
           WRITE REG-REPORTE FROM LINEA-PERIODO-CARR.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-DENEG.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * CADA RECHAZO DE LA SEMANA SALE EN EL DETALLE, EN EL ORDEN DEL *
      * LOG, Y SUMA EN LOS TOTALES POR OPERADOR Y POR CAUSA.          *
      *****************************************************************
       2000-LISTAR-DENEGADOS.
           READ ARCH-ACCLOG
               AT END
                   MOVE 'S' TO WS-SW-FIN-ACCLOG
           END-READ.
           IF WS-FIN-ACCLOG
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-VERIFICAR-RANGO THRU 2100-EXIT.
           IF WS-SW-DENTRO-RANGO = 'N'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-DENEGADOS.
           MOVE ACC-FECHA           TO LIN-DEN-FECHA.
           MOVE ACC-HORA            TO LIN-DEN-HORA.
           MOVE ACC-PROGRAMA        TO LIN-DEN-PROGRAMA.
           MOVE ACC-TIPO-TRANS      TO LIN-DEN-TIPO.
           MOVE ACC-OPERADOR        TO LIN-DEN-OPERADOR.
           MOVE ACC-AUTORIZANTE     TO LIN-DEN-AUTORIZANTE.
           MOVE ACC-NIVEL-EXIGIDO   TO LIN-DEN-NIVEL-EXIGIDO.
           MOVE ACC-NIVEL-INFORMADO TO LIN-DEN-NIVEL-INFORMADO.
           MOVE ACC-REFERENCIA      TO LIN-DEN-REFERENCIA.
           EVALUATE TRUE
               WHEN ACC-OPERADOR-INVALIDO
                   MOVE 'OPERADOR INEXISTENTE O DE BAJA'
                       TO LIN-DEN-CAUSA
                   ADD 1 TO WS-CONT-OPE-INVALIDO
               WHEN ACC-OPERADOR-NIVEL
                   MOVE 'OPERADOR SIN NIVEL SUFICIENTE'
                       TO LIN-DEN-CAUSA
                   ADD 1 TO WS-CONT-OPE-NIVEL
               WHEN ACC-AUTORIZ-INVALIDO
                   MOVE 'AUTORIZANTE FALTANTE O INVALIDO'
                       TO LIN-DEN-CAUSA
                   ADD 1 TO WS-CONT-AUT-INVALIDO
               WHEN OTHER
                   MOVE 'AUTORIZANTE SIN NIVEL'
                       TO LIN-DEN-CAUSA
                   ADD 1 TO WS-CONT-AUT-NIVEL
           END-EVALUATE.
           WRITE REG-REPORTE FROM LINEA-DETALLE-DENEG.
           PERFORM 2200-ACUMULAR-OPERADOR THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VERIFICAR-RANGO.
           MOVE 'N' TO WS-SW-DENTRO-RANGO.
           IF ACC-FECHA = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-DESDE
                                 ACC-FECHA
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS >= 0 AND WS-CALL-DIAS <= 6
               MOVE 'S' TO WS-SW-DENTRO-RANGO
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ACUMULAR-OPERADOR.
           MOVE ACC-OPERADOR TO CNT-OPERADOR.
           READ ARCH-CONTEO
               INVALID KEY
                   MOVE ACC-OPERADOR TO CNT-OPERADOR
                   MOVE ZERO         TO CNT-CANTIDAD
                   WRITE REG-CONTEO
           END-READ.
           ADD 1 TO CNT-CANTIDAD.
           REWRITE REG-CONTEO.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * RESUMEN POR OPERADOR (CON SU NOMBRE DEL MAESTRO) Y POR CAUSA. *
      *****************************************************************
       3000-IMPRIMIR-RESUMEN.
           IF WS-CONT-DENEGADOS = ZERO
               MOVE 'SIN ACCESOS DENEGADOS EN LA SEMANA' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 'N' TO WS-SW-FIN-CONTEO.
           MOVE LOW-VALUES TO CNT-OPERADOR.
           START ARCH-CONTEO KEY IS >= CNT-OPERADOR
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-CONTEO
           END-START.
           IF NOT WS-FIN-CONTEO
               PERFORM 3100-LEER-CONTEO THRU 3100-EXIT
               PERFORM 3200-IMPRIMIR-OPERADOR THRU 3200-EXIT
                   UNTIL WS-FIN-CONTEO
               WRITE REG-REPORTE FROM LINEA-SEPARADOR
           END-IF.
           MOVE 'OPERADOR INEXISTENTE O DADO DE BAJA'
               TO LIN-DEN-CAU-DESCRIPCION.
           MOVE WS-CONT-OPE-INVALIDO TO LIN-DEN-CAU-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CAUSA-DENEG.
           MOVE 'OPERADOR SIN NIVEL SUFICIENTE'
               TO LIN-DEN-CAU-DESCRIPCION.
           MOVE WS-CONT-OPE-NIVEL TO LIN-DEN-CAU-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CAUSA-DENEG.
           MOVE 'AUTORIZANTE FALTANTE, INEXISTENTE O DE BAJA'
               TO LIN-DEN-CAU-DESCRIPCION.
           MOVE WS-CONT-AUT-INVALIDO TO LIN-DEN-CAU-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CAUSA-DENEG.
           MOVE 'AUTORIZANTE SIN NIVEL SUFICIENTE'
               TO LIN-DEN-CAU-DESCRIPCION.
           MOVE WS-CONT-AUT-NIVEL TO LIN-DEN-CAU-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CAUSA-DENEG.
           MOVE 'TOTAL DE ACCESOS DENEGADOS' TO LIN-DEN-CAU-DESCRIPCION.
           MOVE WS-CONT-DENEGADOS TO LIN-DEN-CAU-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CAUSA-DENEG.
       3000-EXIT.
           EXIT.

       3100-LEER-CONTEO.
           READ ARCH-CONTEO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-CONTEO
           END-READ.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-OPERADOR.
           MOVE CNT-OPERADOR TO LIN-DEN-RES-OPERADOR.
           MOVE CNT-CANTIDAD TO LIN-DEN-RES-CANTIDAD.
           MOVE SPACES       TO LIN-DEN-RES-NOMBRE.
           IF CNT-OPERADOR = SPACES
               MOVE '(SIN LEGAJO INFORMADO)' TO LIN-DEN-RES-NOMBRE
           ELSE
               IF WS-SW-SIN-ARCH-OPERADOR = 'N'
                   MOVE CNT-OPERADOR TO OPE-LEGAJO
                   READ ARCH-OPERADOR
                       INVALID KEY
                           MOVE '(NO REGISTRADO EN EL MAESTRO)'
                               TO LIN-DEN-RES-NOMBRE
                       NOT INVALID KEY
                           MOVE OPE-NOMBRE TO LIN-DEN-RES-NOMBRE
                   END-READ
               END-IF
           END-IF.
           WRITE REG-REPORTE FROM LINEA-OPERADOR-DENEG.
           PERFORM 3100-LEER-CONTEO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-FS-ACCLOG = '00' OR WS-FS-ACCLOG = '10'
               CLOSE ARCH-ACCLOG
           END-IF.
           IF WS-SW-SIN-ARCH-OPERADOR = 'N'
               CLOSE ARCH-OPERADOR
           END-IF.
           CLOSE ARCH-CONTEO
                 ARCH-REPORTE.
           DISPLAY 'RPTDENEG - SEMANA: '    WS-FECHA-DESDE
                   ' AL '                   WS-FECHA-HASTA
                   ' DENEGADOS: '           WS-CONT-DENEGADOS.
       9000-EXIT.
           EXIT.
