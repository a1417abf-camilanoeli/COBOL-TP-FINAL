      *****************************************************************
      * PROGRAMA: RPTSALA                                             *
      * PROPOSITO: GRILLA DIARIA DE OCUPACION DE LOS BOXES Y SALAS DE  *
      *            ESTUDIO GRUPAL, PARA EL MOSTRADOR DE CADA SEDE. UNA *
      *            PAGINA POR SUCURSAL CON UNA FILA POR SALA ACTIVA Y  *
      *            UNA COLUMNA POR TURNO DE LA GRILLA DE CONSTANT.CPY: *
      *            SOCIO TITULAR Y ESTADO DE LA RESERVA (R RESERVADA,  *
      *            P PRESENTADA, A AUSENTE), LIBRE, O GUIONES FUERA    *
      *            DEL HORARIO DE LA SALA. CIERRA CADA SUCURSAL CON    *
      *            TURNOS DISPONIBLES, OCUPADOS, LIBRES, PORCENTAJE DE *
      *            OCUPACION Y PERSONAS ESPERADAS. LA FECHA DE LA      *
      *            GRILLA SE TOMA DE PARMSALA.DAT (DD/MM/AAAA); SIN    *
      *            PARAMETRO, LA DEL DIA.                              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSALA.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMSALA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-SALAEST        ASSIGN TO "SALAEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAL-CODIGO
                  ALTERNATE RECORD KEY IS SAL-SUC-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-SALAEST.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTSALA.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-FECHA-GRILLA       PIC X(10).

       FD  ARCH-SALAEST.
       01  REG-SALAEST.
           COPY SALAEST.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-SALAEST               PIC X(2).
       01  WS-FS-RESSALA               PIC X(2).
       01  WS-FS-SUCURSAL              PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-SALAEST       PIC X(1)  VALUE 'N'.
               88  WS-FIN-SALAEST      VALUE 'S'.
           05  WS-SW-SIN-ARCH-RESSALA  PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-SUCURSAL PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-SALAEST  PIC X(1)  VALUE 'N'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-GRILLA             PIC X(10).
       01  WS-GRILLA-AMD.
           05  WS-GRILLA-ANIO          PIC X(4).
           05  WS-GRILLA-MES           PIC X(2).
           05  WS-GRILLA-DIA           PIC X(2).
       01  WS-GRILLA-AMD-N REDEFINES WS-GRILLA-AMD
                                       PIC 9(8).

       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).
       01  WS-SUC-ACTUAL               PIC X(10).
       01  WS-SUC-NOMBRE               PIC X(30).

      *
      * TURNOS DE LA GRILLA: HORA DE INICIO Y FIN DE CADA UNO. LA
      * GRILLA IMPRESA TIENE LUGAR PARA SEIS TURNOS POR DIA
      *
       01  WS-TABLA-TURNOS.
           05  WS-TURNO OCCURS 6 TIMES.
               10  WS-TUR-INICIO       PIC 9(2).
               10  WS-TUR-FIN          PIC 9(2).
       01  WS-CANT-TURNOS              PIC 9(1).
       01  WS-IX-TURNO                 PIC 9(1).
       01  WS-TITULO-TURNO.
           05  WS-TIT-INICIO           PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  WS-TIT-FIN              PIC 9(2).
       01  WS-CELDA-OCUPADA.
           05  WS-CEL-USR-CODIGO       PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CEL-ESTADO           PIC X(1).
       01  WS-HORARIO-SALA.
           05  WS-HOR-APERTURA         PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE ' A '.
           05  WS-HOR-CIERRE           PIC 9(2).

       01  WS-ACUMULADORES-SUCURSAL.
           05  WS-SUC-SALAS            PIC 9(5).
           05  WS-SUC-TURNOS           PIC 9(5).
           05  WS-SUC-OCUPADOS         PIC 9(5).
           05  WS-SUC-PERSONAS         PIC 9(5).
       01  WS-SUC-LIBRES               PIC 9(5).
       01  WS-PORC-OCUPACION           PIC 9(3)V99.
       01  WS-PORC-EDITADO             PIC ZZ9.99.

       01  WS-CONTADORES.
           05  WS-CONT-SUCURSALES      PIC 9(5)  VALUE ZERO.
           05  WS-CONT-SALAS           PIC 9(5)  VALUE ZERO.
           05  WS-CONT-OCUPADOS        PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-SALA THRU 2000-EXIT
               UNTIL WS-FIN-SALAEST.
           IF WS-CONT-SUCURSALES > ZERO
               PERFORM 3000-CERRAR-SUCURSAL THRU 3000-EXIT
           ELSE
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
               MOVE 'NO HAY SALAS DE ESTUDIO ACTIVAS' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           PERFORM 1200-ARMAR-TURNOS THRU 1200-EXIT.
           OPEN INPUT ARCH-RESSALA.
           IF WS-FS-RESSALA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-RESSALA
           END-IF.
           OPEN INPUT ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           OPEN OUTPUT ARCH-REPORTE.
           OPEN INPUT ARCH-SALAEST.
           IF WS-FS-SALAEST NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SALAEST
               MOVE 'S' TO WS-SW-FIN-SALAEST
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO SAL-SUC-CODIGO.
           START ARCH-SALAEST KEY IS >= SAL-SUC-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-SALAEST
           END-START.
           IF NOT WS-FIN-SALAEST
               PERFORM 1300-LEER-SALA THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * FECHA DE LA GRILLA: LA DEL PARAMETRO SI VIENE COMO DD/MM/AAAA, *
      * SI NO LA DEL DIA (EL MOSTRADOR LA IMPRIME A LA APERTURA).      *
      *****************************************************************
       1100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS.
           IF WS-FS-PARM = '00'
               READ ARCH-PARAMETROS
                   AT END
                       MOVE SPACES TO REG-PARAMETROS
               END-READ
               CLOSE ARCH-PARAMETROS
           ELSE
               MOVE SPACES TO REG-PARAMETROS
           END-IF.
           IF PARM-FECHA-GRILLA (1:2) NUMERIC
                   AND PARM-FECHA-GRILLA (4:2) NUMERIC
                   AND PARM-FECHA-GRILLA (7:4) NUMERIC
                   AND PARM-FECHA-GRILLA (3:1) = '/'
                   AND PARM-FECHA-GRILLA (6:1) = '/'
               MOVE PARM-FECHA-GRILLA TO WS-FECHA-GRILLA
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-GRILLA
           END-IF.
           MOVE WS-FECHA-GRILLA (7:4) TO WS-GRILLA-ANIO.
           MOVE WS-FECHA-GRILLA (4:2) TO WS-GRILLA-MES.
           MOVE WS-FECHA-GRILLA (1:2) TO WS-GRILLA-DIA.
       1100-EXIT.
           EXIT.

       1200-ARMAR-TURNOS.
           MOVE CONST-CANT-TURNOS-SALA TO WS-CANT-TURNOS.
           IF WS-CANT-TURNOS > 6
               MOVE 6 TO WS-CANT-TURNOS
           END-IF.
           PERFORM 1210-ARMAR-UN-TURNO THRU 1210-EXIT
               VARYING WS-IX-TURNO FROM 1 BY 1
               UNTIL WS-IX-TURNO > 6.
       1200-EXIT.
           EXIT.

       1210-ARMAR-UN-TURNO.
           IF WS-IX-TURNO > WS-CANT-TURNOS
               MOVE SPACES TO LIN-SAT-TURNO (WS-IX-TURNO)
               GO TO 1210-EXIT
           END-IF.
           COMPUTE WS-TUR-INICIO (WS-IX-TURNO) =
               CONST-HORA-INICIO-TURNOS
             + (WS-IX-TURNO - 1) * CONST-HORAS-TURNO-SALA.
           COMPUTE WS-TUR-FIN (WS-IX-TURNO) =
               WS-TUR-INICIO (WS-IX-TURNO) + CONST-HORAS-TURNO-SALA.
           MOVE WS-TUR-INICIO (WS-IX-TURNO) TO WS-TIT-INICIO.
           MOVE WS-TUR-FIN (WS-IX-TURNO)    TO WS-TIT-FIN.
           MOVE WS-TITULO-TURNO TO LIN-SAT-TURNO (WS-IX-TURNO).
       1210-EXIT.
           EXIT.

       1300-LEER-SALA.
           READ ARCH-SALAEST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-SALAEST
           END-READ.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * UNA FILA POR SALA ACTIVA, EN ORDEN DE SUCURSAL. EL CAMBIO DE   *
      * SUCURSAL CIERRA LA ANTERIOR CON SUS TOTALES Y ABRE PAGINA.     *
      *****************************************************************
       2000-PROCESAR-SALA.
           IF SAL-BAJA
               GO TO 2000-SEGUIR
           END-IF.
           IF WS-CONT-SUCURSALES = ZERO
                   OR SAL-SUC-CODIGO NOT = WS-SUC-ACTUAL
               IF WS-CONT-SUCURSALES > ZERO
                   PERFORM 3000-CERRAR-SUCURSAL THRU 3000-EXIT
               END-IF
               PERFORM 2100-ABRIR-SUCURSAL THRU 2100-EXIT
           END-IF.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
           END-IF.
           MOVE SPACES            TO LINEA-DETALLE-SALA.
           MOVE SAL-CODIGO        TO LIN-SAG-CODIGO.
           MOVE SAL-NOMBRE        TO LIN-SAG-NOMBRE.
           MOVE SAL-CAPACIDAD     TO LIN-SAG-CAPACIDAD.
           MOVE SAL-HORA-APERTURA TO WS-HOR-APERTURA.
           MOVE SAL-HORA-CIERRE   TO WS-HOR-CIERRE.
           MOVE WS-HORARIO-SALA   TO LIN-SAG-HORARIO.
           PERFORM 2200-ARMAR-CELDA THRU 2200-EXIT
               VARYING WS-IX-TURNO FROM 1 BY 1
               UNTIL WS-IX-TURNO > WS-CANT-TURNOS.
           WRITE REG-REPORTE FROM LINEA-DETALLE-SALA.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           ADD 1 TO WS-SUC-SALAS.
           ADD 1 TO WS-CONT-SALAS.
       2000-SEGUIR.
           PERFORM 1300-LEER-SALA THRU 1300-EXIT.
       2000-EXIT.
           EXIT.

       2100-ABRIR-SUCURSAL.
           ADD 1 TO WS-CONT-SUCURSALES.
           MOVE SAL-SUC-CODIGO TO WS-SUC-ACTUAL.
           MOVE ZERO TO WS-SUC-SALAS
                        WS-SUC-TURNOS
                        WS-SUC-OCUPADOS
                        WS-SUC-PERSONAS.
           MOVE SPACES TO WS-SUC-NOMBRE.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               MOVE SAL-SUC-CODIGO TO SUC-CODIGO
               READ ARCH-SUCURSAL
                   INVALID KEY
                       MOVE SPACES TO SUC-NOMBRE
               END-READ
               MOVE SUC-NOMBRE TO WS-SUC-NOMBRE
           END-IF.
           PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * CELDA DE UN TURNO: GUIONES SI EL TURNO NO CAE ENTERO EN EL     *
      * HORARIO DE LA SALA; SI CAE, EL TITULAR Y EL ESTADO DE LA       *
      * RESERVA O LIBRE (UNA RESERVA CANCELADA DEJA EL TURNO LIBRE).   *
      *****************************************************************
       2200-ARMAR-CELDA.
           IF WS-TUR-INICIO (WS-IX-TURNO) < SAL-HORA-APERTURA
                   OR WS-TUR-FIN (WS-IX-TURNO) > SAL-HORA-CIERRE
               MOVE '-----' TO LIN-SAG-CELDA (WS-IX-TURNO)
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-SUC-TURNOS.
           MOVE 'LIBRE' TO LIN-SAG-CELDA (WS-IX-TURNO).
           IF WS-SW-SIN-ARCH-RESSALA = 'S'
               GO TO 2200-EXIT
           END-IF.
           MOVE SAL-CODIGO      TO RSA-SAL-CODIGO.
           MOVE WS-GRILLA-AMD-N TO RSA-FECHA-AMD.
           MOVE WS-IX-TURNO     TO RSA-TURNO.
           READ ARCH-RESSALA KEY IS RSA-CLAVE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF NOT RSA-CANCELADA
               MOVE RSA-USR-CODIGO   TO WS-CEL-USR-CODIGO
               MOVE RSA-ESTADO       TO WS-CEL-ESTADO
               MOVE WS-CELDA-OCUPADA TO LIN-SAG-CELDA (WS-IX-TURNO)
               ADD 1               TO WS-SUC-OCUPADOS
               ADD 1               TO WS-CONT-OCUPADOS
               ADD RSA-INTEGRANTES TO WS-SUC-PERSONAS
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * TOTALES DE LA SUCURSAL: TURNOS DISPONIBLES (LOS QUE CAEN EN EL *
      * HORARIO DE CADA SALA), OCUPADOS, LIBRES, PORCENTAJE DE         *
      * OCUPACION Y PERSONAS ESPERADAS SEGUN LOS INTEGRANTES.          *
      *****************************************************************
       3000-CERRAR-SUCURSAL.
           COMPUTE WS-SUC-LIBRES = WS-SUC-TURNOS - WS-SUC-OCUPADOS.
           IF WS-SUC-TURNOS > ZERO
               COMPUTE WS-PORC-OCUPACION ROUNDED =
                   WS-SUC-OCUPADOS * 100 / WS-SUC-TURNOS
           ELSE
               MOVE ZERO TO WS-PORC-OCUPACION
           END-IF.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE SPACES TO LIN-TSA-PORCENTAJE.
           MOVE 'SALAS ACTIVAS'           TO LIN-TSA-CONCEPTO.
           MOVE WS-SUC-SALAS              TO LIN-TSA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL-SALA.
           MOVE 'TURNOS DISPONIBLES'      TO LIN-TSA-CONCEPTO.
           MOVE WS-SUC-TURNOS             TO LIN-TSA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL-SALA.
           MOVE 'TURNOS OCUPADOS'         TO LIN-TSA-CONCEPTO.
           MOVE WS-SUC-OCUPADOS           TO LIN-TSA-CANTIDAD.
           MOVE WS-PORC-OCUPACION         TO WS-PORC-EDITADO.
           MOVE WS-PORC-EDITADO           TO LIN-TSA-PORCENTAJE.
           MOVE '%'                       TO LIN-TSA-PORCENTAJE (8:1).
           WRITE REG-REPORTE FROM LINEA-TOTAL-SALA.
           MOVE SPACES TO LIN-TSA-PORCENTAJE.
           MOVE 'TURNOS LIBRES'           TO LIN-TSA-CONCEPTO.
           MOVE WS-SUC-LIBRES             TO LIN-TSA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL-SALA.
           MOVE 'PERSONAS ESPERADAS'      TO LIN-TSA-CONCEPTO.
           MOVE WS-SUC-PERSONAS           TO LIN-TSA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-TOTAL-SALA.
           ADD 6 TO WS-LINEAS-IMPRESAS.
       3000-EXIT.
           EXIT.

       3200-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE SPACES TO LIN-TITULO-REPORTE.
           STRING 'OCUPACION DE SALAS DEL ' DELIMITED BY SIZE
                  WS-FECHA-GRILLA           DELIMITED BY SIZE
                  INTO LIN-TITULO-REPORTE
           END-STRING.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           IF WS-CONT-SUCURSALES > ZERO
               MOVE SPACES TO LIN-FIC-SECCION
               STRING 'SUCURSAL '    DELIMITED BY SIZE
                      WS-SUC-ACTUAL  DELIMITED BY SPACE
                      ' '            DELIMITED BY SIZE
                      WS-SUC-NOMBRE  DELIMITED BY SIZE
                      INTO LIN-FIC-SECCION
               END-STRING
               WRITE REG-REPORTE FROM LINEA-FICHA-SECCION
           END-IF.
           WRITE REG-REPORTE FROM LINEA-TITULO-SALA.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       3200-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-SW-SIN-ARCH-SALAEST = 'N'
               CLOSE ARCH-SALAEST
           END-IF.
           IF WS-SW-SIN-ARCH-RESSALA = 'N'
               CLOSE ARCH-RESSALA
           END-IF.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           CLOSE ARCH-REPORTE.
           DISPLAY 'RPTSALA - FECHA: '    WS-FECHA-GRILLA
                   ' SUCURSALES: '        WS-CONT-SUCURSALES
                   ' SALAS: '             WS-CONT-SALAS
                   ' TURNOS OCUPADOS: '   WS-CONT-OCUPADOS.
       9000-EXIT.
           EXIT.
