      *****************************************************************
      * PROGRAMA: RPTCARGA                                            *
      * PROPOSITO: REPORTE MENSUAL DE CARGA DEL MOSTRADOR PARA ARMAR   *
      *            LOS TURNOS DEL PERSONAL. EXPLOTA EL DIARIO COMUN DE *
      *            TRANSACCIONES (DIARIO.DAT) DEL MES PEDIDO Y CRUZA   *
      *            FRANJA HORARIA (DE A UNA HORA) POR DIA DE LA        *
      *            SEMANA, CON LA CANTIDAD DE PRESTAMOS, DEVOLUCIONES, *
      *            RENOVACIONES, COBROS Y RESERVAS. ABRE EL CUADRO POR *
      *            SUCURSAL Y POR OPERADOR, MARCA LAS FRANJAS PICO Y   *
      *            SACA EL PROMEDIO POR DIA HABIL DEL MES SEGUN EL     *
      *            CALENDARIO DE FERIADOS (FECHAUTL). DEJA ADEMAS UN   *
      *            EXTRACTO CSV (RPTCARGA.CSV) PARA ARMAR LA GRILLA DE *
      *            TURNOS EN PLANILLA DE CALCULO.                      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARGA.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMCARG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-DIARIO         ASSIGN TO "DIARIO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-DIARIO.

           SELECT ARCH-OPERADOR       ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPE-LEGAJO
                  FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-CARGA          ASSIGN TO "CARGWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAW-CLAVE
                  FILE STATUS IS WS-FS-CARGA.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTCARGA.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-CSV            ASSIGN TO "RPTCARGA.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CSV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-ANIO-MES           PIC X(6).
           05  FILLER                  PIC X(1).
           05  PARM-PORC-PICO          PIC 9(3).

       FD  ARCH-DIARIO.
       01  REG-DIARIO.
           COPY DIARIO.

       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           COPY OPERADOR.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

      *
      * ACUMULADOS DEL MES POR CORTE (SUCURSAL U OPERADOR), GRUPO Y
      * FRANJA HORARIA. EL REGISTRO CON LA FRANJA EN BLANCO ES EL
      * TOTAL DEL GRUPO Y QUEDA PRIMERO AL RECORRER EL ARCHIVO
      *
       FD  ARCH-CARGA.
       01  REG-CARGA.
           05  CAW-CLAVE.
               10  CAW-CORTE           PIC X(1).
                   88  CAW-POR-SUCURSAL VALUE '1'.
                   88  CAW-POR-OPERADOR VALUE '2'.
               10  CAW-GRUPO           PIC X(10).
               10  CAW-FRANJA          PIC X(2).
           05  CAW-DATOS.
               10  CAW-CANT-DIA        PIC 9(6) OCCURS 7 TIMES.
               10  CAW-CANT-TIPO       PIC 9(6) OCCURS 5 TIMES.
               10  CAW-TOTAL           PIC 9(7).
               10  CAW-FRANJAS-ACTIVAS PIC 9(2).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       FD  ARCH-CSV.
       01  REG-CSV                     PIC X(200).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-DIARIO                PIC X(2).
       01  WS-FS-OPERADOR              PIC X(2).
       01  WS-FS-SUCURSAL              PIC X(2).
       01  WS-FS-CARGA                 PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).
       01  WS-FS-CSV                   PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-DIARIO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-DIARIO       VALUE 'S'.
           05  WS-SW-FIN-CARGA         PIC X(1)  VALUE 'N'.
               88  WS-FIN-CARGA        VALUE 'S'.
           05  WS-SW-SIN-ARCH-OPERADOR PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-SUCURSAL PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-DIARIO        PIC X(1)  VALUE 'N'.
           05  WS-SW-REGISTRO-NUEVO    PIC X(1)  VALUE 'N'.
           05  WS-SW-FRANJA-NUEVA      PIC X(1)  VALUE 'N'.
           05  WS-SW-HAY-GRUPO         PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS          PIC 9(7)  VALUE ZERO.
           05  WS-CONT-COMPUTADOS      PIC 9(7)  VALUE ZERO.
           05  WS-CONT-NO-COMPUTABLES  PIC 9(7)  VALUE ZERO.
           05  WS-CONT-GRUPOS          PIC 9(5)  VALUE ZERO.
           05  WS-CONT-PICOS           PIC 9(5)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).

      *
      * MES EN PROCESO Y DIAS HABILES DEL MES
      *
       01  WS-ANIO-MES-PROCESO         PIC X(6).
       01  WS-ANIO-NUM                 PIC 9(4).
       01  WS-MES-NUM                  PIC 9(2).
       01  WS-PORC-PICO                PIC 9(3).
       01  WS-FECHA-INICIO-MES         PIC X(10).
       01  WS-FECHA-INICIO-SIGUIENTE   PIC X(10).
       01  WS-FECHA-VISPERA-MES        PIC X(10).
       01  WS-FECHA-FIN-MES            PIC X(10).
       01  WS-DIAS-HABILES             PIC 9(3)  VALUE ZERO.

      *
      * DATOS DE LA TRANSACCION DEL DIARIO QUE SE ESTA COMPUTANDO
      *
       01  WS-TIPO-MOVIMIENTO          PIC 9(1).
       01  WS-DIA-SEMANA               PIC 9(1).
       01  WS-FECHA-ANTERIOR           PIC X(10) VALUE SPACES.
       01  WS-FECHA-AUXILIAR           PIC X(10).
       01  WS-FRANJA                   PIC X(2).
       01  WS-OPERADOR                 PIC X(8).
       01  WS-SUC-TRANSACCION          PIC X(10).
       01  WS-SEDE                     PIC X(10).
       01  WS-CLAVE-ACUM.
           05  WS-ACU-CORTE            PIC X(1).
           05  WS-ACU-GRUPO            PIC X(10).
           05  WS-ACU-FRANJA           PIC X(2).

      *
      * VISTAS DE LA IMAGEN DE TRANSACCION QUE GRABA CADA PROGRAMA DE
      * MOVIMIENTOS EN EL DIARIO (MISMO LAYOUT QUE SU ARCHIVO DE
      * TRANSACCIONES)
      *
       01  WS-IMAGEN-TRANSACCION       PIC X(80).
       01  WS-IMAGEN-PRESTAMO REDEFINES WS-IMAGEN-TRANSACCION.
           05  WS-IPR-OPERACION        PIC X(1).
               88  WS-IPR-PRESTAMO     VALUES 'A' 'P' 'S'.
               88  WS-IPR-DEVOLUCION   VALUE 'D'.
               88  WS-IPR-RENOVACION   VALUE 'R'.
           05  FILLER                  PIC X(32).
           05  WS-IPR-OPERADOR         PIC X(8).
           05  FILLER                  PIC X(11).
           05  WS-IPR-SUC-RECEPCION    PIC X(10).
           05  FILLER                  PIC X(18).
       01  WS-IMAGEN-PAGO REDEFINES WS-IMAGEN-TRANSACCION.
           05  FILLER                  PIC X(19).
           05  WS-IPA-OPERADOR         PIC X(8).
           05  FILLER                  PIC X(53).
       01  WS-IMAGEN-RESERVA REDEFINES WS-IMAGEN-TRANSACCION.
           05  WS-IRE-OPERACION        PIC X(1).
               88  WS-IRE-ALTA         VALUE 'A'.
           05  FILLER                  PIC X(20).
           05  WS-IRE-OPERADOR         PIC X(8).
           05  FILLER                  PIC X(51).

      *
      * TOTAL DEL GRUPO EN IMPRESION, QUE SE EMITE AL CIERRE DEL GRUPO
      *
       01  WS-TOTAL-GRUPO.
           05  WS-TGR-CLAVE            PIC X(13).
           05  WS-TGR-CANT-DIA         PIC 9(6) OCCURS 7 TIMES.
           05  WS-TGR-CANT-TIPO        PIC 9(6) OCCURS 5 TIMES.
           05  WS-TGR-TOTAL            PIC 9(7).
           05  WS-TGR-FRANJAS-ACTIVAS  PIC 9(2).
       01  WS-REG-CARGA-LEIDO          PIC X(94).
       01  WS-PROMEDIO-FRANJA          PIC 9(7)V99.
       01  WS-PROMEDIO-HABIL           PIC 9(5)V99.
       01  WS-CARGA-RELATIVA           PIC 9(9).
       01  WS-UMBRAL-PICO              PIC 9(9)V99.
       01  WS-IX                       PIC 9(2).
       01  WS-HORA-FIN                 PIC 9(2).
       01  WS-TEXTO-FRANJA             PIC X(5).
       01  WS-TEXTO-CORTE              PIC X(8).
       01  WS-NOMBRE-GRUPO             PIC X(40).

      *
      * CAMPOS DEL EXTRACTO CSV
      *
       01  WS-LINEA-CSV                PIC X(200).
       01  WS-CSV-PROMEDIO             PIC 9(5).99.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

      *
      * LINEA DE PARAMETROS DEL REPORTE
      *
       01  LINEA-PARAMETROS-CARGA.
           05  FILLER                  PIC X(21) VALUE
                                           'DIAS HABILES DEL MES:'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-PAR-DIAS-HABILES    PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE
                              'FRANJA PICO: CARGA DE LA FRANJA >= '.
           05  LIN-PAR-PORC-PICO       PIC ZZ9.
           05  FILLER                  PIC X(35) VALUE
                                '% DEL PROMEDIO DE FRANJAS DEL GRUPO'.
           05  FILLER                  PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-DIARIO THRU 2000-EXIT
               UNTIL WS-FIN-DIARIO.
           PERFORM 3000-IMPRIMIR-REPORTE THRU 3000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * EL MES SE PIDE POR PARAMETRO (AAAAMM, COMO EN ESTMENS); SIN    *
      * PARAMETRO SE TOMA EL MES EN CURSO. EL UMBRAL DE FRANJA PICO    *
      * ES UN PORCENTAJE SOBRE EL PROMEDIO DE LAS FRANJAS CON          *
      * MOVIMIENTO DEL GRUPO (POR DEFECTO 150).                        *
      *****************************************************************
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
           IF PARM-ANIO-MES NUMERIC
               MOVE PARM-ANIO-MES TO WS-ANIO-MES-PROCESO
           ELSE
               MOVE WS-FECHA-SISTEMA (1:6) TO WS-ANIO-MES-PROCESO
           END-IF.
           IF PARM-PORC-PICO NUMERIC AND PARM-PORC-PICO > ZERO
               MOVE PARM-PORC-PICO TO WS-PORC-PICO
           ELSE
               MOVE 150 TO WS-PORC-PICO
           END-IF.
           PERFORM 1100-CONTAR-DIAS-HABILES THRU 1100-EXIT.
           OPEN INPUT ARCH-OPERADOR.
           IF WS-FS-OPERADOR NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-OPERADOR
           END-IF.
           OPEN INPUT ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           OPEN OUTPUT ARCH-CARGA.
           CLOSE ARCH-CARGA.
           OPEN I-O    ARCH-CARGA.
           OPEN INPUT ARCH-DIARIO.
           IF WS-FS-DIARIO NOT = '00'
               MOVE 'S' TO WS-SW-SIN-DIARIO
               MOVE 'S' TO WS-SW-FIN-DIARIO
           ELSE
               PERFORM 1200-LEER-DIARIO THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * DIAS HABILES DEL MES: LOS POSTERIORES A LA VISPERA DEL DIA 1   *
      * HASTA EL ULTIMO DIA DEL MES INCLUSIVE (DIFHAB DE FECHAUTL, QUE *
      * DESCUENTA SABADOS, DOMINGOS Y FERIADOS.DAT).                   *
      *****************************************************************
       1100-CONTAR-DIAS-HABILES.
           MOVE WS-ANIO-MES-PROCESO (1:4) TO WS-ANIO-NUM.
           MOVE WS-ANIO-MES-PROCESO (5:2) TO WS-MES-NUM.
           MOVE '01/'                     TO WS-FECHA-INICIO-MES (1:3).
           MOVE WS-ANIO-MES-PROCESO (5:2) TO WS-FECHA-INICIO-MES (4:2).
           MOVE '/'                       TO WS-FECHA-INICIO-MES (6:1).
           MOVE WS-ANIO-MES-PROCESO (1:4) TO WS-FECHA-INICIO-MES (7:4).
           IF WS-MES-NUM = 12
               MOVE 1 TO WS-MES-NUM
               ADD 1 TO WS-ANIO-NUM
           ELSE
               ADD 1 TO WS-MES-NUM
           END-IF.
           MOVE '01/'       TO WS-FECHA-INICIO-SIGUIENTE (1:3).
           MOVE WS-MES-NUM  TO WS-FECHA-INICIO-SIGUIENTE (4:2).
           MOVE '/'         TO WS-FECHA-INICIO-SIGUIENTE (6:1).
           MOVE WS-ANIO-NUM TO WS-FECHA-INICIO-SIGUIENTE (7:4).
           MOVE 'SUMDIAS' TO WS-CALL-FUNCION.
           MOVE -1        TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-INICIO-MES
                                 WS-FECHA-VISPERA-MES
                                 WS-CALL-DIAS
           END-CALL.
           MOVE -1        TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-INICIO-SIGUIENTE
                                 WS-FECHA-FIN-MES
                                 WS-CALL-DIAS
           END-CALL.
           MOVE 'DIFHAB'  TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-VISPERA-MES
                                 WS-FECHA-FIN-MES
                                 WS-CALL-DIAS
           END-CALL.
           MOVE WS-CALL-DIAS TO WS-DIAS-HABILES.
       1100-EXIT.
           EXIT.

       1200-LEER-DIARIO.
           READ ARCH-DIARIO
               AT END
                   MOVE 'S' TO WS-SW-FIN-DIARIO
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * COMPUTA CADA TRANSACCION ACEPTADA DEL MES QUE SEA UN PRESTAMO  *
      * (ALTA, RETIRO DE RESERVA O CONSULTA EN SALA), DEVOLUCION O     *
      * RENOVACION DE PRESTMOV, UN COBRO DE MULPAGO O UN ALTA DE       *
      * RESERVA DE RESVMANT. LO DEMAS DEL DIARIO (CANCELACIONES,       *
      * EJEMPLARES, AJUSTES) NO ES ATENCION AL PUBLICO Y NO SE CUENTA. *
      *****************************************************************
       2000-PROCESAR-DIARIO.
           ADD 1 TO WS-CONT-LEIDOS.
           IF NOT DIA-ACEPTADA
               GO TO 2000-SEGUIR
           END-IF.
           IF DIA-FECHA (4:2) NOT = WS-ANIO-MES-PROCESO (5:2)
                   OR DIA-FECHA (7:4) NOT = WS-ANIO-MES-PROCESO (1:4)
               GO TO 2000-SEGUIR
           END-IF.
           IF DIA-HORA (1:2) NOT NUMERIC OR DIA-HORA (1:2) > '23'
               GO TO 2000-SEGUIR
           END-IF.
           MOVE DIA-HORA (1:2)  TO WS-FRANJA.
           MOVE DIA-TRANSACCION TO WS-IMAGEN-TRANSACCION.
           MOVE ZERO   TO WS-TIPO-MOVIMIENTO.
           MOVE SPACES TO WS-OPERADOR WS-SUC-TRANSACCION.
           EVALUATE DIA-PROGRAMA
               WHEN 'PRESTMOV'
                   MOVE WS-IPR-OPERADOR TO WS-OPERADOR
                   EVALUATE TRUE
                       WHEN WS-IPR-PRESTAMO
                           MOVE 1 TO WS-TIPO-MOVIMIENTO
                       WHEN WS-IPR-DEVOLUCION
                           MOVE 2 TO WS-TIPO-MOVIMIENTO
                           MOVE WS-IPR-SUC-RECEPCION
                               TO WS-SUC-TRANSACCION
                       WHEN WS-IPR-RENOVACION
                           MOVE 3 TO WS-TIPO-MOVIMIENTO
                   END-EVALUATE
               WHEN 'MULPAGO'
                   MOVE WS-IPA-OPERADOR TO WS-OPERADOR
                   MOVE 4 TO WS-TIPO-MOVIMIENTO
               WHEN 'RESVMANT'
                   MOVE WS-IRE-OPERADOR TO WS-OPERADOR
                   IF WS-IRE-ALTA
                       MOVE 5 TO WS-TIPO-MOVIMIENTO
                   END-IF
           END-EVALUATE.
           IF WS-TIPO-MOVIMIENTO = ZERO
               ADD 1 TO WS-CONT-NO-COMPUTABLES
               GO TO 2000-SEGUIR
           END-IF.
           IF DIA-FECHA NOT = WS-FECHA-ANTERIOR
               MOVE DIA-FECHA TO WS-FECHA-ANTERIOR
               MOVE 'DIASEM'  TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     DIA-FECHA
                                     WS-FECHA-AUXILIAR
                                     WS-CALL-DIAS
               END-CALL
               MOVE WS-CALL-DIAS TO WS-DIA-SEMANA
           END-IF.
           PERFORM 2100-DETERMINAR-SEDE THRU 2100-EXIT.
           ADD 1 TO WS-CONT-COMPUTADOS.
           MOVE '1'         TO WS-ACU-CORTE.
           MOVE WS-SEDE     TO WS-ACU-GRUPO.
           PERFORM 2500-ACUMULAR-GRUPO THRU 2500-EXIT.
           MOVE '2'         TO WS-ACU-CORTE.
           IF WS-OPERADOR = SPACES
               MOVE 'SIN LEGAJO' TO WS-ACU-GRUPO
           ELSE
               MOVE WS-OPERADOR  TO WS-ACU-GRUPO
           END-IF.
           PERFORM 2500-ACUMULAR-GRUPO THRU 2500-EXIT.
       2000-SEGUIR.
           PERFORM 1200-LEER-DIARIO THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * LA SEDE DE LA TRANSACCION ES LA SUCURSAL DONDE SE RECIBIO LA   *
      * DEVOLUCION CUANDO VIENE INFORMADA; SI NO, LA SUCURSAL DE       *
      * REVISTA DEL OPERADOR QUE LA ATENDIO.                           *
      *****************************************************************
       2100-DETERMINAR-SEDE.
           MOVE 'SIN SEDE' TO WS-SEDE.
           IF WS-SUC-TRANSACCION NOT = SPACES
               MOVE WS-SUC-TRANSACCION TO WS-SEDE
               GO TO 2100-EXIT
           END-IF.
           IF WS-SW-SIN-ARCH-OPERADOR = 'S'
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-OPERADOR TO OPE-LEGAJO.
           READ ARCH-OPERADOR
               INVALID KEY
                   MOVE SPACES TO OPE-SUC-CODIGO
           END-READ.
           IF OPE-SUC-CODIGO NOT = SPACES
               MOVE OPE-SUC-CODIGO TO WS-SEDE
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * SUMA LA TRANSACCION EN LA FRANJA DEL GRUPO Y EN EL TOTAL DEL   *
      * GRUPO, QUE ADEMAS CUENTA LAS FRANJAS CON MOVIMIENTO PARA EL    *
      * CALCULO DEL UMBRAL DE PICO.                                    *
      *****************************************************************
       2500-ACUMULAR-GRUPO.
           MOVE WS-FRANJA TO WS-ACU-FRANJA.
           PERFORM 2600-SUMAR-REGISTRO THRU 2600-EXIT.
           MOVE SPACES    TO WS-ACU-FRANJA.
           PERFORM 2600-SUMAR-REGISTRO THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2600-SUMAR-REGISTRO.
           MOVE 'N' TO WS-SW-REGISTRO-NUEVO.
           MOVE WS-CLAVE-ACUM TO CAW-CLAVE.
           READ ARCH-CARGA
               INVALID KEY
                   MOVE 'S' TO WS-SW-REGISTRO-NUEVO
                   MOVE WS-CLAVE-ACUM TO CAW-CLAVE
                   MOVE ZEROS TO CAW-DATOS
           END-READ.
           IF WS-ACU-FRANJA = SPACES AND WS-SW-FRANJA-NUEVA = 'S'
               ADD 1 TO CAW-FRANJAS-ACTIVAS
           END-IF.
           ADD 1 TO CAW-CANT-DIA (WS-DIA-SEMANA).
           ADD 1 TO CAW-CANT-TIPO (WS-TIPO-MOVIMIENTO).
           ADD 1 TO CAW-TOTAL.
           IF WS-SW-REGISTRO-NUEVO = 'S'
               WRITE REG-CARGA
           ELSE
               REWRITE REG-CARGA
           END-IF.
           IF WS-ACU-FRANJA NOT = SPACES
               MOVE WS-SW-REGISTRO-NUEVO TO WS-SW-FRANJA-NUEVA
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS ACUMULADOS EN ORDEN DE CLAVE: PRIMERO LAS          *
      * SUCURSALES Y DESPUES LOS OPERADORES, Y DENTRO DE CADA GRUPO EL *
      * TOTAL (FRANJA EN BLANCO) Y LUEGO LAS FRANJAS EN ORDEN HORARIO. *
      *****************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT ARCH-REPORTE.
           OPEN OUTPUT ARCH-CSV.
           MOVE SPACES TO WS-LINEA-CSV.
           STRING 'CORTE,GRUPO,FRANJA,'                DELIMITED BY SIZE
                  'LUN,MAR,MIE,JUE,VIE,SAB,DOM,'       DELIMITED BY SIZE
                  'PRESTAMOS,DEVOLUCIONES,RENOVACIONES,'
                                                       DELIMITED BY SIZE
                  'COBROS,RESERVAS,TOTAL,'             DELIMITED BY SIZE
                  'PROMEDIO_DIA_HABIL,PICO'            DELIMITED BY SIZE
                  INTO WS-LINEA-CSV
           END-STRING.
           WRITE REG-CSV FROM WS-LINEA-CSV.
           PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT.
           MOVE WS-DIAS-HABILES TO LIN-PAR-DIAS-HABILES.
           MOVE WS-PORC-PICO    TO LIN-PAR-PORC-PICO.
           WRITE REG-REPORTE FROM LINEA-PARAMETROS-CARGA.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           MOVE LOW-VALUES TO CAW-CLAVE.
           START ARCH-CARGA KEY IS >= CAW-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-CARGA
           END-START.
           IF NOT WS-FIN-CARGA
               PERFORM 3050-LEER-CARGA THRU 3050-EXIT
           END-IF.
           PERFORM 3100-IMPRIMIR-ACUMULADO THRU 3100-EXIT
               UNTIL WS-FIN-CARGA.
           IF WS-SW-HAY-GRUPO = 'S'
               PERFORM 3500-CERRAR-GRUPO THRU 3500-EXIT
           ELSE
               MOVE 'SIN MOVIMIENTOS DE MOSTRADOR EN EL MES'
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
           MOVE WS-CONT-COMPUTADOS TO LIN-TOTAL-REGISTROS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-REPORTE
                 ARCH-CSV.
       3000-EXIT.
           EXIT.

       3050-LEER-CARGA.
           READ ARCH-CARGA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-CARGA
           END-READ.
       3050-EXIT.
           EXIT.

       3100-IMPRIMIR-ACUMULADO.
           IF CAW-FRANJA = SPACES
               IF WS-SW-HAY-GRUPO = 'S'
                   MOVE REG-CARGA TO WS-REG-CARGA-LEIDO
                   PERFORM 3500-CERRAR-GRUPO THRU 3500-EXIT
                   MOVE WS-REG-CARGA-LEIDO TO REG-CARGA
               END-IF
               PERFORM 3300-ABRIR-GRUPO THRU 3300-EXIT
           ELSE
               PERFORM 3400-IMPRIMIR-FRANJA THRU 3400-EXIT
           END-IF.
           PERFORM 3050-LEER-CARGA THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE SPACES        TO LIN-TITULO-REPORTE.
           STRING 'CARGA DEL MOSTRADOR - MES '  DELIMITED BY SIZE
                  WS-ANIO-MES-PROCESO (5:2)     DELIMITED BY SIZE
                  '/'                           DELIMITED BY SIZE
                  WS-ANIO-MES-PROCESO (1:4)     DELIMITED BY SIZE
                  INTO LIN-TITULO-REPORTE
           END-STRING.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * INICIO DE GRUPO: GUARDA EL TOTAL PARA EMITIRLO AL CIERRE,      *
      * CALCULA EL PROMEDIO POR FRANJA CON MOVIMIENTO (BASE DEL UMBRAL *
      * DE PICO) E IMPRIME EL TITULO DE LA SUCURSAL O DEL OPERADOR.    *
      *****************************************************************
       3300-ABRIR-GRUPO.
           MOVE 'S' TO WS-SW-HAY-GRUPO.
           ADD 1 TO WS-CONT-GRUPOS.
           MOVE REG-CARGA TO WS-TOTAL-GRUPO.
           IF CAW-FRANJAS-ACTIVAS > ZERO
               COMPUTE WS-PROMEDIO-FRANJA ROUNDED =
                   CAW-TOTAL / CAW-FRANJAS-ACTIVAS
           ELSE
               MOVE ZERO TO WS-PROMEDIO-FRANJA
           END-IF.
           COMPUTE WS-UMBRAL-PICO ROUNDED =
               WS-PROMEDIO-FRANJA * WS-PORC-PICO.
           MOVE SPACES TO WS-NOMBRE-GRUPO.
           IF CAW-POR-SUCURSAL
               MOVE 'SUCURSAL' TO WS-TEXTO-CORTE
               IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
                   MOVE CAW-GRUPO TO SUC-CODIGO
                   READ ARCH-SUCURSAL
                       NOT INVALID KEY
                           MOVE SUC-NOMBRE TO WS-NOMBRE-GRUPO
                   END-READ
               END-IF
           ELSE
               MOVE 'OPERADOR' TO WS-TEXTO-CORTE
               IF WS-SW-SIN-ARCH-OPERADOR = 'N'
                   MOVE CAW-GRUPO TO OPE-LEGAJO
                   READ ARCH-OPERADOR
                       NOT INVALID KEY
                           MOVE OPE-NOMBRE TO WS-NOMBRE-GRUPO
                   END-READ
               END-IF
           END-IF.
           IF WS-LINEAS-IMPRESAS + 8 > WS-LINEAS-DISPONIBLES
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
           END-IF.
           MOVE SPACES TO LIN-FIC-SECCION.
           STRING WS-TEXTO-CORTE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CAW-GRUPO        DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-NOMBRE-GRUPO  DELIMITED BY SIZE
                  INTO LIN-FIC-SECCION
           END-STRING.
           WRITE REG-REPORTE FROM LINEA-FICHA-SECCION.
           PERFORM 3350-IMPRIMIR-TITULO THRU 3350-EXIT.
       3300-EXIT.
           EXIT.

       3350-IMPRIMIR-TITULO.
           WRITE REG-REPORTE FROM LINEA-TITULO-CARGA.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           ADD 3 TO WS-LINEAS-IMPRESAS.
       3350-EXIT.
           EXIT.

      *****************************************************************
      * UNA LINEA POR FRANJA HORARIA CON MOVIMIENTO. LA FRANJA ES PICO *
      * CUANDO SU CARGA LLEGA AL PORCENTAJE PEDIDO DEL PROMEDIO DE LAS *
      * FRANJAS CON MOVIMIENTO DEL GRUPO.                              *
      *****************************************************************
       3400-IMPRIMIR-FRANJA.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
               PERFORM 3350-IMPRIMIR-TITULO THRU 3350-EXIT
           END-IF.
           MOVE CAW-FRANJA TO WS-HORA-FIN.
           ADD 1 TO WS-HORA-FIN.
           MOVE CAW-FRANJA  TO WS-TEXTO-FRANJA (1:2).
           MOVE '-'         TO WS-TEXTO-FRANJA (3:1).
           MOVE WS-HORA-FIN TO WS-TEXTO-FRANJA (4:2).
           MOVE WS-TEXTO-FRANJA TO LIN-CAR-FRANJA.
           PERFORM 3410-MOVER-DIA THRU 3410-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7.
           PERFORM 3420-MOVER-TIPO THRU 3420-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5.
           MOVE CAW-TOTAL TO LIN-CAR-TOTAL.
           PERFORM 3600-CALCULAR-PROMEDIO THRU 3600-EXIT.
           MOVE SPACES TO LIN-CAR-MARCA.
           COMPUTE WS-CARGA-RELATIVA = CAW-TOTAL * 100.
           IF WS-CARGA-RELATIVA >= WS-UMBRAL-PICO
                   AND WS-TGR-FRANJAS-ACTIVAS > 1
               MOVE '*PICO*' TO LIN-CAR-MARCA
               ADD 1 TO WS-CONT-PICOS
           END-IF.
           WRITE REG-REPORTE FROM LINEA-DETALLE-CARGA.
           ADD 1 TO WS-LINEAS-IMPRESAS.
           PERFORM 3700-GRABAR-CSV THRU 3700-EXIT.
       3400-EXIT.
           EXIT.

       3410-MOVER-DIA.
           MOVE CAW-CANT-DIA (WS-IX) TO LIN-CAR-DIA (WS-IX).
       3410-EXIT.
           EXIT.

       3420-MOVER-TIPO.
           MOVE CAW-CANT-TIPO (WS-IX) TO LIN-CAR-TIPO (WS-IX).
       3420-EXIT.
           EXIT.

      *****************************************************************
      * CIERRE DE GRUPO: LINEA DE TOTAL DEL MES DEL GRUPO.             *
      *****************************************************************
       3500-CERRAR-GRUPO.
           MOVE WS-TOTAL-GRUPO TO REG-CARGA.
           MOVE 'TOTAL' TO LIN-CAR-FRANJA.
           PERFORM 3410-MOVER-DIA THRU 3410-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 7.
           PERFORM 3420-MOVER-TIPO THRU 3420-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5.
           MOVE CAW-TOTAL TO LIN-CAR-TOTAL.
           PERFORM 3600-CALCULAR-PROMEDIO THRU 3600-EXIT.
           MOVE SPACES TO LIN-CAR-MARCA.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-DETALLE-CARGA.
           ADD 2 TO WS-LINEAS-IMPRESAS.
           MOVE 'TOTAL' TO WS-TEXTO-FRANJA.
           PERFORM 3700-GRABAR-CSV THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3600-CALCULAR-PROMEDIO.
           IF WS-DIAS-HABILES > ZERO
               COMPUTE WS-PROMEDIO-HABIL ROUNDED =
                   CAW-TOTAL / WS-DIAS-HABILES
           ELSE
               MOVE ZERO TO WS-PROMEDIO-HABIL
           END-IF.
           MOVE WS-PROMEDIO-HABIL TO LIN-CAR-PROMEDIO.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * FILA DEL EXTRACTO CSV, SEPARADA POR COMAS COMO EL EXTRACTO DE  *
      * LISTLIB, CON LOS MISMOS DATOS DE LA LINEA IMPRESA.             *
      *****************************************************************
       3700-GRABAR-CSV.
           IF CAW-POR-SUCURSAL
               MOVE 'SUCURSAL' TO WS-TEXTO-CORTE
           ELSE
               MOVE 'OPERADOR' TO WS-TEXTO-CORTE
           END-IF.
           MOVE WS-PROMEDIO-HABIL TO WS-CSV-PROMEDIO.
           MOVE SPACES TO WS-LINEA-CSV.
           STRING WS-TEXTO-CORTE         DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-GRUPO              DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-TEXTO-FRANJA        DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (1)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (2)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (3)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (4)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (5)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (6)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-DIA (7)       DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-TIPO (1)      DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-TIPO (2)      DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-TIPO (3)      DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-TIPO (4)      DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-CANT-TIPO (5)      DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  CAW-TOTAL              DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  WS-CSV-PROMEDIO        DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  LIN-CAR-MARCA          DELIMITED BY SPACE
                  INTO WS-LINEA-CSV
           END-STRING.
           WRITE REG-CSV FROM WS-LINEA-CSV.
       3700-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-CARGA.
           IF WS-SW-SIN-DIARIO = 'N'
               CLOSE ARCH-DIARIO
           END-IF.
           IF WS-SW-SIN-ARCH-OPERADOR = 'N'
               CLOSE ARCH-OPERADOR
           END-IF.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           DISPLAY 'RPTCARGA - DIARIO LEIDO: '   WS-CONT-LEIDOS
                   ' COMPUTADOS: '               WS-CONT-COMPUTADOS
                   ' NO COMPUTABLES: '           WS-CONT-NO-COMPUTABLES.
           DISPLAY 'RPTCARGA - GRUPOS: '         WS-CONT-GRUPOS
                   ' FRANJAS PICO: '             WS-CONT-PICOS
                   ' DIAS HABILES: '             WS-DIAS-HABILES.
       9000-EXIT.
           EXIT.
