      *****************************************************************
      * PROGRAMA: RPTCARR                                             *
      * PROPOSITO: ESTADISTICAS DE USO POR CARRERA PARA LAS           *
      *            ACREDITACIONES. PARA EL PERIODO DEL ARCHIVO DE      *
      *            PARAMETROS EMITE, POR CARRERA DEL SOCIO (CON SU     *
      *            FACULTAD O DEPARTAMENTO), LOS SOCIOS ACTIVOS, LOS   *
      *            PRESTAMOS A DOMICILIO Y DE SALA OTORGADOS EN EL     *
      *            PERIODO (MAESTRO MAS HISTORICO DE ARCHPRES), LAS    *
      *            MULTAS GENERADAS CON SU IMPORTE Y LOS DIEZ TITULOS  *
      *            MAS PRESTADOS. LOS SOCIOS SIN CARRERA CARGADA SE    *
      *            AGRUPAN APARTE. EL RANKING SIGUE EL ESQUEMA DE      *
      *            RPTCIRC: CONTEO EN ARCHIVO DE TRABAJO Y SORT.       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARR.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMCARR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-PRESTAMO       ASSIGN TO "PRESTAMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRE-CODIGO-PRESTAMO
                  FILE STATUS IS WS-FS-PRESTAMO.

           SELECT ARCH-HISTORICO      ASSIGN TO "HISTPRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MUL-CODIGO-MULTA
                  FILE STATUS IS WS-FS-MULTA.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-ACUMULADO      ASSIGN TO "ACUMCARR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACU-CARRERA
                  FILE STATUS IS WS-FS-ACUMULADO.

           SELECT ARCH-CONTEO         ASSIGN TO "CONTCARR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTC-CLAVE
                  FILE STATUS IS WS-FS-CONTEO.

           SELECT ARCH-ORDEN          ASSIGN TO "ORDCARR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTCARR.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-FECHA-DESDE        PIC X(10).
           05  PARM-FECHA-HASTA        PIC X(10).

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-PRESTAMO.
       01  REG-PRESTAMO.
           COPY PRESTAMO.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO               PIC X(83).

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

      *
      * TOTALES POR CARRERA
      *
       FD  ARCH-ACUMULADO.
       01  REG-ACUMULADO.
           05  ACU-CARRERA             PIC X(30).
           05  ACU-FACULTAD            PIC X(20).
           05  ACU-SOCIOS-ACTIVOS      PIC 9(7).
           05  ACU-PREST-DOMICILIO     PIC 9(7).
           05  ACU-PREST-SALA          PIC 9(7).
           05  ACU-CANT-MULTAS         PIC 9(7).
           05  ACU-IMPORTE-MULTAS      PIC 9(9)V99.

      *
      * PRESTAMOS POR CARRERA Y TITULO, PARA EL RANKING
      *
       FD  ARCH-CONTEO.
       01  REG-CONTEO.
           05  CTC-CLAVE.
               10  CTC-CARRERA         PIC X(30).
               10  CTC-LIB-CODIGO      PIC X(10).
           05  CTC-TITULO              PIC X(40).
           05  CTC-CANTIDAD            PIC 9(7).

      *
      * POR CADA CARRERA UNA ENTRADA DE TOTALES ('A') SEGUIDA DE SUS
      * TITULOS ('T') DE MAS A MENOS PRESTADO
      *
       SD  ARCH-ORDEN.
       01  REG-ORDEN.
           05  ORD-CARRERA             PIC X(30).
           05  ORD-TIPO                PIC X(1).
               88  ORD-TOTALES         VALUE 'A'.
               88  ORD-TITULO-CARRERA  VALUE 'T'.
           05  ORD-CANTIDAD            PIC 9(7).
           05  ORD-LIB-CODIGO          PIC X(10).
           05  ORD-TITULO              PIC X(40).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-HISTORICO             PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-ACUMULADO             PIC X(2).
       01  WS-FS-CONTEO                PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-USUARIO       PIC X(1)  VALUE 'N'.
               88  WS-FIN-USUARIO      VALUE 'S'.
           05  WS-SW-FIN-PRESTAMO      PIC X(1)  VALUE 'N'.
               88  WS-FIN-PRESTAMO     VALUE 'S'.
           05  WS-SW-FIN-HISTORICO     PIC X(1)  VALUE 'N'.
               88  WS-FIN-HISTORICO    VALUE 'S'.
           05  WS-SW-FIN-MULTA         PIC X(1)  VALUE 'N'.
               88  WS-FIN-MULTA        VALUE 'S'.
           05  WS-SW-FIN-ACUMULADO     PIC X(1)  VALUE 'N'.
               88  WS-FIN-ACUMULADO    VALUE 'S'.
           05  WS-SW-FIN-CONTEO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-CONTEO       VALUE 'S'.
           05  WS-SW-FIN-ORDEN         PIC X(1)  VALUE 'N'.
               88  WS-FIN-ORDEN        VALUE 'S'.
           05  WS-SW-DENTRO-RANGO      PIC X(1)  VALUE 'N'.
           05  WS-SW-ACUMULADO-NUEVO   PIC X(1)  VALUE 'N'.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-EVALUAR            PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-RANKING                  PIC 9(5)  VALUE ZERO.
       01  WS-CONT-CARRERAS            PIC 9(7)  VALUE ZERO.

      *
      * CARRERA DEL SOCIO EN PROCESO; LA DEL SOCIO SIN CARRERA CARGADA
      * (O QUE YA NO ESTA EN EL MAESTRO) SE REEMPLAZA POR UN ROTULO
      *
       01  WS-CARRERA                  PIC X(30).
       01  WS-FACULTAD                 PIC X(20).
       01  WS-SIN-CARRERA              PIC X(30)
               VALUE '(SIN CARRERA INFORMADA)'.
       01  WS-USR-BUSCADO              PIC X(10).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-INICIALIZAR THRU 0100-EXIT.
           PERFORM 1000-ACUMULAR THRU 1000-EXIT.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-CARRERA
               ON ASCENDING KEY ORD-TIPO
               ON DESCENDING KEY ORD-CANTIDAD
               ON ASCENDING KEY ORD-LIB-CODIGO
               INPUT PROCEDURE IS 2000-GENERAR-ENTRADAS THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-REPORTE THRU 3000-EXIT.
           DISPLAY 'RPTCARR - CARRERAS INFORMADAS: ' WS-CONT-CARRERAS.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           OPEN INPUT ARCH-PARAMETROS.
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES TO PARM-FECHA-DESDE PARM-FECHA-HASTA
           END-READ.
           CLOSE ARCH-PARAMETROS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULA EN LOS ARCHIVOS DE TRABAJO: SOCIOS ACTIVOS, PRESTAMOS  *
      * DEL PERIODO (MAESTRO E HISTORICO) Y MULTAS GENERADAS EN EL     *
      * PERIODO, TODO POR CARRERA DEL SOCIO.                           *
      *****************************************************************
       1000-ACUMULAR.
           OPEN INPUT ARCH-USUARIO.
           OPEN INPUT ARCH-PRESTAMO.
           OPEN INPUT ARCH-MULTA.
           OPEN INPUT ARCH-LIBRO.
           OPEN OUTPUT ARCH-ACUMULADO.
           CLOSE ARCH-ACUMULADO.
           OPEN I-O ARCH-ACUMULADO.
           OPEN OUTPUT ARCH-CONTEO.
           CLOSE ARCH-CONTEO.
           OPEN I-O ARCH-CONTEO.
           PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
           PERFORM 1150-CONTAR-SOCIO THRU 1150-EXIT
               UNTIL WS-FIN-USUARIO.
           PERFORM 1200-LEER-PRESTAMO THRU 1200-EXIT.
           PERFORM 1250-EVALUAR-PRESTAMO THRU 1250-EXIT
               UNTIL WS-FIN-PRESTAMO.
           PERFORM 1400-CONTAR-HISTORICO THRU 1400-EXIT.
           PERFORM 1500-LEER-MULTA THRU 1500-EXIT.
           PERFORM 1550-EVALUAR-MULTA THRU 1550-EXIT
               UNTIL WS-FIN-MULTA.
           CLOSE ARCH-USUARIO ARCH-PRESTAMO ARCH-MULTA ARCH-LIBRO
                 ARCH-ACUMULADO ARCH-CONTEO.
       1000-EXIT.
           EXIT.

       1100-LEER-USUARIO.
           READ ARCH-USUARIO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-USUARIO
           END-READ.
       1100-EXIT.
           EXIT.

       1150-CONTAR-SOCIO.
           IF USR-ACTIVO
               PERFORM 1160-TOMAR-CARRERA THRU 1160-EXIT
               PERFORM 1800-OBTENER-ACUMULADO THRU 1800-EXIT
               ADD 1 TO ACU-SOCIOS-ACTIVOS
               PERFORM 1850-GRABAR-ACUMULADO THRU 1850-EXIT
           END-IF.
           PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
       1150-EXIT.
           EXIT.

       1160-TOMAR-CARRERA.
           IF USR-CARRERA = SPACES
               MOVE WS-SIN-CARRERA TO WS-CARRERA
           ELSE
               MOVE USR-CARRERA    TO WS-CARRERA
           END-IF.
           MOVE USR-FACULTAD TO WS-FACULTAD.
       1160-EXIT.
           EXIT.

      *****************************************************************
      * CARRERA DEL SOCIO DE UN PRESTAMO O UNA MULTA, POR LECTURA AL   *
      * AZAR DEL MAESTRO DE USUARIOS.                                  *
      *****************************************************************
       1170-BUSCAR-CARRERA.
           MOVE WS-USR-BUSCADO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE WS-SIN-CARRERA TO WS-CARRERA
                   MOVE SPACES         TO WS-FACULTAD
                   GO TO 1170-EXIT
           END-READ.
           PERFORM 1160-TOMAR-CARRERA THRU 1160-EXIT.
       1170-EXIT.
           EXIT.

       1200-LEER-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PRESTAMO
           END-READ.
       1200-EXIT.
           EXIT.

       1250-EVALUAR-PRESTAMO.
           MOVE PRE-FECHA-PRESTAMO TO WS-FECHA-EVALUAR.
           PERFORM 1700-VERIFICAR-RANGO THRU 1700-EXIT.
           IF WS-SW-DENTRO-RANGO = 'S'
               PERFORM 1300-ACUMULAR-PRESTAMO THRU 1300-EXIT
           END-IF.
           PERFORM 1200-LEER-PRESTAMO THRU 1200-EXIT.
       1250-EXIT.
           EXIT.

       1300-ACUMULAR-PRESTAMO.
           MOVE PRE-USR-CODIGO TO WS-USR-BUSCADO.
           PERFORM 1170-BUSCAR-CARRERA THRU 1170-EXIT.
           PERFORM 1800-OBTENER-ACUMULADO THRU 1800-EXIT.
           IF PRE-SALA
               ADD 1 TO ACU-PREST-SALA
           ELSE
               ADD 1 TO ACU-PREST-DOMICILIO
           END-IF.
           PERFORM 1850-GRABAR-ACUMULADO THRU 1850-EXIT.
           MOVE WS-CARRERA     TO CTC-CARRERA.
           MOVE PRE-LIB-CODIGO TO CTC-LIB-CODIGO.
           READ ARCH-CONTEO
               INVALID KEY
                   MOVE PRE-LIB-CODIGO TO LIB-CODIGO
                   READ ARCH-LIBRO
                       INVALID KEY
                           MOVE SPACES TO LIB-TITULO
                   END-READ
                   MOVE LIB-TITULO (1:40) TO CTC-TITULO
                   MOVE 1                 TO CTC-CANTIDAD
                   WRITE REG-CONTEO
               NOT INVALID KEY
                   ADD 1 TO CTC-CANTIDAD
                   REWRITE REG-CONTEO
           END-READ.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * EL HISTORICO DE ARCHPRES SE EVALUA CON EL MISMO FILTRO QUE LOS *
      * PRESTAMOS VIVOS, PASANDO CADA REGISTRO AL AREA DEL MAESTRO.    *
      * SI TODAVIA NO EXISTE NO SE SUMA NADA.                          *
      *****************************************************************
       1400-CONTAR-HISTORICO.
           OPEN INPUT ARCH-HISTORICO.
           IF WS-FS-HISTORICO NOT = '00'
               MOVE 'S' TO WS-SW-FIN-HISTORICO
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LEER-HISTORICO THRU 1410-EXIT.
           PERFORM 1420-EVALUAR-HISTORICO THRU 1420-EXIT
               UNTIL WS-FIN-HISTORICO.
           CLOSE ARCH-HISTORICO.
       1400-EXIT.
           EXIT.

       1410-LEER-HISTORICO.
           READ ARCH-HISTORICO
               AT END
                   MOVE 'S' TO WS-SW-FIN-HISTORICO
           END-READ.
       1410-EXIT.
           EXIT.

       1420-EVALUAR-HISTORICO.
           MOVE REG-HISTORICO TO REG-PRESTAMO.
           MOVE PRE-FECHA-PRESTAMO TO WS-FECHA-EVALUAR.
           PERFORM 1700-VERIFICAR-RANGO THRU 1700-EXIT.
           IF WS-SW-DENTRO-RANGO = 'S'
               PERFORM 1300-ACUMULAR-PRESTAMO THRU 1300-EXIT
           END-IF.
           PERFORM 1410-LEER-HISTORICO THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

       1500-LEER-MULTA.
           READ ARCH-MULTA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-MULTA
           END-READ.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * MULTAS Y CARGOS GENERADOS EN EL PERIODO (CUALQUIER TIPO), SIN  *
      * LAS ANULADAS.                                                  *
      *****************************************************************
       1550-EVALUAR-MULTA.
           IF NOT MUL-ANULADA
               MOVE MUL-FECHA-GENERACION TO WS-FECHA-EVALUAR
               PERFORM 1700-VERIFICAR-RANGO THRU 1700-EXIT
               IF WS-SW-DENTRO-RANGO = 'S'
                   MOVE MUL-USR-CODIGO TO WS-USR-BUSCADO
                   PERFORM 1170-BUSCAR-CARRERA THRU 1170-EXIT
                   PERFORM 1800-OBTENER-ACUMULADO THRU 1800-EXIT
                   ADD 1           TO ACU-CANT-MULTAS
                   ADD MUL-IMPORTE TO ACU-IMPORTE-MULTAS
                   PERFORM 1850-GRABAR-ACUMULADO THRU 1850-EXIT
               END-IF
           END-IF.
           PERFORM 1500-LEER-MULTA THRU 1500-EXIT.
       1550-EXIT.
           EXIT.

      *****************************************************************
      * UNA FECHA ESTA DENTRO DEL PERIODO SI NO ES ANTERIOR A LA FECHA *
      * DESDE NI POSTERIOR A LA FECHA HASTA.                           *
      *****************************************************************
       1700-VERIFICAR-RANGO.
           MOVE 'N' TO WS-SW-DENTRO-RANGO.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 PARM-FECHA-DESDE
                                 WS-FECHA-EVALUAR
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS >= 0
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     WS-FECHA-EVALUAR
                                     PARM-FECHA-HASTA
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS >= 0
                   MOVE 'S' TO WS-SW-DENTRO-RANGO
               END-IF
           END-IF.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * TRAE LOS TOTALES DE WS-CARRERA (O LOS INICIA EN CERO LA        *
      * PRIMERA VEZ) Y LOS GRABA DESPUES DE SUMAR. LA FACULTAD QUEDA   *
      * LA DEL PRIMER SOCIO DE LA CARRERA QUE LA TENGA CARGADA.        *
      *****************************************************************
       1800-OBTENER-ACUMULADO.
           MOVE 'N' TO WS-SW-ACUMULADO-NUEVO.
           MOVE WS-CARRERA TO ACU-CARRERA.
           READ ARCH-ACUMULADO
               INVALID KEY
                   MOVE 'S'         TO WS-SW-ACUMULADO-NUEVO
                   MOVE WS-CARRERA  TO ACU-CARRERA
                   MOVE SPACES      TO ACU-FACULTAD
                   MOVE ZERO        TO ACU-SOCIOS-ACTIVOS
                                       ACU-PREST-DOMICILIO
                                       ACU-PREST-SALA
                                       ACU-CANT-MULTAS
                                       ACU-IMPORTE-MULTAS
           END-READ.
           IF ACU-FACULTAD = SPACES
               MOVE WS-FACULTAD TO ACU-FACULTAD
           END-IF.
       1800-EXIT.
           EXIT.

       1850-GRABAR-ACUMULADO.
           IF WS-SW-ACUMULADO-NUEVO = 'S'
               WRITE REG-ACUMULADO
           ELSE
               REWRITE REG-ACUMULADO
           END-IF.
       1850-EXIT.
           EXIT.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: UNA ENTRADA DE TOTALES POR  *
      * CARRERA Y UNA POR CADA TITULO PRESTADO A SOCIOS DE LA CARRERA. *
      *****************************************************************
       2000-GENERAR-ENTRADAS.
           OPEN INPUT ARCH-ACUMULADO.
           PERFORM 2100-LEER-ACUMULADO THRU 2100-EXIT.
           PERFORM 2200-LIBERAR-TOTALES THRU 2200-EXIT
               UNTIL WS-FIN-ACUMULADO.
           CLOSE ARCH-ACUMULADO.
           OPEN INPUT ARCH-CONTEO.
           PERFORM 2300-LEER-CONTEO THRU 2300-EXIT.
           PERFORM 2400-LIBERAR-TITULO THRU 2400-EXIT
               UNTIL WS-FIN-CONTEO.
           CLOSE ARCH-CONTEO.
       2000-EXIT.
           EXIT.

       2100-LEER-ACUMULADO.
           READ ARCH-ACUMULADO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ACUMULADO
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LIBERAR-TOTALES.
           MOVE ACU-CARRERA TO ORD-CARRERA.
           MOVE 'A'         TO ORD-TIPO.
           MOVE ZERO        TO ORD-CANTIDAD.
           MOVE SPACES      TO ORD-LIB-CODIGO
                               ORD-TITULO.
           RELEASE REG-ORDEN.
           PERFORM 2100-LEER-ACUMULADO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-LEER-CONTEO.
           READ ARCH-CONTEO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-CONTEO
           END-READ.
       2300-EXIT.
           EXIT.

       2400-LIBERAR-TITULO.
           MOVE CTC-CARRERA    TO ORD-CARRERA.
           MOVE 'T'            TO ORD-TIPO.
           MOVE CTC-CANTIDAD   TO ORD-CANTIDAD.
           MOVE CTC-LIB-CODIGO TO ORD-LIB-CODIGO.
           MOVE CTC-TITULO     TO ORD-TITULO.
           RELEASE REG-ORDEN.
           PERFORM 2300-LEER-CONTEO THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: CADA CARRERA EN PAGINA       *
      * PROPIA CON SUS TOTALES Y LOS DIEZ TITULOS MAS PRESTADOS.       *
      *****************************************************************
       3000-IMPRIMIR-REPORTE.
           OPEN OUTPUT ARCH-REPORTE.
           OPEN INPUT  ARCH-ACUMULADO.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ORDEN
           END-RETURN.
           PERFORM 3100-PROCESAR-ENTRADA THRU 3100-EXIT
               UNTIL WS-FIN-ORDEN.
           IF WS-CONT-CARRERAS = ZERO
               MOVE 'NO HAY SOCIOS NI MOVIMIENTOS PARA INFORMAR' TO
                   REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               PERFORM 3300-CERRAR-CARRERA THRU 3300-EXIT
           END-IF.
           MOVE WS-CONT-CARRERAS TO LIN-TOTAL-REGISTROS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-ACUMULADO.
           CLOSE ARCH-REPORTE.
       3000-EXIT.
           EXIT.

       3100-PROCESAR-ENTRADA.
           IF ORD-TOTALES
               IF WS-CONT-CARRERAS NOT = ZERO
                   PERFORM 3300-CERRAR-CARRERA THRU 3300-EXIT
               END-IF
               ADD 1 TO WS-CONT-CARRERAS
               MOVE ZERO        TO WS-RANKING
               PERFORM 3200-IMPRIMIR-CABECERA THRU 3200-EXIT
           ELSE
               ADD 1 TO WS-RANKING
               IF WS-RANKING NOT > 10
                   MOVE WS-RANKING     TO LIN-CIRC-RANKING
                   MOVE ORD-LIB-CODIGO TO LIN-CIRC-LIB-CODIGO
                   MOVE ORD-TITULO     TO LIN-CIRC-TITULO
                   MOVE ORD-CANTIDAD   TO LIN-CIRC-CANTIDAD
                   WRITE REG-REPORTE FROM LINEA-DETALLE-CIRC
               END-IF
           END-IF.
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
           MOVE 'ESTADISTICAS DE USO POR CARRERA' TO
               LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE PARM-FECHA-DESDE TO LIN-CAR-DESDE.
           MOVE PARM-FECHA-HASTA TO LIN-CAR-HASTA.
           WRITE REG-REPORTE FROM LINEA-PERIODO-CARR.
           MOVE ORD-CARRERA TO ACU-CARRERA.
           READ ARCH-ACUMULADO
               INVALID KEY
                   MOVE SPACES TO ACU-FACULTAD
                   MOVE ZERO   TO ACU-SOCIOS-ACTIVOS
                                  ACU-PREST-DOMICILIO
                                  ACU-PREST-SALA
                                  ACU-CANT-MULTAS
                                  ACU-IMPORTE-MULTAS
           END-READ.
           MOVE ORD-CARRERA         TO LIN-CAR-CARRERA.
           MOVE ACU-FACULTAD        TO LIN-CAR-FACULTAD.
           WRITE REG-REPORTE FROM LINEA-CARRERA-CARR.
           MOVE ACU-SOCIOS-ACTIVOS  TO LIN-CAR-SOCIOS.
           MOVE ACU-PREST-DOMICILIO TO LIN-CAR-DOMICILIO.
           MOVE ACU-PREST-SALA      TO LIN-CAR-SALA.
           MOVE ACU-CANT-MULTAS     TO LIN-CAR-MULTAS.
           MOVE ACU-IMPORTE-MULTAS  TO LIN-CAR-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-TOTALES-CARR.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-CIRC.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
       3200-EXIT.
           EXIT.

       3300-CERRAR-CARRERA.
           IF WS-RANKING = ZERO
               MOVE 'SIN PRESTAMOS EN EL PERIODO' TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
       3300-EXIT.
           EXIT.
