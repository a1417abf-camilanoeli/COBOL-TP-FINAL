      *****************************************************************
      * PROGRAMA: ANONUSR                                             *
      * PROPOSITO: PROCESO ANUAL DE ANONIMIZACION DE DATOS PERSONALES  *
      *            DE SOCIOS DADOS DE BAJA (LEY 25.326). A TODO SOCIO  *
      *            CON BAJA ANTERIOR A N ANIOS (PARMANON.DAT) QUE NO   *
      *            TENGA MULTAS NI CARGOS PENDIENTES O PARCIALES, PLAN *
      *            DE PAGOS VIGENTE NI PRESTAMOS TODAVIA EN SU PODER   *
      *            LE REEMPLAZA EL NOMBRE, EL TELEFONO Y EL EMAIL, EN  *
      *            EL MAESTRO DE USUARIOS Y EN EL REGISTRO DE          *
      *            CERTIFICADOS DE LIBRE DEUDA. CONSERVA EL CODIGO, LA *
      *            CATEGORIA, LA CARRERA Y LAS FECHAS, DE MODO QUE LAS *
      *            ESTADISTICAS Y LOS RANKINGS SOBRE EL HISTORICO DE   *
      *            ARCHPRES (QUE SOLO GUARDA EL CODIGO DE SOCIO) SIGAN *
      *            CUADRANDO. CADA CORRIDA DEJA EL ACTA (ACTANON.LIS)  *
      *            CON LA CANTIDAD DE SOCIOS ANONIMIZADOS Y LA LISTA   *
      *            DE LOS EXCEPTUADOS POR DEUDA.                       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONUSR.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMANON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-PRESTAMO       ASSIGN TO "PRESTAMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-CODIGO-PRESTAMO
                  ALTERNATE RECORD KEY IS PRE-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-PRESTAMO.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUL-CODIGO-MULTA
                  ALTERNATE RECORD KEY IS MUL-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-MULTA.

           SELECT ARCH-PLANES         ASSIGN TO "PLANPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLA-MUL-CODIGO
                  FILE STATUS IS WS-FS-PLANES.

           SELECT ARCH-CERTIF         ASSIGN TO "CERTREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-NUMERO
                  ALTERNATE RECORD KEY IS CER-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-CERTIF.

           SELECT ARCH-HISTORICO      ASSIGN TO "HISTPRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARCH-ANONIMOS       ASSIGN TO "ANONWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ANO-USR-CODIGO
                  FILE STATUS IS WS-FS-ANONIMOS.

           SELECT ARCH-ACTA           ASSIGN TO "ACTANON.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-ACTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-ANIOS              PIC 9(2).

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-PRESTAMO.
       01  REG-PRESTAMO.
           COPY PRESTAMO.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-PLANES.
       01  REG-PLANES.
           COPY PLANPAG.

       FD  ARCH-CERTIF.
       01  REG-CERTIF.
           COPY CERTIF.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO               PIC X(83).

      *
      * SOCIOS ANONIMIZADOS EN LA CORRIDA, PARA CONTAR SUS PRESTAMOS
      * EN EL HISTORICO DE ARCHPRES
      *
       FD  ARCH-ANONIMOS.
       01  REG-ANONIMOS.
           05  ANO-USR-CODIGO          PIC X(10).

       FD  ARCH-ACTA.
       01  REG-ACTA                    PIC X(133).

       WORKING-STORAGE SECTION.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-PLANES                PIC X(2).
       01  WS-FS-CERTIF                PIC X(2).
       01  WS-FS-HISTORICO             PIC X(2).
       01  WS-FS-ANONIMOS              PIC X(2).
       01  WS-FS-ACTA                  PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-USUARIO       PIC X(1)  VALUE 'N'.
               88  WS-FIN-USUARIO      VALUE 'S'.
           05  WS-SW-FIN-HISTORICO     PIC X(1)  VALUE 'N'.
               88  WS-FIN-HISTORICO    VALUE 'S'.
           05  WS-SW-SIN-ARCH-PLANES   PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-CERTIF   PIC X(1)  VALUE 'N'.
           05  WS-SW-PRESTAMOS         PIC X(1)  VALUE 'N'.
           05  WS-SW-MULTAS            PIC X(1)  VALUE 'N'.
           05  WS-SW-PLANES            PIC X(1)  VALUE 'N'.
           05  WS-SW-HAY-EXCEPTUADOS   PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS          PIC 9(7)  VALUE ZERO.
           05  WS-CONT-ANONIMIZADOS    PIC 9(7)  VALUE ZERO.
           05  WS-CONT-EXCEPTUADOS     PIC 9(7)  VALUE ZERO.
           05  WS-CONT-YA-ANONIMOS     PIC 9(7)  VALUE ZERO.
           05  WS-CONT-SIN-FECHA       PIC 9(7)  VALUE ZERO.
           05  WS-CONT-CERTIFICADOS    PIC 9(7)  VALUE ZERO.
           05  WS-CONT-HISTORICO       PIC 9(7)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-CORTE              PIC X(10).
       01  WS-DIAS-VENTANA             PIC S9(6).
       01  WS-CAUSAS                   PIC X(60).
       01  WS-PUNTERO                  PIC 9(3).
       01  WS-ANIOS-EDIT               PIC Z9.

      *
      * VALOR DE REEMPLAZO DEL NOMBRE: IGUAL PARA TODOS LOS SOCIOS,
      * SIN NADA QUE PERMITA IDENTIFICAR A LA PERSONA
      *
       01  WS-NOMBRE-ANONIMO           PIC X(40)
                                 VALUE 'DATOS SUPRIMIDOS - LEY 25.326'.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

      *
      * LINEAS DEL ACTA: TEXTO LIBRE Y DETALLE DEL SOCIO EXCEPTUADO
      * CON LAS CAUSAS DE DEUDA QUE IMPIDEN ANONIMIZARLO
      *
       01  LINEA-ACTA-TEXTO.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LIN-ACT-TEXTO           PIC X(100).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  LINEA-TITULO-EXCEP.
           05  FILLER                  PIC X(10) VALUE 'SOCIO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'CAT.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FECHA BAJA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'CARRERA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
                                           'CAUSA DE LA EXCEPCION'.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  LINEA-DETALLE-EXCEP.
           05  LIN-EXC-USR-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-EXC-CATEGORIA       PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-EXC-FECHA-BAJA      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-EXC-CARRERA         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-EXC-CAUSAS          PIC X(60).
           05  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EVALUAR-SOCIO THRU 2000-EXIT
               UNTIL WS-FIN-USUARIO.
           IF WS-CONT-ANONIMIZADOS > ZERO
               PERFORM 3000-CONTAR-HISTORICO THRU 3000-EXIT
           END-IF.
           PERFORM 4000-CERRAR-ACTA THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * LA ANTIGUEDAD DE LA BAJA SE PARAMETRIZA EN ANIOS (POR DEFECTO  *
      * 5). LA FECHA DE CORTE SE CALCULA COMO EN DEPURUSR.             *
      *****************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           OPEN INPUT ARCH-PARAMETROS.
           IF WS-FS-PARM = '00'
               READ ARCH-PARAMETROS
                   AT END
                       MOVE ZERO TO PARM-ANIOS
               END-READ
               CLOSE ARCH-PARAMETROS
           ELSE
               MOVE ZERO TO PARM-ANIOS
           END-IF.
           IF PARM-ANIOS NOT NUMERIC OR PARM-ANIOS = ZERO
               MOVE 05 TO PARM-ANIOS
           END-IF.
           COMPUTE WS-DIAS-VENTANA = ZERO - (PARM-ANIOS * 365).
           MOVE 'SUMDIAS' TO WS-CALL-FUNCION.
           MOVE WS-DIAS-VENTANA TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-HOY
                                 WS-FECHA-CORTE
                                 WS-CALL-DIAS
           END-CALL.
           OPEN I-O   ARCH-USUARIO.
           OPEN INPUT ARCH-PRESTAMO.
           OPEN INPUT ARCH-MULTA.
           OPEN INPUT ARCH-PLANES.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN I-O   ARCH-CERTIF.
           IF WS-FS-CERTIF NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-CERTIF
           END-IF.
           OPEN OUTPUT ARCH-ANONIMOS.
           CLOSE ARCH-ANONIMOS.
           OPEN I-O    ARCH-ANONIMOS.
           OPEN OUTPUT ARCH-ACTA.
           PERFORM 1100-ENCABEZAR-ACTA THRU 1100-EXIT.
           PERFORM 1200-LEER-USUARIO THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-ENCABEZAR-ACTA.
           MOVE 1             TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'ACTA DE ANONIMIZACION - LEY 25.326'
               TO LIN-TITULO-REPORTE.
           WRITE REG-ACTA FROM LINEA-CABECERA-1.
           WRITE REG-ACTA FROM LINEA-CABECERA-2.
           WRITE REG-ACTA FROM LINEA-CABECERA-3.
           WRITE REG-ACTA FROM LINEA-SEPARADOR.
           MOVE PARM-ANIOS TO WS-ANIOS-EDIT.
           MOVE SPACES TO LIN-ACT-TEXTO.
           STRING 'EN LA FECHA ' DELIMITED BY SIZE
                  WS-FECHA-HOY   DELIMITED BY SIZE
                  ' SE PROCESA LA ANONIMIZACION DE LOS DATOS PERSONALES'
                                 DELIMITED BY SIZE
                  INTO LIN-ACT-TEXTO
           END-STRING.
           WRITE REG-ACTA FROM LINEA-ACTA-TEXTO.
           MOVE SPACES TO LIN-ACT-TEXTO.
           STRING 'DE LOS SOCIOS DADOS DE BAJA HACE MAS DE '
                                  DELIMITED BY SIZE
                  WS-ANIOS-EDIT   DELIMITED BY SIZE
                  ' ANIOS (BAJA HASTA EL ' DELIMITED BY SIZE
                  WS-FECHA-CORTE  DELIMITED BY SIZE
                  ') SIN DEUDA CON LA BIBLIOTECA.'
                                  DELIMITED BY SIZE
                  INTO LIN-ACT-TEXTO
           END-STRING.
           WRITE REG-ACTA FROM LINEA-ACTA-TEXTO.
           MOVE 'SE SUPRIMEN NOMBRE, TELEFONO Y EMAIL; SE CONSERVAN COD
      -         'IGO, CATEGORIA, CARRERA Y FECHAS.' TO LIN-ACT-TEXTO.
           WRITE REG-ACTA FROM LINEA-ACTA-TEXTO.
       1100-EXIT.
           EXIT.

       1200-LEER-USUARIO.
           READ ARCH-USUARIO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-USUARIO
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * SOLO SE EVALUAN LAS BAJAS DEFINITIVAS NO ANONIMIZADAS AUN CON  *
      * FECHA DE BAJA ANTERIOR AL CORTE. LAS BAJAS SIN FECHA (ANTERIO- *
      * RES AL CAMPO) NO PERMITEN ACREDITAR LA ANTIGUEDAD Y SE CUENTAN *
      * APARTE. EL SOCIO CON DEUDA QUEDA EXCEPTUADO EN EL ACTA.        *
      *****************************************************************
       2000-EVALUAR-SOCIO.
           ADD 1 TO WS-CONT-LEIDOS.
           IF NOT USR-BAJA
               GO TO 2000-SEGUIR
           END-IF.
           IF USR-ANONIMIZADO
               ADD 1 TO WS-CONT-YA-ANONIMOS
               GO TO 2000-SEGUIR
           END-IF.
           IF USR-FECHA-BAJA = SPACES
               ADD 1 TO WS-CONT-SIN-FECHA
               GO TO 2000-SEGUIR
           END-IF.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 USR-FECHA-BAJA
                                 WS-FECHA-CORTE
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS < ZERO
               GO TO 2000-SEGUIR
           END-IF.
           MOVE 'N' TO WS-SW-PRESTAMOS WS-SW-MULTAS WS-SW-PLANES.
           PERFORM 2100-BUSCAR-PRESTAMOS THRU 2100-EXIT.
           PERFORM 2200-BUSCAR-MULTAS THRU 2200-EXIT.
           IF WS-SW-PRESTAMOS = 'N' AND WS-SW-MULTAS = 'N'
                   AND WS-SW-PLANES = 'N'
               PERFORM 2300-ANONIMIZAR-SOCIO THRU 2300-EXIT
           ELSE
               PERFORM 2500-INFORMAR-EXCEPTUADO THRU 2500-EXIT
           END-IF.
       2000-SEGUIR.
           PERFORM 1200-LEER-USUARIO THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * PRESTAMOS TODAVIA EN PODER DEL SOCIO (VIGENTES O VENCIDOS).    *
      *****************************************************************
       2100-BUSCAR-PRESTAMOS.
           MOVE USR-CODIGO TO PRE-USR-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-PRESTAMO
           END-START.
           PERFORM 2110-LEER-PRESTAMO THRU 2110-EXIT
               UNTIL WS-FS-PRESTAMO NOT = '00'
                  OR WS-SW-PRESTAMOS = 'S'.
       2100-EXIT.
           EXIT.

       2110-LEER-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
           END-READ.
           IF WS-FS-PRESTAMO = '00'
               IF PRE-USR-CODIGO NOT = USR-CODIGO
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               ELSE
                   IF PRE-VIGENTE OR PRE-VENCIDO
                       MOVE 'S' TO WS-SW-PRESTAMOS
                   END-IF
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * MULTAS Y CARGOS PENDIENTES O CON PAGO PARCIAL, Y PLANES DE     *
      * PAGOS VIGENTES SOBRE CUALQUIERA DE LAS MULTAS DEL SOCIO, CON   *
      * EL MISMO CRITERIO DEL CERTIFICADO DE LIBRE DEUDA (LIBREDEU).   *
      *****************************************************************
       2200-BUSCAR-MULTAS.
           MOVE USR-CODIGO TO MUL-USR-CODIGO.
           START ARCH-MULTA KEY IS = MUL-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-MULTA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-MULTA
           END-START.
           PERFORM 2210-LEER-MULTA THRU 2210-EXIT
               UNTIL WS-FS-MULTA NOT = '00'.
       2200-EXIT.
           EXIT.

       2210-LEER-MULTA.
           READ ARCH-MULTA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-MULTA
           END-READ.
           IF WS-FS-MULTA NOT = '00'
               GO TO 2210-EXIT
           END-IF.
           IF MUL-USR-CODIGO NOT = USR-CODIGO
               MOVE 'NOMAS' TO WS-FS-MULTA
               GO TO 2210-EXIT
           END-IF.
           IF MUL-PENDIENTE OR MUL-PARCIAL
               MOVE 'S' TO WS-SW-MULTAS
           END-IF.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               MOVE MUL-CODIGO-MULTA TO PLA-MUL-CODIGO
               READ ARCH-PLANES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-VIGENTE
                           MOVE 'S' TO WS-SW-PLANES
                       END-IF
               END-READ
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * REEMPLAZA LOS DATOS PERSONALES Y MARCA AL SOCIO. EL CODIGO,    *
      * LA CATEGORIA, LA CARRERA, LA FACULTAD Y LAS FECHAS QUEDAN.     *
      *****************************************************************
       2300-ANONIMIZAR-SOCIO.
           MOVE WS-NOMBRE-ANONIMO TO USR-NOMBRE.
           MOVE SPACES            TO USR-TELEFONO
                                     USR-EMAIL
                                     USR-MARCA-EMAIL.
           MOVE ZERO              TO USR-CANT-REBOTES.
           MOVE 'S'               TO USR-MARCA-ANONIM.
           REWRITE REG-USUARIO.
           ADD 1 TO WS-CONT-ANONIMIZADOS.
           MOVE USR-CODIGO TO ANO-USR-CODIGO.
           WRITE REG-ANONIMOS.
           IF WS-SW-SIN-ARCH-CERTIF = 'N'
               PERFORM 2400-ANONIMIZAR-CERTIFICADOS THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * LOS CERTIFICADOS DE LIBRE DEUDA EMITIDOS AL SOCIO GUARDAN SU   *
      * NOMBRE: SE REEMPLAZA IGUAL QUE EN EL MAESTRO. EL NUMERO, LA    *
      * FECHA Y LA CARRERA SE CONSERVAN PARA QUE CERTVER SIGA          *
      * VERIFICANDO EL CERTIFICADO.                                    *
      *****************************************************************
       2400-ANONIMIZAR-CERTIFICADOS.
           MOVE USR-CODIGO TO CER-USR-CODIGO.
           START ARCH-CERTIF KEY IS = CER-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-CERTIF
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-CERTIF
           END-START.
           PERFORM 2410-LEER-CERTIFICADO THRU 2410-EXIT
               UNTIL WS-FS-CERTIF NOT = '00'.
       2400-EXIT.
           EXIT.

       2410-LEER-CERTIFICADO.
           READ ARCH-CERTIF NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-CERTIF
           END-READ.
           IF WS-FS-CERTIF NOT = '00'
               GO TO 2410-EXIT
           END-IF.
           IF CER-USR-CODIGO NOT = USR-CODIGO
               MOVE 'NOMAS' TO WS-FS-CERTIF
               GO TO 2410-EXIT
           END-IF.
           MOVE WS-NOMBRE-ANONIMO TO CER-NOMBRE.
           REWRITE REG-CERTIF.
           ADD 1 TO WS-CONT-CERTIFICADOS.
       2410-EXIT.
           EXIT.

       2500-INFORMAR-EXCEPTUADO.
           ADD 1 TO WS-CONT-EXCEPTUADOS.
           IF WS-SW-HAY-EXCEPTUADOS = 'N'
               MOVE 'S' TO WS-SW-HAY-EXCEPTUADOS
               MOVE 'SOCIOS EXCEPTUADOS POR DEUDA' TO LIN-FIC-SECCION
               WRITE REG-ACTA FROM LINEA-FICHA-SECCION
               WRITE REG-ACTA FROM LINEA-TITULO-EXCEP
           END-IF.
           MOVE SPACES TO WS-CAUSAS.
           MOVE 1 TO WS-PUNTERO.
           IF WS-SW-PRESTAMOS = 'S'
               STRING 'PRESTAMOS SIN DEVOLVER ' DELIMITED BY SIZE
                      INTO WS-CAUSAS WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           IF WS-SW-MULTAS = 'S'
               STRING 'MULTAS O CARGOS IMPAGOS ' DELIMITED BY SIZE
                      INTO WS-CAUSAS WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           IF WS-SW-PLANES = 'S'
               STRING 'PLAN DE PAGOS VIGENTE' DELIMITED BY SIZE
                      INTO WS-CAUSAS WITH POINTER WS-PUNTERO
               END-STRING
           END-IF.
           MOVE USR-CODIGO     TO LIN-EXC-USR-CODIGO.
           MOVE USR-CATEGORIA  TO LIN-EXC-CATEGORIA.
           MOVE USR-FECHA-BAJA TO LIN-EXC-FECHA-BAJA.
           MOVE USR-CARRERA    TO LIN-EXC-CARRERA.
           MOVE WS-CAUSAS      TO LIN-EXC-CAUSAS.
           WRITE REG-ACTA FROM LINEA-DETALLE-EXCEP.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * EL HISTORICO DE PRESTAMOS DE ARCHPRES SOLO GUARDA EL CODIGO DE *
      * SOCIO, QUE SE CONSERVA: NO SE REESCRIBE. SE INFORMA EN EL ACTA *
      * CUANTOS PRESTAMOS ARCHIVADOS QUEDARON DESVINCULADOS DE LA      *
      * PERSONA AL ANONIMIZAR A SUS SOCIOS.                            *
      *****************************************************************
       3000-CONTAR-HISTORICO.
           OPEN INPUT ARCH-HISTORICO.
           IF WS-FS-HISTORICO NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LEER-HISTORICO THRU 3100-EXIT.
           PERFORM 3200-EVALUAR-HISTORICO THRU 3200-EXIT
               UNTIL WS-FIN-HISTORICO.
           CLOSE ARCH-HISTORICO.
       3000-EXIT.
           EXIT.

       3100-LEER-HISTORICO.
           READ ARCH-HISTORICO
               AT END
                   MOVE 'S' TO WS-SW-FIN-HISTORICO
           END-READ.
       3100-EXIT.
           EXIT.

       3200-EVALUAR-HISTORICO.
           MOVE REG-HISTORICO TO REG-PRESTAMO.
           MOVE PRE-USR-CODIGO TO ANO-USR-CODIGO.
           READ ARCH-ANONIMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-HISTORICO
           END-READ.
           PERFORM 3100-LEER-HISTORICO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       4000-CERRAR-ACTA.
           IF WS-SW-HAY-EXCEPTUADOS = 'N'
               MOVE 'SIN SOCIOS EXCEPTUADOS POR DEUDA' TO LIN-ACT-TEXTO
               WRITE REG-ACTA FROM LINEA-ACTA-TEXTO
           END-IF.
           MOVE 'RESUMEN' TO LIN-FIC-SECCION.
           WRITE REG-ACTA FROM LINEA-FICHA-SECCION.
           MOVE ZERO TO LIN-CCA-IMPORTE.
           MOVE 'SOCIOS ANONIMIZADOS'        TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-ANONIMIZADOS         TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           MOVE 'SOCIOS EXCEPTUADOS POR DEUDA' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-EXCEPTUADOS          TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           MOVE 'CERTIFICADOS ANONIMIZADOS'  TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-CERTIFICADOS         TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           MOVE 'PRESTAMOS HISTORICOS ALCANZADOS' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-HISTORICO            TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           MOVE 'ANONIMIZADOS EN CORRIDAS PREVIAS' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-YA-ANONIMOS          TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           MOVE 'BAJAS SIN FECHA (NO EVALUADAS)' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-SIN-FECHA            TO LIN-CCA-CANTIDAD.
           WRITE REG-ACTA FROM LINEA-CONCEPTO-CAJA.
           WRITE REG-ACTA FROM LINEA-SEPARADOR.
           MOVE SPACES TO REG-ACTA.
           WRITE REG-ACTA.
           WRITE REG-ACTA.
           MOVE ALL '_' TO LIN-ACT-TEXTO.
           MOVE SPACES  TO LIN-ACT-TEXTO (31:10) LIN-ACT-TEXTO (71:30).
           WRITE REG-ACTA FROM LINEA-ACTA-TEXTO.
           MOVE SPACES TO LIN-ACT-TEXTO.
           MOVE 'RESPONSABLE DE BIBLIOTECA' TO LIN-ACT-TEXTO (1:30).
           MOVE 'ASESORIA LEGAL'            TO LIN-ACT-TEXTO (41:30).
           WRITE REG-ACTA FROM LINEA-ACTA-TEXTO.
       4000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-USUARIO
                 ARCH-PRESTAMO
                 ARCH-MULTA
                 ARCH-ANONIMOS
                 ARCH-ACTA.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           IF WS-SW-SIN-ARCH-CERTIF = 'N'
               CLOSE ARCH-CERTIF
           END-IF.
           DISPLAY 'ANONUSR - SOCIOS LEIDOS: '   WS-CONT-LEIDOS
                   ' ANONIMIZADOS: '             WS-CONT-ANONIMIZADOS
                   ' EXCEPTUADOS: '              WS-CONT-EXCEPTUADOS.
           DISPLAY 'ANONUSR - CERTIFICADOS: '    WS-CONT-CERTIFICADOS
                   ' PRESTAMOS HISTORICOS: '     WS-CONT-HISTORICO
                   ' BAJAS SIN FECHA: '          WS-CONT-SIN-FECHA.
       9000-EXIT.
           EXIT.
