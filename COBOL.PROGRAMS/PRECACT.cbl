      *****************************************************************
      * PROGRAMA: PRECACT                                             *
      * PROPOSITO: REVALORIZACION MASIVA DE LOS PRECIOS DE REPOSICION  *
      *            DEL CATALOGO POR INDICE DE AJUSTE. LOS PORCENTAJES  *
      *            SE INFORMAN POR CATEGORIA DEL LIBRO, O UNO GENERAL  *
      *            PARA LAS CATEGORIAS SIN PORCENTAJE PROPIO, CON LA   *
      *            FECHA DE APLICACION. EN MODO SIMULACION SOLO EMITE  *
      *            EL REPORTE DE IMPACTO POR CATEGORIA Y POR SUCURSAL  *
      *            (PRECACT.LIS) SIN TOCAR EL MAESTRO; EL MODO         *
      *            CONFIRMACION EXIGE UNA SIMULACION PREVIA CON LOS    *
      *            MISMOS PARAMETROS, ACTUALIZA LIB-PRECIO-REPOSICION  *
      *            Y DEJA EL PRECIO ANTERIOR Y EL NUEVO DE CADA LIBRO  *
      *            EN PRECLOG.DAT. LOS CARGOS DE REPOSICION YA         *
      *            GENERADOS EN MULTA.DAT CONSERVAN SU IMPORTE (SE     *
      *            FIJA AL GENERARSE) Y NO SE ABREN NI SE MODIFICAN.   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA CONFIRMACION VALIDA AL         *
      *   OPERADOR CON PERMVAL ANTES DE ABRIR EL MAESTRO. LA           *
      *   SIMULACION GUARDA EN PRECSIM.DAT LA TABLA DE PORCENTAJES POR *
      *   CATEGORIA Y LA CONFIRMACION LA COMPARA ENTRADA POR ENTRADA.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECACT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMPREC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-POR-CATEG      ASSIGN TO "PRCCWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PCA-CATEGORIA
                  FILE STATUS IS WS-FS-POR-CATEG.

           SELECT ARCH-POR-SUCURS     ASSIGN TO "PRCSWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PSU-UBICACION
                  FILE STATUS IS WS-FS-POR-SUCURS.

           SELECT ARCH-SIMULACION     ASSIGN TO "PRECSIM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SIMULACION.

           SELECT ARCH-PRECLOG        ASSIGN TO "PRECLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PRECLOG.

           SELECT ARCH-REPORTE        ASSIGN TO "PRECACT.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
      *
      * PARAMETROS: UN REGISTRO 'M' CON EL MODO (S = SIMULACION,
      * C = CONFIRMACION), LA FECHA DE APLICACION (EN BLANCO = HOY) Y
      * EL OPERADOR; Y UN REGISTRO 'P' POR CATEGORIA CON SU PORCENTAJE
      * DE AJUSTE (999V99). LA CATEGORIA '*' ES EL PORCENTAJE GENERAL
      * PARA LAS CATEGORIAS QUE NO TIENEN UNO PROPIO; SIN GENERAL, ESAS
      * CATEGORIAS QUEDAN SIN AJUSTE.
      *
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PRM-TIPO-REG            PIC X(1).
               88  PRM-CABECERA        VALUE 'M'.
               88  PRM-PORCENTAJE      VALUE 'P'.
           05  PRM-DATOS               PIC X(60).
           05  PRM-DATOS-CABECERA REDEFINES PRM-DATOS.
               10  PRM-MODO            PIC X(1).
               10  PRM-FECHA-APLICACION PIC X(10).
               10  PRM-OPERADOR        PIC X(8).
               10  FILLER              PIC X(41).
           05  PRM-DATOS-PORCENTAJE REDEFINES PRM-DATOS.
               10  PRM-CATEGORIA       PIC X(20).
               10  PRM-PORC            PIC X(5).
               10  PRM-PORC-N REDEFINES PRM-PORC
                                       PIC 9(3)V99.
               10  FILLER              PIC X(35).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-POR-CATEG.
       01  REG-POR-CATEG.
           05  PCA-CATEGORIA           PIC X(20).
           05  PCA-PORCENTAJE          PIC 9(3)V99.
           05  PCA-TITULOS             PIC 9(7).
           05  PCA-EJEMPLARES          PIC 9(7).
           05  PCA-VALOR-ANTERIOR      PIC 9(13)V99.
           05  PCA-VALOR-NUEVO         PIC 9(13)V99.

       FD  ARCH-POR-SUCURS.
       01  REG-POR-SUCURS.
           05  PSU-UBICACION           PIC X(10).
           05  PSU-TITULOS             PIC 9(7).
           05  PSU-EJEMPLARES          PIC 9(7).
           05  PSU-VALOR-ANTERIOR      PIC 9(13)V99.
           05  PSU-VALOR-NUEVO         PIC 9(13)V99.

      *
      * CONTROL DE LA ULTIMA CORRIDA: LA SIMULACION DEJA LA FECHA DE
      * APLICACION, LA CANTIDAD Y LA SUMA DE LOS PORCENTAJES, SEGUIDOS
      * DE UN REGISTRO 'P' POR CATEGORIA CON SU PORCENTAJE ('*' EL
      * GENERAL); LA CONFIRMACION SOLO PROCEDE SI COINCIDEN UNO A UNO,
      * Y LA MARCA CONFIRMADA PARA QUE UNA NUEVA CONFIRMACION REQUIERA
      * OTRA SIMULACION.
      *
       FD  ARCH-SIMULACION.
       01  REG-SIMULACION.
           05  PSI-ESTADO              PIC X(1).
               88  PSI-SIMULADA        VALUE 'S'.
               88  PSI-CONFIRMADA      VALUE 'C'.
               88  PSI-DETALLE         VALUE 'P'.
           05  PSI-DATOS               PIC X(40).
           05  PSI-DATOS-CONTROL REDEFINES PSI-DATOS.
               10  PSI-FECHA-APLICACION PIC X(10).
               10  PSI-CANT-PORCENTAJES PIC 9(3).
               10  PSI-SUMA-PORCENTAJES PIC 9(7)V99.
               10  PSI-FECHA-CORRIDA   PIC X(10).
               10  PSI-OPERADOR        PIC X(8).
           05  PSI-DATOS-DETALLE REDEFINES PSI-DATOS.
               10  PSI-CATEGORIA       PIC X(20).
               10  PSI-PORCENTAJE      PIC 9(3)V99.
               10  FILLER              PIC X(15).

       FD  ARCH-PRECLOG.
       01  REG-PRECLOG.
           COPY PRECLOG.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY LINREP.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-POR-CATEG             PIC X(2).
       01  WS-FS-POR-SUCURS            PIC X(2).
       01  WS-FS-SIMULACION            PIC X(2).
       01  WS-FS-PRECLOG               PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).
       01  WS-FS-CADLOCK               PIC X(2).
       01  WS-SW-CADENA-EN-CURSO       PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-PARAMETROS    PIC X(1)  VALUE 'N'.
               88  WS-FIN-PARAMETROS   VALUE 'S'.
           05  WS-SW-FIN-LIBRO         PIC X(1)  VALUE 'N'.
               88  WS-FIN-LIBRO        VALUE 'S'.
           05  WS-SW-FIN-TRABAJO       PIC X(1)  VALUE 'N'.
               88  WS-FIN-TRABAJO      VALUE 'S'.
           05  WS-SW-PARAM-ERRONEO     PIC X(1)  VALUE 'N'.
               88  WS-PARAM-ERRONEO    VALUE 'S'.
           05  WS-SW-HAY-CABECERA      PIC X(1)  VALUE 'N'.
           05  WS-SW-HAY-GENERAL       PIC X(1)  VALUE 'N'.
           05  WS-SW-CON-AJUSTE        PIC X(1)  VALUE 'N'.
           05  WS-SW-HAY-EXCEPCIONES   PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-SIMULACION    PIC X(1)  VALUE 'N'.
               88  WS-FIN-SIMULACION   VALUE 'S'.

       01  WS-MODO                     PIC X(1)  VALUE SPACE.
           88  WS-SIMULACION           VALUE 'S'.
           88  WS-CONFIRMACION         VALUE 'C'.
       01  WS-FECHA-APLICACION         PIC X(10).
       01  WS-OPERADOR                 PIC X(8).
       01  WS-MENSAJE-ERROR            PIC X(60).
       01  WS-AREA-PERMISO.
           COPY PERVAL.

      *
      * PORCENTAJES DE AJUSTE POR CATEGORIA, CARGADOS UNA SOLA VEZ
      * DESDE LOS PARAMETROS
      *
       01  WS-CANT-AJUSTES             PIC 9(3)  VALUE ZERO.
       01  WS-TABLA-AJUSTES.
           05  WS-TAB-AJUSTE           OCCURS 100 TIMES.
               10  WS-TAB-CATEGORIA    PIC X(20).
               10  WS-TAB-PORCENTAJE   PIC 9(3)V99.
       01  WS-IX-AJUSTE                PIC 9(3).
       01  WS-CATEGORIA-BUSCADA        PIC X(20).
       01  WS-IX-ELEGIDO               PIC 9(3).
       01  WS-PORC-GENERAL             PIC 9(3)V99 VALUE ZERO.
       01  WS-PORC-APLICADO            PIC 9(3)V99 VALUE ZERO.
       01  WS-CANT-PORCENTAJES         PIC 9(3)  VALUE ZERO.
       01  WS-SUMA-PORCENTAJES         PIC 9(7)V99 VALUE ZERO.
       01  WS-CANT-DETALLES-SIM        PIC 9(3)  VALUE ZERO.

       01  WS-PRECIO-ANTERIOR          PIC 9(5)V99.
       01  WS-PRECIO-NUEVO             PIC 9(5)V99.
       01  WS-PRECIO-CALCULADO         PIC 9(7)V99.
       01  WS-STOCK                    PIC 9(3).
       01  WS-VALOR-ANTERIOR           PIC 9(11)V99.
       01  WS-VALOR-NUEVO              PIC 9(11)V99.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS          PIC 9(7)  VALUE ZERO.
           05  WS-CONT-AJUSTADOS       PIC 9(7)  VALUE ZERO.
           05  WS-CONT-SIN-AJUSTE      PIC 9(7)  VALUE ZERO.
           05  WS-CONT-SIN-PRECIO      PIC 9(7)  VALUE ZERO.
           05  WS-CONT-YA-AJUSTADOS    PIC 9(7)  VALUE ZERO.
           05  WS-CONT-EXCEDIDOS       PIC 9(7)  VALUE ZERO.
           05  WS-CONT-BAJAS           PIC 9(7)  VALUE ZERO.
           05  WS-CONT-EJEMPLARES      PIC 9(7)  VALUE ZERO.

       01  WS-TOTAL-ANTERIOR           PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NUEVO              PIC 9(13)V99 VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-CONCEPTO-ARMADO          PIC X(30).
       01  WS-PORC-EDIT                PIC ZZ9.99.
       01  WS-PRECIO-EDIT              PIC ZZ,ZZ9.99.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'PRECACT - CADENA NOCTURNA EN CURSO, NO SE'
                       ' REVALORIZAN PRECIOS. REINTENTE LUEGO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               IF WS-PARAM-ERRONEO
                   DISPLAY 'PRECACT - ' WS-MENSAJE-ERROR
                   DISPLAY 'PRECACT - NO SE PROCESA LA REVALORIZACION'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-AJUSTAR-LIBRO THRU 2000-EXIT
                       UNTIL WS-FIN-LIBRO
                   PERFORM 3000-IMPACTO-POR-CATEGORIA THRU 3000-EXIT
                   PERFORM 4000-IMPACTO-POR-SUCURSAL THRU 4000-EXIT
                   PERFORM 5000-TOTALES THRU 5000-EXIT
                   PERFORM 6000-GUARDAR-CONTROL THRU 6000-EXIT
                   PERFORM 9000-FINALIZAR THRU 9000-EXIT
               END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      * SEMAFORO DE LA CADENA NOCTURNA: SI CADENCTL DEJO LA MARCA EN   *
      * CURSO, EL PROGRAMA NO CORRE (LOS MAESTROS ESTAN SIENDO         *
      * PROCESADOS POR LA CADENA). SE REINTENTA AL LIBERARSE LA        *
      * MARCA.                                                         *
      *****************************************************************
       0100-VERIFICAR-CADENA.
           MOVE 'N' TO WS-SW-CADENA-EN-CURSO.
           OPEN INPUT ARCH-CADLOCK.
           IF WS-FS-CADLOCK = '00'
               READ ARCH-CADLOCK
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CADLOCK = '00' AND LCK-EN-CURSO
                   MOVE 'S' TO WS-SW-CADENA-EN-CURSO
               END-IF
               CLOSE ARCH-CADLOCK
           END-IF.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * LEE Y VALIDA LOS PARAMETROS; EN CONFIRMACION VERIFICA ADEMAS   *
      * LA SIMULACION PREVIA. CUALQUIER ERROR DEJA EL MAESTRO SIN      *
      * ABRIR.                                                         *
      *****************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
           IF WS-PARAM-ERRONEO
               GO TO 1000-EXIT
           END-IF.
           IF WS-CONFIRMACION
               PERFORM 1250-VALIDAR-OPERADOR THRU 1250-EXIT
               IF WS-PARAM-ERRONEO
                   GO TO 1000-EXIT
               END-IF
               PERFORM 1300-VERIFICAR-SIMULACION THRU 1300-EXIT
               IF WS-PARAM-ERRONEO
                   GO TO 1000-EXIT
               END-IF
               OPEN I-O   ARCH-LIBRO
               OPEN EXTEND ARCH-PRECLOG
               IF WS-FS-PRECLOG = '35'
                   OPEN OUTPUT ARCH-PRECLOG
               END-IF
           ELSE
               OPEN INPUT ARCH-LIBRO
           END-IF.
           IF WS-FS-LIBRO NOT = '00'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'NO SE PUDO ABRIR EL MAESTRO DE LIBROS'
                   TO WS-MENSAJE-ERROR
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ARCH-POR-CATEG.
           CLOSE ARCH-POR-CATEG.
           OPEN I-O    ARCH-POR-CATEG.
           OPEN OUTPUT ARCH-POR-SUCURS.
           CLOSE ARCH-POR-SUCURS.
           OPEN I-O    ARCH-POR-SUCURS.
           OPEN OUTPUT ARCH-REPORTE.
           PERFORM 1400-IMPRIMIR-CABECERA THRU 1400-EXIT.
           PERFORM 1500-LEER-LIBRO THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS.
           IF WS-FS-PARM NOT = '00'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'FALTA EL ARCHIVO DE PARAMETROS PARMPREC.DAT'
                   TO WS-MENSAJE-ERROR
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LEER-REGISTRO THRU 1110-EXIT.
           PERFORM 1200-CARGAR-PARAMETRO THRU 1200-EXIT
               UNTIL WS-FIN-PARAMETROS
                  OR WS-PARAM-ERRONEO.
           CLOSE ARCH-PARAMETROS.
           IF WS-PARAM-ERRONEO
               GO TO 1100-EXIT
           END-IF.
           IF WS-SW-HAY-CABECERA NOT = 'S'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'FALTA EL REGISTRO M CON MODO Y FECHA DE APLICACION'
                   TO WS-MENSAJE-ERROR
               GO TO 1100-EXIT
           END-IF.
           IF WS-CANT-PORCENTAJES = ZERO
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'NO SE INFORMO NINGUN PORCENTAJE DE AJUSTE'
                   TO WS-MENSAJE-ERROR
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LEER-REGISTRO.
           READ ARCH-PARAMETROS
               AT END
                   MOVE 'S' TO WS-SW-FIN-PARAMETROS
           END-READ.
       1110-EXIT.
           EXIT.

       1200-CARGAR-PARAMETRO.
           EVALUATE TRUE
               WHEN PRM-CABECERA
                   PERFORM 1210-CARGAR-CABECERA THRU 1210-EXIT
               WHEN PRM-PORCENTAJE
                   PERFORM 1220-CARGAR-PORCENTAJE THRU 1220-EXIT
               WHEN OTHER
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   MOVE 'TIPO DE REGISTRO DE PARAMETROS INVALIDO'
                       TO WS-MENSAJE-ERROR
           END-EVALUATE.
           PERFORM 1110-LEER-REGISTRO THRU 1110-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * CABECERA: MODO, FECHA DE APLICACION Y OPERADOR. LA FECHA DE    *
      * APLICACION EN BLANCO ES LA FECHA DEL DIA; UNA FECHA FUTURA SE  *
      * PUEDE SIMULAR PERO NO CONFIRMAR ANTES DE QUE LLEGUE. LA        *
      * CONFIRMACION REQUIERE OPERADOR PARA EL LOG.                    *
      *****************************************************************
       1210-CARGAR-CABECERA.
           IF WS-SW-HAY-CABECERA = 'S'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'REGISTRO M DUPLICADO' TO WS-MENSAJE-ERROR
               GO TO 1210-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-HAY-CABECERA.
           MOVE PRM-MODO     TO WS-MODO.
           MOVE PRM-OPERADOR TO WS-OPERADOR.
           IF NOT WS-SIMULACION AND NOT WS-CONFIRMACION
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'MODO INVALIDO (S = SIMULACION, C = CONFIRMACION)'
                   TO WS-MENSAJE-ERROR
               GO TO 1210-EXIT
           END-IF.
           IF WS-CONFIRMACION AND WS-OPERADOR = SPACES
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'LA CONFIRMACION REQUIERE EL CODIGO DE OPERADOR'
                   TO WS-MENSAJE-ERROR
               GO TO 1210-EXIT
           END-IF.
           IF PRM-FECHA-APLICACION = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-APLICACION
               GO TO 1210-EXIT
           END-IF.
           MOVE PRM-FECHA-APLICACION TO WS-FECHA-APLICACION.
           IF WS-FECHA-APLICACION (1:2) NOT NUMERIC
              OR WS-FECHA-APLICACION (4:2) NOT NUMERIC
              OR WS-FECHA-APLICACION (7:4) NOT NUMERIC
              OR WS-FECHA-APLICACION (3:1) NOT = '/'
              OR WS-FECHA-APLICACION (6:1) NOT = '/'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'FECHA DE APLICACION INVALIDA (DD/MM/AAAA)'
                   TO WS-MENSAJE-ERROR
               GO TO 1210-EXIT
           END-IF.
           IF WS-CONFIRMACION
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     WS-FECHA-APLICACION
                                     WS-FECHA-HOY
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS < ZERO
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   MOVE 'LA FECHA DE APLICACION AUN NO LLEGO'
                       TO WS-MENSAJE-ERROR
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

       1220-CARGAR-PORCENTAJE.
           IF PRM-CATEGORIA = SPACES
              OR PRM-PORC NOT NUMERIC
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'PORCENTAJE SIN CATEGORIA O NO NUMERICO'
                   TO WS-MENSAJE-ERROR
               GO TO 1220-EXIT
           END-IF.
           IF PRM-CATEGORIA = '*'
               IF WS-SW-HAY-GENERAL = 'S'
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   MOVE 'PORCENTAJE GENERAL DUPLICADO'
                       TO WS-MENSAJE-ERROR
                   GO TO 1220-EXIT
               END-IF
               MOVE 'S'        TO WS-SW-HAY-GENERAL
               MOVE PRM-PORC-N TO WS-PORC-GENERAL
           ELSE
               MOVE PRM-CATEGORIA TO WS-CATEGORIA-BUSCADA
               PERFORM 2100-BUSCAR-PORCENTAJE THRU 2100-EXIT
               IF WS-IX-ELEGIDO NOT = ZERO
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   MOVE 'CATEGORIA CON PORCENTAJE DUPLICADO'
                       TO WS-MENSAJE-ERROR
                   GO TO 1220-EXIT
               END-IF
               IF WS-CANT-AJUSTES >= 100
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   MOVE 'DEMASIADAS CATEGORIAS (MAXIMO 100)'
                       TO WS-MENSAJE-ERROR
                   GO TO 1220-EXIT
               END-IF
               ADD 1 TO WS-CANT-AJUSTES
               MOVE PRM-CATEGORIA
                   TO WS-TAB-CATEGORIA (WS-CANT-AJUSTES)
               MOVE PRM-PORC-N
                   TO WS-TAB-PORCENTAJE (WS-CANT-AJUSTES)
           END-IF.
           ADD 1          TO WS-CANT-PORCENTAJES.
           ADD PRM-PORC-N TO WS-SUMA-PORCENTAJES.
       1220-EXIT.
           EXIT.

      *****************************************************************
      * LA CONFIRMACION REESCRIBE EL MAESTRO: EL OPERADOR DE LA        *
      * CABECERA SE VALIDA CONTRA LA MATRIZ DE PERMISOS (PERMVAL) Y EL *
      * RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.                  *
      *****************************************************************
       1250-VALIDAR-OPERADOR.
           MOVE 'PRECACT'           TO PVA-PROGRAMA.
           MOVE WS-MODO             TO PVA-TIPO-TRANS.
           MOVE WS-OPERADOR         TO PVA-OPERADOR.
           MOVE SPACES              TO PVA-AUTORIZANTE.
           MOVE 'N'                 TO PVA-EXIGE-AUTORIZANTE.
           MOVE WS-FECHA-APLICACION TO PVA-REFERENCIA.
           MOVE ZERO                TO PVA-NIVEL-MINIMO.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-PARAM-ERRONEO
               MOVE PVA-MENSAJE TO WS-MENSAJE-ERROR
           END-IF.
       1250-EXIT.
           EXIT.

      *****************************************************************
      * LA CONFIRMACION SOLO PROCEDE SOBRE UNA SIMULACION PREVIA NO    *
      * CONFIRMADA CON LA MISMA FECHA DE APLICACION Y LOS MISMOS       *
      * PORCENTAJES: MISMA CANTIDAD Y SUMA, Y CADA CATEGORIA SIMULADA  *
      * CON EL MISMO PORCENTAJE QUE SE INFORMA AHORA.                  *
      *****************************************************************
       1300-VERIFICAR-SIMULACION.
           OPEN INPUT ARCH-SIMULACION.
           IF WS-FS-SIMULACION NOT = '00'
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'DEBE CORRER PRIMERO EN MODO SIMULACION'
                   TO WS-MENSAJE-ERROR
               GO TO 1300-EXIT
           END-IF.
           READ ARCH-SIMULACION
               AT END
                   MOVE SPACES TO REG-SIMULACION
                   MOVE 'S'    TO WS-SW-FIN-SIMULACION
           END-READ.
           IF NOT PSI-SIMULADA
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'DEBE CORRER PRIMERO EN MODO SIMULACION'
                   TO WS-MENSAJE-ERROR
               CLOSE ARCH-SIMULACION
               GO TO 1300-EXIT
           END-IF.
           IF PSI-FECHA-APLICACION NOT = WS-FECHA-APLICACION
              OR PSI-CANT-PORCENTAJES NOT = WS-CANT-PORCENTAJES
              OR PSI-SUMA-PORCENTAJES NOT = WS-SUMA-PORCENTAJES
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'LOS PARAMETROS NO COINCIDEN CON LA SIMULACION'
                   TO WS-MENSAJE-ERROR
               CLOSE ARCH-SIMULACION
               GO TO 1300-EXIT
           END-IF.
           MOVE ZERO TO WS-CANT-DETALLES-SIM.
           PERFORM 1310-LEER-SIMULACION THRU 1310-EXIT.
           PERFORM 1320-COMPARAR-DETALLE THRU 1320-EXIT
               UNTIL WS-FIN-SIMULACION
                  OR WS-PARAM-ERRONEO.
           CLOSE ARCH-SIMULACION.
           IF NOT WS-PARAM-ERRONEO
                   AND WS-CANT-DETALLES-SIM NOT = WS-CANT-PORCENTAJES
               MOVE 'S' TO WS-SW-PARAM-ERRONEO
               MOVE 'LOS PARAMETROS NO COINCIDEN CON LA SIMULACION'
                   TO WS-MENSAJE-ERROR
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LEER-SIMULACION.
           READ ARCH-SIMULACION
               AT END
                   MOVE 'S' TO WS-SW-FIN-SIMULACION
           END-READ.
       1310-EXIT.
           EXIT.

       1320-COMPARAR-DETALLE.
           IF PSI-DETALLE
               PERFORM 1330-COMPARAR-PORCENTAJE THRU 1330-EXIT
           END-IF.
           IF NOT WS-PARAM-ERRONEO
               PERFORM 1310-LEER-SIMULACION THRU 1310-EXIT
           END-IF.
       1320-EXIT.
           EXIT.

       1330-COMPARAR-PORCENTAJE.
           ADD 1 TO WS-CANT-DETALLES-SIM.
           IF PSI-CATEGORIA = '*'
               IF WS-SW-HAY-GENERAL NOT = 'S'
                  OR PSI-PORCENTAJE NOT = WS-PORC-GENERAL
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
               END-IF
           ELSE
               MOVE PSI-CATEGORIA TO WS-CATEGORIA-BUSCADA
               PERFORM 2100-BUSCAR-PORCENTAJE THRU 2100-EXIT
               IF WS-IX-ELEGIDO = ZERO
                   MOVE 'S' TO WS-SW-PARAM-ERRONEO
               ELSE
                   IF WS-TAB-PORCENTAJE (WS-IX-ELEGIDO)
                           NOT = PSI-PORCENTAJE
                       MOVE 'S' TO WS-SW-PARAM-ERRONEO
                   END-IF
               END-IF
           END-IF.
           IF WS-PARAM-ERRONEO
               MOVE SPACES TO WS-MENSAJE-ERROR
               STRING 'PORCENTAJE DISTINTO DE LA SIMULACION: '
                                     DELIMITED BY SIZE
                      PSI-CATEGORIA  DELIMITED BY SIZE
                      INTO WS-MENSAJE-ERROR
               END-STRING
           END-IF.
       1330-EXIT.
           EXIT.

       1400-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           IF WS-CONFIRMACION
               MOVE 'PRECIOS DE REPOSICION - CONFIRMACION'
                   TO LIN-TITULO-REPORTE
           ELSE
               MOVE 'PRECIOS DE REPOSICION - SIMULACION'
                   TO LIN-TITULO-REPORTE
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE SPACES TO REG-REPORTE.
           STRING 'FECHA DE APLICACION: ' DELIMITED BY SIZE
                  WS-FECHA-APLICACION     DELIMITED BY SIZE
                  '   OPERADOR: '         DELIMITED BY SIZE
                  WS-OPERADOR             DELIMITED BY SIZE
                  INTO REG-REPORTE
           END-STRING.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           IF WS-SW-HAY-GENERAL = 'S'
               MOVE WS-PORC-GENERAL TO WS-PORC-EDIT
               STRING 'PORCENTAJE GENERAL: ' DELIMITED BY SIZE
                      WS-PORC-EDIT           DELIMITED BY SIZE
                      INTO REG-REPORTE
               END-STRING
           ELSE
               MOVE 'SIN PORCENTAJE GENERAL: SOLO CATEGORIAS INFORMADAS'
                   TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
       1400-EXIT.
           EXIT.

       1500-LEER-LIBRO.
           READ ARCH-LIBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-LIBRO
           END-READ.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * AJUSTA EL PRECIO DE CADA LIBRO NO DADO DE BAJA CON EL          *
      * PORCENTAJE DE SU CATEGORIA O EL GENERAL. EL PRECIO EN BLANCO   *
      * DE LOS LIBROS ANTERIORES AL CAMPO SE TOMA COMO CERO, IGUAL QUE *
      * EN MULCALC. UN LIBRO YA AJUSTADO CON ESTA FECHA DE APLICACION  *
      * (CONFIRMACION INTERRUMPIDA Y VUELTA A CORRER) NO SE AJUSTA DE  *
      * NUEVO. EL IMPACTO SE MIDE SOBRE EL STOCK TOTAL DEL TITULO.     *
      *****************************************************************
       2000-AJUSTAR-LIBRO.
           ADD 1 TO WS-CONT-LEIDOS.
           IF LIB-BAJA
               ADD 1 TO WS-CONT-BAJAS
               GO TO 2000-SEGUIR
           END-IF.
           MOVE LIB-CATEGORIA TO WS-CATEGORIA-BUSCADA.
           PERFORM 2100-BUSCAR-PORCENTAJE THRU 2100-EXIT.
           IF WS-SW-CON-AJUSTE NOT = 'S'
               ADD 1 TO WS-CONT-SIN-AJUSTE
               GO TO 2000-SEGUIR
           END-IF.
           IF LIB-FECHA-ACT-PRECIO = WS-FECHA-APLICACION
               ADD 1 TO WS-CONT-YA-AJUSTADOS
               GO TO 2000-SEGUIR
           END-IF.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE LIB-PRECIO-REPOSICION TO WS-PRECIO-ANTERIOR.
           COMPUTE WS-PRECIO-CALCULADO ROUNDED =
               WS-PRECIO-ANTERIOR * (100 + WS-PORC-APLICADO) / 100.
           IF WS-PRECIO-CALCULADO > 99999.99
               PERFORM 2300-INFORMAR-EXCEDIDO THRU 2300-EXIT
               GO TO 2000-SEGUIR
           END-IF.
           MOVE WS-PRECIO-CALCULADO TO WS-PRECIO-NUEVO.
           IF WS-PRECIO-ANTERIOR = ZERO
               ADD 1 TO WS-CONT-SIN-PRECIO
           END-IF.
           IF LIB-STOCK-TOTAL NUMERIC
               MOVE LIB-STOCK-TOTAL TO WS-STOCK
           ELSE
               MOVE ZERO TO WS-STOCK
           END-IF.
           COMPUTE WS-VALOR-ANTERIOR = WS-PRECIO-ANTERIOR * WS-STOCK.
           COMPUTE WS-VALOR-NUEVO    = WS-PRECIO-NUEVO * WS-STOCK.
           ADD 1                 TO WS-CONT-AJUSTADOS.
           ADD WS-STOCK          TO WS-CONT-EJEMPLARES.
           ADD WS-VALOR-ANTERIOR TO WS-TOTAL-ANTERIOR.
           ADD WS-VALOR-NUEVO    TO WS-TOTAL-NUEVO.
           PERFORM 2200-ACUMULAR-CATEGORIA THRU 2200-EXIT.
           PERFORM 2250-ACUMULAR-SUCURSAL THRU 2250-EXIT.
           IF WS-CONFIRMACION
               PERFORM 2400-ACTUALIZAR-LIBRO THRU 2400-EXIT
           END-IF.
       2000-SEGUIR.
           PERFORM 1500-LEER-LIBRO THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * BUSCA EL PORCENTAJE DE WS-CATEGORIA-BUSCADA; SI NO TIENE UNO   *
      * PROPIO RIGE EL GENERAL, SI LO HAY.                             *
      *****************************************************************
       2100-BUSCAR-PORCENTAJE.
           MOVE ZERO TO WS-IX-ELEGIDO.
           PERFORM 2110-COMPARAR-CATEGORIA THRU 2110-EXIT
               VARYING WS-IX-AJUSTE FROM 1 BY 1
               UNTIL WS-IX-AJUSTE > WS-CANT-AJUSTES
                  OR WS-IX-ELEGIDO NOT = ZERO.
           IF WS-IX-ELEGIDO NOT = ZERO
               MOVE 'S' TO WS-SW-CON-AJUSTE
               MOVE WS-TAB-PORCENTAJE (WS-IX-ELEGIDO)
                   TO WS-PORC-APLICADO
           ELSE
               MOVE WS-SW-HAY-GENERAL TO WS-SW-CON-AJUSTE
               MOVE WS-PORC-GENERAL   TO WS-PORC-APLICADO
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COMPARAR-CATEGORIA.
           IF WS-TAB-CATEGORIA (WS-IX-AJUSTE) = WS-CATEGORIA-BUSCADA
               MOVE WS-IX-AJUSTE TO WS-IX-ELEGIDO
           END-IF.
       2110-EXIT.
           EXIT.

       2200-ACUMULAR-CATEGORIA.
           MOVE LIB-CATEGORIA TO PCA-CATEGORIA.
           READ ARCH-POR-CATEG
               INVALID KEY
                   MOVE LIB-CATEGORIA    TO PCA-CATEGORIA
                   MOVE WS-PORC-APLICADO TO PCA-PORCENTAJE
                   MOVE ZERO TO PCA-TITULOS
                                PCA-EJEMPLARES
                                PCA-VALOR-ANTERIOR
                                PCA-VALOR-NUEVO
                   WRITE REG-POR-CATEG
           END-READ.
           ADD 1                 TO PCA-TITULOS.
           ADD WS-STOCK          TO PCA-EJEMPLARES.
           ADD WS-VALOR-ANTERIOR TO PCA-VALOR-ANTERIOR.
           ADD WS-VALOR-NUEVO    TO PCA-VALOR-NUEVO.
           REWRITE REG-POR-CATEG.
       2200-EXIT.
           EXIT.

       2250-ACUMULAR-SUCURSAL.
           MOVE LIB-UBICACION TO PSU-UBICACION.
           READ ARCH-POR-SUCURS
               INVALID KEY
                   MOVE LIB-UBICACION TO PSU-UBICACION
                   MOVE ZERO TO PSU-TITULOS
                                PSU-EJEMPLARES
                                PSU-VALOR-ANTERIOR
                                PSU-VALOR-NUEVO
                   WRITE REG-POR-SUCURS
           END-READ.
           ADD 1                 TO PSU-TITULOS.
           ADD WS-STOCK          TO PSU-EJEMPLARES.
           ADD WS-VALOR-ANTERIOR TO PSU-VALOR-ANTERIOR.
           ADD WS-VALOR-NUEVO    TO PSU-VALOR-NUEVO.
           REWRITE REG-POR-SUCURS.
       2250-EXIT.
           EXIT.

      *****************************************************************
      * EL PRECIO AJUSTADO NO ENTRA EN LIB-PRECIO-REPOSICION: EL LIBRO *
      * QUEDA CON SU PRECIO Y SE LISTA PARA CORREGIRLO A MANO.         *
      *****************************************************************
       2300-INFORMAR-EXCEDIDO.
           ADD 1 TO WS-CONT-EXCEDIDOS.
           IF WS-SW-HAY-EXCEPCIONES NOT = 'S'
               MOVE 'S' TO WS-SW-HAY-EXCEPCIONES
               MOVE 'PRECIOS QUE EXCEDEN EL MAXIMO' TO LIN-FIC-SECCION
               WRITE REG-REPORTE FROM LINEA-FICHA-SECCION
           END-IF.
           MOVE WS-PRECIO-ANTERIOR TO WS-PRECIO-EDIT.
           MOVE SPACES TO REG-REPORTE.
           STRING LIB-CODIGO          DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LIB-TITULO (1:40)   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LIB-CATEGORIA       DELIMITED BY SIZE
                  '  PRECIO ACTUAL: ' DELIMITED BY SIZE
                  WS-PRECIO-EDIT      DELIMITED BY SIZE
                  INTO REG-REPORTE
           END-STRING.
           WRITE REG-REPORTE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * CONFIRMACION: GRABA EL PRECIO NUEVO CON LA FECHA DE APLICACION *
      * Y DEJA EL PRECIO ANTERIOR Y EL NUEVO EN EL LOG.                *
      *****************************************************************
       2400-ACTUALIZAR-LIBRO.
           MOVE WS-PRECIO-NUEVO     TO LIB-PRECIO-REPOSICION.
           MOVE WS-FECHA-APLICACION TO LIB-FECHA-ACT-PRECIO.
           REWRITE REG-LIBRO.
           MOVE SPACES              TO REG-PRECLOG.
           MOVE LIB-CODIGO          TO PRL-LIB-CODIGO.
           MOVE LIB-CATEGORIA       TO PRL-CATEGORIA.
           MOVE LIB-UBICACION       TO PRL-UBICACION.
           MOVE WS-PRECIO-ANTERIOR  TO PRL-PRECIO-ANTERIOR.
           MOVE WS-PRECIO-NUEVO     TO PRL-PRECIO-NUEVO.
           MOVE WS-PORC-APLICADO    TO PRL-PORCENTAJE.
           MOVE WS-FECHA-APLICACION TO PRL-FECHA-APLICACION.
           MOVE WS-FECHA-HOY        TO PRL-FECHA-PROCESO.
           MOVE WS-OPERADOR         TO PRL-OPERADOR.
           WRITE REG-PRECLOG.
       2400-EXIT.
           EXIT.

       3000-IMPACTO-POR-CATEGORIA.
           MOVE 'IMPACTO POR CATEGORIA' TO LIN-FIC-SECCION.
           WRITE REG-REPORTE FROM LINEA-FICHA-SECCION.
           WRITE REG-REPORTE FROM LINEA-TITULO-PRECIO.
           MOVE 'N' TO WS-SW-FIN-TRABAJO.
           MOVE SPACES TO PCA-CATEGORIA.
           START ARCH-POR-CATEG KEY IS >= PCA-CATEGORIA
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-START.
           IF NOT WS-FIN-TRABAJO
               PERFORM 3100-LEER-CATEGORIA THRU 3100-EXIT
               PERFORM 3200-IMPRIMIR-CATEGORIA THRU 3200-EXIT
                   UNTIL WS-FIN-TRABAJO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LEER-CATEGORIA.
           READ ARCH-POR-CATEG NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-READ.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-CATEGORIA.
           MOVE PCA-CATEGORIA      TO LIN-PRC-CONCEPTO.
           MOVE PCA-TITULOS        TO LIN-PRC-TITULOS.
           MOVE PCA-EJEMPLARES     TO LIN-PRC-EJEMPLARES.
           MOVE PCA-PORCENTAJE     TO LIN-PRC-PORCENTAJE.
           MOVE PCA-VALOR-ANTERIOR TO LIN-PRC-VALOR-ANTERIOR.
           MOVE PCA-VALOR-NUEVO    TO LIN-PRC-VALOR-NUEVO.
           COMPUTE LIN-PRC-DIFERENCIA =
               PCA-VALOR-NUEVO - PCA-VALOR-ANTERIOR.
           WRITE REG-REPORTE FROM LINEA-DETALLE-PRECIO.
           PERFORM 3100-LEER-CATEGORIA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       4000-IMPACTO-POR-SUCURSAL.
           MOVE 'IMPACTO POR SUCURSAL' TO LIN-FIC-SECCION.
           WRITE REG-REPORTE FROM LINEA-FICHA-SECCION.
           WRITE REG-REPORTE FROM LINEA-TITULO-PRECIO.
           MOVE 'N' TO WS-SW-FIN-TRABAJO.
           MOVE SPACES TO PSU-UBICACION.
           START ARCH-POR-SUCURS KEY IS >= PSU-UBICACION
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-START.
           IF NOT WS-FIN-TRABAJO
               PERFORM 4100-LEER-SUCURSAL THRU 4100-EXIT
               PERFORM 4200-IMPRIMIR-SUCURSAL THRU 4200-EXIT
                   UNTIL WS-FIN-TRABAJO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LEER-SUCURSAL.
           READ ARCH-POR-SUCURS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-READ.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-SUCURSAL.
           MOVE SPACES TO WS-CONCEPTO-ARMADO.
           STRING 'SUCURSAL ' DELIMITED BY SIZE
                  PSU-UBICACION DELIMITED BY SIZE
                  INTO WS-CONCEPTO-ARMADO
           END-STRING.
           MOVE WS-CONCEPTO-ARMADO TO LIN-PRC-CONCEPTO.
           MOVE PSU-TITULOS        TO LIN-PRC-TITULOS.
           MOVE PSU-EJEMPLARES     TO LIN-PRC-EJEMPLARES.
           MOVE ZERO               TO LIN-PRC-PORCENTAJE.
           MOVE PSU-VALOR-ANTERIOR TO LIN-PRC-VALOR-ANTERIOR.
           MOVE PSU-VALOR-NUEVO    TO LIN-PRC-VALOR-NUEVO.
           COMPUTE LIN-PRC-DIFERENCIA =
               PSU-VALOR-NUEVO - PSU-VALOR-ANTERIOR.
           WRITE REG-REPORTE FROM LINEA-DETALLE-PRECIO.
           PERFORM 4100-LEER-SUCURSAL THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-TOTALES.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 'TOTAL GENERAL'    TO LIN-PRC-CONCEPTO.
           MOVE WS-CONT-AJUSTADOS  TO LIN-PRC-TITULOS.
           MOVE WS-CONT-EJEMPLARES TO LIN-PRC-EJEMPLARES.
           MOVE ZERO               TO LIN-PRC-PORCENTAJE.
           MOVE WS-TOTAL-ANTERIOR  TO LIN-PRC-VALOR-ANTERIOR.
           MOVE WS-TOTAL-NUEVO     TO LIN-PRC-VALOR-NUEVO.
           COMPUTE LIN-PRC-DIFERENCIA =
               WS-TOTAL-NUEVO - WS-TOTAL-ANTERIOR.
           WRITE REG-REPORTE FROM LINEA-DETALLE-PRECIO.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 'TITULOS SIN PORCENTAJE'   TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-SIN-AJUSTE         TO LIN-CCA-CANTIDAD.
           MOVE ZERO                       TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'TITULOS SIN PRECIO CARGADO' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-SIN-PRECIO         TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'YA AJUSTADOS EN ESTA FECHA' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-YA-AJUSTADOS       TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'EXCEDEN EL PRECIO MAXIMO'   TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-EXCEDIDOS          TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'TITULOS DADOS DE BAJA'      TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-BAJAS              TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           IF WS-SIMULACION
               MOVE 'SIMULACION: EL MAESTRO DE LIBROS NO SE MODIFICO'
                   TO REG-REPORTE
           ELSE
               MOVE 'CONFIRMADO: PRECIOS ACTUALIZADOS EN PRECLOG.DAT'
                   TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
       5000-EXIT.
           EXIT.

       6000-GUARDAR-CONTROL.
           OPEN OUTPUT ARCH-SIMULACION.
           MOVE SPACES              TO REG-SIMULACION.
           MOVE WS-MODO             TO PSI-ESTADO.
           MOVE WS-FECHA-APLICACION TO PSI-FECHA-APLICACION.
           MOVE WS-CANT-PORCENTAJES TO PSI-CANT-PORCENTAJES.
           MOVE WS-SUMA-PORCENTAJES TO PSI-SUMA-PORCENTAJES.
           MOVE WS-FECHA-HOY        TO PSI-FECHA-CORRIDA.
           MOVE WS-OPERADOR         TO PSI-OPERADOR.
           WRITE REG-SIMULACION.
           IF WS-SW-HAY-GENERAL = 'S'
               MOVE SPACES          TO REG-SIMULACION
               MOVE 'P'             TO PSI-ESTADO
               MOVE '*'             TO PSI-CATEGORIA
               MOVE WS-PORC-GENERAL TO PSI-PORCENTAJE
               WRITE REG-SIMULACION
           END-IF.
           PERFORM 6100-GRABAR-DETALLE THRU 6100-EXIT
               VARYING WS-IX-AJUSTE FROM 1 BY 1
               UNTIL WS-IX-AJUSTE > WS-CANT-AJUSTES.
           CLOSE ARCH-SIMULACION.
       6000-EXIT.
           EXIT.

       6100-GRABAR-DETALLE.
           MOVE SPACES TO REG-SIMULACION.
           MOVE 'P'    TO PSI-ESTADO.
           MOVE WS-TAB-CATEGORIA (WS-IX-AJUSTE)  TO PSI-CATEGORIA.
           MOVE WS-TAB-PORCENTAJE (WS-IX-AJUSTE) TO PSI-PORCENTAJE.
           WRITE REG-SIMULACION.
       6100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-LIBRO
                 ARCH-POR-CATEG
                 ARCH-POR-SUCURS
                 ARCH-REPORTE.
           IF WS-CONFIRMACION
               CLOSE ARCH-PRECLOG
           END-IF.
           DISPLAY 'PRECACT - MODO: '           WS-MODO
                   ' FECHA DE APLICACION: '     WS-FECHA-APLICACION.
           DISPLAY 'PRECACT - LIBROS LEIDOS: '  WS-CONT-LEIDOS
                   ' AJUSTADOS: '               WS-CONT-AJUSTADOS
                   ' SIN PORCENTAJE: '          WS-CONT-SIN-AJUSTE.
           DISPLAY 'PRECACT - YA AJUSTADOS: '   WS-CONT-YA-AJUSTADOS
                   ' EXCEDIDOS: '               WS-CONT-EXCEDIDOS
                   ' BAJAS: '                   WS-CONT-BAJAS.
           DISPLAY 'PRECACT - VALOR ANTERIOR: ' WS-TOTAL-ANTERIOR
                   ' VALOR NUEVO: '             WS-TOTAL-NUEVO.
       9000-EXIT.
           EXIT.
