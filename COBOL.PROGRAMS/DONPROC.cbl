      *****************************************************************
      * PROGRAMA: DONPROC                                             *
      * PROPOSITO: REGISTRO DE LOS LOTES DE DONACION DE MATERIAL       *
      *            BIBLIOGRAFICO. CADA LOTE (REGISTRO 'L') INDICA EL   *
      *            DONANTE, LA FECHA DE RECEPCION Y LA SUCURSAL; LE    *
      *            SIGUEN SUS ITEMS (REGISTROS 'I') CON LA EVALUACION  *
      *            DE CADA UNO: LOS ACEPTADOS SE INCORPORAN AL FONDO   *
      *            (ALTA DEL TITULO SI NO EXISTE Y DE SUS EJEMPLARES,  *
      *            CON ORIGEN DONACION EN EL EJEMPLAR Y EN EL LOG DE   *
      *            ESTADOS EJELOG.DAT) Y LOS RECHAZADOS SE DESTINAN A  *
      *            CANJE O DESCARTE. CADA ITEM QUEDA EN DONACION.DAT,  *
      *            Y AL CERRAR EL LOTE SE IMPRIME LA CARTA DE          *
      *            AGRADECIMIENTO AL DONANTE CON LO INCORPORADO        *
      *            (CARTADON.LIS). LOS EJEMPLARES NUEVOS CONSULTAN LA  *
      *            COLA DE RESERVAS IGUAL QUE EN OCRECEP.              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - LOS EJEMPLARES DONADOS QUEDAN CON *
      *   LA ETIQUETA PENDIENTE: ETIQGEN LES REEMPLAZA EL CODIGO DE    *
      *   BARRAS PROVISORIO POR EL DEFINITIVO E IMPRIME SUS ETIQUETAS. *
      * 15/10/2026 CNA VERSION 1.2 - EL NUMERO DE ITEM SE TOMA AL      *
      *   VALIDAR EL ITEM, ANTES DE INCORPORARLO. EL CODIGO DE BARRAS  *
      *   PROVISORIO LLEVA LOTE, ITEM Y ORDEN DEL EJEMPLAR EN EL ITEM. *
      *   EL OPERADOR DEL LOTE SE VALIDA CON PERMVAL.                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONPROC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-DONACION ASSIGN TO "TRANDON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-DONANTE        ASSIGN TO "DONANTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DON-CODIGO
                  FILE STATUS IS WS-FS-DONANTE.

           SELECT ARCH-DONACION       ASSIGN TO "DONACION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DNC-CLAVE
                  FILE STATUS IS WS-FS-DONACION.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EJE-CLAVE
                  ALTERNATE RECORD KEY IS EJE-LIB-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-RESERVA        ASSIGN TO "RESERVA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RES-CLAVE
                  ALTERNATE RECORD KEY IS RES-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESERVA.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-EJELOG         ASSIGN TO "EJELOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-EJELOG.

           SELECT ARCH-SALIDA         ASSIGN TO "SALDON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-CARTA          ASSIGN TO "CARTADON.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CARTA.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
      *
      * TRANSACCION: UN REGISTRO 'L' ABRE CADA LOTE Y LE SIGUEN SUS
      * ITEMS 'I'. LA FECHA DEL LOTE EN BLANCO ES LA FECHA DEL DIA;
      * LA CONDICION DEL ITEM EN BLANCO ES BUENO. LOS DATOS DEL TITULO
      * SOLO SE USAN SI EL CODIGO DE LIBRO NO EXISTE EN EL CATALOGO.
      *
       FD  ARCH-TRANS-DONACION.
       01  REG-TRANS-DONACION.
           05  TRANS-TIPO-REG           PIC X(1).
               88  TRANS-LOTE           VALUE 'L'.
               88  TRANS-ITEM           VALUE 'I'.
           05  TRANS-DATOS              PIC X(250).
           05  TRANS-DATOS-LOTE         REDEFINES TRANS-DATOS.
               10  TRL-DON-CODIGO       PIC X(10).
               10  TRL-FECHA-LOTE       PIC X(10).
               10  TRL-SUC-CODIGO       PIC X(10).
               10  TRL-OPERADOR         PIC X(8).
               10  FILLER               PIC X(212).
           05  TRANS-DATOS-ITEM         REDEFINES TRANS-DATOS.
               10  TRI-DECISION         PIC X(1).
                   88  TRI-ACEPTADO     VALUE 'A'.
                   88  TRI-CANJE        VALUE 'C'.
                   88  TRI-DESCARTE     VALUE 'D'.
               10  TRI-LIB-CODIGO       PIC X(10).
               10  TRI-TITULO           PIC X(60).
               10  TRI-AUTOR            PIC X(40).
               10  TRI-EDITORIAL        PIC X(30).
               10  TRI-ANIO             PIC X(4).
               10  TRI-ANIO-N           REDEFINES
                   TRI-ANIO             PIC 9(4).
               10  TRI-CATEGORIA        PIC X(20).
               10  TRI-ISBN             PIC X(17).
               10  TRI-CANTIDAD         PIC X(3).
               10  TRI-CANTIDAD-N       REDEFINES
                   TRI-CANTIDAD         PIC 9(3).
               10  TRI-CONDICION        PIC X(1).
               10  TRI-PRECIO-REPOS     PIC X(7).
               10  TRI-PRECIO-REPOS-N   REDEFINES
                   TRI-PRECIO-REPOS     PIC 9(5)V99.
               10  TRI-MOTIVO           PIC X(40).
               10  FILLER               PIC X(17).

       FD  ARCH-DONANTE.
       01  REG-DONANTE.
           COPY DONANTE.

       FD  ARCH-DONACION.
       01  REG-DONACION.
           COPY DONACION.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-RESERVA.
       01  REG-RESERVA.
           COPY RESERVA.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-EJELOG.
       01  REG-EJELOG.
           COPY EJELOG.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-CARTA.
       01  REG-CARTA                    PIC X(133).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY MENSAJES.
       COPY LINREP.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-DONANTE                PIC X(2).
       01  WS-FS-DONACION               PIC X(2).
       01  WS-FS-LIBRO                  PIC X(2).
       01  WS-FS-EJEMPLAR               PIC X(2).
       01  WS-FS-RESERVA                PIC X(2).
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-CARTA                  PIC X(2).
       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.
       01  WS-SW-SIN-ARCH-RESERVA       PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-PENDIENTE      PIC X(1)  VALUE 'N'.
       01  WS-LIB-CODIGO-RESERVA        PIC X(10).
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.
       01  WS-AREA-PERMISO.
           COPY PERVAL.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-NRO-LIBRE          PIC X(1)  VALUE 'N'.
               88  WS-NRO-LIBRE         VALUE 'S'.
           05  WS-SW-LOTE-ABIERTO       PIC X(1)  VALUE 'N'.
               88  WS-LOTE-ABIERTO      VALUE 'S'.
           05  WS-SW-LIBRO-NUEVO        PIC X(1)  VALUE 'N'.
               88  WS-LIBRO-NUEVO       VALUE 'S'.
           05  WS-SW-FIN-ITEMS          PIC X(1)  VALUE 'N'.
               88  WS-FIN-ITEMS         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LOTES            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ACEPTADOS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-EJEMPLARES       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-TITULOS-NUEVOS   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CANJE            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-DESCARTE         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

      *
      * DATOS DEL LOTE EN CURSO
      *
       01  WS-LOTE-ACTUAL.
           05  WS-NRO-LOTE              PIC 9(8)  VALUE ZERO.
           05  WS-NRO-ITEM              PIC 9(3)  VALUE ZERO.
           05  WS-LOTE-DON-CODIGO       PIC X(10).
           05  WS-LOTE-DON-NOMBRE       PIC X(40).
           05  WS-LOTE-DON-DIRECCION    PIC X(40).
           05  WS-LOTE-FECHA            PIC X(10).
           05  WS-LOTE-SUC-CODIGO       PIC X(10).
           05  WS-LOTE-OPERADOR         PIC X(8).
           05  WS-LOTE-CANT-ACEPTADOS   PIC 9(3)  VALUE ZERO.
           05  WS-LOTE-CANT-RECHAZADOS  PIC 9(3)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-MENSAJE-ALTA              PIC X(60).
       01  WS-IX-EJEMPLAR               PIC 9(3)  VALUE ZERO.
       01  WS-NRO-EJEMPLAR-NUEVO        PIC 9(4)  VALUE ZERO.
       01  WS-EJL-REFERENCIA            PIC X(12).
       01  WS-CONDICION                 PIC X(1).
       01  WS-ISBN-NORMALIZADO          PIC X(13).
       01  WS-ISBN-RESULTADO            PIC X(1).
           88  WS-ISBN-INVALIDO         VALUE 'E'.
       01  WS-CALL-FUNCION              PIC X(7).
       01  WS-CALL-DIAS                 PIC S9(6).
       01  WS-CANT-EDIT                 PIC ZZ9.
       01  WS-CANT-CARTAS               PIC 9(6)  VALUE ZERO.

      *
      * LINEAS DE LA CARTA DE AGRADECIMIENTO (UNA HOJA POR LOTE)
      *
       01  LINEA-CARTA-NUMERO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'CARTA DE AGRADECIMIENTO POR DONACION'.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'LOTE: '.
           05  LIN-CDO-NRO-LOTE        PIC 9(8).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  LINEA-CARTA-DONANTE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE 'A: '.
           05  LIN-CDO-NOMBRE          PIC X(40).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  LIN-CDO-DON-CODIGO      PIC X(10).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  LINEA-CARTA-ITEM.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  LIN-CDO-TITULO          PIC X(60).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CDO-CANTIDAD        PIC ZZ9.
           05  FILLER                  PIC X(13)
               VALUE ' EJEMPLAR(ES)'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LINEA-CARTA-TEXTO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LIN-CDO-TEXTO           PIC X(80).
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'DONPROC - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESAN LAS DONACIONES. REINTENTE LUEGO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-REGISTRO THRU 2000-EXIT
                   UNTIL WS-FIN-ARCHIVO
               PERFORM 3000-CERRAR-LOTE THRU 3000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
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

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-DONACION.
           OPEN I-O    ARCH-DONANTE.
           OPEN I-O    ARCH-DONACION.
           IF WS-FS-DONACION = '35'
               OPEN OUTPUT ARCH-DONACION
               CLOSE ARCH-DONACION
               OPEN I-O ARCH-DONACION
           END-IF.
           OPEN I-O    ARCH-LIBRO.
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN I-O    ARCH-RESERVA.
           IF WS-FS-RESERVA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-RESERVA
           END-IF.
           OPEN INPUT  ARCH-SUCURSAL.
           OPEN I-O    ARCH-CONTROL.
           OPEN EXTEND ARCH-EJELOG.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN OUTPUT ARCH-CARTA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * LEE EL REGISTRO UNICO DE CONTROL PARA NUMERAR LOS LOTES DE     *
      * DONACION; EL NUMERADOR EN BLANCO SE INICIALIZA EN CERO.        *
      *****************************************************************
       1100-LEER-CONTROL.
           MOVE 'CONTROL01' TO CTL-CLAVE.
           READ ARCH-CONTROL
               INVALID KEY
                   MOVE SPACES      TO REG-CONTROL
                   MOVE 'CONTROL01' TO CTL-CLAVE
                   MOVE ZERO        TO CTL-ULT-NRO-PRESTAMO
                                       CTL-ULT-NRO-MULTA
                                       CTL-ULT-NRO-RESERVA
                                       CTL-ULT-NRO-RECIBO
                                       CTL-ULT-NRO-PREST-INT
                                       CTL-ULT-NRO-ORDEN
                                       CTL-ULT-NRO-CERTIF
                                       CTL-ULT-NRO-GARANTIA
                                       CTL-ULT-NRO-DONACION
                   WRITE REG-CONTROL
           END-READ.
           IF CTL-ULT-NRO-DONACION NOT NUMERIC
               MOVE ZERO TO CTL-ULT-NRO-DONACION
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-DONACION
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-REGISTRO.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           EVALUATE TRUE
               WHEN TRANS-LOTE
                   PERFORM 3000-CERRAR-LOTE THRU 3000-EXIT
                   PERFORM 2100-ABRIR-LOTE THRU 2100-EXIT
               WHEN TRANS-ITEM
                   PERFORM 2200-PROCESAR-ITEM THRU 2200-EXIT
               WHEN OTHER
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE 'ERROR: TIPO DE REGISTRO INVALIDO'
                       TO WS-MENSAJE-RECHAZO
           END-EVALUATE.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO REG-SALIDA
               IF TRANS-LOTE
                   STRING TRL-DON-CODIGO     DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WS-MENSAJE-RECHAZO DELIMITED BY SIZE
                          INTO REG-SALIDA
                   END-STRING
               ELSE
                   STRING TRI-LIB-CODIGO     DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WS-MENSAJE-RECHAZO DELIMITED BY SIZE
                          INTO REG-SALIDA
                   END-STRING
               END-IF
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ABRE UN LOTE: DONANTE ACTIVO, FECHA DE RECEPCION NO FUTURA Y   *
      * SUCURSAL ABIERTA DONDE SE UBICA EL MATERIAL INCORPORADO, Y     *
      * OPERADOR HABILITADO SEGUN LA MATRIZ DE PERMISOS (PERMVAL). EL  *
      * LOTE TOMA EL NUMERO SIGUIENTE DEL NUMERADOR DE DONACIONES DE   *
      * CONTROL. SI EL LOTE SE RECHAZA, SUS ITEMS SE RECHAZAN TAMBIEN. *
      *****************************************************************
       2100-ABRIR-LOTE.
           MOVE 'N' TO WS-SW-LOTE-ABIERTO.
           MOVE TRL-DON-CODIGO TO DON-CODIGO.
           READ ARCH-DONANTE
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-120 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
           END-READ.
           IF NOT DON-ACTIVO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-120 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF TRL-FECHA-LOTE = SPACES
               MOVE WS-FECHA-HOY TO WS-LOTE-FECHA
           ELSE
               MOVE TRL-FECHA-LOTE TO WS-LOTE-FECHA
               PERFORM 2110-VALIDAR-FECHA-LOTE THRU 2110-EXIT
               IF WS-RECHAZADO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE TRL-SUC-CODIGO TO SUC-CODIGO.
           READ ARCH-SUCURSAL
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-042 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
           END-READ.
           IF NOT SUC-ACTIVA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-043 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2120-VALIDAR-PERMISO THRU 2120-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CTL-ULT-NRO-DONACION.
           REWRITE REG-CONTROL.
           MOVE CTL-ULT-NRO-DONACION TO WS-NRO-LOTE.
           MOVE ZERO                 TO WS-NRO-ITEM
                                        WS-LOTE-CANT-ACEPTADOS
                                        WS-LOTE-CANT-RECHAZADOS.
           MOVE DON-CODIGO           TO WS-LOTE-DON-CODIGO.
           MOVE DON-NOMBRE           TO WS-LOTE-DON-NOMBRE.
           MOVE DON-DIRECCION        TO WS-LOTE-DON-DIRECCION.
           MOVE TRL-SUC-CODIGO       TO WS-LOTE-SUC-CODIGO.
           MOVE TRL-OPERADOR         TO WS-LOTE-OPERADOR.
           MOVE 'S'                  TO WS-SW-LOTE-ABIERTO.
           IF DON-CANT-LOTES NOT NUMERIC
               MOVE ZERO TO DON-CANT-LOTES
           END-IF.
           ADD 1 TO DON-CANT-LOTES.
           MOVE WS-LOTE-FECHA TO DON-FECHA-ULT-LOTE.
           REWRITE REG-DONANTE.
           ADD 1 TO WS-CONT-LOTES.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-NRO-LOTE  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  DON-CODIGO   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  MSG-INFO-070 DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2100-EXIT.
           EXIT.

       2110-VALIDAR-FECHA-LOTE.
           IF WS-LOTE-FECHA (1:2) NOT NUMERIC
              OR WS-LOTE-FECHA (4:2) NOT NUMERIC
              OR WS-LOTE-FECHA (7:4) NOT NUMERIC
              OR WS-LOTE-FECHA (3:1) NOT = '/'
              OR WS-LOTE-FECHA (6:1) NOT = '/'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-125 TO WS-MENSAJE-RECHAZO
               GO TO 2110-EXIT
           END-IF.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-LOTE-FECHA
                                 WS-FECHA-HOY
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS < ZERO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-125 TO WS-MENSAJE-RECHAZO
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR QUE RECIBE EL LOTE SE VALIDA CONTRA LA MATRIZ DE   *
      * PERMISOS. UN RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.     *
      *****************************************************************
       2120-VALIDAR-PERMISO.
           MOVE 'DONPROC'         TO PVA-PROGRAMA.
           MOVE 'L'               TO PVA-TIPO-TRANS.
           MOVE TRL-OPERADOR      TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRL-DON-CODIGO    TO PVA-REFERENCIA.
           MOVE ZERO              TO PVA-NIVEL-MINIMO.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * PROCESA UN ITEM DEL LOTE SEGUN SU EVALUACION: ACEPTADO SE      *
      * INCORPORA AL FONDO; CANJE O DESCARTE SOLO QUEDA REGISTRADO     *
      * CON SU DESTINO. TODO ITEM VALIDO QUEDA EN DONACION.DAT CON EL  *
      * NUMERO SIGUIENTE DEL LOTE.                                     *
      *****************************************************************
       2200-PROCESAR-ITEM.
           IF NOT WS-LOTE-ABIERTO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-122 TO WS-MENSAJE-RECHAZO
               GO TO 2200-EXIT
           END-IF.
           IF NOT TRI-ACEPTADO AND NOT TRI-CANJE AND NOT TRI-DESCARTE
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-123 TO WS-MENSAJE-RECHAZO
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-VALIDAR-ITEM THRU 2210-EXIT.
           IF WS-RECHAZADO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-NRO-ITEM.
           IF TRI-ACEPTADO
               PERFORM 2300-INCORPORAR-ITEM THRU 2300-EXIT
               ADD 1 TO WS-CONT-ACEPTADOS
               ADD 1 TO WS-LOTE-CANT-ACEPTADOS
               MOVE MSG-INFO-071 TO WS-MENSAJE-ALTA
           ELSE
               ADD 1 TO WS-LOTE-CANT-RECHAZADOS
               IF TRI-CANJE
                   ADD 1 TO WS-CONT-CANJE
                   MOVE MSG-INFO-072 TO WS-MENSAJE-ALTA
               ELSE
                   ADD 1 TO WS-CONT-DESCARTE
                   MOVE MSG-INFO-073 TO WS-MENSAJE-ALTA
               END-IF
           END-IF.
           PERFORM 2600-GRABAR-DONACION THRU 2600-EXIT.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-NRO-LOTE     DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-NRO-ITEM     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  TRI-LIB-CODIGO  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-MENSAJE-ALTA DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * LA CANTIDAD DE EJEMPLARES ES OBLIGATORIA EN TODO ITEM. SI EL   *
      * CODIGO DE LIBRO YA ESTA EN EL CATALOGO, LOS EJEMPLARES SE      *
      * SUMAN A ESE TITULO (QUE NO PUEDE ESTAR DADO DE BAJA); SI NO,   *
      * EL ITEM ACEPTADO DA DE ALTA EL TITULO CON LOS DATOS DE LA      *
      * TRANSACCION, CON EL ISBN VALIDADO COMO EN CARGALIB.            *
      *****************************************************************
       2210-VALIDAR-ITEM.
           IF TRI-CANTIDAD NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-124 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           IF TRI-CANTIDAD-N = ZERO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-124 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           IF TRI-CONDICION NOT = SPACES AND TRI-CONDICION NOT = 'B'
              AND TRI-CONDICION NOT = 'R' AND TRI-CONDICION NOT = 'D'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-124 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-LIBRO-NUEVO.
           IF TRI-LIB-CODIGO NOT = SPACES
               MOVE TRI-LIB-CODIGO TO LIB-CODIGO
               READ ARCH-LIBRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SW-LIBRO-NUEVO
               END-READ
           END-IF.
           IF NOT WS-LIBRO-NUEVO
               IF TRI-ACEPTADO AND LIB-BAJA
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-023 TO WS-MENSAJE-RECHAZO
               END-IF
               GO TO 2210-EXIT
           END-IF.
           IF TRI-TITULO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-002 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           IF NOT TRI-ACEPTADO
               GO TO 2210-EXIT
           END-IF.
           IF TRI-LIB-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-001 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           IF TRI-ANIO NOT = SPACES AND TRI-ANIO NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-004 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           IF TRI-PRECIO-REPOS NOT = SPACES
                   AND TRI-PRECIO-REPOS NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-124 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2220-VALIDAR-ISBN THRU 2220-EXIT.
       2210-EXIT.
           EXIT.

       2220-VALIDAR-ISBN.
           MOVE SPACES TO WS-ISBN-NORMALIZADO.
           IF TRI-ISBN = SPACES
               GO TO 2220-EXIT
           END-IF.
           CALL 'ISBNVAL' USING TRI-ISBN
                                WS-ISBN-NORMALIZADO
                                WS-ISBN-RESULTADO
           END-CALL.
           IF WS-ISBN-INVALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-092 TO WS-MENSAJE-RECHAZO
               GO TO 2220-EXIT
           END-IF.
           MOVE WS-ISBN-NORMALIZADO TO LIB-ISBN.
           READ ARCH-LIBRO KEY IS LIB-ISBN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-093 TO WS-MENSAJE-RECHAZO
           END-READ.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * INCORPORA EL ITEM ACEPTADO: ALTA DEL TITULO SI ES NUEVO (CON   *
      * STOCK EN CERO, UBICADO EN LA SUCURSAL DEL LOTE), ALTA DE SUS   *
      * EJEMPLARES Y SUMA DEL STOCK TOTAL DEL LIBRO.                   *
      *****************************************************************
       2300-INCORPORAR-ITEM.
           IF WS-LIBRO-NUEVO
               PERFORM 2400-CREAR-LIBRO THRU 2400-EXIT
           END-IF.
           IF TRI-CONDICION = SPACES
               MOVE 'B' TO WS-CONDICION
           ELSE
               MOVE TRI-CONDICION TO WS-CONDICION
           END-IF.
           PERFORM 2500-CREAR-UN-EJEMPLAR THRU 2500-EXIT
               VARYING WS-IX-EJEMPLAR FROM 1 BY 1
               UNTIL WS-IX-EJEMPLAR > TRI-CANTIDAD-N.
           ADD TRI-CANTIDAD-N TO LIB-STOCK-TOTAL.
           REWRITE REG-LIBRO.
       2300-EXIT.
           EXIT.

       2400-CREAR-LIBRO.
           MOVE SPACES              TO REG-LIBRO.
           MOVE TRI-LIB-CODIGO      TO LIB-CODIGO.
           MOVE TRI-TITULO          TO LIB-TITULO.
           MOVE TRI-AUTOR           TO LIB-AUTOR.
           MOVE TRI-EDITORIAL       TO LIB-EDITORIAL.
           IF TRI-ANIO = SPACES
               MOVE ZERO TO LIB-ANIO-PUBLICACION
           ELSE
               MOVE TRI-ANIO-N TO LIB-ANIO-PUBLICACION
           END-IF.
           MOVE TRI-CATEGORIA       TO LIB-CATEGORIA.
           MOVE ZERO                TO LIB-STOCK-TOTAL
                                       LIB-STOCK-DISPONIBLE.
           MOVE WS-LOTE-SUC-CODIGO  TO LIB-UBICACION.
           MOVE WS-FECHA-HOY        TO LIB-FECHA-ALTA.
           MOVE 'DONPROC'           TO LIB-USUARIO-ALTA.
           MOVE 'A'                 TO LIB-ESTADO.
           IF TRI-PRECIO-REPOS = SPACES
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           ELSE
               MOVE TRI-PRECIO-REPOS-N TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE WS-ISBN-NORMALIZADO TO LIB-ISBN.
           WRITE REG-LIBRO.
           ADD 1 TO WS-CONT-TITULOS-NUEVOS.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * CREA UN EJEMPLAR DONADO CON EL PRIMER NUMERO LIBRE DEL LIBRO Y *
      * CODIGO DE BARRAS PROVISORIO ARMADO CON EL LOTE, EL ITEM Y EL   *
      * ORDEN DEL EJEMPLAR DENTRO DEL ITEM, UNICO AUNQUE DOS ITEMS DEL *
      * LOTE SEAN DE TITULOS DISTINTOS (ETIQUETA PENDIENTE PARA        *
      * ETIQGEN), CON ORIGEN DONACION.                                 *
      * SI HAY UNA RESERVA PENDIENTE EN LA COLA DEL LIBRO, EL          *
      * EJEMPLAR NACE RETENIDO PARA ELLA (O EN TRANSITO A SU SEDE DE   *
      * RETIRO) Y NO SUMA STOCK DISPONIBLE. EL ALTA QUEDA EN EL LOG DE *
      * ESTADOS CON EL LOTE Y EL ITEM COMO REFERENCIA.                 *
      *****************************************************************
       2500-CREAR-UN-EJEMPLAR.
           PERFORM 2510-ASIGNAR-NRO-LIBRE THRU 2510-EXIT.
           MOVE SPACES                TO REG-EJEMPLAR.
           MOVE LIB-CODIGO            TO EJE-LIB-CODIGO.
           MOVE WS-NRO-EJEMPLAR-NUEVO TO EJE-NRO-EJEMPLAR.
           STRING 'D'                   DELIMITED BY SIZE
                  WS-NRO-LOTE           DELIMITED BY SIZE
                  WS-NRO-ITEM           DELIMITED BY SIZE
                  WS-IX-EJEMPLAR        DELIMITED BY SIZE
                  INTO EJE-CODIGO-BARRA
           END-STRING.
           MOVE WS-CONDICION TO EJE-CONDICION.
           MOVE 'D'          TO EJE-ORIGEN.
           MOVE 'P'          TO EJE-SW-ETIQUETA.
           MOVE LIB-CODIGO   TO WS-LIB-CODIGO-RESERVA.
           PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT.
           IF WS-SW-RESERVA-PENDIENTE = 'S'
               MOVE 'R' TO EJE-ESTADO
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
               PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
               WRITE REG-EJEMPLAR
           ELSE
               MOVE 'D' TO EJE-ESTADO
               WRITE REG-EJEMPLAR
               ADD 1 TO LIB-STOCK-DISPONIBLE
           END-IF.
           MOVE SPACES TO WS-EJL-REFERENCIA.
           STRING WS-NRO-LOTE DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-NRO-ITEM DELIMITED BY SIZE
                  INTO WS-EJL-REFERENCIA
           END-STRING.
           MOVE SPACES             TO REG-EJELOG.
           MOVE EJE-LIB-CODIGO     TO EJL-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR   TO EJL-NRO-EJEMPLAR.
           MOVE SPACE              TO EJL-ESTADO-ANTERIOR.
           MOVE EJE-ESTADO         TO EJL-ESTADO-NUEVO.
           MOVE WS-FECHA-HOY       TO EJL-FECHA-CAMBIO.
           MOVE 'DONPROC'          TO EJL-PROGRAMA.
           MOVE WS-EJL-REFERENCIA  TO EJL-REFERENCIA.
           MOVE 'D'                TO EJL-ORIGEN.
           WRITE REG-EJELOG.
           ADD 1 TO WS-CONT-EJEMPLARES.
       2500-EXIT.
           EXIT.

       2510-ASIGNAR-NRO-LIBRE.
           MOVE ZERO TO WS-NRO-EJEMPLAR-NUEVO.
           MOVE 'N'  TO WS-SW-NRO-LIBRE.
           PERFORM 2520-PROBAR-NRO THRU 2520-EXIT
               UNTIL WS-NRO-LIBRE.
       2510-EXIT.
           EXIT.

       2520-PROBAR-NRO.
           ADD 1 TO WS-NRO-EJEMPLAR-NUEVO.
           MOVE LIB-CODIGO            TO EJE-LIB-CODIGO.
           MOVE WS-NRO-EJEMPLAR-NUEVO TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE 'S' TO WS-SW-NRO-LIBRE
           END-READ.
       2520-EXIT.
           EXIT.

      *****************************************************************
      * REGISTRA EL ITEM EN EL ARCHIVO DE DONACIONES. EL TITULO SE     *
      * TOMA DEL CATALOGO SI EL LIBRO EXISTE, PARA LA CARTA.           *
      *****************************************************************
       2600-GRABAR-DONACION.
           MOVE SPACES             TO REG-DONACION.
           MOVE WS-NRO-LOTE        TO DNC-NRO-LOTE.
           MOVE WS-NRO-ITEM        TO DNC-NRO-ITEM.
           MOVE WS-LOTE-DON-CODIGO TO DNC-DON-CODIGO.
           MOVE WS-LOTE-FECHA      TO DNC-FECHA-LOTE.
           MOVE WS-LOTE-SUC-CODIGO TO DNC-SUC-CODIGO.
           MOVE TRI-DECISION       TO DNC-DECISION.
           MOVE TRI-LIB-CODIGO     TO DNC-LIB-CODIGO.
           IF WS-LIBRO-NUEVO
               MOVE TRI-TITULO TO DNC-TITULO
           ELSE
               MOVE LIB-TITULO TO DNC-TITULO
           END-IF.
           MOVE TRI-CANTIDAD-N     TO DNC-CANTIDAD.
           MOVE TRI-MOTIVO         TO DNC-MOTIVO.
           MOVE WS-FECHA-HOY       TO DNC-FECHA-PROCESO.
           MOVE WS-LOTE-OPERADOR   TO DNC-OPERADOR.
           WRITE REG-DONACION.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * CIERRA EL LOTE EN CURSO: SI TUVO ITEMS REGISTRADOS, IMPRIME LA *
      * CARTA DE AGRADECIMIENTO AL DONANTE CON LOS TITULOS             *
      * INCORPORADOS AL FONDO (LEIDOS DE DONACION.DAT) Y LA CANTIDAD   *
      * DE ITEMS DESTINADOS A CANJE O DESCARTE.                        *
      *****************************************************************
       3000-CERRAR-LOTE.
           IF NOT WS-LOTE-ABIERTO
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-LOTE-ABIERTO.
           IF WS-NRO-ITEM = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-IMPRIMIR-ENCABEZADO THRU 3100-EXIT.
           MOVE SPACES TO LIN-CDO-TEXTO.
           STRING 'LA BIBLIOTECA AGRADECE LA DONACION DE '
                                       DELIMITED BY SIZE
                  'MATERIAL RECIBIDA EL '
                                       DELIMITED BY SIZE
                  WS-LOTE-FECHA        DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  INTO LIN-CDO-TEXTO
           END-STRING.
           WRITE REG-CARTA FROM LINEA-CARTA-TEXTO.
           IF WS-LOTE-CANT-ACEPTADOS > ZERO
               MOVE 'SE INCORPORARON AL FONDO, A DISPOSICION DE TODA LA 
      -             'COMUNIDAD UNIVERSITARIA,' TO LIN-CDO-TEXTO
               WRITE REG-CARTA FROM LINEA-CARTA-TEXTO
               MOVE 'LOS SIGUIENTES TITULOS:' TO LIN-CDO-TEXTO
               WRITE REG-CARTA FROM LINEA-CARTA-TEXTO
               WRITE REG-CARTA FROM SPACES
               PERFORM 3200-LISTAR-INCORPORADOS THRU 3200-EXIT
           END-IF.
           IF WS-LOTE-CANT-RECHAZADOS > ZERO
               WRITE REG-CARTA FROM SPACES
               MOVE WS-LOTE-CANT-RECHAZADOS TO WS-CANT-EDIT
               MOVE SPACES TO LIN-CDO-TEXTO
               STRING 'OTROS '     DELIMITED BY SIZE
                      WS-CANT-EDIT DELIMITED BY SIZE
                      ' ITEMS NO SE INCORPORARON AL FONDO Y SE DESTINA'
                                   DELIMITED BY SIZE
                      'RON AL'     DELIMITED BY SIZE
                      INTO LIN-CDO-TEXTO
               END-STRING
               WRITE REG-CARTA FROM LINEA-CARTA-TEXTO
               MOVE 'CANJE CON OTRAS BIBLIOTECAS O A DESCARTE, SEGUN LA 
      -             'EVALUACION REALIZADA.' TO LIN-CDO-TEXTO
               WRITE REG-CARTA FROM LINEA-CARTA-TEXTO
           END-IF.
           WRITE REG-CARTA FROM SPACES.
           MOVE 'SU APORTE CONTRIBUYE A ENRIQUECER EL FONDO BIBLIOGRAFIC
      -         'O DE LA UNIVERSIDAD.' TO LIN-CDO-TEXTO.
           WRITE REG-CARTA FROM LINEA-CARTA-TEXTO.
           WRITE REG-CARTA FROM SPACES.
           MOVE SPACES TO LIN-CDO-TEXTO.
           STRING 'EVALUO: '       DELIMITED BY SIZE
                  WS-LOTE-OPERADOR DELIMITED BY SIZE
                  '        DIRECCION DE BIBLIOTECA: __________________'
                                   DELIMITED BY SIZE
                  INTO LIN-CDO-TEXTO
           END-STRING.
           WRITE REG-CARTA FROM LINEA-CARTA-TEXTO.
           WRITE REG-CARTA FROM SPACES.
           WRITE REG-CARTA FROM LINEA-SEPARADOR.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-ENCABEZADO.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE 'CARTA DE AGRADECIMIENTO' TO LIN-TITULO-REPORTE.
           MOVE 1 TO LIN-NUMERO-PAGINA.
           IF WS-CANT-CARTAS > ZERO
               WRITE REG-CARTA FROM SPACES
           END-IF.
           ADD 1 TO WS-CANT-CARTAS.
           WRITE REG-CARTA FROM LINEA-CABECERA-1.
           WRITE REG-CARTA FROM LINEA-CABECERA-2.
           WRITE REG-CARTA FROM LINEA-CABECERA-3.
           WRITE REG-CARTA FROM LINEA-SEPARADOR.
           WRITE REG-CARTA FROM SPACES.
           MOVE WS-NRO-LOTE TO LIN-CDO-NRO-LOTE.
           WRITE REG-CARTA FROM LINEA-CARTA-NUMERO.
           WRITE REG-CARTA FROM SPACES.
           MOVE WS-LOTE-DON-NOMBRE TO LIN-CDO-NOMBRE.
           MOVE WS-LOTE-DON-CODIGO TO LIN-CDO-DON-CODIGO.
           WRITE REG-CARTA FROM LINEA-CARTA-DONANTE.
           IF WS-LOTE-DON-DIRECCION NOT = SPACES
               MOVE WS-LOTE-DON-DIRECCION TO LIN-CDO-TEXTO
               WRITE REG-CARTA FROM LINEA-CARTA-TEXTO
           END-IF.
           WRITE REG-CARTA FROM SPACES.
       3100-EXIT.
           EXIT.

       3200-LISTAR-INCORPORADOS.
           MOVE 'N'         TO WS-SW-FIN-ITEMS.
           MOVE WS-NRO-LOTE TO DNC-NRO-LOTE.
           MOVE ZERO        TO DNC-NRO-ITEM.
           START ARCH-DONACION KEY IS >= DNC-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-ITEMS
           END-START.
           PERFORM 3210-LEER-ITEM THRU 3210-EXIT
               UNTIL WS-FIN-ITEMS.
       3200-EXIT.
           EXIT.

       3210-LEER-ITEM.
           READ ARCH-DONACION NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ITEMS
                   GO TO 3210-EXIT
           END-READ.
           IF DNC-NRO-LOTE NOT = WS-NRO-LOTE
               MOVE 'S' TO WS-SW-FIN-ITEMS
               GO TO 3210-EXIT
           END-IF.
           IF DNC-ACEPTADO
               MOVE DNC-TITULO   TO LIN-CDO-TITULO
               MOVE DNC-CANTIDAD TO LIN-CDO-CANTIDAD
               WRITE REG-CARTA FROM LINEA-CARTA-ITEM
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * CONSULTA LA COLA DE RESERVAS DEL LIBRO, CON LA MISMA LOGICA    *
      * DE OCRECEP: SI HAY UNA RESERVA PENDIENTE EN ORDEN DE LLEGADA,  *
      * EL EJEMPLAR NUEVO QUEDA RETENIDO PARA ELLA.                    *
      *****************************************************************
       6100-BUSCAR-RESERVA-PENDIENTE.
           MOVE 'N' TO WS-SW-RESERVA-PENDIENTE.
           IF WS-SW-SIN-ARCH-RESERVA = 'S'
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-LIB-CODIGO-RESERVA TO RES-LIB-CODIGO.
           MOVE ZERO                  TO RES-NRO-SECUENCIA.
           START ARCH-RESERVA KEY IS >= RES-CLAVE
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-RESERVA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-RESERVA
           END-START.
           PERFORM 6110-LEER-RESERVA THRU 6110-EXIT
               UNTIL WS-FS-RESERVA NOT = '00'
                  OR RES-LIB-CODIGO NOT = WS-LIB-CODIGO-RESERVA
                  OR WS-SW-RESERVA-PENDIENTE = 'S'.
       6100-EXIT.
           EXIT.

       6110-LEER-RESERVA.
           READ ARCH-RESERVA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESERVA
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = WS-LIB-CODIGO-RESERVA
                   AND RES-PENDIENTE
               MOVE 'S' TO WS-SW-RESERVA-PENDIENTE
           END-IF.
       6110-EXIT.
           EXIT.

       6150-NOTIFICAR-RESERVA.
           IF RES-SUC-RETIRO NOT = SPACES
                   AND WS-SUC-ACTUAL NOT = SPACES
                   AND RES-SUC-RETIRO NOT = WS-SUC-ACTUAL
               PERFORM 6160-ENVIAR-A-RETIRO THRU 6160-EXIT
               GO TO 6150-EXIT
           END-IF.
           MOVE 'N'          TO RES-ESTADO.
           MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION.
           REWRITE REG-RESERVA.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-LIB-CODIGO-RESERVA DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MSG-INFO-011          DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       6150-EXIT.
           EXIT.

      *****************************************************************
      * LA RESERVA SE RETIRA EN OTRA SUCURSAL: QUEDA EN TRANSITO Y EL  *
      * EJEMPLAR VIAJA A LA SEDE DE RETIRO (ENVIOSUC). LA RESERVA SE   *
      * NOTIFICA CUANDO EJEMANT REGISTRA LA RECEPCION DEL EJEMPLAR.    *
      *****************************************************************
       6160-ENVIAR-A-RETIRO.
           MOVE 'T' TO RES-ESTADO.
           REWRITE REG-RESERVA.
           MOVE 'N' TO EJE-ESTADO.
           MOVE 'ALTA  '          TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO    TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR  TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL     TO ENV-SUC-ORIGEN.
           MOVE RES-SUC-RETIRO    TO ENV-SUC-DESTINO.
           MOVE 'R'               TO ENV-MOTIVO.
           MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO.
           MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA.
           MOVE WS-FECHA-HOY      TO ENV-FECHA.
           MOVE 'DONPROC '        TO ENV-PROGRAMA.
           MOVE WS-LOTE-OPERADOR  TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-LIB-CODIGO-RESERVA DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MSG-INFO-060          DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       6160-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-DONACION
                 ARCH-DONANTE
                 ARCH-DONACION
                 ARCH-LIBRO
                 ARCH-EJEMPLAR
                 ARCH-SUCURSAL
                 ARCH-CONTROL
                 ARCH-EJELOG
                 ARCH-SALIDA
                 ARCH-CARTA.
           IF WS-SW-SIN-ARCH-RESERVA = 'N'
               CLOSE ARCH-RESERVA
           END-IF.
           DISPLAY 'DONPROC - LOTES: '          WS-CONT-LOTES
                   ' ITEMS ACEPTADOS: '         WS-CONT-ACEPTADOS
                   ' TITULOS NUEVOS: '          WS-CONT-TITULOS-NUEVOS
                   ' EJEMPLARES: '              WS-CONT-EJEMPLARES.
           DISPLAY 'DONPROC - A CANJE: '        WS-CONT-CANJE
                   ' A DESCARTE: '              WS-CONT-DESCARTE
                   ' ERRORES: '                 WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
