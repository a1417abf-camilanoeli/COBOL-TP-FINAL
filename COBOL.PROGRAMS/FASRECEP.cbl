      *****************************************************************
      * PROGRAMA: FASRECEP                                            *
      * PROPOSITO: RECEPCION DE FASCICULOS DE LAS PUBLICACIONES        *
      *            PERIODICAS DE LA HEMEROTECA. CADA TRANSACCION       *
      *            INDICA LA PUBLICACION, EL VOLUMEN Y EL NUMERO       *
      *            RECIBIDO: EL FASCICULO DEL CALENDARIO (FASCIC.DAT)  *
      *            QUEDA RECIBIDO, O SE REGISTRA FUERA DE CALENDARIO   *
      *            SI NO ESTABA PREVISTO (SUPLEMENTOS, ESPECIALES), Y  *
      *            SE DA DE ALTA COMO EJEMPLAR DEL LIBRO DE HEMEROTECA *
      *            DE LA PUBLICACION, DISPONIBLE Y CON REGIMEN DE      *
      *            PRESTAMO SOLO EN SALA. EL ALTA QUEDA EN EL LOG DE   *
      *            ESTADOS DE EJEMPLARES (EJELOG.DAT). LOS FASCICULOS  *
      *            NO CIRCULAN A DOMICILIO, POR LO QUE NO SE CONSULTA  *
      *            LA COLA DE RESERVAS.                                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - EL EJEMPLAR DEL FASCICULO QUEDA   *
      *   CON LA ETIQUETA PENDIENTE: ETIQGEN LE REEMPLAZA EL CODIGO DE *
      *   BARRAS PROVISORIO POR EL DEFINITIVO E IMPRIME SUS ETIQUETAS. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASRECEP.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-FASC     ASSIGN TO "TRANFASC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-PUBPER         ASSIGN TO "PUBPER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PUB-CODIGO
                  FILE STATUS IS WS-FS-PUBPER.

           SELECT ARCH-FASCIC         ASSIGN TO "FASCIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAS-CLAVE
                  FILE STATUS IS WS-FS-FASCIC.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EJE-CLAVE
                  ALTERNATE RECORD KEY IS EJE-LIB-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-EJELOG         ASSIGN TO "EJELOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-EJELOG.

           SELECT ARCH-SALIDA         ASSIGN TO "SALFASC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
      *
      * TRANSACCION: LA FECHA DE RECEPCION ES OPCIONAL (EN BLANCO,
      * LA FECHA DEL DIA)
      *
       FD  ARCH-TRANS-FASC.
       01  REG-TRANS-FASC.
           05  TRANS-PUB-CODIGO         PIC X(10).
           05  TRANS-VOLUMEN            PIC X(4).
           05  TRANS-VOLUMEN-N          REDEFINES
               TRANS-VOLUMEN            PIC 9(4).
           05  TRANS-NUMERO             PIC X(4).
           05  TRANS-NUMERO-N           REDEFINES
               TRANS-NUMERO             PIC 9(4).
           05  TRANS-FECHA-RECEPCION    PIC X(10).

       FD  ARCH-PUBPER.
       01  REG-PUBPER.
           COPY PUBPER.

       FD  ARCH-FASCIC.
       01  REG-FASCIC.
           COPY FASCIC.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-EJELOG.
       01  REG-EJELOG.
           COPY EJELOG.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-PUBPER                 PIC X(2).
       01  WS-FS-FASCIC                 PIC X(2).
       01  WS-FS-LIBRO                  PIC X(2).
       01  WS-FS-EJEMPLAR               PIC X(2).
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-NRO-LIBRE          PIC X(1)  VALUE 'N'.
               88  WS-NRO-LIBRE         VALUE 'S'.
           05  WS-SW-FASC-NUEVO         PIC X(1)  VALUE 'N'.
               88  WS-FASC-NUEVO        VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-RECIBIDOS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-FUERA-CALEND     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-FECHA-RECEPCION           PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-MENSAJE-ALTA              PIC X(60).
       01  WS-NRO-EJEMPLAR-NUEVO        PIC 9(4)  VALUE ZERO.
       01  WS-EJL-REFERENCIA            PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'FASRECEP - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESA LA RECEPCION. REINTENTE AL LIBERARSE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-RECEPCION THRU 2000-EXIT
                   UNTIL WS-FIN-ARCHIVO
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
           OPEN INPUT  ARCH-TRANS-FASC.
           OPEN INPUT  ARCH-PUBPER.
           OPEN I-O    ARCH-FASCIC.
           OPEN I-O    ARCH-LIBRO.
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN EXTEND ARCH-EJELOG.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-FASC
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * RECIBE UN FASCICULO: VALIDA LA PUBLICACION Y LA NUMERACION,    *
      * UBICA EL FASCICULO EN EL CALENDARIO (O LO AGREGA FUERA DE      *
      * CALENDARIO), CREA EL EJEMPLAR DE SALA, SUMA EL STOCK DEL       *
      * LIBRO DE HEMEROTECA Y DEJA EL FASCICULO RECIBIDO.              *
      *****************************************************************
       2000-PROCESAR-RECEPCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2100-VALIDAR-RECEPCION THRU 2100-EXIT.
           IF NOT WS-RECHAZADO
               PERFORM 2300-ASIGNAR-NRO-LIBRE THRU 2300-EXIT
               PERFORM 2200-CREAR-EJEMPLAR THRU 2200-EXIT
               ADD 1 TO LIB-STOCK-TOTAL
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
               MOVE 'R'                   TO FAS-ESTADO
               MOVE WS-FECHA-RECEPCION    TO FAS-FECHA-RECEPCION
               MOVE WS-NRO-EJEMPLAR-NUEVO TO FAS-NRO-EJEMPLAR
               IF WS-FASC-NUEVO
                   WRITE REG-FASCIC
                   ADD 1 TO WS-CONT-FUERA-CALEND
                   MOVE MSG-INFO-066 TO WS-MENSAJE-ALTA
               ELSE
                   REWRITE REG-FASCIC
                   MOVE MSG-INFO-065 TO WS-MENSAJE-ALTA
               END-IF
               ADD 1 TO WS-CONT-RECIBIDOS
               MOVE SPACES TO REG-SALIDA
               STRING TRANS-PUB-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-EJL-REFERENCIA DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      WS-MENSAJE-ALTA  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO REG-SALIDA
               STRING TRANS-PUB-CODIGO    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VALIDAR-RECEPCION.
           MOVE TRANS-PUB-CODIGO TO PUB-CODIGO.
           READ ARCH-PUBPER
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-114 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
           END-READ.
           IF TRANS-VOLUMEN NOT NUMERIC
              OR TRANS-NUMERO NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF TRANS-NUMERO-N = ZERO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF TRANS-FECHA-RECEPCION = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-RECEPCION
           ELSE
               MOVE TRANS-FECHA-RECEPCION TO WS-FECHA-RECEPCION
           END-IF.
           MOVE 'N' TO WS-SW-FASC-NUEVO.
           MOVE PUB-CODIGO     TO FAS-PUB-CODIGO.
           MOVE TRANS-VOLUMEN-N TO FAS-VOLUMEN.
           MOVE TRANS-NUMERO-N  TO FAS-NUMERO.
           READ ARCH-FASCIC
               INVALID KEY
                   MOVE 'S' TO WS-SW-FASC-NUEVO
           END-READ.
           IF WS-FASC-NUEVO
               MOVE SPACES          TO REG-FASCIC
               MOVE PUB-CODIGO      TO FAS-PUB-CODIGO
               MOVE TRANS-VOLUMEN-N TO FAS-VOLUMEN
               MOVE TRANS-NUMERO-N  TO FAS-NUMERO
               MOVE 'X'             TO FAS-ORIGEN
               MOVE ZERO            TO FAS-CANT-RECLAMOS
           ELSE
               IF FAS-RECIBIDO
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-117 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE PUB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE 'ERROR: LIBRO NO ENCONTRADO'
                       TO WS-MENSAJE-RECHAZO
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * CREA EL EJEMPLAR DEL FASCICULO: CODIGO DE BARRAS PROVISORIO    *
      * ARMADO CON LA PUBLICACION Y EL NUMERO DE EJEMPLAR (ETIQUETA    *
      * PENDIENTE PARA ETIQGEN), DISPONIBLE Y SOLO PARA SALA. EL       *
      * ALTA QUEDA EN EL LOG CON VOLUMEN Y NUMERO COMO REFERENCIA.     *
      *****************************************************************
       2200-CREAR-EJEMPLAR.
           MOVE SPACES                TO REG-EJEMPLAR.
           MOVE PUB-CODIGO            TO EJE-LIB-CODIGO.
           MOVE WS-NRO-EJEMPLAR-NUEVO TO EJE-NRO-EJEMPLAR.
           STRING PUB-CODIGO            DELIMITED BY SPACE
                  '-'                   DELIMITED BY SIZE
                  WS-NRO-EJEMPLAR-NUEVO DELIMITED BY SIZE
                  INTO EJE-CODIGO-BARRA
           END-STRING.
           MOVE 'B' TO EJE-CONDICION.
           MOVE 'D' TO EJE-ESTADO.
           MOVE 'S' TO EJE-REGIMEN.
           MOVE 'P' TO EJE-SW-ETIQUETA.
           WRITE REG-EJEMPLAR.
           MOVE SPACES TO WS-EJL-REFERENCIA.
           STRING 'VOL'           DELIMITED BY SIZE
                  FAS-VOLUMEN     DELIMITED BY SIZE
                  'N'             DELIMITED BY SIZE
                  FAS-NUMERO      DELIMITED BY SIZE
                  INTO WS-EJL-REFERENCIA
           END-STRING.
           MOVE SPACES                TO REG-EJELOG.
           MOVE EJE-LIB-CODIGO        TO EJL-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR      TO EJL-NRO-EJEMPLAR.
           MOVE SPACE                 TO EJL-ESTADO-ANTERIOR.
           MOVE 'D'                   TO EJL-ESTADO-NUEVO.
           MOVE WS-FECHA-RECEPCION    TO EJL-FECHA-CAMBIO.
           MOVE 'FASRECEP'            TO EJL-PROGRAMA.
           MOVE WS-EJL-REFERENCIA     TO EJL-REFERENCIA.
           WRITE REG-EJELOG.
       2200-EXIT.
           EXIT.

       2300-ASIGNAR-NRO-LIBRE.
           MOVE ZERO TO WS-NRO-EJEMPLAR-NUEVO.
           MOVE 'N'  TO WS-SW-NRO-LIBRE.
           PERFORM 2310-PROBAR-NRO THRU 2310-EXIT
               UNTIL WS-NRO-LIBRE.
       2300-EXIT.
           EXIT.

       2310-PROBAR-NRO.
           ADD 1 TO WS-NRO-EJEMPLAR-NUEVO.
           MOVE PUB-CODIGO            TO EJE-LIB-CODIGO.
           MOVE WS-NRO-EJEMPLAR-NUEVO TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE 'S' TO WS-SW-NRO-LIBRE
           END-READ.
       2310-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-FASC
                 ARCH-PUBPER
                 ARCH-FASCIC
                 ARCH-LIBRO
                 ARCH-EJEMPLAR
                 ARCH-EJELOG
                 ARCH-SALIDA.
           DISPLAY 'FASRECEP - FASCICULOS RECIBIDOS: '
                   WS-CONT-RECIBIDOS
                   ' FUERA DE CALENDARIO: '   WS-CONT-FUERA-CALEND
                   ' ERRORES: '               WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
