      *****************************************************************
      * PROGRAMA: FUSUSR                                              *
      * PROPOSITO: FUSION DE SOCIOS DUPLICADOS. CADA TRANSACCION       *
      *            INDICA UN CODIGO A ELIMINAR (ABSORBIDO) Y EL CODIGO *
      *            QUE SOBREVIVE. SE PASAN AL SOBREVIVIENTE LOS        *
      *            PRESTAMOS, LAS MULTAS CON SUS PLANES DE PAGOS, LAS  *
      *            RESERVAS (CONSERVANDO EL LUGAR EN CADA COLA), LAS   *
      *            RESERVAS DE SALAS DE ESTUDIO, LA CUENTA DE GARANTIA *
      *            CON SU DIARIO GARMOV Y LOS COBROS DEL DIARIO        *
      *            PAGOMOV; LA SANCION SE UNIFICA Y SE RECUENTAN LOS   *
      *            ATRASOS CON EL CRITERIO DE SANCALC. EL CODIGO       *
      *            ABSORBIDO QUEDA DADO DE BAJA CON                    *
      *            LA REFERENCIA AL SOBREVIVIENTE EN USR-COD-FUSION.   *
      *            LOS CANDIDATOS A FUSIONAR LOS LISTA DUPUSR.         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.6                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - EL TEMPORAL DE COBROS ACOMPANA EL *
      *   LARGO DEL DIARIO PAGOMOV CON LOS DATOS DE ANULACION.         *
      * 15/10/2026 CNA VERSION 1.2 - EL TOPE DE PRESTAMOS DEL          *
      *   SOBREVIVIENTE CONTEMPLA EL CUPO PROPIO DE LOS SOCIOS         *
      *   EXTERNOS.                                                    *
      * 15/10/2026 CNA VERSION 1.3 - LA RESERVA EN TRANSITO CUENTA     *
      *   COMO RESERVA ACTIVA AL DETECTAR RESERVAS DUPLICADAS ENTRE    *
      *   LOS DOS SOCIOS.                                              *
      * 15/10/2026 CNA VERSION 1.4 - EL REGISTRO DE SANCION QUE SE     *
      *   CREA PARA EL SOBREVIVIENTE NACE CON EL RECUENTO DE AUSENCIAS *
      *   A SALAS DE ESTUDIO EN CERO; LO REHACE SANCALC EN LA CORRIDA  *
      *   NOCTURNA.                                                    *
      * 15/10/2026 CNA VERSION 1.5 - SE TRASPASAN LAS RESERVAS DE SALA *
      *   Y LA CUENTA DE GARANTIA CON SU DIARIO GARMOV; LA RESERVA     *
      *   NOTIFICADA CANCELADA POR DOBLE LIBERA SU EJEMPLAR; CON LA    *
      *   TABLA DE FUSIONES LLENA SE RECHAZA.                          *
      * 15/10/2026 CNA VERSION 1.6 - EL PROGRAMA CONSULTA EL SEMAFORO  *
      *   DE LA CADENA NOCTURNA (CADLOCK.DAT) Y NO CORRE CON LA CADENA *
      *   EN CURSO.                                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSUSR.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-FUSION   ASSIGN TO "TRANFUS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

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

           SELECT ARCH-RESERVA        ASSIGN TO "RESERVA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RES-CLAVE
                  ALTERNATE RECORD KEY IS RES-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESERVA.

           SELECT ARCH-SANCION        ASSIGN TO "SANCION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAN-USR-CODIGO
                  FILE STATUS IS WS-FS-SANCION.

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

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-GARANTIA       ASSIGN TO "GARANTIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GAR-USR-CODIGO
                  FILE STATUS IS WS-FS-GARANTIA.

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-PAGOMOV        ASSIGN TO "PAGOMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PAGOMOV.

           SELECT ARCH-TEMPORAL       ASSIGN TO "FUSWORK.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TEMPORAL.

           SELECT ARCH-SALIDA         ASSIGN TO "SALFUS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-FUSION.
       01  REG-TRANS-FUSION.
           05  TRANS-COD-ABSORBIDO     PIC X(10).
           05  TRANS-COD-SOBREVIVIENTE PIC X(10).

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

       FD  ARCH-RESERVA.
       01  REG-RESERVA.
           COPY RESERVA.

       FD  ARCH-SANCION.
       01  REG-SANCION.
           COPY SANCION.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-EJELOG.
       01  REG-EJELOG.
           COPY EJELOG.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-GARANTIA.
       01  REG-GARANTIA.
           COPY GARANTIA.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-PAGOMOV.
       01  REG-PAGOMOV.
           COPY PAGOMOV.

       FD  ARCH-TEMPORAL.
       01  REG-TEMPORAL                PIC X(90).

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(132).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.

       01  WS-FS-TRANS                 PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-PLANES                PIC X(2).
       01  WS-FS-RESERVA               PIC X(2).
       01  WS-FS-SANCION               PIC X(2).
       01  WS-FS-PAGOMOV               PIC X(2).
       01  WS-FS-TEMPORAL              PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-EJEMPLAR              PIC X(2).
       01  WS-FS-EJELOG                PIC X(2).
       01  WS-FS-RESSALA               PIC X(2).
       01  WS-FS-GARANTIA              PIC X(2).
       01  WS-FS-GARMOV                PIC X(2).
       01  WS-FS-CADLOCK               PIC X(2).
       01  WS-SW-CADENA-EN-CURSO       PIC X(1)  VALUE 'N'.
       01  WS-EJL-ANTERIOR             PIC X(1).
       01  WS-EJL-NUEVO                PIC X(1).
       01  WS-EJL-REFERENCIA           PIC X(12).
       01  WS-SUC-ACTUAL               PIC X(10).
       01  WS-SUC-RETIRO               PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.

       01  WS-SWITCHES.
           05  WS-SW-FIN-TRANS         PIC X(1)  VALUE 'N'.
               88  WS-FIN-TRANS        VALUE 'S'.
           05  WS-SW-RECHAZADO         PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO        VALUE 'S'.
           05  WS-SW-FIN-MOVER         PIC X(1)  VALUE 'N'.
               88  WS-FIN-MOVER        VALUE 'S'.
           05  WS-SW-FIN-PAGOMOV       PIC X(1)  VALUE 'N'.
               88  WS-FIN-PAGOMOV      VALUE 'S'.
           05  WS-SW-FIN-TEMPORAL      PIC X(1)  VALUE 'N'.
               88  WS-FIN-TEMPORAL     VALUE 'S'.
           05  WS-SW-SIN-ARCH-PLANES   PIC X(1)  VALUE 'N'.
           05  WS-SW-RESERVA-DOBLE     PIC X(1)  VALUE 'N'.
           05  WS-SW-SANCION-ABS       PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-RESSALA  PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-GARANTIA PIC X(1)  VALUE 'N'.
           05  WS-SW-MOVER-GARANTIA    PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-GARMOV        PIC X(1)  VALUE 'N'.
               88  WS-FIN-GARMOV       VALUE 'S'.
           05  WS-SW-ERA-NOTIFICADA    PIC X(1)  VALUE 'N'.
           05  WS-SW-EJE-ENCONTRADO    PIC X(1)  VALUE 'N'.
           05  WS-SW-RESERVA-SIGUIENTE PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDAS          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-FUSIONES        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECHAZADAS      PIC 9(6)  VALUE ZERO.
           05  WS-CONT-PAGOS-MOVIDOS   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-GARANTIAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-GARMOV-MOVIDOS  PIC 9(6)  VALUE ZERO.

      *
      * MOVIMIENTOS DE LA TRANSACCION EN CURSO, PARA LA SALIDA
      *
       01  WS-CONTADORES-FUSION.
           05  WS-CANT-PRESTAMOS       PIC 9(4).
           05  WS-CANT-MULTAS          PIC 9(4).
           05  WS-CANT-PLANES          PIC 9(4).
           05  WS-CANT-RESERVAS        PIC 9(4).
           05  WS-CANT-RES-CANCELADAS  PIC 9(4).
           05  WS-CANT-EN-PODER        PIC 9(4).
           05  WS-CANT-EJE-LIBERADOS   PIC 9(4).
           05  WS-CANT-RES-SALA        PIC 9(4).

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-MENSAJE-RECHAZO          PIC X(60).
       01  WS-TOPE-PRESTAMOS           PIC 9(2).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

      *
      * RESERVA DEL CODIGO ABSORBIDO EN PROCESO, Y CLAVE DE LA RESERVA
      * ACTIVA DEL SOBREVIVIENTE SOBRE EL MISMO LIBRO SI LA HAY
      *
       01  WS-RESERVA-ABSORBIDA.
           05  WS-RAB-CLAVE.
               10  WS-RAB-LIB-CODIGO   PIC X(10).
               10  WS-RAB-NRO-SECUENCIA PIC 9(6).
           05  WS-RAB-ESTADO           PIC X(1).
       01  WS-RES-CLAVE-SOBREV.
           05  WS-RSO-LIB-CODIGO       PIC X(10).
           05  WS-RSO-NRO-SECUENCIA    PIC 9(6).

      *
      * CUENTA DE GARANTIA DEL ABSORBIDO, GUARDADA ANTES DE BORRARLA
      *
       01  WS-REG-GAR-ABSORBIDA        PIC X(103).

      *
      * SANCION DEL CODIGO ABSORBIDO, GUARDADA ANTES DE BORRARLA
      *
       01  WS-SANCION-ABSORBIDA.
           05  WS-SAB-FECHA-DESDE      PIC X(10).
           05  WS-SAB-FECHA-HASTA      PIC X(10).
           05  WS-SAB-ESTADO           PIC X(1).
               88  WS-SAB-VIGENTE      VALUE 'V'.
           05  WS-SAB-MOTIVO-LEVANTA   PIC X(30).
           05  WS-SAB-AUTORIZANTE      PIC X(8).
       01  WS-CANT-ATRASOS             PIC 9(3).

      *
      * FUSIONES ACEPTADAS EN LA CORRIDA, PARA REASIGNAR AL FINAL LOS
      * COBROS DEL DIARIO PAGOMOV EN UNA SOLA PASADA. SE APLICAN EN EL
      * ORDEN EN QUE SE ACEPTARON, ASI UNA CADENA A -> B, B -> C DEJA
      * LOS COBROS DE A EN C.
      *
       01  WS-TABLA-FUSION.
           05  WS-CANT-FUSION          PIC 9(3)  VALUE ZERO.
           05  WS-FUSION OCCURS 500 TIMES.
               10  WS-FUS-ABSORBIDO    PIC X(10).
               10  WS-FUS-SOBREVIVIENTE PIC X(10).
               10  WS-FUS-GARANTIA     PIC X(1).
       01  WS-IDX-FUSION               PIC 9(3).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'FUSUSR - CADENA NOCTURNA EN CURSO, NO SE'
                       ' FUSIONAN SOCIOS. REINTENTE LUEGO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
                   UNTIL WS-FIN-TRANS
               PERFORM 3000-REASIGNAR-COBROS THRU 3000-EXIT
               PERFORM 3500-REASIGNAR-GARANTIAS THRU 3500-EXIT
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
           OPEN INPUT  ARCH-TRANS-FUSION.
           OPEN I-O    ARCH-USUARIO.
           OPEN I-O    ARCH-PRESTAMO.
           OPEN I-O    ARCH-MULTA.
           OPEN I-O    ARCH-PLANES.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN I-O    ARCH-RESERVA.
           OPEN I-O    ARCH-SANCION.
           IF WS-FS-SANCION = '35'
               OPEN OUTPUT ARCH-SANCION
               CLOSE ARCH-SANCION
               OPEN I-O ARCH-SANCION
           END-IF.
           OPEN I-O    ARCH-LIBRO.
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN EXTEND ARCH-EJELOG.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN I-O    ARCH-RESSALA.
           IF WS-FS-RESSALA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-RESSALA
           END-IF.
           OPEN I-O    ARCH-GARANTIA.
           IF WS-FS-GARANTIA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-GARANTIA
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LEER-TRANSACCION.
           READ ARCH-TRANS-FUSION
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRANS
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * VALIDA EL PAR DE CODIGOS Y, SI ES ACEPTADO, MUEVE TODO LO DEL  *
      * ABSORBIDO AL SOBREVIVIENTE ANTES DE DARLO DE BAJA. LA SANCION  *
      * SE UNIFICA DESPUES DE MOVER LOS PRESTAMOS PORQUE EL RECUENTO   *
      * DE ATRASOS SE HACE SOBRE LOS PRESTAMOS YA FUSIONADOS.          *
      *****************************************************************
       2000-PROCESAR-TRANSACCION.
           ADD 1 TO WS-CONT-LEIDAS.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE ZERO TO WS-CANT-PRESTAMOS WS-CANT-MULTAS
                        WS-CANT-PLANES WS-CANT-RESERVAS
                        WS-CANT-RES-CANCELADAS WS-CANT-EN-PODER
                        WS-CANT-EJE-LIBERADOS WS-CANT-RES-SALA.
           MOVE 'N' TO WS-SW-MOVER-GARANTIA.
           PERFORM 2050-VALIDAR-TRANSACCION THRU 2050-EXIT.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-RECHAZADAS
               STRING TRANS-COD-ABSORBIDO     DELIMITED BY SIZE
                      ' -> '                  DELIMITED BY SIZE
                      TRANS-COD-SOBREVIVIENTE DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO      DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           ELSE
               PERFORM 2200-MOVER-PRESTAMOS THRU 2200-EXIT
               PERFORM 2300-MOVER-MULTAS THRU 2300-EXIT
               PERFORM 2400-MOVER-RESERVAS THRU 2400-EXIT
               PERFORM 2470-MOVER-RESERVAS-SALA THRU 2470-EXIT
               PERFORM 2480-MOVER-GARANTIA THRU 2480-EXIT
               PERFORM 2500-UNIFICAR-SANCION THRU 2500-EXIT
               PERFORM 2600-BAJA-ABSORBIDO THRU 2600-EXIT
               PERFORM 2700-INFORMAR-FUSION THRU 2700-EXIT
           END-IF.
           PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL SOBREVIVIENTE DEBE EXISTIR Y NO ESTAR DADO DE BAJA; EL      *
      * ABSORBIDO DEBE EXISTIR Y NO HABER SIDO FUSIONADO ANTES. SE     *
      * LEE AL FINAL EL SOBREVIVIENTE PARA TENER SU CATEGORIA. CON LA  *
      * TABLA DE FUSIONES DE LA CORRIDA LLENA SE RECHAZA, PORQUE SUS   *
      * COBROS NO PODRIAN REASIGNARSE; QUEDA PARA OTRA CORRIDA. SI LOS *
      * DOS SOCIOS TIENEN CUENTA DE GARANTIA ACTIVA TAMBIEN SE         *
      * RECHAZA: UNA DE LAS DOS DEBE DEVOLVERSE ANTES (BAJA EN         *
      * USRMANT), PORQUE EL SOCIO TIENE UNA SOLA CUENTA.               *
      *****************************************************************
       2050-VALIDAR-TRANSACCION.
           IF WS-CANT-FUSION NOT < 500
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-142 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           IF TRANS-COD-ABSORBIDO = SPACES
                   OR TRANS-COD-SOBREVIVIENTE = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-009 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           IF TRANS-COD-ABSORBIDO = TRANS-COD-SOBREVIVIENTE
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-089 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           MOVE TRANS-COD-ABSORBIDO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-007 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF WS-RECHAZADO
               GO TO 2050-EXIT
           END-IF.
           IF USR-COD-FUSION NOT = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-091 TO WS-MENSAJE-RECHAZO
               GO TO 2050-EXIT
           END-IF.
           MOVE TRANS-COD-SOBREVIVIENTE TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-090 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND USR-BAJA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-090 TO WS-MENSAJE-RECHAZO
           END-IF.
           EVALUATE TRUE
               WHEN USR-DOCENTE
                   MOVE CONST-MAX-LIBROS-DOC TO WS-TOPE-PRESTAMOS
               WHEN USR-EXTERNO
                   MOVE CONST-MAX-LIBROS-EXT TO WS-TOPE-PRESTAMOS
               WHEN OTHER
                   MOVE CONST-MAX-LIBROS-EST TO WS-TOPE-PRESTAMOS
           END-EVALUATE.
           IF NOT WS-RECHAZADO AND WS-SW-SIN-ARCH-GARANTIA = 'N'
               PERFORM 2060-VALIDAR-GARANTIA THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2060-VALIDAR-GARANTIA.
           MOVE TRANS-COD-ABSORBIDO TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   GO TO 2060-EXIT
           END-READ.
           IF NOT GAR-ACTIVA
               GO TO 2060-EXIT
           END-IF.
           MOVE TRANS-COD-SOBREVIVIENTE TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   MOVE 'S' TO WS-SW-MOVER-GARANTIA
                   GO TO 2060-EXIT
           END-READ.
           IF GAR-ACTIVA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-143 TO WS-MENSAJE-RECHAZO
           ELSE
               MOVE 'S' TO WS-SW-MOVER-GARANTIA
           END-IF.
       2060-EXIT.
           EXIT.

      *****************************************************************
      * CADA PRESTAMO DEL ABSORBIDO SE REGRABA CON EL CODIGO DEL       *
      * SOBREVIVIENTE. COMO EL CAMBIO SACA AL REGISTRO DE LA CLAVE     *
      * ALTERNATIVA QUE SE ESTA RECORRIENDO, CADA VUELTA VUELVE A      *
      * POSICIONAR SOBRE EL CODIGO ABSORBIDO HASTA QUE NO QUEDEN.      *
      *****************************************************************
       2200-MOVER-PRESTAMOS.
           MOVE 'N' TO WS-SW-FIN-MOVER.
           PERFORM 2210-MOVER-UN-PRESTAMO THRU 2210-EXIT
               UNTIL WS-FIN-MOVER.
       2200-EXIT.
           EXIT.

       2210-MOVER-UN-PRESTAMO.
           MOVE TRANS-COD-ABSORBIDO TO PRE-USR-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-USR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-MOVER
           END-START.
           IF NOT WS-FIN-MOVER
               READ ARCH-PRESTAMO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-MOVER
               END-READ
           END-IF.
           IF WS-FIN-MOVER
               GO TO 2210-EXIT
           END-IF.
           IF PRE-USR-CODIGO NOT = TRANS-COD-ABSORBIDO
               MOVE 'S' TO WS-SW-FIN-MOVER
               GO TO 2210-EXIT
           END-IF.
           MOVE TRANS-COD-SOBREVIVIENTE TO PRE-USR-CODIGO.
           REWRITE REG-PRESTAMO.
           ADD 1 TO WS-CANT-PRESTAMOS.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * LAS MULTAS SE MUEVEN IGUAL QUE LOS PRESTAMOS. EL PLAN DE PAGOS *
      * SE BUSCA POR EL CODIGO DE CADA MULTA MOVIDA Y SE LE CAMBIA EL  *
      * SOCIO, SIN TOCAR CUOTAS NI VENCIMIENTOS.                       *
      *****************************************************************
       2300-MOVER-MULTAS.
           MOVE 'N' TO WS-SW-FIN-MOVER.
           PERFORM 2310-MOVER-UNA-MULTA THRU 2310-EXIT
               UNTIL WS-FIN-MOVER.
       2300-EXIT.
           EXIT.

       2310-MOVER-UNA-MULTA.
           MOVE TRANS-COD-ABSORBIDO TO MUL-USR-CODIGO.
           START ARCH-MULTA KEY IS = MUL-USR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-MOVER
           END-START.
           IF NOT WS-FIN-MOVER
               READ ARCH-MULTA NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-MOVER
               END-READ
           END-IF.
           IF WS-FIN-MOVER
               GO TO 2310-EXIT
           END-IF.
           IF MUL-USR-CODIGO NOT = TRANS-COD-ABSORBIDO
               MOVE 'S' TO WS-SW-FIN-MOVER
               GO TO 2310-EXIT
           END-IF.
           MOVE TRANS-COD-SOBREVIVIENTE TO MUL-USR-CODIGO.
           REWRITE REG-MULTA.
           ADD 1 TO WS-CANT-MULTAS.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               MOVE MUL-CODIGO-MULTA TO PLA-MUL-CODIGO
               READ ARCH-PLANES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRANS-COD-SOBREVIVIENTE TO PLA-USR-CODIGO
                       REWRITE REG-PLANES
                       ADD 1 TO WS-CANT-PLANES
               END-READ
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * LA CLAVE DE LA RESERVA ES LIBRO + SECUENCIA DE LA COLA, ASI    *
      * QUE CAMBIAR EL SOCIO NO LA MUEVE DE LUGAR. SI LOS DOS CODIGOS  *
      * TENIAN RESERVA ACTIVA SOBRE EL MISMO LIBRO, SE CONSERVA LA DE  *
      * MENOR SECUENCIA (LA MEJOR UBICADA EN LA COLA) Y LA OTRA SE     *
      * CANCELA, PORQUE LA MISMA PERSONA NO PUEDE OCUPAR DOS LUGARES.  *
      * SI LA CANCELADA ESTABA NOTIFICADA, SU EJEMPLAR RETENIDO SE     *
      * LIBERA COMO EN LA CANCELACION DE RESVMANT (2440).              *
      *****************************************************************
       2400-MOVER-RESERVAS.
           MOVE 'N' TO WS-SW-FIN-MOVER.
           PERFORM 2410-MOVER-UNA-RESERVA THRU 2410-EXIT
               UNTIL WS-FIN-MOVER.
       2400-EXIT.
           EXIT.

       2410-MOVER-UNA-RESERVA.
           MOVE TRANS-COD-ABSORBIDO TO RES-USR-CODIGO.
           START ARCH-RESERVA KEY IS = RES-USR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-MOVER
           END-START.
           IF NOT WS-FIN-MOVER
               READ ARCH-RESERVA NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-MOVER
               END-READ
           END-IF.
           IF WS-FIN-MOVER
               GO TO 2410-EXIT
           END-IF.
           IF RES-USR-CODIGO NOT = TRANS-COD-ABSORBIDO
               MOVE 'S' TO WS-SW-FIN-MOVER
               GO TO 2410-EXIT
           END-IF.
           MOVE RES-CLAVE  TO WS-RAB-CLAVE.
           MOVE RES-ESTADO TO WS-RAB-ESTADO.
           MOVE 'N' TO WS-SW-RESERVA-DOBLE.
           IF RES-PENDIENTE OR RES-NOTIFICADA OR RES-EN-TRANSITO
               PERFORM 2420-BUSCAR-RESERVA-SOBREV THRU 2420-EXIT
           END-IF.
           IF WS-SW-RESERVA-DOBLE = 'S'
                   AND WS-RSO-NRO-SECUENCIA < WS-RAB-NRO-SECUENCIA
               IF WS-RAB-ESTADO = 'N'
                   MOVE WS-RAB-CLAVE TO RES-CLAVE
                   READ ARCH-RESERVA
                       NOT INVALID KEY
                           MOVE RES-SUC-RETIRO TO WS-SUC-ACTUAL
                           MOVE 'C' TO RES-ESTADO
                           REWRITE REG-RESERVA
                           PERFORM 2440-LIBERAR-EJEMPLAR THRU 2440-EXIT
                   END-READ
               END-IF
               MOVE 'C' TO WS-RAB-ESTADO
               ADD 1 TO WS-CANT-RES-CANCELADAS
           END-IF.
           IF WS-SW-RESERVA-DOBLE = 'S'
                   AND WS-RSO-NRO-SECUENCIA > WS-RAB-NRO-SECUENCIA
               MOVE WS-RES-CLAVE-SOBREV TO RES-CLAVE
               READ ARCH-RESERVA
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SW-ERA-NOTIFICADA
                       IF RES-NOTIFICADA
                           MOVE 'S' TO WS-SW-ERA-NOTIFICADA
                           MOVE RES-SUC-RETIRO TO WS-SUC-ACTUAL
                       END-IF
                       MOVE 'C' TO RES-ESTADO
                       REWRITE REG-RESERVA
                       ADD 1 TO WS-CANT-RES-CANCELADAS
                       IF WS-SW-ERA-NOTIFICADA = 'S'
                           PERFORM 2440-LIBERAR-EJEMPLAR THRU 2440-EXIT
                       END-IF
               END-READ
           END-IF.
           MOVE WS-RAB-CLAVE TO RES-CLAVE.
           READ ARCH-RESERVA
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-MOVER
                   GO TO 2410-EXIT
           END-READ.
           MOVE TRANS-COD-SOBREVIVIENTE TO RES-USR-CODIGO.
           IF WS-RAB-ESTADO = 'C'
               MOVE 'C' TO RES-ESTADO
           END-IF.
           REWRITE REG-RESERVA.
           ADD 1 TO WS-CANT-RESERVAS.
       2410-EXIT.
           EXIT.

       2420-BUSCAR-RESERVA-SOBREV.
           MOVE TRANS-COD-SOBREVIVIENTE TO RES-USR-CODIGO.
           START ARCH-RESERVA KEY IS = RES-USR-CODIGO
               INVALID KEY
                   GO TO 2420-EXIT
           END-START.
           MOVE '00' TO WS-FS-RESERVA.
           PERFORM 2430-LEER-RESERVA-SOBREV THRU 2430-EXIT
               UNTIL WS-FS-RESERVA NOT = '00'
                  OR WS-SW-RESERVA-DOBLE = 'S'.
       2420-EXIT.
           EXIT.

       2430-LEER-RESERVA-SOBREV.
           READ ARCH-RESERVA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESERVA
           END-READ.
           IF WS-FS-RESERVA NOT = '00'
               GO TO 2430-EXIT
           END-IF.
           IF RES-USR-CODIGO NOT = TRANS-COD-SOBREVIVIENTE
               MOVE 'NOMAS' TO WS-FS-RESERVA
               GO TO 2430-EXIT
           END-IF.
           IF RES-LIB-CODIGO = WS-RAB-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S'       TO WS-SW-RESERVA-DOBLE
               MOVE RES-CLAVE TO WS-RES-CLAVE-SOBREV
           END-IF.
       2430-EXIT.
           EXIT.

      *****************************************************************
      * LIBERA EL EJEMPLAR RETENIDO PARA LA RESERVA NOTIFICADA QUE SE  *
      * CANCELO POR DOBLE, CON EL MISMO CRITERIO QUE RESVMANT: SI HAY  *
      * OTRA RESERVA PENDIENTE EN LA COLA DEL LIBRO, EL EJEMPLAR PASA  *
      * A NOTIFICARLA (SI SE RETIRA EN OTRA SEDE VIAJA A ELLA EN       *
      * TRANSITO); SIN RESERVAS VUELVE A DISPONIBLE, O EN TRANSITO A   *
      * LA SEDE DEL LIBRO SI ESTABA FUERA DE ELLA.                     *
      *****************************************************************
       2440-LIBERAR-EJEMPLAR.
           MOVE WS-RAB-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-UBICACION
           END-READ.
           IF WS-SUC-ACTUAL = SPACES
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
           END-IF.
           MOVE 'N' TO WS-SW-EJE-ENCONTRADO.
           MOVE WS-RAB-LIB-CODIGO TO EJE-LIB-CODIGO.
           MOVE ZERO              TO EJE-NRO-EJEMPLAR.
           START ARCH-EJEMPLAR KEY IS >= EJE-CLAVE
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-EJEMPLAR
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-EJEMPLAR
           END-START.
           PERFORM 2445-BUSCAR-EJEMPLAR-RESERVADO THRU 2445-EXIT
               UNTIL WS-FS-EJEMPLAR NOT = '00'
                  OR EJE-LIB-CODIGO NOT = WS-RAB-LIB-CODIGO
                  OR WS-SW-EJE-ENCONTRADO = 'S'.
           IF WS-SW-EJE-ENCONTRADO = 'N'
               GO TO 2440-EXIT
           END-IF.
           ADD 1 TO WS-CANT-EJE-LIBERADOS.
           PERFORM 2450-BUSCAR-RESERVA-SIGUIENTE THRU 2450-EXIT.
           IF WS-SW-RESERVA-SIGUIENTE = 'S'
               MOVE RES-SUC-RETIRO TO WS-SUC-RETIRO
               IF WS-SUC-RETIRO = SPACES
                   MOVE LIB-UBICACION TO WS-SUC-RETIRO
               END-IF
               IF WS-SUC-RETIRO NOT = WS-SUC-ACTUAL
                       AND WS-SUC-RETIRO NOT = SPACES
                       AND WS-SUC-ACTUAL NOT = SPACES
                   MOVE 'T'               TO RES-ESTADO
                   REWRITE REG-RESERVA
                   MOVE 'R'               TO ENV-MOTIVO
                   MOVE WS-SUC-RETIRO     TO ENV-SUC-DESTINO
                   MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO
                   MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA
                   PERFORM 2460-ENVIAR-EJEMPLAR THRU 2460-EXIT
               ELSE
                   MOVE 'N'          TO RES-ESTADO
                   MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION
                   REWRITE REG-RESERVA
               END-IF
               GO TO 2440-EXIT
           END-IF.
           IF WS-SUC-ACTUAL NOT = LIB-UBICACION
                   AND LIB-UBICACION NOT = SPACES
               MOVE 'D'           TO ENV-MOTIVO
               MOVE LIB-UBICACION TO ENV-SUC-DESTINO
               MOVE SPACES        TO ENV-RES-LIB-CODIGO
               MOVE ZERO          TO ENV-RES-NRO-SECUENCIA
               PERFORM 2460-ENVIAR-EJEMPLAR THRU 2460-EXIT
               GO TO 2440-EXIT
           END-IF.
           MOVE 'D' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'R' TO WS-EJL-ANTERIOR.
           MOVE 'D' TO WS-EJL-NUEVO.
           MOVE SPACES TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           IF WS-FS-LIBRO = '00'
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
           END-IF.
       2440-EXIT.
           EXIT.

       2445-BUSCAR-EJEMPLAR-RESERVADO.
           READ ARCH-EJEMPLAR NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-EJEMPLAR
           END-READ.
           IF WS-FS-EJEMPLAR = '00'
                   AND EJE-LIB-CODIGO = WS-RAB-LIB-CODIGO
                   AND EJE-RESERVADO
               MOVE 'S' TO WS-SW-EJE-ENCONTRADO
           END-IF.
       2445-EXIT.
           EXIT.

       2450-BUSCAR-RESERVA-SIGUIENTE.
           MOVE 'N' TO WS-SW-RESERVA-SIGUIENTE.
           MOVE WS-RAB-LIB-CODIGO TO RES-LIB-CODIGO.
           MOVE ZERO              TO RES-NRO-SECUENCIA.
           START ARCH-RESERVA KEY IS >= RES-CLAVE
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-RESERVA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-RESERVA
           END-START.
           PERFORM 2455-LEER-RESERVA-SIGUIENTE THRU 2455-EXIT
               UNTIL WS-FS-RESERVA NOT = '00'
                  OR RES-LIB-CODIGO NOT = WS-RAB-LIB-CODIGO
                  OR WS-SW-RESERVA-SIGUIENTE = 'S'.
       2450-EXIT.
           EXIT.

       2455-LEER-RESERVA-SIGUIENTE.
           READ ARCH-RESERVA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESERVA
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = WS-RAB-LIB-CODIGO
                   AND RES-PENDIENTE
               MOVE 'S' TO WS-SW-RESERVA-SIGUIENTE
           END-IF.
       2455-EXIT.
           EXIT.

       2460-ENVIAR-EJEMPLAR.
           MOVE 'N' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'R'             TO WS-EJL-ANTERIOR.
           MOVE 'N'             TO WS-EJL-NUEVO.
           MOVE ENV-SUC-DESTINO TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           MOVE 'ALTA  '         TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO   TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL    TO ENV-SUC-ORIGEN.
           MOVE WS-FECHA-HOY     TO ENV-FECHA.
           MOVE 'FUSUSR'         TO ENV-PROGRAMA.
           MOVE SPACES           TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
       2460-EXIT.
           EXIT.

      *****************************************************************
      * LAS RESERVAS DE SALAS DE ESTUDIO (VIGENTES E HISTORICAS) SE    *
      * REGRABAN CON EL SOBREVIVIENTE, ASI EL TOPE SEMANAL Y EL        *
      * RECUENTO DE AUSENCIAS DE SANCALC SIGUEN A LA PERSONA. LA CLAVE *
      * ES SALA + DIA + TURNO, ASI QUE NO HAY CHOQUES ENTRE LOS DOS.   *
      *****************************************************************
       2470-MOVER-RESERVAS-SALA.
           IF WS-SW-SIN-ARCH-RESSALA = 'S'
               GO TO 2470-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-FIN-MOVER.
           PERFORM 2475-MOVER-UNA-RESERVA-SALA THRU 2475-EXIT
               UNTIL WS-FIN-MOVER.
       2470-EXIT.
           EXIT.

       2475-MOVER-UNA-RESERVA-SALA.
           MOVE TRANS-COD-ABSORBIDO TO RSA-USR-CODIGO.
           START ARCH-RESSALA KEY IS = RSA-USR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-MOVER
           END-START.
           IF NOT WS-FIN-MOVER
               READ ARCH-RESSALA NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-MOVER
               END-READ
           END-IF.
           IF WS-FIN-MOVER
               GO TO 2475-EXIT
           END-IF.
           IF RSA-USR-CODIGO NOT = TRANS-COD-ABSORBIDO
               MOVE 'S' TO WS-SW-FIN-MOVER
               GO TO 2475-EXIT
           END-IF.
           MOVE TRANS-COD-SOBREVIVIENTE TO RSA-USR-CODIGO.
           REWRITE REG-RESSALA.
           ADD 1 TO WS-CANT-RES-SALA.
       2475-EXIT.
           EXIT.

      *****************************************************************
      * LA CUENTA DE GARANTIA ACTIVA DEL ABSORBIDO PASA AL             *
      * SOBREVIVIENTE CON SU DEPOSITO, APLICACIONES Y SALDO (NO SE     *
      * MUEVE DINERO, NO LLEVA COMPROBANTE). SI EL SOBREVIVIENTE TENIA *
      * UNA CUENTA YA DEVUELTA, LA REEMPLAZA. SUS MOVIMIENTOS DEL      *
      * DIARIO GARMOV SE REASIGNAN AL FINAL DE LA CORRIDA (3500).      *
      *****************************************************************
       2480-MOVER-GARANTIA.
           IF WS-SW-MOVER-GARANTIA = 'N'
               GO TO 2480-EXIT
           END-IF.
           MOVE TRANS-COD-ABSORBIDO TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   MOVE 'N' TO WS-SW-MOVER-GARANTIA
                   GO TO 2480-EXIT
           END-READ.
           MOVE REG-GARANTIA TO WS-REG-GAR-ABSORBIDA.
           DELETE ARCH-GARANTIA.
           MOVE WS-REG-GAR-ABSORBIDA    TO REG-GARANTIA.
           MOVE TRANS-COD-SOBREVIVIENTE TO GAR-USR-CODIGO.
           WRITE REG-GARANTIA
               INVALID KEY
                   REWRITE REG-GARANTIA
           END-WRITE.
           ADD 1 TO WS-CONT-GARANTIAS.
       2480-EXIT.
           EXIT.

      *****************************************************************
      * QUEDA UN SOLO REGISTRO DE SANCION, EL DEL SOBREVIVIENTE. SI EL *
      * ABSORBIDO TENIA UNA SUSPENSION VIGENTE QUE TERMINA DESPUES QUE *
      * LA DEL SOBREVIVIENTE (O EL SOBREVIVIENTE NO TENIA NINGUNA), LA *
      * HEREDA. EL RECUENTO DE ATRASOS SE REHACE SOBRE LOS PRESTAMOS   *
      * YA FUSIONADOS CON LA MISMA VENTANA MOVIL DE SANCALC; SI LLEGA  *
      * AL TOPE, LA SUSPENSION LA APLICA SANCALC EN LA CORRIDA         *
      * NOCTURNA.                                                      *
      *****************************************************************
       2500-UNIFICAR-SANCION.
           MOVE 'N' TO WS-SW-SANCION-ABS.
           MOVE TRANS-COD-ABSORBIDO TO SAN-USR-CODIGO.
           READ ARCH-SANCION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'                TO WS-SW-SANCION-ABS
                   MOVE SAN-FECHA-DESDE    TO WS-SAB-FECHA-DESDE
                   MOVE SAN-FECHA-HASTA    TO WS-SAB-FECHA-HASTA
                   MOVE SAN-ESTADO         TO WS-SAB-ESTADO
                   MOVE SAN-MOTIVO-LEVANTA TO WS-SAB-MOTIVO-LEVANTA
                   MOVE SAN-AUTORIZANTE    TO WS-SAB-AUTORIZANTE
                   DELETE ARCH-SANCION
           END-READ.
           PERFORM 2550-RECONTAR-ATRASOS THRU 2550-EXIT.
           MOVE TRANS-COD-SOBREVIVIENTE TO SAN-USR-CODIGO.
           READ ARCH-SANCION
               INVALID KEY
                   MOVE TRANS-COD-SOBREVIVIENTE TO SAN-USR-CODIGO
                   MOVE ZERO           TO SAN-CANT-ATRASOS
                                          SAN-CANT-AUSENCIAS
                   MOVE SPACES         TO SAN-FECHA-DESDE
                                          SAN-FECHA-HASTA
                                          SAN-MOTIVO-LEVANTA
                                          SAN-AUTORIZANTE
                   MOVE 'N'            TO SAN-ESTADO
                   IF WS-SW-SANCION-ABS = 'S' OR WS-CANT-ATRASOS > 0
                       WRITE REG-SANCION
                   END-IF
           END-READ.
           IF WS-SW-SANCION-ABS = 'N' AND WS-CANT-ATRASOS = 0
                   AND SAN-SIN-SUSPENSION AND SAN-CANT-ATRASOS = 0
               GO TO 2500-EXIT
           END-IF.
           IF WS-SW-SANCION-ABS = 'S' AND WS-SAB-VIGENTE
               IF SAN-VIGENTE
                   MOVE 'DIFDIAS' TO WS-CALL-FUNCION
                   CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                         SAN-FECHA-HASTA
                                         WS-SAB-FECHA-HASTA
                                         WS-CALL-DIAS
                   END-CALL
               ELSE
                   MOVE 1 TO WS-CALL-DIAS
               END-IF
               IF WS-CALL-DIAS > 0
                   MOVE WS-SAB-FECHA-DESDE    TO SAN-FECHA-DESDE
                   MOVE WS-SAB-FECHA-HASTA    TO SAN-FECHA-HASTA
                   MOVE WS-SAB-ESTADO         TO SAN-ESTADO
                   MOVE WS-SAB-MOTIVO-LEVANTA TO SAN-MOTIVO-LEVANTA
                   MOVE WS-SAB-AUTORIZANTE    TO SAN-AUTORIZANTE
               END-IF
           END-IF.
           MOVE WS-CANT-ATRASOS TO SAN-CANT-ATRASOS.
           REWRITE REG-SANCION.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS PRESTAMOS DEL SOBREVIVIENTE: CUENTA LOS DEVUELTOS  *
      * CON ATRASO DENTRO DE LA VENTANA MOVIL Y, DE PASO, LOS QUE      *
      * SIGUEN EN SU PODER PARA CONTROLARLOS CONTRA EL TOPE.           *
      *****************************************************************
       2550-RECONTAR-ATRASOS.
           MOVE ZERO TO WS-CANT-ATRASOS.
           MOVE TRANS-COD-SOBREVIVIENTE TO PRE-USR-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-USR-CODIGO
               INVALID KEY
                   GO TO 2550-EXIT
           END-START.
           MOVE '00' TO WS-FS-PRESTAMO.
           PERFORM 2560-EVALUAR-PRESTAMO THRU 2560-EXIT
               UNTIL WS-FS-PRESTAMO NOT = '00'.
       2550-EXIT.
           EXIT.

       2560-EVALUAR-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
           END-READ.
           IF WS-FS-PRESTAMO NOT = '00'
               GO TO 2560-EXIT
           END-IF.
           IF PRE-USR-CODIGO NOT = TRANS-COD-SOBREVIVIENTE
               MOVE 'NOMAS' TO WS-FS-PRESTAMO
               GO TO 2560-EXIT
           END-IF.
           IF PRE-VIGENTE OR PRE-VENCIDO
               ADD 1 TO WS-CANT-EN-PODER
           END-IF.
           IF PRE-DEVUELTO
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     PRE-FECHA-VENCIMIENTO
                                     PRE-FECHA-DEVOLUCION
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS > 0
                   MOVE 'DIFDIAS' TO WS-CALL-FUNCION
                   CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                         PRE-FECHA-DEVOLUCION
                                         WS-FECHA-HOY
                                         WS-CALL-DIAS
                   END-CALL
                   IF WS-CALL-DIAS <= CONST-VENTANA-ATRASOS
                       ADD 1 TO WS-CANT-ATRASOS
                   END-IF
               END-IF
           END-IF.
       2560-EXIT.
           EXIT.

       2600-BAJA-ABSORBIDO.
           MOVE TRANS-COD-ABSORBIDO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           MOVE 'B'                     TO USR-ESTADO.
           MOVE WS-FECHA-HOY            TO USR-FECHA-BAJA.
           MOVE TRANS-COD-SOBREVIVIENTE TO USR-COD-FUSION.
           REWRITE REG-USUARIO.
           ADD 1 TO WS-CONT-FUSIONES.
           IF WS-CANT-FUSION < 500
               ADD 1 TO WS-CANT-FUSION
               MOVE TRANS-COD-ABSORBIDO
                   TO WS-FUS-ABSORBIDO (WS-CANT-FUSION)
               MOVE TRANS-COD-SOBREVIVIENTE
                   TO WS-FUS-SOBREVIVIENTE (WS-CANT-FUSION)
               MOVE WS-SW-MOVER-GARANTIA
                   TO WS-FUS-GARANTIA (WS-CANT-FUSION)
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN LA SALIDA LO MOVIDO POR LA FUSION Y, SI CON LOS        *
      * PRESTAMOS SUMADOS EL SOBREVIVIENTE SUPERA EL TOPE DE SU        *
      * CATEGORIA, LO AVISA: NO SE DEVUELVE NADA DE OFICIO, PERO NO    *
      * PODRA RETIRAR MAS HASTA QUEDAR DENTRO DEL TOPE.                *
      *****************************************************************
       2700-INFORMAR-FUSION.
           STRING TRANS-COD-ABSORBIDO     DELIMITED BY SIZE
                  ' -> '                  DELIMITED BY SIZE
                  TRANS-COD-SOBREVIVIENTE DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  MSG-INFO-051            DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           STRING '   PRESTAMOS: '        DELIMITED BY SIZE
                  WS-CANT-PRESTAMOS       DELIMITED BY SIZE
                  ' MULTAS: '             DELIMITED BY SIZE
                  WS-CANT-MULTAS          DELIMITED BY SIZE
                  ' PLANES: '             DELIMITED BY SIZE
                  WS-CANT-PLANES          DELIMITED BY SIZE
                  ' RESERVAS: '           DELIMITED BY SIZE
                  WS-CANT-RESERVAS        DELIMITED BY SIZE
                  ' (CANCELADAS POR DOBLES: ' DELIMITED BY SIZE
                  WS-CANT-RES-CANCELADAS  DELIMITED BY SIZE
                  ') ATRASOS RECONTADOS: ' DELIMITED BY SIZE
                  WS-CANT-ATRASOS         DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           MOVE SPACES TO REG-SALIDA.
           STRING '   EJEMPLARES LIBERADOS: ' DELIMITED BY SIZE
                  WS-CANT-EJE-LIBERADOS   DELIMITED BY SIZE
                  ' RESERVAS DE SALA: '   DELIMITED BY SIZE
                  WS-CANT-RES-SALA        DELIMITED BY SIZE
                  ' GARANTIA TRASPASADA: ' DELIMITED BY SIZE
                  WS-SW-MOVER-GARANTIA    DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           IF WS-CANT-EN-PODER > WS-TOPE-PRESTAMOS
               STRING '   AVISO: '              DELIMITED BY SIZE
                      TRANS-COD-SOBREVIVIENTE   DELIMITED BY SIZE
                      ' QUEDA CON '             DELIMITED BY SIZE
                      WS-CANT-EN-PODER          DELIMITED BY SIZE
                      ' PRESTAMOS EN SU PODER, SOBRE UN TOPE DE '
                                                DELIMITED BY SIZE
                      WS-TOPE-PRESTAMOS         DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * REASIGNA LOS COBROS DEL DIARIO SECUENCIAL PAGOMOV EN DOS       *
      * PASADAS, COMO LA DEPURACION DE REPRDIAR: COPIA AL TEMPORAL     *
      * CAMBIANDO EL SOCIO DE LOS COBROS DE CODIGOS ABSORBIDOS Y       *
      * DESPUES RECONSTRUYE EL DIARIO. EL NUMERO DE RECIBO Y LOS       *
      * IMPORTES NO CAMBIAN, ASI QUE LA CUADRATURA DE CAJA NO SE       *
      * ALTERA.                                                        *
      *****************************************************************
       3000-REASIGNAR-COBROS.
           IF WS-CANT-FUSION = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT ARCH-PAGOMOV.
           IF WS-FS-PAGOMOV NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT ARCH-TEMPORAL.
           PERFORM 3100-LEER-PAGOMOV THRU 3100-EXIT.
           PERFORM 3200-COPIAR-COBRO THRU 3200-EXIT
               UNTIL WS-FIN-PAGOMOV.
           CLOSE ARCH-PAGOMOV
                 ARCH-TEMPORAL.
           OPEN INPUT  ARCH-TEMPORAL.
           OPEN OUTPUT ARCH-PAGOMOV.
           PERFORM 3300-LEER-TEMPORAL THRU 3300-EXIT.
           PERFORM 3400-REPONER-COBRO THRU 3400-EXIT
               UNTIL WS-FIN-TEMPORAL.
           CLOSE ARCH-TEMPORAL
                 ARCH-PAGOMOV.
       3000-EXIT.
           EXIT.

       3100-LEER-PAGOMOV.
           READ ARCH-PAGOMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-PAGOMOV
           END-READ.
       3100-EXIT.
           EXIT.

       3200-COPIAR-COBRO.
           PERFORM 3250-CAMBIAR-SOCIO THRU 3250-EXIT
               VARYING WS-IDX-FUSION FROM 1 BY 1
               UNTIL WS-IDX-FUSION > WS-CANT-FUSION.
           MOVE REG-PAGOMOV TO REG-TEMPORAL.
           WRITE REG-TEMPORAL.
           PERFORM 3100-LEER-PAGOMOV THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3250-CAMBIAR-SOCIO.
           IF PAG-USR-CODIGO = WS-FUS-ABSORBIDO (WS-IDX-FUSION)
               MOVE WS-FUS-SOBREVIVIENTE (WS-IDX-FUSION)
                   TO PAG-USR-CODIGO
               ADD 1 TO WS-CONT-PAGOS-MOVIDOS
           END-IF.
       3250-EXIT.
           EXIT.

       3300-LEER-TEMPORAL.
           READ ARCH-TEMPORAL
               AT END
                   MOVE 'S' TO WS-SW-FIN-TEMPORAL
           END-READ.
       3300-EXIT.
           EXIT.

       3400-REPONER-COBRO.
           MOVE REG-TEMPORAL TO REG-PAGOMOV.
           WRITE REG-PAGOMOV.
           PERFORM 3300-LEER-TEMPORAL THRU 3300-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * REASIGNA EN EL DIARIO GARMOV LOS MOVIMIENTOS DE LAS CUENTAS DE *
      * GARANTIA TRASPASADAS, CON LAS MISMAS DOS PASADAS QUE LOS       *
      * COBROS, PARA QUE EL HISTORICO DE LA CUENTA SIGA AL SOCIO       *
      * SOBREVIVIENTE. COMPROBANTES, IMPORTES Y SALDOS NO CAMBIAN.     *
      *****************************************************************
       3500-REASIGNAR-GARANTIAS.
           IF WS-CONT-GARANTIAS = ZERO
               GO TO 3500-EXIT
           END-IF.
           OPEN INPUT ARCH-GARMOV.
           IF WS-FS-GARMOV NOT = '00'
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-FIN-TEMPORAL.
           OPEN OUTPUT ARCH-TEMPORAL.
           PERFORM 3600-LEER-GARMOV THRU 3600-EXIT.
           PERFORM 3700-COPIAR-GARMOV THRU 3700-EXIT
               UNTIL WS-FIN-GARMOV.
           CLOSE ARCH-GARMOV
                 ARCH-TEMPORAL.
           OPEN INPUT  ARCH-TEMPORAL.
           OPEN OUTPUT ARCH-GARMOV.
           PERFORM 3300-LEER-TEMPORAL THRU 3300-EXIT.
           PERFORM 3800-REPONER-GARMOV THRU 3800-EXIT
               UNTIL WS-FIN-TEMPORAL.
           CLOSE ARCH-TEMPORAL
                 ARCH-GARMOV.
       3500-EXIT.
           EXIT.

       3600-LEER-GARMOV.
           READ ARCH-GARMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-GARMOV
           END-READ.
       3600-EXIT.
           EXIT.

       3700-COPIAR-GARMOV.
           PERFORM 3750-CAMBIAR-SOCIO-GARMOV THRU 3750-EXIT
               VARYING WS-IDX-FUSION FROM 1 BY 1
               UNTIL WS-IDX-FUSION > WS-CANT-FUSION.
           MOVE REG-GARMOV TO REG-TEMPORAL.
           WRITE REG-TEMPORAL.
           PERFORM 3600-LEER-GARMOV THRU 3600-EXIT.
       3700-EXIT.
           EXIT.

       3750-CAMBIAR-SOCIO-GARMOV.
           IF WS-FUS-GARANTIA (WS-IDX-FUSION) = 'S'
                   AND GMV-USR-CODIGO = WS-FUS-ABSORBIDO (WS-IDX-FUSION)
               MOVE WS-FUS-SOBREVIVIENTE (WS-IDX-FUSION)
                   TO GMV-USR-CODIGO
               ADD 1 TO WS-CONT-GARMOV-MOVIDOS
           END-IF.
       3750-EXIT.
           EXIT.

       3800-REPONER-GARMOV.
           MOVE REG-TEMPORAL TO REG-GARMOV.
           WRITE REG-GARMOV.
           PERFORM 3300-LEER-TEMPORAL THRU 3300-EXIT.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL LOG DE EJEMPLARES EL CAMBIO DE ESTADO DEL EJEMPLAR  *
      * LIBERADO, PARA LA HOJA DE VIDA QUE ARMA CONSEJE.               *
      *****************************************************************
       8500-GRABAR-EJELOG.
           MOVE SPACES            TO REG-EJELOG.
           MOVE EJE-LIB-CODIGO    TO EJL-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR  TO EJL-NRO-EJEMPLAR.
           MOVE WS-EJL-ANTERIOR   TO EJL-ESTADO-ANTERIOR.
           MOVE WS-EJL-NUEVO      TO EJL-ESTADO-NUEVO.
           MOVE WS-FECHA-HOY      TO EJL-FECHA-CAMBIO.
           MOVE 'FUSUSR'          TO EJL-PROGRAMA.
           MOVE WS-EJL-REFERENCIA TO EJL-REFERENCIA.
           WRITE REG-EJELOG.
       8500-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-FUSION
                 ARCH-USUARIO
                 ARCH-PRESTAMO
                 ARCH-MULTA
                 ARCH-RESERVA
                 ARCH-SANCION
                 ARCH-LIBRO
                 ARCH-EJEMPLAR
                 ARCH-EJELOG
                 ARCH-SALIDA.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           IF WS-SW-SIN-ARCH-RESSALA = 'N'
               CLOSE ARCH-RESSALA
           END-IF.
           IF WS-SW-SIN-ARCH-GARANTIA = 'N'
               CLOSE ARCH-GARANTIA
           END-IF.
           DISPLAY 'FUSUSR - TRANSACCIONES: ' WS-CONT-LEIDAS
                   ' FUSIONES: '              WS-CONT-FUSIONES
                   ' RECHAZADAS: '            WS-CONT-RECHAZADAS
                   ' COBROS REASIGNADOS: '    WS-CONT-PAGOS-MOVIDOS.
           DISPLAY 'FUSUSR - GARANTIAS TRASPASADAS: ' WS-CONT-GARANTIAS
                   ' MOVIMIENTOS GARMOV REASIGNADOS: '
                   WS-CONT-GARMOV-MOVIDOS.
       9000-EXIT.
           EXIT.
