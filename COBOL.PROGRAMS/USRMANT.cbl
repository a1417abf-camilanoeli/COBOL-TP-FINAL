      *            MAESTRO DE USUARIOS (SOCIOS) DE LA BIBLIOTECA       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 14/07/2025                                             *
      * VERSION: 1.8                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - LA BAJA GRABA LA FECHA DE BAJA    *
      *                              EXTIENDE LA VIGENCIA DESDE HOY Y  *
      *                              REACTIVA AL SOCIO CON CARNET      *
      *                              VENCIDO (NO A LOS DADOS DE BAJA). *
      * 15/10/2026 CNA VERSION 1.3 - EL ALTA DEJA EN BLANCO EL CODIGO  *
      *                              DE FUSION AGREGADO AL MAESTRO     *
      *                              PARA LA FUSION DE DUPLICADOS.     *
      * 15/10/2026 CNA VERSION 1.4 - CARRERA Y FACULTAD O DEPARTAMENTO *
      *                              AL FINAL DE LA TRANSACCION. SE    *
      *                              CARGAN EN EL ALTA Y LA            *
      *                              MODIFICACION DE DOCENTES; LA DEL  *
      *                              ALUMNO LA MANTIENE PADRSYNC CON   *
      *                              EL PADRON Y SE RECHAZA SI VIENE   *
      *                              EN LA TRANSACCION.                *
      * 15/10/2026 CNA VERSION 1.5 - CATEGORIA EXTERNO (X). EL ALTA    *
      *                              DEL EXTERNO EXIGE EL DEPOSITO DE  *
      *                              GARANTIA (IMPORTE Y CAJERO AL     *
      *                              FINAL DE LA TRANSACCION), ABRE SU *
      *                              CUENTA DE GARANTIA Y EMITE EL     *
      *                              RECIBO; LA BAJA LE DEVUELVE EL    *
      *                              SALDO CON SU COMPROBANTE. LOS     *
      *                              MOVIMIENTOS QUEDAN EN EL DIARIO   *
      *                              DE GARANTIAS. LA CATEGORIA        *
      *                              EXTERNO NO SE ASIGNA NI SE QUITA  *
      *                              EN LA MODIFICACION.               *
      * 15/10/2026 CNA VERSION 1.6 - EL ALTA DEJA EN BLANCO LA MARCA   *
      *   DE SOCIO ANONIMIZADO (USR-MARCA-ANONIM), QUE SOLO GRABA      *
      *   ANONUSR.                                                     *
      * 15/10/2026 CNA VERSION 1.7 - LA BAJA DEL EXTERNO SE RECHAZA    *
      *   CON PRESTAMOS VIGENTES O VENCIDOS Y EL SALDO DE GARANTIA SE  *
      *   APLICA PRIMERO A SUS MULTAS PENDIENTES (SOLO SE DEVUELVE EL  *
      *   RESTO). EL OPERADOR SE VALIDA CON PERMVAL.                   *
      * 15/10/2026 CNA VERSION 1.8 - EL PROGRAMA CONSULTA EL SEMAFORO  *
      *   DE LA CADENA NOCTURNA (CADLOCK.DAT) Y NO CORRE CON LA CADENA *
      *   EN CURSO.                                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRMANT.
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-GARANTIA       ASSIGN TO "GARANTIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GAR-USR-CODIGO
                  FILE STATUS IS WS-FS-GARANTIA.

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

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-SALIDA         ASSIGN TO "SALUSR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-COMPROBANTE    ASSIGN TO "COMPGAR.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-COMPROBANTE.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-USUARIO.
           05  TRANS-USR-CATEGORIA      PIC X(1).
           05  TRANS-USR-TELEFONO       PIC X(15).
           05  TRANS-USR-EMAIL          PIC X(40).
           05  TRANS-USR-CARRERA        PIC X(30).
           05  TRANS-USR-FACULTAD       PIC X(20).
           05  TRANS-IMPORTE-DEPOSITO   PIC 9(5)V99.
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-GARANTIA.
       01  REG-GARANTIA.
           COPY GARANTIA.

       FD  ARCH-PRESTAMO.
       01  REG-PRESTAMO.
           COPY PRESTAMO.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-COMPROBANTE.
       01  REG-COMPROBANTE              PIC X(133).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.
       COPY LINREP.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-USUARIO                PIC X(2).
       01  WS-FS-GARANTIA               PIC X(2).
       01  WS-FS-GARMOV                 PIC X(2).
       01  WS-FS-PRESTAMO               PIC X(2).
       01  WS-FS-MULTA                  PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-COMPROBANTE            PIC X(2).
       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-PRESTAMOS          PIC X(1)  VALUE 'N'.
               88  WS-CON-PRESTAMOS     VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-BAJAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RENOVACIONES     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-DEPOSITOS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-DEVOLUCIONES     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-APLICACIONES     PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-AREA-PERMISO.
           COPY PERVAL.

       01  WS-CALL-FUNCION              PIC X(7).
       01  WS-CALL-DIAS                 PIC S9(6).

       01  WS-IMPORTE-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CANT-COMPROBANTES         PIC 9(6)  VALUE ZERO.
       01  WS-IMPORTE-GARANTIA          PIC 9(7)V99 VALUE ZERO.
       01  WS-DEUDA-MULTA               PIC 9(7)V99 VALUE ZERO.
       01  WS-GMV-MUL-CODIGO            PIC X(12) VALUE SPACES.

      *
      * LINEAS DEL RECIBO DE DEPOSITO Y DEL COMPROBANTE DE DEVOLUCION
      * DE GARANTIA (UNA HOJA POR COMPROBANTE)
      *
       01  LINEA-COMPGAR-NUMERO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LIN-CGA-TITULO          PIC X(40).
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'NRO: '.
           05  LIN-CGA-NUMERO          PIC 9(8).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LINEA-COMPGAR-SOCIO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'SOCIO: '.
           05  LIN-CGA-USR-CODIGO      PIC X(10).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  LIN-CGA-NOMBRE          PIC X(40).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  LINEA-COMPGAR-IMPORTE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LIN-CGA-CONCEPTO        PIC X(40).
           05  LIN-CGA-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  LINEA-COMPGAR-TEXTO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LIN-CGA-TEXTO           PIC X(80).
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'USRMANT - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESAN MOVIMIENTOS. REINTENTE LUEGO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
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
           OPEN INPUT  ARCH-TRANS-USUARIO.
           OPEN I-O    ARCH-USUARIO.
           OPEN I-O    ARCH-GARANTIA.
           IF WS-FS-GARANTIA = '35'
               OPEN OUTPUT ARCH-GARANTIA
               CLOSE ARCH-GARANTIA
               OPEN I-O ARCH-GARANTIA
           END-IF.
           OPEN INPUT  ARCH-PRESTAMO.
           OPEN I-O    ARCH-MULTA.
           OPEN EXTEND ARCH-GARMOV.
           IF WS-FS-GARMOV = '35'
               OPEN OUTPUT ARCH-GARMOV
           END-IF.
           OPEN I-O    ARCH-CONTROL.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN OUTPUT ARCH-COMPROBANTE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
           PERFORM 1200-LEER-CONTROL THRU 1200-EXIT.
           PERFORM 1100-LEER-TRANSACCION THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * LEE EL REGISTRO UNICO DE CONTROL PARA NUMERAR LOS COMPROBANTES *
      * DE GARANTIA; EL NUMERADOR EN BLANCO SE INICIALIZA EN CERO.     *
      *****************************************************************
       1200-LEER-CONTROL.
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
                   WRITE REG-CONTROL
           END-READ.
           IF CTL-ULT-NRO-GARANTIA NOT NUMERIC
               MOVE ZERO TO CTL-ULT-NRO-GARANTIA
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2050-VALIDAR-DATOS THRU 2050-EXIT.
           IF NOT WS-RECHAZADO
               PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-ALTA
       2000-EXIT.
           EXIT.

       2010-VALIDAR-PERMISO.
           MOVE 'USRMANT'         TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-USR-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

       2050-VALIDAR-DATOS.
           IF TRANS-USR-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
           IF NOT WS-RECHAZADO AND TRANS-ALTA
                   AND TRANS-USR-CATEGORIA NOT = 'E'
                   AND TRANS-USR-CATEGORIA NOT = 'D'
                   AND TRANS-USR-CATEGORIA NOT = 'X'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-011 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-ALTA
                   AND TRANS-USR-CATEGORIA = 'X'
               IF TRANS-IMPORTE-DEPOSITO NOT NUMERIC
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-106 TO WS-MENSAJE-RECHAZO
               ELSE
                   IF TRANS-IMPORTE-DEPOSITO < CONST-DEPOSITO-GARANTIA
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE MSG-ERR-106 TO WS-MENSAJE-RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-ALTA
                   AND TRANS-USR-CATEGORIA = 'E'
                   AND (TRANS-USR-CARRERA NOT = SPACES
                     OR TRANS-USR-FACULTAD NOT = SPACES)
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-095 TO WS-MENSAJE-RECHAZO
           END-IF.
       2050-EXIT.
           EXIT.

                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-012 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-USR-CATEGORIA = 'X'
               MOVE TRANS-USR-CODIGO TO GAR-USR-CODIGO
               READ ARCH-GARANTIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GAR-ACTIVA
                           MOVE 'S' TO WS-SW-RECHAZADO
                           MOVE MSG-ERR-108 TO WS-MENSAJE-RECHAZO
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-USR-NOMBRE     TO USR-NOMBRE
               MOVE TRANS-USR-CATEGORIA  TO USR-CATEGORIA
               MOVE WS-FECHA-HOY         TO USR-FECHA-ALTA
               MOVE 'A'                  TO USR-ESTADO
               MOVE SPACES               TO USR-FECHA-BAJA
                                            USR-COD-FUSION
                                            USR-MARCA-ANONIM
               MOVE TRANS-USR-CARRERA    TO USR-CARRERA
               MOVE TRANS-USR-FACULTAD   TO USR-FACULTAD
               PERFORM 2450-CALCULAR-VENC-CARNET THRU 2450-EXIT
               WRITE REG-USUARIO
               ADD 1 TO WS-CONT-ALTAS
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               IF USR-EXTERNO
                   PERFORM 2150-REGISTRAR-DEPOSITO THRU 2150-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * DEPOSITO DE GARANTIA DEL SOCIO EXTERNO: ABRE LA CUENTA CON EL  *
      * IMPORTE RECIBIDO Y EL NUMERO DE RECIBO (NUMERADOR DE           *
      * GARANTIAS DE CONTROL), LO DEJA EN EL DIARIO DE GARANTIAS E     *
      * IMPRIME EL RECIBO. UNA CUENTA DEVUELTA DE UN ALTA ANTERIOR SE  *
      * REEMPLAZA POR LA NUEVA.                                        *
      *****************************************************************
       2150-REGISTRAR-DEPOSITO.
           ADD 1 TO CTL-ULT-NRO-GARANTIA.
           REWRITE REG-CONTROL.
           MOVE SPACES                 TO REG-GARANTIA.
           MOVE USR-CODIGO             TO GAR-USR-CODIGO.
           MOVE 'A'                    TO GAR-ESTADO.
           MOVE WS-FECHA-HOY           TO GAR-FECHA-DEPOSITO.
           MOVE CTL-ULT-NRO-GARANTIA   TO GAR-NRO-RECIBO.
           MOVE TRANS-IMPORTE-DEPOSITO TO GAR-IMPORTE-DEPOSITO
                                          GAR-SALDO.
           MOVE ZERO                   TO GAR-IMPORTE-APLICADO
                                          GAR-NRO-COMPROB-DEVOL
                                          GAR-IMPORTE-DEVUELTO.
           WRITE REG-GARANTIA
               INVALID KEY
                   REWRITE REG-GARANTIA
           END-WRITE.
           MOVE 'D'                    TO GMV-TIPO.
           MOVE GAR-IMPORTE-DEPOSITO   TO GMV-IMPORTE.
           PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT.
           ADD 1 TO WS-CONT-DEPOSITOS.
           MOVE GAR-IMPORTE-DEPOSITO TO WS-IMPORTE-EDIT.
           STRING TRANS-USR-CODIGO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MSG-INFO-057         DELIMITED BY '  '
                  ' RECIBO: '          DELIMITED BY SIZE
                  CTL-ULT-NRO-GARANTIA DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           PERFORM 2700-IMPRIMIR-RECIBO THRU 2700-EXIT.
       2150-EXIT.
           EXIT.

       2200-PROCESAR-MODIFICACION.
           MOVE TRANS-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               IF TRANS-USR-NOMBRE NOT = SPACES
                   MOVE TRANS-USR-NOMBRE TO USR-NOMBRE
               END-IF
               IF (TRANS-USR-CATEGORIA = 'X' AND NOT USR-EXTERNO)
                       OR (USR-EXTERNO
                           AND (TRANS-USR-CATEGORIA = 'E'
                             OR TRANS-USR-CATEGORIA = 'D'))
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-107 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
               END-IF
               IF TRANS-USR-CATEGORIA = 'E' OR TRANS-USR-CATEGORIA = 'D'
                   MOVE TRANS-USR-CATEGORIA TO USR-CATEGORIA
               END-IF
               IF USR-ESTUDIANTE
                       AND (TRANS-USR-CARRERA NOT = SPACES
                         OR TRANS-USR-FACULTAD NOT = SPACES)
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-095 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
               END-IF
               IF TRANS-USR-CARRERA NOT = SPACES
                   MOVE TRANS-USR-CARRERA TO USR-CARRERA
               END-IF
               IF TRANS-USR-FACULTAD NOT = SPACES
                   MOVE TRANS-USR-FACULTAD TO USR-FACULTAD
               END-IF
               IF TRANS-USR-TELEFONO NOT = SPACES
                   MOVE TRANS-USR-TELEFONO TO USR-TELEFONO
               END-IF
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-007 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND USR-EXTERNO
               PERFORM 2310-BUSCAR-PRESTAMOS THRU 2310-EXIT
               IF WS-CON-PRESTAMOS
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-008 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE 'B'          TO USR-ESTADO
               MOVE WS-FECHA-HOY TO USR-FECHA-BAJA
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               IF USR-EXTERNO
                   PERFORM 2350-DEVOLVER-GARANTIA THRU 2350-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * EL EXTERNO NO SE DA DE BAJA MIENTRAS TENGA MATERIAL EN SU      *
      * PODER (PRESTAMOS VIGENTES O VENCIDOS): LA GARANTIA RESPONDE    *
      * POR ESE MATERIAL Y NO PUEDE DEVOLVERSE TODAVIA.                *
      *****************************************************************
       2310-BUSCAR-PRESTAMOS.
           MOVE 'N'        TO WS-SW-PRESTAMOS.
           MOVE USR-CODIGO TO PRE-USR-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-PRESTAMO
           END-START.
           PERFORM 2320-LEER-PRESTAMO THRU 2320-EXIT
               UNTIL WS-FS-PRESTAMO NOT = '00'
                  OR WS-CON-PRESTAMOS.
       2310-EXIT.
           EXIT.

       2320-LEER-PRESTAMO.
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
       2320-EXIT.
           EXIT.

      *****************************************************************
      * BAJA DEL SOCIO EXTERNO: EL SALDO DE LA CUENTA DE GARANTIA SE   *
      * APLICA PRIMERO A SUS MULTAS Y CARGOS PENDIENTES (COMO HACE     *
      * MULCALC CON LOS CARGOS DE REPOSICION) Y LO QUE QUEDA SE LE     *
      * DEVUELVE CON SU COMPROBANTE; LA CUENTA QUEDA DEVUELTA. SIN     *
      * SALDO LA CUENTA SE CIERRA SIN COMPROBANTE.                     *
      *****************************************************************
       2350-DEVOLVER-GARANTIA.
           MOVE USR-CODIGO TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   GO TO 2350-EXIT
           END-READ.
           IF NOT GAR-ACTIVA
               GO TO 2350-EXIT
           END-IF.
           IF GAR-SALDO > ZERO
               PERFORM 2360-APLICAR-MULTAS THRU 2360-EXIT
           END-IF.
           MOVE 'D'          TO GAR-ESTADO.
           MOVE WS-FECHA-HOY TO GAR-FECHA-DEVOLUCION.
           MOVE GAR-SALDO    TO GAR-IMPORTE-DEVUELTO.
           IF GAR-SALDO = ZERO
               REWRITE REG-GARANTIA
               GO TO 2350-EXIT
           END-IF.
           ADD 1 TO CTL-ULT-NRO-GARANTIA.
           REWRITE REG-CONTROL.
           MOVE CTL-ULT-NRO-GARANTIA TO GAR-NRO-COMPROB-DEVOL.
           MOVE ZERO                 TO GAR-SALDO.
           REWRITE REG-GARANTIA.
           MOVE 'R'                  TO GMV-TIPO.
           MOVE GAR-IMPORTE-DEVUELTO TO GMV-IMPORTE.
           PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT.
           ADD 1 TO WS-CONT-DEVOLUCIONES.
           MOVE GAR-IMPORTE-DEVUELTO TO WS-IMPORTE-EDIT.
           STRING TRANS-USR-CODIGO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MSG-INFO-058         DELIMITED BY '  '
                  ' COMPROBANTE: '     DELIMITED BY SIZE
                  CTL-ULT-NRO-GARANTIA DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           PERFORM 2750-IMPRIMIR-DEVOLUCION THRU 2750-EXIT.
       2350-EXIT.
           EXIT.

       2360-APLICAR-MULTAS.
           MOVE USR-CODIGO TO MUL-USR-CODIGO.
           START ARCH-MULTA KEY IS = MUL-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-MULTA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-MULTA
           END-START.
           PERFORM 2370-APLICAR-UNA-MULTA THRU 2370-EXIT
               UNTIL WS-FS-MULTA NOT = '00'
                  OR GAR-SALDO = ZERO.
       2360-EXIT.
           EXIT.

      *****************************************************************
      * COBRA DE LA GARANTIA LO QUE RESTA DE UNA MULTA PENDIENTE O CON *
      * PAGO PARCIAL; SI EL SALDO NO ALCANZA QUEDA CON PAGO PARCIAL.   *
      *****************************************************************
       2370-APLICAR-UNA-MULTA.
           READ ARCH-MULTA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-MULTA
           END-READ.
           IF WS-FS-MULTA NOT = '00'
               GO TO 2370-EXIT
           END-IF.
           IF MUL-USR-CODIGO NOT = USR-CODIGO
               MOVE 'NOMAS' TO WS-FS-MULTA
               GO TO 2370-EXIT
           END-IF.
           IF NOT MUL-PENDIENTE AND NOT MUL-PARCIAL
               GO TO 2370-EXIT
           END-IF.
           IF MUL-IMPORTE-PAGADO NOT < MUL-IMPORTE
               GO TO 2370-EXIT
           END-IF.
           COMPUTE WS-DEUDA-MULTA = MUL-IMPORTE - MUL-IMPORTE-PAGADO.
           IF GAR-SALDO >= WS-DEUDA-MULTA
               MOVE WS-DEUDA-MULTA TO WS-IMPORTE-GARANTIA
               MOVE 'G'            TO MUL-ESTADO
           ELSE
               MOVE GAR-SALDO      TO WS-IMPORTE-GARANTIA
               MOVE 'C'            TO MUL-ESTADO
           END-IF.
           ADD WS-IMPORTE-GARANTIA TO MUL-IMPORTE-PAGADO.
           REWRITE REG-MULTA.
           SUBTRACT WS-IMPORTE-GARANTIA FROM GAR-SALDO.
           ADD WS-IMPORTE-GARANTIA      TO GAR-IMPORTE-APLICADO.
           REWRITE REG-GARANTIA.
           ADD 1 TO CTL-ULT-NRO-GARANTIA.
           REWRITE REG-CONTROL.
           MOVE 'A'                 TO GMV-TIPO.
           MOVE WS-IMPORTE-GARANTIA TO GMV-IMPORTE.
           MOVE MUL-CODIGO-MULTA    TO WS-GMV-MUL-CODIGO.
           PERFORM 2600-GRABAR-MOVIMIENTO THRU 2600-EXIT.
           MOVE SPACES              TO WS-GMV-MUL-CODIGO.
           ADD 1 TO WS-CONT-APLICACIONES.
           MOVE WS-IMPORTE-GARANTIA TO WS-IMPORTE-EDIT.
           STRING TRANS-USR-CODIGO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MUL-CODIGO-MULTA     DELIMITED BY SIZE
                  ' COBRADO DE LA GARANTIA: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2370-EXIT.
           EXIT.

      *****************************************************************
      * RENOVACION ANUAL DEL CARNET: REVALIDA LOS DATOS DE CONTACTO    *
      * (TELEFONO Y EMAIL OBLIGATORIOS EN LA TRANSACCION), EXTIENDE    *
       2450-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL DIARIO DE GARANTIAS EL MOVIMIENTO DE LA CUENTA EN   *
      * PROCESO (TIPO E IMPORTE YA CARGADOS) CON EL NUMERO DE          *
      * COMPROBANTE RECIEN TOMADO, EL SALDO QUE QUEDA Y, EN LAS        *
      * APLICACIONES, LA MULTA COBRADA.                                *
      *****************************************************************
       2600-GRABAR-MOVIMIENTO.
           MOVE WS-FECHA-HOY         TO GMV-FECHA.
           MOVE CTL-ULT-NRO-GARANTIA TO GMV-NRO-COMPROBANTE.
           MOVE GAR-USR-CODIGO       TO GMV-USR-CODIGO.
           MOVE GAR-SALDO            TO GMV-SALDO-POSTERIOR.
           MOVE WS-GMV-MUL-CODIGO    TO GMV-MUL-CODIGO.
           MOVE TRANS-OPERADOR       TO GMV-OPERADOR.
           WRITE REG-GARMOV.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * RECIBO DEL DEPOSITO DE GARANTIA, EN UNA HOJA PROPIA.           *
      *****************************************************************
       2700-IMPRIMIR-RECIBO.
           MOVE 'RECIBO DE DEPOSITO DE GARANTIA' TO LIN-TITULO-REPORTE
                                                    LIN-CGA-TITULO.
           PERFORM 2800-IMPRIMIR-ENCABEZADO THRU 2800-EXIT.
           MOVE 'IMPORTE RECIBIDO EN GARANTIA' TO LIN-CGA-CONCEPTO.
           MOVE GAR-IMPORTE-DEPOSITO           TO LIN-CGA-IMPORTE.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-IMPORTE.
           WRITE REG-COMPROBANTE FROM SPACES.
           MOVE 'EL DEPOSITO RESPONDE POR LOS CARGOS DE REPOSICION DEL M
      -         'ATERIAL PERDIDO Y SU' TO LIN-CGA-TEXTO.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-TEXTO.
           MOVE 'SALDO SE DEVUELVE AL DARSE DE BAJA COMO SOCIO, PRESENTA
      -         'NDO ESTE RECIBO.' TO LIN-CGA-TEXTO.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-TEXTO.
           PERFORM 2850-IMPRIMIR-FIRMA THRU 2850-EXIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * COMPROBANTE DE DEVOLUCION DEL SALDO DE GARANTIA, CON EL        *
      * DEPOSITO ORIGINAL Y LO APLICADO A CARGOS DE REPOSICION.        *
      *****************************************************************
       2750-IMPRIMIR-DEVOLUCION.
           MOVE 'COMPROBANTE DE DEVOLUCION DE GARANTIA'
               TO LIN-TITULO-REPORTE
                  LIN-CGA-TITULO.
           PERFORM 2800-IMPRIMIR-ENCABEZADO THRU 2800-EXIT.
           MOVE 'DEPOSITO DE GARANTIA ORIGINAL' TO LIN-CGA-CONCEPTO.
           MOVE GAR-IMPORTE-DEPOSITO            TO LIN-CGA-IMPORTE.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-IMPORTE.
           MOVE 'APLICADO A CARGOS DE REPOSICION' TO LIN-CGA-CONCEPTO.
           MOVE GAR-IMPORTE-APLICADO              TO LIN-CGA-IMPORTE.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-IMPORTE.
           MOVE 'SALDO DEVUELTO AL SOCIO'       TO LIN-CGA-CONCEPTO.
           MOVE GAR-IMPORTE-DEVUELTO            TO LIN-CGA-IMPORTE.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-IMPORTE.
           WRITE REG-COMPROBANTE FROM SPACES.
           MOVE 'RECIBI CONFORME EL SALDO DE MI DEPOSITO DE GARANTIA.'
               TO LIN-CGA-TEXTO.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-TEXTO.
           PERFORM 2850-IMPRIMIR-FIRMA THRU 2850-EXIT.
       2750-EXIT.
           EXIT.

       2800-IMPRIMIR-ENCABEZADO.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE 1 TO LIN-NUMERO-PAGINA.
           IF WS-CANT-COMPROBANTES > ZERO
               WRITE REG-COMPROBANTE FROM SPACES
           END-IF.
           ADD 1 TO WS-CANT-COMPROBANTES.
           WRITE REG-COMPROBANTE FROM LINEA-CABECERA-1.
           WRITE REG-COMPROBANTE FROM LINEA-CABECERA-2.
           WRITE REG-COMPROBANTE FROM LINEA-CABECERA-3.
           WRITE REG-COMPROBANTE FROM LINEA-SEPARADOR.
           WRITE REG-COMPROBANTE FROM SPACES.
           MOVE CTL-ULT-NRO-GARANTIA TO LIN-CGA-NUMERO.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-NUMERO.
           WRITE REG-COMPROBANTE FROM SPACES.
           MOVE USR-CODIGO TO LIN-CGA-USR-CODIGO.
           MOVE USR-NOMBRE TO LIN-CGA-NOMBRE.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-SOCIO.
       2800-EXIT.
           EXIT.

       2850-IMPRIMIR-FIRMA.
           WRITE REG-COMPROBANTE FROM SPACES.
           MOVE SPACES TO LIN-CGA-TEXTO.
           STRING 'CAJERO: '     DELIMITED BY SIZE
                  TRANS-OPERADOR DELIMITED BY SIZE
                  '        FIRMA: ______________________________'
                                 DELIMITED BY SIZE
                  INTO LIN-CGA-TEXTO
           END-STRING.
           WRITE REG-COMPROBANTE FROM LINEA-COMPGAR-TEXTO.
           WRITE REG-COMPROBANTE FROM SPACES.
           WRITE REG-COMPROBANTE FROM LINEA-SEPARADOR.
       2850-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-USUARIO
                 ARCH-USUARIO
                 ARCH-GARANTIA
                 ARCH-PRESTAMO
                 ARCH-MULTA
                 ARCH-GARMOV
                 ARCH-CONTROL
                 ARCH-SALIDA
                 ARCH-COMPROBANTE.
           DISPLAY 'USRMANT - ALTAS: '         WS-CONT-ALTAS
                   ' MODIFICACIONES: '         WS-CONT-MODIFICACIONES
                   ' BAJAS: '                  WS-CONT-BAJAS
                   ' RENOVACIONES: '           WS-CONT-RENOVACIONES
                   ' ERRORES: '                WS-CONT-ERRORES.
           DISPLAY 'USRMANT - DEPOSITOS DE GARANTIA: ' WS-CONT-DEPOSITOS
                   ' DEVOLUCIONES: '           WS-CONT-DEVOLUCIONES
                   ' APLICADAS A MULTAS: '     WS-CONT-APLICACIONES.
       9000-EXIT.
           EXIT.
