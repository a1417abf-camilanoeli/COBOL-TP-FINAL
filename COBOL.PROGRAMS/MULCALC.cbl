      * PROGRAMA: MULCALC                                             *
      * PROPOSITO: PROCESO BATCH NOCTURNO QUE RECORRE LOS PRESTAMOS    *
      *            VIGENTES, DETECTA LOS VENCIDOS Y GENERA/ACTUALIZA   *
      *            LA MULTA CORRESPONDIENTE (DIAS DE ATRASO POR LA     *
      *            TARIFA VIGENTE, VIA MULTARIF) PARA QUE MOSTRADOR    *
      *            LA COBRE.                                           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 18/07/2025                                             *
      * VERSION: 1.10                                                 *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - EL BARRIDO DECLARA PERDIDO TODO   *
      *   EJEMPLAR DEJA SU RASTRO EN EL LOG DE EJEMPLARES              *
      *   (EJELOG.DAT), CON ESTADO ANTERIOR Y NUEVO, FECHA, PROGRAMA   *
      *   Y REFERENCIA, PARA LA HOJA DE VIDA QUE ARMA CONSEJE.         *
      * 15/10/2026 CNA VERSION 1.7 - EL IMPORTE DE LA MULTA SE         *
      *   CALCULA CON EL TARIFARIO DE MULTAS (MULTARIF): TARIFA POR    *
      *   CATEGORIA DEL SOCIO Y TIPO DE PRESTAMO VIGENTE A LA FECHA,   *
      *   RECARGO DE CATEDRA Y TOPE POR PRESTAMO. SIN TARIFA VIGENTE   *
      *   SIGUE RIGIENDO CONST-MULTA-DIA.                              *
      * 15/10/2026 CNA VERSION 1.8 - EL CARGO DE REPOSICION DE UN      *
      *   SOCIO EXTERNO SE COBRA CONTRA SU DEPOSITO DE GARANTIA HASTA  *
      *   DONDE ALCANCE EL SALDO: LA MULTA QUEDA PAGADA O CON PAGO     *
      *   PARCIAL, LA CUENTA DE GARANTIA BAJA SU SALDO Y LA            *
      *   APLICACION QUEDA EN EL DIARIO DE GARANTIAS CON SU            *
      *   COMPROBANTE.                                                 *
      * 15/10/2026 CNA VERSION 1.9 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.10 - EL LISTADO SE ABRE EN EXTEND     *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULCALC.
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-EJELOG.

           SELECT ARCH-GARANTIA       ASSIGN TO "GARANTIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GAR-USR-CODIGO
                  FILE STATUS IS WS-FS-GARANTIA.

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PRESTAMO.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.
       01  REG-EJELOG.
           COPY EJELOG.

       FD  ARCH-GARANTIA.
       01  REG-GARANTIA.
           COPY GARANTIA.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.

       01  WS-FS-PRESTAMO             PIC X(2).
       01  WS-FS-LIBRO                PIC X(2).
       01  WS-FS-EJEMPLAR             PIC X(2).
       01  WS-FS-USUARIO              PIC X(2).
       01  WS-FS-MULTA                PIC X(2).
       01  WS-FS-SALIDA               PIC X(2).
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-EJL-ANTERIOR              PIC X(1).
       01  WS-EJL-NUEVO                 PIC X(1).
       01  WS-EJL-REFERENCIA            PIC X(12).
       01  WS-FS-GARANTIA               PIC X(2).
       01  WS-FS-GARMOV                 PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-SW-SIN-ARCH-GARANTIA      PIC X(1)  VALUE 'N'.
       01  WS-IMPORTE-GARANTIA          PIC 9(7)V99.
       01  WS-IMPORTE-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SW-FIN-ARCHIVO          PIC X(1)  VALUE 'N'.
           88  WS-FIN-ARCHIVO         VALUE 'S'.
           05  WS-CONT-ACTUALIZADAS   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-VENCIDOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-PERDIDOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-GARANTIAS      PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA           PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO     PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY               PIC X(10).
       01  WS-DIAS-ATRASO             PIC S9(6).
       01  WS-IMPORTE-MULTA           PIC 9(7)V99.
       01  WS-CALL-FUNCION            PIC X(7).
       01  WS-CALL-DIAS               PIC S9(6).

       01  WS-TARIFA-CALCULO.
           COPY TARCALC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O    ARCH-PRESTAMO.
           OPEN I-O    ARCH-LIBRO.
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN INPUT  ARCH-USUARIO.
           OPEN I-O    ARCH-MULTA.
           OPEN EXTEND ARCH-EJELOG.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN I-O    ARCH-GARANTIA.
           IF WS-FS-GARANTIA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-GARANTIA
           ELSE
               OPEN EXTEND ARCH-GARMOV
               IF WS-FS-GARMOV = '35'
                   OPEN OUTPUT ARCH-GARMOV
               END-IF
               OPEN I-O ARCH-CONTROL
               PERFORM 1050-LEER-CONTROL THRU 1050-EXIT
           END-IF.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-SALIDA
               IF WS-FS-SALIDA = '35'
                   OPEN OUTPUT ARCH-SALIDA
               END-IF
           ELSE
               OPEN OUTPUT ARCH-SALIDA
           END-IF.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
       1000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTRO UNICO DE CONTROL PARA NUMERAR LOS COMPROBANTES DE     *
      * APLICACION DE GARANTIA; EN BLANCO SE INICIALIZA EN CERO.       *
      *****************************************************************
       1050-LEER-CONTROL.
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
       1050-EXIT.
           EXIT.

       1100-LEER-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
               MOVE WS-CALL-DIAS TO WS-DIAS-ATRASO
               IF WS-DIAS-ATRASO > 0
                   ADD 1 TO WS-CONT-VENCIDOS
                   PERFORM 2050-CALCULAR-IMPORTE THRU 2050-EXIT
                   PERFORM 2100-REGISTRAR-MULTA THRU 2100-EXIT
                   IF WS-DIAS-ATRASO > CONST-DIAS-LIBRO-PERDIDO
                       PERFORM 2300-DECLARAR-PERDIDO THRU 2300-EXIT
       2000-EXIT.
           EXIT.

      *****************************************************************
      * CALCULA EL IMPORTE CON LA TARIFA QUE CORRESPONDE A LA          *
      * CATEGORIA DEL SOCIO Y AL TIPO DE PRESTAMO (MULTARIF), LA       *
      * MISMA RUTINA CON QUE AVISOSOC Y RPTVENC PROYECTAN LA MULTA.    *
      * EL PRECIO DE REPOSICION DEL LIBRO SE PASA PARA EL TOPE.        *
      *****************************************************************
       2050-CALCULAR-IMPORTE.
           MOVE PRE-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE SPACES TO USR-CATEGORIA
           END-READ.
           MOVE PRE-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-READ.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE WS-FECHA-HOY          TO TRC-FECHA-PROCESO.
           MOVE USR-CATEGORIA         TO TRC-USR-CATEGORIA.
           MOVE PRE-TIPO              TO TRC-PRE-TIPO.
           MOVE PRE-LIB-CODIGO        TO TRC-LIB-CODIGO.
           MOVE LIB-PRECIO-REPOSICION TO TRC-PRECIO-REPOSICION.
           MOVE WS-DIAS-ATRASO        TO TRC-DIAS-ATRASO.
           MOVE CONST-MULTA-DIA       TO TRC-MULTA-DIA-DEFECTO.
           CALL 'MULTARIF' USING WS-TARIFA-CALCULO
           END-CALL.
           MOVE TRC-IMPORTE TO WS-IMPORTE-MULTA.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * CREA LA MULTA DEL PRESTAMO LA PRIMERA VEZ QUE SE DETECTA        *
      * ATRASO, O ACTUALIZA LOS DIAS/IMPORTE SI YA EXISTIA Y SIGUE      *
                          INTO REG-SALIDA
                   END-STRING
                   WRITE REG-SALIDA
                   IF USR-EXTERNO
                       PERFORM 2450-APLICAR-GARANTIA THRU 2450-EXIT
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * EL CARGO DE REPOSICION DEL SOCIO EXTERNO SE COBRA CONTRA SU    *
      * DEPOSITO DE GARANTIA: SE APLICA EL CARGO COMPLETO SI EL SALDO  *
      * ALCANZA (MULTA PAGADA) O TODO EL SALDO SI NO (PAGO PARCIAL, EL *
      * RESTO QUEDA ADEUDADO COMO CUALQUIER CARGO). LA APLICACION NO   *
      * PASA POR CAJA: QUEDA EN EL DIARIO DE GARANTIAS CON SU          *
      * COMPROBANTE, NO EN EL DIARIO DE COBROS.                        *
      *****************************************************************
       2450-APLICAR-GARANTIA.
           IF WS-SW-SIN-ARCH-GARANTIA = 'S'
               GO TO 2450-EXIT
           END-IF.
           MOVE MUL-USR-CODIGO TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ.
           IF NOT GAR-ACTIVA OR GAR-SALDO = ZERO
               GO TO 2450-EXIT
           END-IF.
           IF GAR-SALDO >= MUL-IMPORTE
               MOVE MUL-IMPORTE TO WS-IMPORTE-GARANTIA
               MOVE 'G'         TO MUL-ESTADO
           ELSE
               MOVE GAR-SALDO   TO WS-IMPORTE-GARANTIA
               MOVE 'C'         TO MUL-ESTADO
           END-IF.
           ADD WS-IMPORTE-GARANTIA TO MUL-IMPORTE-PAGADO.
           REWRITE REG-MULTA.
           SUBTRACT WS-IMPORTE-GARANTIA FROM GAR-SALDO.
           ADD WS-IMPORTE-GARANTIA      TO GAR-IMPORTE-APLICADO.
           REWRITE REG-GARANTIA.
           ADD 1 TO CTL-ULT-NRO-GARANTIA.
           REWRITE REG-CONTROL.
           MOVE SPACES               TO REG-GARMOV.
           MOVE WS-FECHA-HOY         TO GMV-FECHA.
           MOVE CTL-ULT-NRO-GARANTIA TO GMV-NRO-COMPROBANTE.
           MOVE GAR-USR-CODIGO       TO GMV-USR-CODIGO.
           MOVE 'A'                  TO GMV-TIPO.
           MOVE WS-IMPORTE-GARANTIA  TO GMV-IMPORTE.
           MOVE GAR-SALDO            TO GMV-SALDO-POSTERIOR.
           MOVE MUL-CODIGO-MULTA     TO GMV-MUL-CODIGO.
           MOVE 'MULCALC'            TO GMV-OPERADOR.
           WRITE REG-GARMOV.
           ADD 1 TO WS-CONT-GARANTIAS.
           MOVE WS-IMPORTE-GARANTIA TO WS-IMPORTE-EDIT.
           STRING MUL-CODIGO-MULTA     DELIMITED BY SIZE
                  ' COBRADO DE LA GARANTIA: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  ' COMPROBANTE: '     DELIMITED BY SIZE
                  CTL-ULT-NRO-GARANTIA DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2450-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL LOG DE EJEMPLARES EL CAMBIO DE ESTADO RECIEN        *
      * APLICADO, CON FECHA, PROGRAMA Y REFERENCIA, PARA LA HOJA DE    *
           CLOSE ARCH-PRESTAMO
                 ARCH-LIBRO
                 ARCH-EJEMPLAR
                 ARCH-USUARIO
                 ARCH-MULTA
                 ARCH-SALIDA
                 ARCH-EJELOG.
           IF WS-SW-SIN-ARCH-GARANTIA = 'N'
               CLOSE ARCH-GARANTIA
                     ARCH-GARMOV
                     ARCH-CONTROL
           END-IF.
           DISPLAY 'MULCALC - PRESTAMOS VENCIDOS: ' WS-CONT-VENCIDOS
                   ' MULTAS NUEVAS: '               WS-CONT-NUEVAS
                   ' MULTAS ACTUALIZADAS: '         WS-CONT-ACTUALIZADAS
                   ' DECLARADOS PERDIDOS: '         WS-CONT-PERDIDOS
                   ' COBRADOS DE GARANTIA: '        WS-CONT-GARANTIAS.
       9000-EXIT.
           EXIT.
