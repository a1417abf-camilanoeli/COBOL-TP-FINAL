      *            PARAMETRO (FECHA Y HORA; SIN PARAMETRO SE REAPLICA  *
      *            TODO), LAS VUELCA A LOS ARCHIVOS DE TRANSACCIONES   *
      *            DE CADA PROGRAMA DE MOVIMIENTOS Y LLAMA A LOS       *
      *            PROGRAMAS CON MOVIMIENTOS A REAPLICAR (PRESTMOV,    *
      *            MULPAGO, ANULREC, RESVMANT, EJEMANT, MULAJUST Y     *
      *            SALARESV) EN EL ORDEN DEL DIARIO, CON LA FECHA DE   *
      *            CADA TRAMO EN FECPROC.DAT.                          *
      *            CON ESO LOS MAESTROS LLEGAN AL ULTIMO MOVIMIENTO    *
      *            OPERADO ANTES DEL CORTE. SOLO DEBE CORRERSE EN      *
      *            RECUPERACION: PISA LOS ARCHIVOS DE TRANSACCIONES    *
      *            PENDIENTES DE LOS PROGRAMAS DE MOVIMIENTOS.         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - ANTES DE REAPLICAR SE DEPURAN     *
      *   CON LO QUE UNA SEGUNDA RECUPERACION DESDE LA MISMA           *
      *   GENERACION APLICABA TODO DOS VECES. EL DIARIO LLEVA HORA,    *
      *   ASI QUE SU CORTE ES EXACTO (FECHA Y HORA) Y NO POR DIA.      *
      * 15/10/2026 CNA VERSION 1.3 - SE REAPLICAN TAMBIEN LAS          *
      *   ANULACIONES DE RECIBOS (ANULREC), A CONTINUACION DE LOS      *
      *   COBROS DE MULPAGO.                                           *
      * 15/10/2026 CNA VERSION 1.4 - LA REAPLICACION RESPETA EL ORDEN  *
      *   DEL DIARIO: LO EXTRAIDO PASA POR UN ARCHIVO INTERMEDIO Y     *
      *   CADA TRAMO SEGUIDO DE UN MISMO PROGRAMA SE APLICA ANTES DEL  *
      *   SIGUIENTE. ANTES SE APLICABA TODO MULPAGO ANTES QUE TODO     *
      *   ANULREC, LOS RECIBOS SE RENUMERABAN Y UNA ANULACION PODIA    *
      *   REVERTIR OTRO RECIBO. SE REAPLICAN TAMBIEN LAS RESERVAS DE   *
      *   SALAS (SALARESV).                                            *
      * 15/10/2026 CNA VERSION 1.5 - LOS TRAMOS SE CORTAN TAMBIEN POR  *
      *   FECHA Y ANTES DE APLICAR CADA UNO SE DEJA SU FECHA EN        *
      *   FECPROC.DAT, QUE SE VACIA AL TERMINAR: SALARESV VALIDA LAS   *
      *   RESERVAS REAPLICADAS CONTRA EL DIA EN QUE SE OPERARON Y NO   *
      *   CONTRA HOY.                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRDIAR.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-DIARIO.

           SELECT ARCH-EXTRACCION     ASSIGN TO "REPRTRAN.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-EXTRACCION.

           SELECT ARCH-TRAN-LOTE      ASSIGN TO WS-NOMBRE-TRANS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRAN-LOTE.

           SELECT ARCH-DEPURA         ASSIGN TO WS-NOMBRE-DEPURA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TEMPORAL.

           SELECT ARCH-FECPROC        ASSIGN TO "FECPROC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FECPROC.

           SELECT ARCH-SALIDA         ASSIGN TO "SALREPR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.
       01  REG-DIARIO.
           COPY DIARIO.

       FD  ARCH-EXTRACCION.
       01  REG-EXTRACCION.
           05  EXT-PROGRAMA            PIC X(8).
           05  EXT-TRANSACCION         PIC X(80).
           05  EXT-FECHA               PIC X(10).

       FD  ARCH-TRAN-LOTE.
       01  REG-TRAN-LOTE               PIC X(80).

       FD  ARCH-DEPURA.
       01  REG-DEPURA                  PIC X(120).
       FD  ARCH-TEMPORAL.
       01  REG-TEMPORAL                PIC X(120).

       FD  ARCH-FECPROC.
       01  REG-FECPROC.
           COPY FECPROC.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-DIARIO                PIC X(2).
       01  WS-FS-EXTRACCION            PIC X(2).
       01  WS-FS-TRAN-LOTE             PIC X(2).
       01  WS-FS-DEPURA                PIC X(2).
       01  WS-FS-TEMPORAL              PIC X(2).
       01  WS-FS-FECPROC               PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-TEMPORAL      PIC X(1)  VALUE 'N'.
               88  WS-FIN-TEMPORAL     VALUE 'S'.
           05  WS-SW-REGISTRO-POSTERIOR PIC X(1) VALUE 'N'.
           05  WS-SW-FIN-EXTRACCION    PIC X(1)  VALUE 'N'.
               88  WS-FIN-EXTRACCION   VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDAS          PIC 9(7)  VALUE ZERO.
           05  WS-CONT-PRES            PIC 9(7)  VALUE ZERO.
           05  WS-CONT-PAGO            PIC 9(7)  VALUE ZERO.
           05  WS-CONT-ANUL            PIC 9(7)  VALUE ZERO.
           05  WS-CONT-RES             PIC 9(7)  VALUE ZERO.
           05  WS-CONT-EJE             PIC 9(7)  VALUE ZERO.
           05  WS-CONT-AJUS            PIC 9(7)  VALUE ZERO.
           05  WS-CONT-SALA            PIC 9(7)  VALUE ZERO.
           05  WS-CONT-LOTES           PIC 9(5)  VALUE ZERO.
           05  WS-CONT-OMITIDAS        PIC 9(7)  VALUE ZERO.
           05  WS-CONT-DEPURADOS       PIC 9(7)  VALUE ZERO.

       01  WS-PROGRAMA-LLAMADO         PIC X(8).
       01  WS-RESULTADO-PASO           PIC S9(4).
       01  WS-NOMBRE-DEPURA            PIC X(12).
       01  WS-NOMBRE-TRANS             PIC X(12).
       01  WS-PROGRAMA-LOTE            PIC X(8)  VALUE SPACES.
       01  WS-FECHA-LOTE               PIC X(10) VALUE SPACES.
       01  WS-POS-FECHA                PIC 9(2)  VALUE ZERO.
       01  WS-POS-HORA                 PIC 9(2)  VALUE ZERO.
       01  WS-FECHA-REGISTRO           PIC X(10).
                   TO REG-SALIDA
               WRITE REG-SALIDA
           END-IF.
           OPEN OUTPUT ARCH-EXTRACCION.
           IF WS-SW-SIN-DIARIO = 'N'
               PERFORM 1200-LEER-DIARIO THRU 1200-EXIT
           END-IF.
           EXIT.

      *****************************************************************
      * GUARDA EN EL ARCHIVO DE EXTRACCION, EN EL ORDEN DEL DIARIO,    *
      * CADA TRANSACCION ACEPTADA POSTERIOR AL PUNTO DE CORTE DE UN    *
      * PROGRAMA QUE SE REAPLICA, JUNTO CON EL PROGRAMA QUE LA APLICO  *
      * Y LA FECHA EN QUE SE OPERO.                                    *
      *****************************************************************
       2000-EXTRAER-TRANSACCION.
           ADD 1 TO WS-CONT-LEIDAS.
           PERFORM 2100-EVALUAR-CORTE THRU 2100-EXIT.
           IF WS-SW-ENTRA-REPROCESO = 'S' AND DIA-ACEPTADA
               MOVE DIA-PROGRAMA    TO EXT-PROGRAMA
               MOVE DIA-TRANSACCION TO EXT-TRANSACCION
               MOVE DIA-FECHA       TO EXT-FECHA
               EVALUATE DIA-PROGRAMA
                   WHEN 'PRESTMOV'
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-PRES
                   WHEN 'MULPAGO '
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-PAGO
                   WHEN 'ANULREC '
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-ANUL
                   WHEN 'RESVMANT'
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-RES
                   WHEN 'EJEMANT '
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-EJE
                   WHEN 'MULAJUST'
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-AJUS
                   WHEN 'SALARESV'
                       WRITE REG-EXTRACCION
                       ADD 1 TO WS-CONT-SALA
                   WHEN OTHER
                       ADD 1 TO WS-CONT-OMITIDAS
               END-EVALUATE
           IF WS-SW-SIN-DIARIO = 'N'
               CLOSE ARCH-DIARIO
           END-IF.
           CLOSE ARCH-EXTRACCION.
       3000-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      * REAPLICA LOS MOVIMIENTOS EN EL MISMO ORDEN EN QUE SE OPERARON: *
      * RECORRE LA EXTRACCION Y CADA TRAMO SEGUIDO DE TRANSACCIONES    *
      * DEL MISMO PROGRAMA Y DEL MISMO DIA SE VUELCA A SU ARCHIVO DE   *
      * TRANSACCIONES Y SE APLICA LLAMANDOLO ANTES DE PASAR AL TRAMO   *
      * SIGUIENTE, CON LA FECHA DEL TRAMO EN FECPROC.DAT PARA QUE LOS  *
      * PROGRAMAS QUE TOMAN LA FECHA DE PROCESO (SUBPROGRAMA FECPROC)  *
      * LA VALIDEN COMO EL DIA QUE SE OPERO Y NO COMO HOY. ASI         *
      * LOS NUMERADORES (RECIBOS, PRESTAMOS, RESERVAS) SE VUELVEN A    *
      * ASIGNAR COMO EN LA OPERATORIA ORIGINAL Y UNA ANULACION DE      *
      * RECIBO ALCANZA AL MISMO RECIBO QUE ANULO EN SU MOMENTO. LOS    *
      * PROGRAMAS VUELVEN A DEJAR SU RASTRO EN EL DIARIO, CON LO QUE   *
      * EL DIARIO QUEDA ALINEADO CON EL ESTADO FINAL DE LOS MAESTROS.  *
      *****************************************************************
       4000-REAPLICAR-PROGRAMAS.
           MOVE SPACES TO WS-PROGRAMA-LOTE
                          WS-FECHA-LOTE.
           MOVE 'N' TO WS-SW-FIN-EXTRACCION.
           OPEN INPUT ARCH-EXTRACCION.
           IF WS-FS-EXTRACCION NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-LEER-EXTRACCION THRU 4200-EXIT.
           PERFORM 4300-VOLCAR-TRANSACCION THRU 4300-EXIT
               UNTIL WS-FIN-EXTRACCION.
           PERFORM 4400-APLICAR-LOTE THRU 4400-EXIT.
           CLOSE ARCH-EXTRACCION.
           IF WS-CONT-LOTES > ZERO
               OPEN OUTPUT ARCH-FECPROC
               CLOSE ARCH-FECPROC
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * EL PROGRAMA SE CANCELA DESPUES DE CADA LLAMADA PARA QUE EL     *
      * TRAMO SIGUIENTE DEL MISMO PROGRAMA ARRANQUE CON SU AREA DE     *
      * TRABAJO EN LIMPIO.                                             *
      *****************************************************************
       4100-LLAMAR-PROGRAMA.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-PROGRAMA-LLAMADO
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           CANCEL WS-PROGRAMA-LLAMADO.
           MOVE RETURN-CODE TO WS-RESULTADO-PASO.
           MOVE ZERO TO RETURN-CODE.
           STRING WS-PROGRAMA-LLAMADO DELIMITED BY SIZE
       4100-EXIT.
           EXIT.

       4200-LEER-EXTRACCION.
           READ ARCH-EXTRACCION
               AT END
                   MOVE 'S' TO WS-SW-FIN-EXTRACCION
           END-READ.
       4200-EXIT.
           EXIT.

       4300-VOLCAR-TRANSACCION.
           IF EXT-PROGRAMA NOT = WS-PROGRAMA-LOTE
                   OR EXT-FECHA NOT = WS-FECHA-LOTE
               PERFORM 4400-APLICAR-LOTE THRU 4400-EXIT
               PERFORM 4500-ABRIR-LOTE THRU 4500-EXIT
           END-IF.
           MOVE EXT-TRANSACCION TO REG-TRAN-LOTE.
           WRITE REG-TRAN-LOTE.
           PERFORM 4200-LEER-EXTRACCION THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * CIERRA EL TRAMO EN CURSO, DEJA SU FECHA EN FECPROC.DAT Y LO    *
      * APLICA CON SU PROGRAMA.                                        *
      *****************************************************************
       4400-APLICAR-LOTE.
           IF WS-PROGRAMA-LOTE = SPACES
               GO TO 4400-EXIT
           END-IF.
           CLOSE ARCH-TRAN-LOTE.
           OPEN OUTPUT ARCH-FECPROC.
           MOVE SPACES        TO REG-FECPROC.
           MOVE WS-FECHA-LOTE TO FPR-FECHA-PROCESO.
           MOVE 'REPRDIAR'    TO FPR-PROGRAMA.
           MOVE 'N'           TO FPR-SW-ACUMULAR.
           WRITE REG-FECPROC.
           CLOSE ARCH-FECPROC.
           MOVE WS-PROGRAMA-LOTE TO WS-PROGRAMA-LLAMADO.
           PERFORM 4100-LLAMAR-PROGRAMA THRU 4100-EXIT.
           ADD 1 TO WS-CONT-LOTES.
           MOVE SPACES TO WS-PROGRAMA-LOTE.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * ABRE EL ARCHIVO DE TRANSACCIONES DEL PROGRAMA DEL NUEVO TRAMO. *
      *****************************************************************
       4500-ABRIR-LOTE.
           MOVE EXT-PROGRAMA TO WS-PROGRAMA-LOTE.
           MOVE EXT-FECHA    TO WS-FECHA-LOTE.
           EVALUATE EXT-PROGRAMA
               WHEN 'PRESTMOV'
                   MOVE 'TRANPRES.DAT' TO WS-NOMBRE-TRANS
               WHEN 'MULPAGO '
                   MOVE 'TRANPAGO.DAT' TO WS-NOMBRE-TRANS
               WHEN 'ANULREC '
                   MOVE 'TRANANUL.DAT' TO WS-NOMBRE-TRANS
               WHEN 'RESVMANT'
                   MOVE 'TRANRES.DAT'  TO WS-NOMBRE-TRANS
               WHEN 'EJEMANT '
                   MOVE 'TRANEJE.DAT'  TO WS-NOMBRE-TRANS
               WHEN 'MULAJUST'
                   MOVE 'TRANAJUS.DAT' TO WS-NOMBRE-TRANS
               WHEN 'SALARESV'
                   MOVE 'TRANSALA.DAT' TO WS-NOMBRE-TRANS
           END-EVALUATE.
           OPEN OUTPUT ARCH-TRAN-LOTE.
       4500-EXIT.
           EXIT.

       9000-FINALIZAR.
           STRING 'DIARIO LEIDO: '     DELIMITED BY SIZE
                  WS-CONT-LEIDAS       DELIMITED BY SIZE
           CLOSE ARCH-SALIDA.
           DISPLAY 'REPRDIAR - PRESTAMOS: ' WS-CONT-PRES
                   ' PAGOS: '               WS-CONT-PAGO
                   ' ANULACIONES: '         WS-CONT-ANUL
                   ' RESERVAS: '            WS-CONT-RES
                   ' EJEMPLARES: '          WS-CONT-EJE
                   ' AJUSTES: '             WS-CONT-AJUS
                   ' SALAS: '               WS-CONT-SALA
                   ' TRAMOS: '              WS-CONT-LOTES
                   ' DEPURADOS: '           WS-CONT-DEPURADOS.
       9000-EXIT.
           EXIT.
