      *            CADENA.                                             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.4                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LOS CONTRAASIENTOS DE RECIBOS     *
      *   ANULADOS (ANULREC) SE CUADRAN APARTE: POR FECHA CONTRA EL    *
      *   IMPORTE ANULADO DEL CIERRE, Y POR MULTA RESTAN DEL           *
      *   ACUMULADO COBRADO (LA ANULACION DEVOLVIO EL PAGADO DEL       *
      *   MAESTRO). CADA CONTRAASIENTO DEBE REFERIR A UN RECIBO        *
      *   ANTERIOR QUE NO SEA A SU VEZ CONTRAASIENTO Y NO ESTE ANULADO *
      *   DOS VECES. EL REPORTE CUENTA LOS CONTRAASIENTOS Y SU IMPORTE.*
      * 15/10/2026 CNA VERSION 1.2 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.3 - EL LISTADO SE ABRE EN EXTEND      *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      * 15/10/2026 CNA VERSION 1.4 - LO COBRADO DE LA GARANTIA DEL     *
      *   EXTERNO (APLICACIONES DE GARMOV.DAT) SE SUMA AL ACUMULADO DE *
      *   SU MULTA AL CUADRAR CONTRA EL PAGADO DEL MAESTRO.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADCAJA.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PAGOMOV.

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-CIERRES        ASSIGN TO "CIERRES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUM-MUL-CODIGO
                  FILE STATUS IS WS-FS-POR-MULTA.

           SELECT ARCH-POR-RECIBO     ASSIGN TO "CUARWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUR-NRO-RECIBO
                  FILE STATUS IS WS-FS-POR-RECIBO.

           SELECT ARCH-REPORTE        ASSIGN TO "CUADCAJA.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.
       01  REG-PAGOMOV.
           COPY PAGOMOV.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-CIERRES.
       01  REG-CIERRES.
           COPY CIERRE.
       01  REG-POR-FECHA.
           05  CUF-FECHA               PIC X(10).
           05  CUF-IMPORTE             PIC 9(11)V99.
           05  CUF-ANULADO             PIC 9(11)V99.

       FD  ARCH-POR-MULTA.
       01  REG-POR-MULTA.
           05  CUM-MUL-CODIGO          PIC X(12).
           05  CUM-IMPORTE             PIC S9(11)V99.

      *
      * RECIBOS VISTOS EN EL DIARIO: COBRO (C) O CONTRAASIENTO (A), Y
      * PARA LOS COBROS EL CONTRAASIENTO QUE LOS ANULO
      *
       FD  ARCH-POR-RECIBO.
       01  REG-POR-RECIBO.
           05  CUR-NRO-RECIBO          PIC 9(8).
           05  CUR-TIPO                PIC X(1).
               88  CUR-COBRO           VALUE 'C'.
               88  CUR-CONTRAASIENTO   VALUE 'A'.
           05  CUR-NRO-ANULACION       PIC 9(8).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).
       COPY LINREP.

       01  WS-FS-PAGOMOV               PIC X(2).
       01  WS-FS-GARMOV                PIC X(2).
       01  WS-FS-CIERRES               PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-CONTROL               PIC X(2).
       01  WS-FS-POR-FECHA             PIC X(2).
       01  WS-FS-POR-MULTA             PIC X(2).
       01  WS-FS-POR-RECIBO            PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-POR-MULTA     PIC X(1)  VALUE 'N'.
               88  WS-FIN-POR-MULTA    VALUE 'S'.
           05  WS-SW-SIN-PAGOMOV       PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-GARMOV        PIC X(1)  VALUE 'N'.
               88  WS-FIN-GARMOV       VALUE 'S'.
           05  WS-SW-SIN-GARMOV        PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-MOVIMIENTOS     PIC 9(7)  VALUE ZERO.
           05  WS-CONT-DIFERENCIAS     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECIBOS-MAL     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CONTRAASIENTOS  PIC 9(7)  VALUE ZERO.
           05  WS-IMPORTE-CONTRA       PIC 9(11)V99 VALUE ZERO.
           05  WS-CONT-APLIC-GARANTIA  PIC 9(7)  VALUE ZERO.
           05  WS-IMPORTE-GARANTIA     PIC 9(11)V99 VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-DIFERENCIA               PIC S9(11)V99.
       01  WS-IMPORTE-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DETALLE-DIFERENCIA       PIC X(60).
       01  WS-CIERRE-ANULADO           PIC 9(9)V99.

       PROCEDURE DIVISION.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-MOVIMIENTO THRU 2000-EXIT
               UNTIL WS-FIN-PAGOMOV.
           IF WS-SW-SIN-GARMOV = 'N'
               PERFORM 2500-LEER-GARMOV THRU 2500-EXIT
               PERFORM 2600-ACUMULAR-GARANTIA THRU 2600-EXIT
                   UNTIL WS-FIN-GARMOV
           END-IF.
           PERFORM 3000-CUADRAR-FECHAS THRU 3000-EXIT.
           PERFORM 4000-CUADRAR-CIERRES THRU 4000-EXIT.
           PERFORM 5000-CUADRAR-MULTAS THRU 5000-EXIT.
               MOVE 'S' TO WS-SW-SIN-PAGOMOV
               MOVE 'S' TO WS-SW-FIN-PAGOMOV
           END-IF.
           OPEN INPUT ARCH-GARMOV.
           IF WS-FS-GARMOV NOT = '00'
               MOVE 'S' TO WS-SW-SIN-GARMOV
               MOVE 'S' TO WS-SW-FIN-GARMOV
           END-IF.
           OPEN INPUT ARCH-CIERRES.
           IF WS-FS-CIERRES NOT = '00'
               MOVE 'S' TO WS-SW-FIN-CIERRES
           OPEN OUTPUT ARCH-POR-MULTA.
           CLOSE ARCH-POR-MULTA.
           OPEN I-O    ARCH-POR-MULTA.
           OPEN OUTPUT ARCH-POR-RECIBO.
           CLOSE ARCH-POR-RECIBO.
           OPEN I-O    ARCH-POR-RECIBO.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-REPORTE
               IF WS-FS-REPORTE = '35'
                   OPEN OUTPUT ARCH-REPORTE
               END-IF
           ELSE
               OPEN OUTPUT ARCH-REPORTE
           END-IF.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
      *****************************************************************
      * ACUMULA CADA MOVIMIENTO DE COBRO POR FECHA Y POR MULTA, Y      *
      * CONTROLA QUE SU NUMERO DE RECIBO ESTE DENTRO DE LA SECUENCIA   *
      * DEL CONTADOR DE RECIBOS. UN CONTRAASIENTO SE ACUMULA COMO      *
      * ANULADO DE SU FECHA Y RESTA DEL ACUMULADO DE LA MULTA.         *
      *****************************************************************
       2000-ACUMULAR-MOVIMIENTO.
           ADD 1 TO WS-CONT-MOVIMIENTOS.
               INVALID KEY
                   MOVE PAG-FECHA TO CUF-FECHA
                   MOVE ZERO      TO CUF-IMPORTE
                                     CUF-ANULADO
                   WRITE REG-POR-FECHA
           END-READ.
           IF PAG-CONTRAASIENTO
               ADD PAG-IMPORTE TO CUF-ANULADO
           ELSE
               ADD PAG-IMPORTE TO CUF-IMPORTE
           END-IF.
           REWRITE REG-POR-FECHA.
           MOVE PAG-MUL-CODIGO TO CUM-MUL-CODIGO.
           READ ARCH-POR-MULTA
                   MOVE ZERO           TO CUM-IMPORTE
                   WRITE REG-POR-MULTA
           END-READ.
           IF PAG-CONTRAASIENTO
               SUBTRACT PAG-IMPORTE FROM CUM-IMPORTE
           ELSE
               ADD PAG-IMPORTE TO CUM-IMPORTE
           END-IF.
           REWRITE REG-POR-MULTA.
           PERFORM 2100-CONTROLAR-RECIBO THRU 2100-EXIT.
           IF PAG-NRO-RECIBO = ZERO
                   OR PAG-NRO-RECIBO > CTL-ULT-NRO-RECIBO
               ADD 1 TO WS-CONT-RECIBOS-MAL
       2000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTRA CADA RECIBO CON SU TIPO. EN EL PRIMER MOVIMIENTO DE   *
      * UN CONTRAASIENTO SE VERIFICA EL RECIBO QUE ANULA: DEBE HABER   *
      * APARECIDO ANTES EN EL DIARIO COMO COBRO Y NO TENER OTRO        *
      * CONTRAASIENTO.                                                 *
      *****************************************************************
       2100-CONTROLAR-RECIBO.
           MOVE PAG-NRO-RECIBO TO CUR-NRO-RECIBO.
           READ ARCH-POR-RECIBO
               INVALID KEY
                   MOVE PAG-NRO-RECIBO TO CUR-NRO-RECIBO
                   MOVE ZERO           TO CUR-NRO-ANULACION
                   IF PAG-CONTRAASIENTO
                       MOVE 'A' TO CUR-TIPO
                   ELSE
                       MOVE 'C' TO CUR-TIPO
                   END-IF
                   WRITE REG-POR-RECIBO
                   IF PAG-CONTRAASIENTO
                       ADD 1 TO WS-CONT-CONTRAASIENTOS
                       PERFORM 2200-CONTROLAR-ANULADO THRU 2200-EXIT
                   END-IF
           END-READ.
           IF PAG-CONTRAASIENTO
               ADD PAG-IMPORTE TO WS-IMPORTE-CONTRA
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CONTROLAR-ANULADO.
           MOVE PAG-RECIBO-ANULADO TO CUR-NRO-RECIBO.
           READ ARCH-POR-RECIBO
               INVALID KEY
                   MOVE SPACES TO WS-DETALLE-DIFERENCIA
                   STRING 'CONTRAASIENTO '   DELIMITED BY SIZE
                          PAG-NRO-RECIBO     DELIMITED BY SIZE
                          ' ANULA EL RECIBO ' DELIMITED BY SIZE
                          PAG-RECIBO-ANULADO DELIMITED BY SIZE
                          ' INEXISTENTE'     DELIMITED BY SIZE
                          INTO WS-DETALLE-DIFERENCIA
                   END-STRING
                   PERFORM 1300-ANOTAR-DIFERENCIA THRU 1300-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF CUR-CONTRAASIENTO OR CUR-NRO-ANULACION NOT = ZERO
               MOVE SPACES TO WS-DETALLE-DIFERENCIA
               STRING 'CONTRAASIENTO '   DELIMITED BY SIZE
                      PAG-NRO-RECIBO     DELIMITED BY SIZE
                      ' SOBRE RECIBO '   DELIMITED BY SIZE
                      PAG-RECIBO-ANULADO DELIMITED BY SIZE
                      ' YA ANULADO'      DELIMITED BY SIZE
                      INTO WS-DETALLE-DIFERENCIA
               END-STRING
               PERFORM 1300-ANOTAR-DIFERENCIA THRU 1300-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE PAG-NRO-RECIBO TO CUR-NRO-ANULACION.
           REWRITE REG-POR-RECIBO.
       2200-EXIT.
           EXIT.

       2500-LEER-GARMOV.
           READ ARCH-GARMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-GARMOV
           END-READ.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * LO COBRADO DE LA GARANTIA DEL EXTERNO (APLICACIONES DEL DIARIO *
      * DE GARANTIAS, POR MULTA) TAMBIEN ES PAGADO DEL MAESTRO: SE     *
      * SUMA AL ACUMULADO DE LA MULTA, NO AL DE LA FECHA, PORQUE NO    *
      * PASA POR LA CAJA.                                              *
      *****************************************************************
       2600-ACUMULAR-GARANTIA.
           IF GMV-APLICACION AND GMV-MUL-CODIGO NOT = SPACES
               ADD 1           TO WS-CONT-APLIC-GARANTIA
               ADD GMV-IMPORTE TO WS-IMPORTE-GARANTIA
               MOVE GMV-MUL-CODIGO TO CUM-MUL-CODIGO
               READ ARCH-POR-MULTA
                   INVALID KEY
                       MOVE GMV-MUL-CODIGO TO CUM-MUL-CODIGO
                       MOVE ZERO           TO CUM-IMPORTE
                       WRITE REG-POR-MULTA
               END-READ
               ADD GMV-IMPORTE TO CUM-IMPORTE
               REWRITE REG-POR-MULTA
           END-IF.
           PERFORM 2500-LEER-GARMOV THRU 2500-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * POR CADA FECHA CON MOVIMIENTOS, EL ACUMULADO DEL DIARIO DEBE   *
      * COINCIDIR CON EL TOTAL COBRADO DEL CIERRE DE ESE DIA. UNA      *
           EXIT.

       3300-COMPARAR-IMPORTES.
           PERFORM 3400-COMPARAR-ANULADOS THRU 3400-EXIT.
           COMPUTE WS-DIFERENCIA = CUF-IMPORTE - CIE-TOTAL-COBRADO.
           IF WS-DIFERENCIA NOT = ZERO
               MOVE WS-DIFERENCIA TO WS-IMPORTE-EDIT
       3300-EXIT.
           EXIT.

      *****************************************************************
      * LOS CONTRAASIENTOS DE LA FECHA DEBEN COINCIDIR CON EL IMPORTE  *
      * ANULADO GUARDADO EN EL CIERRE. LOS CIERRES GRABADOS ANTES DE   *
      * ESE CAMPO LO TRAEN EN BLANCO Y SE TOMAN SIN ANULACIONES.       *
      *****************************************************************
       3400-COMPARAR-ANULADOS.
           IF CIE-IMPORTE-ANULADO IS NUMERIC
               MOVE CIE-IMPORTE-ANULADO TO WS-CIERRE-ANULADO
           ELSE
               MOVE ZERO TO WS-CIERRE-ANULADO
           END-IF.
           COMPUTE WS-DIFERENCIA = CUF-ANULADO - WS-CIERRE-ANULADO.
           IF WS-DIFERENCIA NOT = ZERO
               MOVE WS-DIFERENCIA TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-DETALLE-DIFERENCIA
               STRING CUF-FECHA        DELIMITED BY SIZE
                      ' ANULADO VS CIERRE, DIFERENCIA '
                                       DELIMITED BY SIZE
                      WS-IMPORTE-EDIT  DELIMITED BY SIZE
                      INTO WS-DETALLE-DIFERENCIA
               END-STRING
               PERFORM 1300-ANOTAR-DIFERENCIA THRU 1300-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * A LA INVERSA: UN CIERRE CON TOTAL COBRADO Y SIN MOVIMIENTOS    *
      * EN EL DIARIO TAMBIEN ES DIFERENCIA.                            *
           EXIT.

       4200-CUADRAR-UN-CIERRE.
           IF CIE-IMPORTE-ANULADO IS NUMERIC
               MOVE CIE-IMPORTE-ANULADO TO WS-CIERRE-ANULADO
           ELSE
               MOVE ZERO TO WS-CIERRE-ANULADO
           END-IF.
           IF CIE-TOTAL-COBRADO > ZERO OR WS-CIERRE-ANULADO > ZERO
               MOVE CIE-FECHA TO CUF-FECHA
               READ ARCH-POR-FECHA
                   INVALID KEY

      *****************************************************************
      * POR CADA MULTA COBRADA, EL ACUMULADO DE MOVIMIENTOS DEL        *
      * DIARIO MAS LO APLICADO DE LA GARANTIA DEBE COINCIDIR CON EL    *
      * IMPORTE PAGADO DEL MAESTRO.                                    *
      *****************************************************************
       5000-CUADRAR-MULTAS.
           MOVE 'CUADRATURA POR MULTA (DIARIO VS MAESTRO)'
           MOVE 'RECIBOS FUERA DE SECUENCIA' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-RECIBOS-MAL      TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'CONTRAASIENTOS DE RECIBOS ANULADOS'
               TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-CONTRAASIENTOS   TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-CONTRA        TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'COBRADO DE GARANTIAS DE EXTERNOS'
               TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-APLIC-GARANTIA   TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-GARANTIA      TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           IF WS-SW-SIN-PAGOMOV = 'N'
               CLOSE ARCH-PAGOMOV
           END-IF.
           IF WS-SW-SIN-GARMOV = 'N'
               CLOSE ARCH-GARMOV
           END-IF.
           IF WS-FS-CIERRES = '00' OR WS-FS-CIERRES = '10'
               CLOSE ARCH-CIERRES
           END-IF.
                 ARCH-CONTROL
                 ARCH-POR-FECHA
                 ARCH-POR-MULTA
                 ARCH-POR-RECIBO
                 ARCH-REPORTE.
           DISPLAY 'CUADCAJA - MOVIMIENTOS: ' WS-CONT-MOVIMIENTOS
                   ' DIFERENCIAS: '           WS-CONT-DIFERENCIAS
                   ' RECIBOS FUERA DE SEC.: ' WS-CONT-RECIBOS-MAL
                   ' CONTRAASIENTOS: '        WS-CONT-CONTRAASIENTOS.
       9000-EXIT.
           EXIT.
