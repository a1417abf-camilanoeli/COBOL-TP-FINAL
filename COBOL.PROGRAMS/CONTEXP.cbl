      *            (CIERRES.DAT) Y DEL DIARIO DE COBROS (PAGOMOV.DAT)  *
      *            GENERA EL ARCHIVO DE ASIENTOS DEL SISTEMA CONTABLE  *
      *            DE LA UNIVERSIDAD: UN REGISTRO POR DIA Y CONCEPTO   *
      *            (MULTA POR ATRASO, CARGO DE REPOSICION O CARGO POR  *
      *            DANO, SEGUN EL TIPO DE LA MULTA COBRADA) CON        *
      *            IMPORTE Y CANTIDAD DE RECIBOS, Y UN TRAILER CON LOS *
      *            TOTALES DE CONTROL. CADA CIERRE EXPORTADO QUEDA     *
      *            MARCADO COMO INFORMADO, ASI UNA NUEVA CORRIDA NO    *
      *            EXPORTA DOS VECES EL MISMO DIA. LOS DEPOSITOS DE    *
      *            GARANTIA (GARMOV.DAT) SE INFORMAN APARTE, COMO      *
      *            PASIVO.                                             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.4                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LOS CARGOS POR DANO QUE GENERA    *
      *   PRESTMOV EN LA DEVOLUCION (MULTAS TIPO D) SE INFORMAN COMO   *
      *   CONCEPTO PROPIO, APARTE DEL ATRASO Y DE LA REPOSICION.       *
      * 15/10/2026 CNA VERSION 1.2 - CONTRAASIENTOS DE RECIBOS         *
      *   ANULADOS (ANULREC). SI EL DIA DEL RECIBO TODAVIA NO SE HABIA *
      *   INFORMADO, EL CONTRAASIENTO SE DESCUENTA DE ESE DIA Y EL     *
      *   RECIBO NO LLEGA A CONTABILIDAD. SI YA SE HABIA INFORMADO,    *
      *   SALE EN LA EXPORTACION DEL DIA DE LA ANULACION COMO ASIENTO  *
      *   DE AJUSTE NEGATIVO (TIPO A) POR CONCEPTO. EL TRAILER SUMA    *
      *   LOS IMPORTES DE DETALLE MENOS LOS DE AJUSTE Y TRAE APARTE    *
      *   LA CANTIDAD DE AJUSTES.                                      *
      * 15/10/2026 CNA VERSION 1.3 - MOVIMIENTOS DE LA CUENTA DE       *
      *   GARANTIA DE LOS SOCIOS EXTERNOS (GARMOV.DAT): POR CADA DIA   *
      *   INFORMADO SALEN ASIENTOS TIPO G (DEPOSITO, DEVOLUCION Y      *
      *   APLICACION A CARGOS DE REPOSICION), FUERA DE LOS TOTALES DE  *
      *   MULTAS. EL TRAILER TRAE APARTE LA CANTIDAD DE ASIENTOS DE    *
      *   GARANTIA Y LA VARIACION NETA DEL PASIVO POR DEPOSITOS.       *
      * 15/10/2026 CNA VERSION 1.4 - LOS ACUMULADOS POR CONCEPTO       *
      *   LLEVAN SIGNO: UN DIA CUYOS RECIBOS ANULADOS SUPERAN LO       *
      *   COBRADO YA NO PIERDE EL SIGNO; EL EXCESO SALE COMO AJUSTE    *
      *   NEGATIVO (TIPO A) DEL CONCEPTO.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEXP.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PAGOMOV.

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       01  REG-PAGOMOV.
           COPY PAGOMOV.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.
       FD  ARCH-ACUMULADO.
       01  REG-ACUMULADO.
           05  CTB-FECHA               PIC X(10).
           05  CTB-ATR-IMPORTE         PIC S9(11)V99.
           05  CTB-ATR-RECIBOS         PIC S9(6).
           05  CTB-ATR-ULT-RECIBO      PIC 9(8).
           05  CTB-REP-IMPORTE         PIC S9(11)V99.
           05  CTB-REP-RECIBOS         PIC S9(6).
           05  CTB-REP-ULT-RECIBO      PIC 9(8).
           05  CTB-DAN-IMPORTE         PIC S9(11)V99.
           05  CTB-DAN-RECIBOS         PIC S9(6).
           05  CTB-DAN-ULT-RECIBO      PIC 9(8).
           05  CTB-AJA-IMPORTE         PIC 9(11)V99.
           05  CTB-AJA-RECIBOS         PIC 9(6).
           05  CTB-AJA-ULT-RECIBO      PIC 9(8).
           05  CTB-AJR-IMPORTE         PIC 9(11)V99.
           05  CTB-AJR-RECIBOS         PIC 9(6).
           05  CTB-AJR-ULT-RECIBO      PIC 9(8).
           05  CTB-AJD-IMPORTE         PIC 9(11)V99.
           05  CTB-AJD-RECIBOS         PIC 9(6).
           05  CTB-AJD-ULT-RECIBO      PIC 9(8).
           05  CTB-GDE-IMPORTE         PIC 9(11)V99.
           05  CTB-GDE-CANTIDAD        PIC 9(6).
           05  CTB-GDV-IMPORTE         PIC 9(11)V99.
           05  CTB-GDV-CANTIDAD        PIC 9(6).
           05  CTB-GAP-IMPORTE         PIC 9(11)V99.
           05  CTB-GAP-CANTIDAD        PIC 9(6).

       FD  ARCH-ASIENTOS.
       01  REG-ASIENTOS.
           05  ASI-TIPO                PIC X(1).
               88  ASI-DETALLE         VALUE 'D'.
               88  ASI-TRAILER         VALUE 'T'.
               88  ASI-AJUSTE          VALUE 'A'.
               88  ASI-GARANTIA        VALUE 'G'.
           05  ASI-FECHA               PIC X(10).
           05  ASI-CONCEPTO            PIC X(20).
           05  ASI-IMPORTE             PIC 9(11)V99.
           05  ASI-CANT-RECIBOS        PIC 9(6).
           05  ASI-SIGNO               PIC X(1).
           05  ASI-CANT-AJUSTES        PIC 9(6).
           05  ASI-CANT-GARANTIA       PIC 9(6).
           05  ASI-IMPORTE-GARANTIA    PIC 9(11)V99.
           05  ASI-SIGNO-GARANTIA      PIC X(1).

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PAGOMOV               PIC X(2).
       01  WS-FS-GARMOV                PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-CIERRES               PIC X(2).
       01  WS-FS-ACUMULADO             PIC X(2).
           05  WS-SW-FIN-CIERRES       PIC X(1)  VALUE 'N'.
               88  WS-FIN-CIERRES      VALUE 'S'.
           05  WS-SW-SIN-PAGOMOV       PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-GARMOV        PIC X(1)  VALUE 'N'.
               88  WS-FIN-GARMOV       VALUE 'S'.
           05  WS-SW-SIN-GARMOV        PIC X(1)  VALUE 'N'.
           05  WS-SW-CONCEPTO          PIC X(1)  VALUE 'A'.
               88  WS-CONCEPTO-ATRASO  VALUE 'A'.
               88  WS-CONCEPTO-REPOSIC VALUE 'R'.
               88  WS-CONCEPTO-DANO    VALUE 'D'.

       01  WS-ACUMULADOS-CONTROL.
           05  WS-TOTAL-ASIENTOS       PIC 9(6)    VALUE ZERO.
           05  WS-TOTAL-IMPORTE        PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-AJUSTES        PIC 9(6)    VALUE ZERO.
           05  WS-CONT-DIAS            PIC 9(6)    VALUE ZERO.
           05  WS-CONT-YA-INFORMADOS   PIC 9(6)    VALUE ZERO.
           05  WS-TOTAL-ASI-GARANTIA   PIC 9(6)    VALUE ZERO.
           05  WS-TOTAL-GARANTIA       PIC S9(11)V99 VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-MOVIMIENTO THRU 2000-EXIT
               UNTIL WS-FIN-PAGOMOV.
           PERFORM 2500-ACUMULAR-GARANTIA THRU 2500-EXIT
               UNTIL WS-FIN-GARMOV.
           PERFORM 3000-EXPORTAR-CIERRES THRU 3000-EXIT.
           PERFORM 4000-GRABAR-TRAILER THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
               MOVE 'S' TO WS-SW-SIN-PAGOMOV
               MOVE 'S' TO WS-SW-FIN-PAGOMOV
           END-IF.
           OPEN INPUT ARCH-GARMOV.
           IF WS-FS-GARMOV NOT = '00'
               MOVE 'S' TO WS-SW-SIN-GARMOV
               MOVE 'S' TO WS-SW-FIN-GARMOV
           END-IF.
           OPEN INPUT ARCH-MULTA.
           OPEN I-O   ARCH-CIERRES.
           IF WS-FS-CIERRES = '35'
           IF WS-SW-SIN-PAGOMOV = 'N'
               PERFORM 1200-LEER-PAGOMOV THRU 1200-EXIT
           END-IF.
           IF WS-SW-SIN-GARMOV = 'N'
               PERFORM 1300-LEER-GARMOV THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

       1300-LEER-GARMOV.
           READ ARCH-GARMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-GARMOV
           END-READ.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULA CADA MOVIMIENTO DE COBRO POR FECHA Y CONCEPTO EN EL    *
      * ARCHIVO DE TRABAJO. EL CONCEPTO SALE DEL TIPO DE LA MULTA      *
      * COBRADA (ATRASO, REPOSICION O DANO); UNA MULTA QUE YA NO ESTA  *
      * EN EL MAESTRO SE TOMA COMO ATRASO, QUE ES EL TIPO HISTORICO.   *
      * LOS RECIBOS SE CUENTAN UNA VEZ POR CONCEPTO AUNQUE TENGAN      *
      * VARIOS MOVIMIENTOS. UN CONTRAASIENTO CON MARCA DE AJUSTE VA A  *
      * LOS AJUSTES DE SU PROPIA FECHA; SIN LA MARCA SE DESCUENTA DE   *
      * LA FECHA DEL RECIBO ANULADO.                                   *
      *****************************************************************
       2000-ACUMULAR-MOVIMIENTO.
           MOVE 'A' TO WS-SW-CONCEPTO.
           MOVE PAG-MUL-CODIGO TO MUL-CODIGO-MULTA.
           READ ARCH-MULTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MUL-TIPO-REPOSICION
                       MOVE 'R' TO WS-SW-CONCEPTO
                   END-IF
                   IF MUL-TIPO-DANO
                       MOVE 'D' TO WS-SW-CONCEPTO
                   END-IF
           END-READ.
           IF PAG-CONTRAASIENTO AND NOT PAG-AJUSTE-NEGATIVO
               MOVE PAG-FECHA-ANULADA TO CTB-FECHA
           ELSE
               MOVE PAG-FECHA TO CTB-FECHA
           END-IF.
           READ ARCH-ACUMULADO
               INVALID KEY
                   PERFORM 2050-INICIAR-ACUMULADO THRU 2050-EXIT
                   WRITE REG-ACUMULADO
           END-READ.
           IF PAG-CONTRAASIENTO
               IF PAG-AJUSTE-NEGATIVO
                   PERFORM 2200-ACUMULAR-AJUSTE THRU 2200-EXIT
               ELSE
                   PERFORM 2100-DESCONTAR-ANULADO THRU 2100-EXIT
               END-IF
               REWRITE REG-ACUMULADO
               PERFORM 1200-LEER-PAGOMOV THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CONCEPTO-REPOSIC
                   ADD PAG-IMPORTE TO CTB-REP-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-REP-ULT-RECIBO
                       ADD 1 TO CTB-REP-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-REP-ULT-RECIBO
                   END-IF
               WHEN WS-CONCEPTO-DANO
                   ADD PAG-IMPORTE TO CTB-DAN-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-DAN-ULT-RECIBO
                       ADD 1 TO CTB-DAN-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-DAN-ULT-RECIBO
                   END-IF
               WHEN OTHER
                   ADD PAG-IMPORTE TO CTB-ATR-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-ATR-ULT-RECIBO
                       ADD 1 TO CTB-ATR-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-ATR-ULT-RECIBO
                   END-IF
           END-EVALUATE.
           REWRITE REG-ACUMULADO.
           PERFORM 1200-LEER-PAGOMOV THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2050-INICIAR-ACUMULADO.
           MOVE ZERO TO CTB-ATR-IMPORTE
                        CTB-ATR-RECIBOS
                        CTB-ATR-ULT-RECIBO
                        CTB-REP-IMPORTE
                        CTB-REP-RECIBOS
                        CTB-REP-ULT-RECIBO
                        CTB-DAN-IMPORTE
                        CTB-DAN-RECIBOS
                        CTB-DAN-ULT-RECIBO
                        CTB-AJA-IMPORTE
                        CTB-AJA-RECIBOS
                        CTB-AJA-ULT-RECIBO
                        CTB-AJR-IMPORTE
                        CTB-AJR-RECIBOS
                        CTB-AJR-ULT-RECIBO
                        CTB-AJD-IMPORTE
                        CTB-AJD-RECIBOS
                        CTB-AJD-ULT-RECIBO
                        CTB-GDE-IMPORTE
                        CTB-GDE-CANTIDAD
                        CTB-GDV-IMPORTE
                        CTB-GDV-CANTIDAD
                        CTB-GAP-IMPORTE
                        CTB-GAP-CANTIDAD.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * RECIBO ANULADO ANTES DE INFORMAR SU DIA: SE DESCUENTA EL       *
      * IMPORTE DEL CONCEPTO Y EL RECIBO DEJA DE CONTARSE (UNA VEZ POR *
      * CONCEPTO, CON EL NUMERO PROPIO DEL CONTRAASIENTO). LOS         *
      * ACUMULADOS LLEVAN SIGNO: SI EL NETO DEL DIA QUEDA NEGATIVO, LO *
      * RESUELVE LA EXPORTACION (3250).                                *
      *****************************************************************
       2100-DESCONTAR-ANULADO.
           EVALUATE TRUE
               WHEN WS-CONCEPTO-REPOSIC
                   SUBTRACT PAG-IMPORTE FROM CTB-REP-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-REP-ULT-RECIBO
                       SUBTRACT 1 FROM CTB-REP-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-REP-ULT-RECIBO
                   END-IF
               WHEN WS-CONCEPTO-DANO
                   SUBTRACT PAG-IMPORTE FROM CTB-DAN-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-DAN-ULT-RECIBO
                       SUBTRACT 1 FROM CTB-DAN-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-DAN-ULT-RECIBO
                   END-IF
               WHEN OTHER
                   SUBTRACT PAG-IMPORTE FROM CTB-ATR-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-ATR-ULT-RECIBO
                       SUBTRACT 1 FROM CTB-ATR-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-ATR-ULT-RECIBO
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * RECIBO ANULADO DE UN DIA YA INFORMADO: SE ACUMULA COMO AJUSTE  *
      * NEGATIVO DEL CONCEPTO EN LA FECHA DEL CONTRAASIENTO.           *
      *****************************************************************
       2200-ACUMULAR-AJUSTE.
           EVALUATE TRUE
               WHEN WS-CONCEPTO-REPOSIC
                   ADD PAG-IMPORTE TO CTB-AJR-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-AJR-ULT-RECIBO
                       ADD 1 TO CTB-AJR-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-AJR-ULT-RECIBO
                   END-IF
               WHEN WS-CONCEPTO-DANO
                   ADD PAG-IMPORTE TO CTB-AJD-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-AJD-ULT-RECIBO
                       ADD 1 TO CTB-AJD-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-AJD-ULT-RECIBO
                   END-IF
               WHEN OTHER
                   ADD PAG-IMPORTE TO CTB-AJA-IMPORTE
                   IF PAG-NRO-RECIBO NOT = CTB-AJA-ULT-RECIBO
                       ADD 1 TO CTB-AJA-RECIBOS
                       MOVE PAG-NRO-RECIBO TO CTB-AJA-ULT-RECIBO
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULA LOS MOVIMIENTOS DE LA CUENTA DE GARANTIA POR FECHA Y   *
      * TIPO (DEPOSITO, DEVOLUCION O APLICACION A UN CARGO).           *
      *****************************************************************
       2500-ACUMULAR-GARANTIA.
           MOVE GMV-FECHA TO CTB-FECHA.
           READ ARCH-ACUMULADO
               INVALID KEY
                   PERFORM 2050-INICIAR-ACUMULADO THRU 2050-EXIT
                   WRITE REG-ACUMULADO
           END-READ.
           EVALUATE TRUE
               WHEN GMV-DEPOSITO
                   ADD GMV-IMPORTE TO CTB-GDE-IMPORTE
                   ADD 1           TO CTB-GDE-CANTIDAD
               WHEN GMV-DEVOLUCION
                   ADD GMV-IMPORTE TO CTB-GDV-IMPORTE
                   ADD 1           TO CTB-GDV-CANTIDAD
               WHEN GMV-APLICACION
                   ADD GMV-IMPORTE TO CTB-GAP-IMPORTE
                   ADD 1           TO CTB-GAP-CANTIDAD
           END-EVALUATE.
           REWRITE REG-ACUMULADO.
           PERFORM 1300-LEER-GARMOV THRU 1300-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS CIERRES DE CAJA TODAVIA NO INFORMADOS, EXPORTA SUS *
      * ASIENTOS POR CONCEPTO Y LOS DEJA MARCADOS COMO INFORMADOS.     *
               READ ARCH-ACUMULADO
                   INVALID KEY
                       MOVE CIE-FECHA TO CTB-FECHA
                       PERFORM 2050-INICIAR-ACUMULADO THRU 2050-EXIT
               END-READ
               PERFORM 3250-TRASLADAR-EXCESO THRU 3250-EXIT
               IF CTB-ATR-RECIBOS > ZERO OR CTB-ATR-IMPORTE > ZERO
                   PERFORM 3300-ASIENTO-ATRASO THRU 3300-EXIT
               END-IF
               IF CTB-REP-RECIBOS > ZERO OR CTB-REP-IMPORTE > ZERO
                   PERFORM 3400-ASIENTO-REPOSICION THRU 3400-EXIT
               END-IF
               IF CTB-DAN-RECIBOS > ZERO OR CTB-DAN-IMPORTE > ZERO
                   PERFORM 3500-ASIENTO-DANO THRU 3500-EXIT
               END-IF
               IF CTB-AJA-RECIBOS > ZERO
                   PERFORM 3600-AJUSTE-ATRASO THRU 3600-EXIT
               END-IF
               IF CTB-AJR-RECIBOS > ZERO
                   PERFORM 3700-AJUSTE-REPOSICION THRU 3700-EXIT
               END-IF
               IF CTB-AJD-RECIBOS > ZERO
                   PERFORM 3800-AJUSTE-DANO THRU 3800-EXIT
               END-IF
               IF CTB-GDE-CANTIDAD > ZERO
                   PERFORM 3900-GARANTIA-DEPOSITO THRU 3900-EXIT
               END-IF
               IF CTB-GDV-CANTIDAD > ZERO
                   PERFORM 3910-GARANTIA-DEVOLUCION THRU 3910-EXIT
               END-IF
               IF CTB-GAP-CANTIDAD > ZERO
                   PERFORM 3920-GARANTIA-APLICACION THRU 3920-EXIT
               END-IF
               MOVE 'C' TO CIE-MARCA-CONTAB
               REWRITE REG-CIERRES
               ADD 1 TO WS-CONT-DIAS
       3200-EXIT.
           EXIT.

      *****************************************************************
      * SI LOS RECIBOS ANULADOS DE UN CONCEPTO SUPERAN LO COBRADO ESE  *
      * DIA (EL NETO QUEDA NEGATIVO), EL CONCEPTO NO SALE COMO DETALLE *
      * Y EL EXCESO PASA AL AJUSTE NEGATIVO (TIPO A) DEL MISMO         *
      * CONCEPTO, CON LOS RECIBOS ANULADOS DE MAS (AL MENOS UNO).      *
      *****************************************************************
       3250-TRASLADAR-EXCESO.
           IF CTB-ATR-IMPORTE < ZERO
               SUBTRACT CTB-ATR-IMPORTE FROM CTB-AJA-IMPORTE
               IF CTB-ATR-RECIBOS < ZERO
                   SUBTRACT CTB-ATR-RECIBOS FROM CTB-AJA-RECIBOS
               ELSE
                   ADD 1 TO CTB-AJA-RECIBOS
               END-IF
               MOVE ZERO TO CTB-ATR-IMPORTE
                            CTB-ATR-RECIBOS
           END-IF.
           IF CTB-REP-IMPORTE < ZERO
               SUBTRACT CTB-REP-IMPORTE FROM CTB-AJR-IMPORTE
               IF CTB-REP-RECIBOS < ZERO
                   SUBTRACT CTB-REP-RECIBOS FROM CTB-AJR-RECIBOS
               ELSE
                   ADD 1 TO CTB-AJR-RECIBOS
               END-IF
               MOVE ZERO TO CTB-REP-IMPORTE
                            CTB-REP-RECIBOS
           END-IF.
           IF CTB-DAN-IMPORTE < ZERO
               SUBTRACT CTB-DAN-IMPORTE FROM CTB-AJD-IMPORTE
               IF CTB-DAN-RECIBOS < ZERO
                   SUBTRACT CTB-DAN-RECIBOS FROM CTB-AJD-RECIBOS
               ELSE
                   ADD 1 TO CTB-AJD-RECIBOS
               END-IF
               MOVE ZERO TO CTB-DAN-IMPORTE
                            CTB-DAN-RECIBOS
           END-IF.
       3250-EXIT.
           EXIT.

       3300-ASIENTO-ATRASO.
           MOVE SPACES            TO REG-ASIENTOS.
           MOVE 'D'               TO ASI-TIPO.
       3400-EXIT.
           EXIT.

       3500-ASIENTO-DANO.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'D'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'CARGO POR DANO'    TO ASI-CONCEPTO.
           MOVE CTB-DAN-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-DAN-RECIBOS     TO ASI-CANT-RECIBOS.
           WRITE REG-ASIENTOS.
           ADD 1                TO WS-TOTAL-ASIENTOS.
           ADD CTB-DAN-IMPORTE  TO WS-TOTAL-IMPORTE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * ASIENTOS DE AJUSTE NEGATIVO POR RECIBOS ANULADOS DE DIAS YA    *
      * INFORMADOS: TIPO A, IMPORTE CON SIGNO MENOS Y CANTIDAD DE      *
      * RECIBOS ANULADOS DEL CONCEPTO.                                 *
      *****************************************************************
       3600-AJUSTE-ATRASO.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'A'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'AJUSTE ATRASO'     TO ASI-CONCEPTO.
           MOVE CTB-AJA-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-AJA-RECIBOS     TO ASI-CANT-RECIBOS.
           MOVE '-'                 TO ASI-SIGNO.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-AJUSTES.
           SUBTRACT CTB-AJA-IMPORTE FROM WS-TOTAL-IMPORTE.
       3600-EXIT.
           EXIT.

       3700-AJUSTE-REPOSICION.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'A'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'AJUSTE REPOSICION' TO ASI-CONCEPTO.
           MOVE CTB-AJR-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-AJR-RECIBOS     TO ASI-CANT-RECIBOS.
           MOVE '-'                 TO ASI-SIGNO.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-AJUSTES.
           SUBTRACT CTB-AJR-IMPORTE FROM WS-TOTAL-IMPORTE.
       3700-EXIT.
           EXIT.

       3800-AJUSTE-DANO.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'A'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'AJUSTE DANO'       TO ASI-CONCEPTO.
           MOVE CTB-AJD-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-AJD-RECIBOS     TO ASI-CANT-RECIBOS.
           MOVE '-'                 TO ASI-SIGNO.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-AJUSTES.
           SUBTRACT CTB-AJD-IMPORTE FROM WS-TOTAL-IMPORTE.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * ASIENTOS TIPO G DE LA CUENTA DE GARANTIA: EL DEPOSITO AUMENTA  *
      * EL PASIVO; LA DEVOLUCION Y LA APLICACION A UN CARGO DE         *
      * REPOSICION LO DISMINUYEN (SIGNO MENOS). NO SUMAN AL TOTAL DE   *
      * MULTAS; SE TOTALIZAN APARTE EN EL TRAILER.                     *
      *****************************************************************
       3900-GARANTIA-DEPOSITO.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'G'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'DEPOSITO GARANTIA' TO ASI-CONCEPTO.
           MOVE CTB-GDE-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-GDE-CANTIDAD    TO ASI-CANT-RECIBOS.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-ASI-GARANTIA.
           ADD CTB-GDE-IMPORTE      TO WS-TOTAL-GARANTIA.
       3900-EXIT.
           EXIT.

       3910-GARANTIA-DEVOLUCION.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'G'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'DEVOLUCION GARANTIA' TO ASI-CONCEPTO.
           MOVE CTB-GDV-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-GDV-CANTIDAD    TO ASI-CANT-RECIBOS.
           MOVE '-'                 TO ASI-SIGNO.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-ASI-GARANTIA.
           SUBTRACT CTB-GDV-IMPORTE FROM WS-TOTAL-GARANTIA.
       3910-EXIT.
           EXIT.

       3920-GARANTIA-APLICACION.
           MOVE SPACES              TO REG-ASIENTOS.
           MOVE 'G'                 TO ASI-TIPO.
           MOVE CIE-FECHA           TO ASI-FECHA.
           MOVE 'APLIC GARANTIA REPOS' TO ASI-CONCEPTO.
           MOVE CTB-GAP-IMPORTE     TO ASI-IMPORTE.
           MOVE CTB-GAP-CANTIDAD    TO ASI-CANT-RECIBOS.
           MOVE '-'                 TO ASI-SIGNO.
           WRITE REG-ASIENTOS.
           ADD 1                    TO WS-TOTAL-ASI-GARANTIA.
           SUBTRACT CTB-GAP-IMPORTE FROM WS-TOTAL-GARANTIA.
       3920-EXIT.
           EXIT.

      *****************************************************************
      * TRAILER DE CONTROL DEL ARCHIVO DE ASIENTOS: CANTIDAD DE        *
      * ASIENTOS EXPORTADOS Y SUMA NETA DE SUS IMPORTES (LOS AJUSTES   *
      * RESTAN, CON EL SIGNO APARTE), MAS LA CANTIDAD DE AJUSTES, PARA *
      * QUE ADMINISTRACION VALIDE LA RECEPCION COMPLETA. LOS ASIENTOS  *
      * DE GARANTIA VAN CONTADOS Y SUMADOS APARTE.                     *
      *****************************************************************
       4000-GRABAR-TRAILER.
           MOVE SPACES            TO REG-ASIENTOS.
           MOVE 'TOTALES DE CONTROL' TO ASI-CONCEPTO.
           MOVE WS-TOTAL-IMPORTE  TO ASI-IMPORTE.
           MOVE WS-TOTAL-ASIENTOS TO ASI-CANT-RECIBOS.
           IF WS-TOTAL-IMPORTE < ZERO
               MOVE '-'           TO ASI-SIGNO
           END-IF.
           MOVE WS-TOTAL-AJUSTES  TO ASI-CANT-AJUSTES.
           MOVE WS-TOTAL-ASI-GARANTIA TO ASI-CANT-GARANTIA.
           MOVE WS-TOTAL-GARANTIA TO ASI-IMPORTE-GARANTIA.
           IF WS-TOTAL-GARANTIA < ZERO
               MOVE '-'           TO ASI-SIGNO-GARANTIA
           END-IF.
           WRITE REG-ASIENTOS.
       4000-EXIT.
           EXIT.
           IF WS-SW-SIN-PAGOMOV = 'N'
               CLOSE ARCH-PAGOMOV
           END-IF.
           IF WS-SW-SIN-GARMOV = 'N'
               CLOSE ARCH-GARMOV
           END-IF.
           CLOSE ARCH-MULTA
                 ARCH-CIERRES
                 ARCH-ACUMULADO
                 ARCH-SALIDA.
           DISPLAY 'CONTEXP - DIAS EXPORTADOS: ' WS-CONT-DIAS
                   ' YA INFORMADOS: '            WS-CONT-YA-INFORMADOS
                   ' ASIENTOS: '                 WS-TOTAL-ASIENTOS
                   ' AJUSTES: '                  WS-TOTAL-AJUSTES
                   ' GARANTIA: '                 WS-TOTAL-ASI-GARANTIA.
       9000-EXIT.
           EXIT.
