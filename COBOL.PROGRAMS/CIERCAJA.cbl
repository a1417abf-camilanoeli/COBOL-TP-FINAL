      *            CIERRE CON EL ARQUEO GUARDADO DE ESE DIA.           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - EL CIERRE ABRE LO COBRADO POR     *
      *   EMITE EL ARQUEO POR CAJERO DEL TURNO (LEGAJO DEL OPERADOR    *
      *   GRABADO EN EL DIARIO DE COBROS), CON MOVIMIENTOS, RECIBOS,   *
      *   IMPORTE COBRADO Y ESPACIO PARA LA FIRMA.                     *
      * 15/10/2026 CNA VERSION 1.3 - EL CIERRE ABRE LO COBRADO POR     *
      *   CONCEPTO SEGUN EL TIPO DE LA MULTA COBRADA: ATRASO,          *
      *   REPOSICION Y CARGO POR DANO (EL QUE GENERA PRESTMOV EN LA    *
      *   DEVOLUCION), COMO LO INFORMA CONTEXP A CONTABILIDAD.         *
      * 15/10/2026 CNA VERSION 1.4 - LOS CONTRAASIENTOS DE RECIBOS     *
      *   ANULADOS (ANULREC) NO SUMAN AL TOTAL COBRADO: SE INFORMAN    *
      *   APARTE COMO RECIBOS ANULADOS EN EL DIA, CON EL NETO DE CAJA, *
      *   Y SU IMPORTE QUEDA GUARDADO EN EL CIERRE. EN EL ARQUEO POR   *
      *   CAJERO RESTAN DE LO COBRADO POR QUIEN HIZO LA ANULACION.     *
      * 15/10/2026 CNA VERSION 1.5 - LOS DEPOSITOS DE GARANTIA DE LOS  *
      *   SOCIOS EXTERNOS (DIARIO DE GARANTIAS GARMOV.DAT) SE INFORMAN *
      *   EN UNA SECCION APARTE, POR SER UN PASIVO Y NO UN COBRO:      *
      *   DEPOSITOS RECIBIDOS, DEVOLUCIONES, NETO DE GARANTIAS Y LO    *
      *   APLICADO A CARGOS DE REPOSICION (QUE NO MUEVE CAJA), MAS EL  *
      *   TOTAL A RENDIR. EN EL ARQUEO POR CAJERO EL DEPOSITO SUMA Y   *
      *   LA DEVOLUCION RESTA.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERCAJA.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PAGOMOV.

           SELECT ARCH-GARMOV         ASSIGN TO "GARMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-GARMOV.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUL-CODIGO-MULTA
                  ALTERNATE RECORD KEY IS MUL-USR-CODIGO
                      WITH DUPLICATES
       01  REG-PAGOMOV.
           COPY PAGOMOV.

       FD  ARCH-GARMOV.
       01  REG-GARMOV.
           COPY GARMOV.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.
           05  CJW-CANT-MOVIMIENTOS    PIC 9(6).
           05  CJW-CANT-RECIBOS        PIC 9(6).
           05  CJW-ULT-RECIBO          PIC 9(8).
           05  CJW-IMPORTE             PIC S9(9)V99.

       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.

       01  WS-FS-PARM                  PIC X(2).
       01  WS-FS-PAGOMOV               PIC X(2).
       01  WS-FS-GARMOV                PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-CIERRES               PIC X(2).
           05  WS-SW-CIERRE-DE-HOY     PIC X(1)  VALUE 'S'.
           05  WS-SW-CIERRE-GUARDADO   PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-PAGOMOV       PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-GARMOV        PIC X(1)  VALUE 'N'.
               88  WS-FIN-GARMOV       VALUE 'S'.
           05  WS-SW-SIN-GARMOV        PIC X(1)  VALUE 'N'.

       01  WS-ACUMULADORES.
           05  WS-TOTAL-COBRADO        PIC 9(9)V99 VALUE ZERO.
           05  WS-IMPORTE-MOSTRADOR    PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-ELECTRONICOS    PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-ELECTRON     PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-ATRASO          PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-ATRASO       PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-REPOSICION      PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-REPOSICION   PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-DANO            PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-DANO         PIC 9(9)V99 VALUE ZERO.
           05  WS-SALDO-PENDIENTE      PIC 9(9)V99 VALUE ZERO.
           05  WS-ULT-NRO-RECIBO       PIC 9(8)    VALUE ZERO.
           05  WS-CANT-ANULADOS        PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-ANULADO      PIC 9(9)V99 VALUE ZERO.
           05  WS-ULT-NRO-ANULACION    PIC 9(8)    VALUE ZERO.
           05  WS-CANT-DEPOSITOS       PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-DEPOSITOS    PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-DEVOLUCIONES    PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-DEVOLUCIONES PIC 9(9)V99 VALUE ZERO.
           05  WS-CANT-APLICACIONES    PIC 9(6)    VALUE ZERO.
           05  WS-IMPORTE-APLICACIONES PIC 9(9)V99 VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).
       01  WS-SALDO-MULTA              PIC 9(7)V99.
       01  WS-NETO-CAJA                PIC S9(9)V99.
       01  WS-NETO-GARANTIAS           PIC S9(9)V99.
       01  WS-TOTAL-A-RENDIR           PIC S9(9)V99.

       PROCEDURE DIVISION.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONSOLIDAR-PAGOS THRU 2000-EXIT
               UNTIL WS-FIN-PAGOMOV.
           PERFORM 2500-CONSOLIDAR-GARANTIAS THRU 2500-EXIT
               UNTIL WS-FIN-GARMOV.
           PERFORM 3000-RESOLVER-ARQUEO THRU 3000-EXIT.
           PERFORM 4000-IMPRIMIR-CIERRE THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
               MOVE 'S' TO WS-SW-SIN-PAGOMOV
               MOVE 'S' TO WS-SW-FIN-PAGOMOV
           END-IF.
           OPEN INPUT ARCH-GARMOV.
           IF WS-FS-GARMOV NOT = '00'
               MOVE 'S' TO WS-SW-SIN-GARMOV
               MOVE 'S' TO WS-SW-FIN-GARMOV
           END-IF.
           OPEN INPUT ARCH-USUARIO.
           OPEN INPUT ARCH-MULTA.
           OPEN OUTPUT ARCH-DETALLE.
           CLOSE ARCH-DETALLE.
           OPEN I-O ARCH-DETALLE.
           IF WS-SW-SIN-PAGOMOV = 'N'
               PERFORM 1100-LEER-PAGOMOV THRU 1100-EXIT
           END-IF.
           IF WS-SW-SIN-GARMOV = 'N'
               PERFORM 1150-LEER-GARMOV THRU 1150-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

       1150-LEER-GARMOV.
           READ ARCH-GARMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-GARMOV
           END-READ.
       1150-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULA LOS MOVIMIENTOS DEL DIARIO DE COBROS DE LA FECHA DE    *
      * CIERRE: TOTAL, RECIBOS DISTINTOS, PARCIALES/CANCELATORIOS,     *
      * CONCEPTO DEL CARGO Y DETALLE POR SOCIO EN EL ARCHIVO DE        *
      * TRABAJO. LOS CONTRAASIENTOS DE RECIBOS ANULADOS SE ACUMULAN    *
      * APARTE.                                                        *
      *****************************************************************
       2000-CONSOLIDAR-PAGOS.
           IF PAG-FECHA = WS-FECHA-CIERRE AND PAG-CONTRAASIENTO
               PERFORM 2300-ACUMULAR-ANULACION THRU 2300-EXIT
               PERFORM 1100-LEER-PAGOMOV THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PAG-FECHA = WS-FECHA-CIERRE
               ADD PAG-IMPORTE TO WS-TOTAL-COBRADO
               IF PAG-NRO-RECIBO NOT = WS-ULT-NRO-RECIBO
                   ADD 1           TO WS-CANT-MOSTRADOR
                   ADD PAG-IMPORTE TO WS-IMPORTE-MOSTRADOR
               END-IF
               PERFORM 2050-ACUMULAR-CONCEPTO THRU 2050-EXIT
               PERFORM 2100-ACUMULAR-SOCIO THRU 2100-EXIT
               PERFORM 2200-ACUMULAR-CAJERO THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL CONCEPTO SALE DEL TIPO DE LA MULTA COBRADA; UNA MULTA QUE   *
      * YA NO ESTA EN EL MAESTRO SE TOMA COMO ATRASO, IGUAL QUE EN     *
      * CONTEXP.                                                       *
      *****************************************************************
       2050-ACUMULAR-CONCEPTO.
           MOVE PAG-MUL-CODIGO TO MUL-CODIGO-MULTA.
           READ ARCH-MULTA
               INVALID KEY
                   MOVE 'A' TO MUL-TIPO
           END-READ.
           EVALUATE TRUE
               WHEN MUL-TIPO-REPOSICION
                   ADD 1           TO WS-CANT-REPOSICION
                   ADD PAG-IMPORTE TO WS-IMPORTE-REPOSICION
               WHEN MUL-TIPO-DANO
                   ADD 1           TO WS-CANT-DANO
                   ADD PAG-IMPORTE TO WS-IMPORTE-DANO
               WHEN OTHER
                   ADD 1           TO WS-CANT-ATRASO
                   ADD PAG-IMPORTE TO WS-IMPORTE-ATRASO
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2100-ACUMULAR-SOCIO.
           MOVE PAG-USR-CODIGO TO DET-USR-CODIGO.
           READ ARCH-DETALLE
       2200-EXIT.
           EXIT.

      *****************************************************************
      * CONTRAASIENTO DE UN RECIBO ANULADO: CUENTA UNA VEZ POR         *
      * RECIBO ANULADO Y RESTA EN EL ARQUEO DEL CAJERO QUE HIZO LA     *
      * ANULACION (ES PLATA QUE SALIO DE SU CAJA).                     *
      *****************************************************************
       2300-ACUMULAR-ANULACION.
           ADD PAG-IMPORTE TO WS-IMPORTE-ANULADO.
           IF PAG-NRO-RECIBO NOT = WS-ULT-NRO-ANULACION
               ADD 1 TO WS-CANT-ANULADOS
               MOVE PAG-NRO-RECIBO TO WS-ULT-NRO-ANULACION
           END-IF.
           MOVE PAG-OPERADOR TO CJW-OPERADOR.
           READ ARCH-CAJEROS
               INVALID KEY
                   MOVE PAG-OPERADOR TO CJW-OPERADOR
                   MOVE ZERO TO CJW-CANT-MOVIMIENTOS
                                CJW-CANT-RECIBOS
                                CJW-ULT-RECIBO
                                CJW-IMPORTE
                   WRITE REG-CAJEROS
           END-READ.
           ADD 1                TO CJW-CANT-MOVIMIENTOS.
           SUBTRACT PAG-IMPORTE FROM CJW-IMPORTE.
           REWRITE REG-CAJEROS.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * ACUMULA APARTE LOS MOVIMIENTOS DEL DIARIO DE GARANTIAS DE LA   *
      * FECHA DE CIERRE. EL DEPOSITO ENTRA A LA CAJA DEL CAJERO QUE LO *
      * RECIBIO Y LA DEVOLUCION SALE DE LA DE QUIEN LA PAGO; LA        *
      * APLICACION A UN CARGO DE REPOSICION NO MUEVE CAJA.             *
      *****************************************************************
       2500-CONSOLIDAR-GARANTIAS.
           IF GMV-FECHA NOT = WS-FECHA-CIERRE
               PERFORM 1150-LEER-GARMOV THRU 1150-EXIT
               GO TO 2500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GMV-DEPOSITO
                   ADD 1           TO WS-CANT-DEPOSITOS
                   ADD GMV-IMPORTE TO WS-IMPORTE-DEPOSITOS
                   PERFORM 2550-ACUMULAR-CAJERO-GAR THRU 2550-EXIT
               WHEN GMV-DEVOLUCION
                   ADD 1           TO WS-CANT-DEVOLUCIONES
                   ADD GMV-IMPORTE TO WS-IMPORTE-DEVOLUCIONES
                   PERFORM 2550-ACUMULAR-CAJERO-GAR THRU 2550-EXIT
               WHEN GMV-APLICACION
                   ADD 1           TO WS-CANT-APLICACIONES
                   ADD GMV-IMPORTE TO WS-IMPORTE-APLICACIONES
           END-EVALUATE.
           PERFORM 1150-LEER-GARMOV THRU 1150-EXIT.
       2500-EXIT.
           EXIT.

       2550-ACUMULAR-CAJERO-GAR.
           MOVE GMV-OPERADOR TO CJW-OPERADOR.
           READ ARCH-CAJEROS
               INVALID KEY
                   MOVE GMV-OPERADOR TO CJW-OPERADOR
                   MOVE ZERO TO CJW-CANT-MOVIMIENTOS
                                CJW-CANT-RECIBOS
                                CJW-ULT-RECIBO
                                CJW-IMPORTE
                   WRITE REG-CAJEROS
           END-READ.
           ADD 1 TO CJW-CANT-MOVIMIENTOS.
           IF GMV-DEPOSITO
               ADD GMV-IMPORTE      TO CJW-IMPORTE
           ELSE
               SUBTRACT GMV-IMPORTE FROM CJW-IMPORTE
           END-IF.
           REWRITE REG-CAJEROS.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * EL ARQUEO DEL CIERRE DE HOY SE CALCULA CONTRA EL MAESTRO DE    *
      * MULTAS Y SE GUARDA EN EL REGISTRO DE CIERRE DE LA FECHA. PARA  *
      *****************************************************************
       3000-RESOLVER-ARQUEO.
           IF WS-SW-CIERRE-DE-HOY = 'S'
               MOVE SPACES TO MUL-CODIGO-MULTA
               START ARCH-MULTA KEY IS >= MUL-CODIGO-MULTA
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIN-MULTA
               END-START
               PERFORM 3100-SUMAR-PENDIENTES THRU 3100-EXIT
                   UNTIL WS-FIN-MULTA
               PERFORM 3200-GUARDAR-CIERRE THRU 3200-EXIT
           ELSE
               MOVE WS-FECHA-CIERRE TO CIE-FECHA
           MOVE WS-IMPORTE-CANCELAT   TO CIE-IMPORTE-CANCELAT.
           MOVE WS-IMPORTE-PARCIALES  TO CIE-IMPORTE-PARCIALES.
           MOVE WS-SALDO-PENDIENTE    TO CIE-SALDO-PENDIENTE.
           MOVE WS-IMPORTE-ANULADO    TO CIE-IMPORTE-ANULADO.
       3250-EXIT.
           EXIT.

           MOVE WS-CANT-ELECTRONICOS        TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-ELECTRON         TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'COBRADO POR MULTAS POR ATRASO' TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-ATRASO              TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-ATRASO           TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'COBRADO POR CARGOS DE REPOSICION'
               TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-REPOSICION          TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-REPOSICION       TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'COBRADO POR CARGOS POR DANO' TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-DANO                TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-DANO             TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'RECIBOS ANULADOS EN EL DIA' TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-ANULADOS            TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-ANULADO          TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           COMPUTE WS-NETO-CAJA = WS-TOTAL-COBRADO - WS-IMPORTE-ANULADO.
           IF WS-NETO-CAJA < ZERO
               MOVE 'NETO DE CAJA DEL DIA (NEGATIVO)'
                   TO LIN-CCA-CONCEPTO
           ELSE
               MOVE 'NETO DE CAJA DEL DIA'  TO LIN-CCA-CONCEPTO
           END-IF.
           MOVE ZERO                        TO LIN-CCA-CANTIDAD.
           MOVE WS-NETO-CAJA                TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           PERFORM 4050-IMPRIMIR-GARANTIAS THRU 4050-EXIT.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-CAJA.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           ADD 11 TO WS-LINEAS-IMPRESAS.
           PERFORM 4200-DETALLE-POR-SOCIO THRU 4200-EXIT.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           PERFORM 4500-ARQUEO-POR-CAJERO THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * SECCION DE DEPOSITOS DE GARANTIA: PASIVO DE LA UNIVERSIDAD,    *
      * FUERA DEL TOTAL COBRADO POR MULTAS. EL TOTAL A RENDIR SUMA EL  *
      * NETO DE CAJA DE MULTAS Y EL NETO DE GARANTIAS.                 *
      *****************************************************************
       4050-IMPRIMIR-GARANTIAS.
           MOVE 'DEPOSITOS DE GARANTIA (PASIVO)' TO LIN-FIC-SECCION.
           WRITE REG-REPORTE FROM LINEA-FICHA-SECCION.
           MOVE 'DEPOSITOS DE GARANTIA RECIBIDOS' TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-DEPOSITOS           TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-DEPOSITOS        TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'DEVOLUCIONES DE GARANTIA'  TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-DEVOLUCIONES        TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-DEVOLUCIONES     TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           COMPUTE WS-NETO-GARANTIAS =
               WS-IMPORTE-DEPOSITOS - WS-IMPORTE-DEVOLUCIONES.
           IF WS-NETO-GARANTIAS < ZERO
               MOVE 'NETO DE GARANTIAS (NEGATIVO)'
                   TO LIN-CCA-CONCEPTO
           ELSE
               MOVE 'NETO DE GARANTIAS'     TO LIN-CCA-CONCEPTO
           END-IF.
           MOVE ZERO                        TO LIN-CCA-CANTIDAD.
           MOVE WS-NETO-GARANTIAS           TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'GARANTIA APLICADA A REPOSICION'
               TO LIN-CCA-CONCEPTO.
           MOVE WS-CANT-APLICACIONES        TO LIN-CCA-CANTIDAD.
           MOVE WS-IMPORTE-APLICACIONES     TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           COMPUTE WS-TOTAL-A-RENDIR = WS-NETO-CAJA + WS-NETO-GARANTIAS.
           IF WS-TOTAL-A-RENDIR < ZERO
               MOVE 'TOTAL A RENDIR (NEGATIVO)' TO LIN-CCA-CONCEPTO
           ELSE
               MOVE 'TOTAL A RENDIR (MULTAS + GARANTIAS)'
                   TO LIN-CCA-CONCEPTO
           END-IF.
           MOVE ZERO                        TO LIN-CCA-CANTIDAD.
           MOVE WS-TOTAL-A-RENDIR           TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           ADD 6 TO WS-LINEAS-IMPRESAS.
       4050-EXIT.
           EXIT.

       4100-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
      *****************************************************************
      * ARQUEO POR CAJERO DEL TURNO: POR CADA LEGAJO QUE COBRO EN LA   *
      * FECHA DE CIERRE, SUS MOVIMIENTOS, RECIBOS E IMPORTE, CON       *
      * ESPACIO PARA LA FIRMA AL CERRAR EL TURNO. EL IMPORTE INCLUYE   *
      * LOS DEPOSITOS Y DEVOLUCIONES DE GARANTIA QUE PASARON POR SU    *
      * CAJA.                                                          *
      *****************************************************************
       4500-ARQUEO-POR-CAJERO.
           MOVE 'ARQUEO POR CAJERO' TO LIN-FIC-SECCION.
           IF WS-SW-SIN-PAGOMOV = 'N'
               CLOSE ARCH-PAGOMOV
           END-IF.
           IF WS-SW-SIN-GARMOV = 'N'
               CLOSE ARCH-GARMOV
           END-IF.
           CLOSE ARCH-USUARIO
                 ARCH-MULTA
                 ARCH-DETALLE
                 ARCH-CAJEROS
                 ARCH-CIERRES
           END-IF.
           DISPLAY 'CIERCAJA - FECHA: '      WS-FECHA-CIERRE
                   ' RECIBOS: '              WS-CANT-RECIBOS
                   ' TOTAL COBRADO: '        WS-TOTAL-COBRADO
                   ' ANULADOS: '             WS-CANT-ANULADOS
                   ' DEPOSITOS GARANTIA: '   WS-CANT-DEPOSITOS.
       9000-EXIT.
           EXIT.
