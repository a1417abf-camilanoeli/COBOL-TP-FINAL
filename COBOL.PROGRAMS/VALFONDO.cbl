      *            GUARDADA PARA MOSTRAR LA VARIACION DEL PATRIMONIO.  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA VALUACION SEPARA EL FONDO      *
      *   DONADO (EJEMPLARES INGRESADOS POR DONPROC) DEL FONDO         *
      *   ADQUIRIDO, EN LA NUEVA SECCION VALUACION POR ORIGEN.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALFONDO.
       01  WS-CONTADORES.
           05  WS-CONT-VALUADOS        PIC 9(7)  VALUE ZERO.
           05  WS-CONT-EXCLUIDOS       PIC 9(7)  VALUE ZERO.
           05  WS-CONT-ADQUIRIDOS      PIC 9(7)  VALUE ZERO.
           05  WS-CONT-DONADOS         PIC 9(7)  VALUE ZERO.

       01  WS-VALOR-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-VALOR-ADQUIRIDO          PIC 9(13)V99 VALUE ZERO.
       01  WS-VALOR-DONADO             PIC 9(13)V99 VALUE ZERO.
       01  WS-VALOR-EJEMPLAR           PIC 9(11)V99 VALUE ZERO.
       01  WS-FACTOR-CASTIGO           PIC 9(3)  VALUE ZERO.
       01  WS-VALOR-ANTERIOR           PIC 9(13)V99 VALUE ZERO.
               UNTIL WS-FIN-EJEMPLAR.
           PERFORM 3000-TOTALES-POR-CATEGORIA THRU 3000-EXIT.
           PERFORM 4000-TOTALES-POR-SUCURSAL THRU 4000-EXIT.
           PERFORM 4500-TOTALES-POR-ORIGEN THRU 4500-EXIT.
           PERFORM 5000-COMPARATIVO-ANTERIOR THRU 5000-EXIT.
           PERFORM 6000-GUARDAR-CORRIDA THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
               LIB-PRECIO-REPOSICION * WS-FACTOR-CASTIGO / 100.
           ADD 1                 TO WS-CONT-VALUADOS.
           ADD WS-VALOR-EJEMPLAR TO WS-VALOR-TOTAL.
           IF EJE-ORIGEN-DONACION
               ADD 1                 TO WS-CONT-DONADOS
               ADD WS-VALOR-EJEMPLAR TO WS-VALOR-DONADO
           ELSE
               ADD 1                 TO WS-CONT-ADQUIRIDOS
               ADD WS-VALOR-EJEMPLAR TO WS-VALOR-ADQUIRIDO
           END-IF.
           PERFORM 2100-ACUMULAR-CATEGORIA THRU 2100-EXIT.
           PERFORM 2200-ACUMULAR-SUCURSAL THRU 2200-EXIT.
       2000-SEGUIR.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * FONDO ADQUIRIDO (COMPRA) Y FONDO DONADO POR SEPARADO, SEGUN EL *
      * ORIGEN DEL EJEMPLAR. LOS EJEMPLARES SIN ORIGEN SON ADQUIRIDOS. *
      *****************************************************************
       4500-TOTALES-POR-ORIGEN.
           MOVE 'VALUACION POR ORIGEN' TO LIN-FIC-SECCION.
           WRITE REG-REPORTE FROM LINEA-FICHA-SECCION.
           MOVE 'FONDO ADQUIRIDO'   TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-ADQUIRIDOS  TO LIN-CCA-CANTIDAD.
           MOVE WS-VALOR-ADQUIRIDO  TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'FONDO DONADO'      TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-DONADOS     TO LIN-CCA-CANTIDAD.
           MOVE WS-VALOR-DONADO     TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * TOTAL GENERAL Y COMPARATIVO CONTRA LA CORRIDA ANTERIOR, PARA   *
      * MOSTRAR LA VARIACION DEL PATRIMONIO ENTRE VALUACIONES.         *
           DISPLAY 'VALFONDO - EJEMPLARES VALUADOS: ' WS-CONT-VALUADOS
                   ' EXCLUIDOS: '                     WS-CONT-EXCLUIDOS
                   ' VALOR TOTAL: '                   WS-VALOR-TOTAL.
           DISPLAY 'VALFONDO - VALOR ADQUIRIDO: '     WS-VALOR-ADQUIRIDO
                   ' VALOR DONADO: '                  WS-VALOR-DONADO.
       9000-EXIT.
           EXIT.
