      *            MULAJUST.                                           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LOS SOCIOS EXTERNOS SE ROTULAN    *
      *   EXT Y SU SALDO SE TOTALIZA APARTE EN LOS TOTALES POR         *
      *   CATEGORIA.                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMORA.
                                       VALUE ZERO.
       01  WS-TOTAL-ESTUDIANTES        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DOCENTES           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-EXTERNOS           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-GENERAL            PIC 9(11)V99 VALUE ZERO.

      *
                   MOVE 'E'    TO USR-CATEGORIA
           END-READ.
           MOVE USR-NOMBRE (1:25) TO LIN-MOR-USR-NOMBRE.
           EVALUATE TRUE
               WHEN USR-DOCENTE
                   MOVE 'DOC' TO LIN-MOR-CATEGORIA
                   ADD MOR-TOTAL TO WS-TOTAL-DOCENTES
               WHEN USR-EXTERNO
                   MOVE 'EXT' TO LIN-MOR-CATEGORIA
                   ADD MOR-TOTAL TO WS-TOTAL-EXTERNOS
               WHEN OTHER
                   MOVE 'EST' TO LIN-MOR-CATEGORIA
                   ADD MOR-TOTAL TO WS-TOTAL-ESTUDIANTES
           END-EVALUATE.
           ADD MOR-TOTAL TO WS-TOTAL-GENERAL.
           MOVE MOR-FRANJA (1) TO LIN-MOR-FRANJA-1.
           MOVE MOR-FRANJA (2) TO LIN-MOR-FRANJA-2.
           MOVE 'SALDO DE DOCENTES'     TO LIN-CCA-CONCEPTO.
           MOVE WS-TOTAL-DOCENTES       TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'SALDO DE EXTERNOS'     TO LIN-CCA-CONCEPTO.
           MOVE WS-TOTAL-EXTERNOS       TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'SALDO TOTAL ADEUDADO'  TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-SOCIOS          TO LIN-CCA-CANTIDAD.
           MOVE WS-TOTAL-GENERAL        TO LIN-CCA-IMPORTE.
