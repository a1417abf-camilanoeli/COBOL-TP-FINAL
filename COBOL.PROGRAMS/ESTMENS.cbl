      *            REPROCESAR LOS MAESTROS OPERATIVOS).                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - LOS PRESTAMOS DE CONSULTA EN      *
      *   SALA (TIPO S DE PRESTMOV) SE CUENTAN APARTE DE LOS           *
      *   OTORGADOS A DOMICILIO, EN EL NUEVO INDICADOR DE USO DE       *
      *   SALA DEL MAESTRO DE ESTADISTICAS.                            *
      * 15/10/2026 CNA VERSION 1.2 - LOS CONTRAASIENTOS DE RECIBOS     *
      *   ANULADOS RESTAN DEL IMPORTE COBRADO Y NO CUENTAN COMO COBRO. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMENS.
               MOVE PAG-FECHA TO WS-FECHA-TRABAJO
               PERFORM 1100-FECHA-A-ANIO-MES THRU 1100-EXIT
               IF WS-ANIO-MES-FECHA = WS-ANIO-MES-PROCESO
                   IF PAG-CONTRAASIENTO
                       SUBTRACT PAG-IMPORTE FROM WS-ACT-IMPORTE-COBRADO
                   ELSE
                       ADD 1           TO WS-ACT-COBROS
                       ADD PAG-IMPORTE TO WS-ACT-IMPORTE-COBRADO
                   END-IF
               END-IF
           END-IF.
       4500-EXIT.
