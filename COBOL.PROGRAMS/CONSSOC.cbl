      *            TITULOS DEL MAESTRO DE LIBROS.                     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LAS RESERVAS EN TRANSITO A LA     *
      *   SEDE DE RETIRO SE LISTAN CON SU SITUACION Y CUENTAN EN LA    *
      *   POSICION DE LA COLA.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSSOC.
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-USR-CODIGO = CON-USR-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               ADD 1 TO WS-CANT-TABLA
               MOVE RES-LIB-CODIGO
                   TO WS-RES-LIB-CODIGO (WS-CANT-TABLA)
           PERFORM 6100-LEER-TITULO THRU 6100-EXIT.
           MOVE LIB-TITULO (1:30) TO LIN-FIC-RES-TITULO.
           MOVE WS-RES-FECHA (WS-IX-RESERVA) TO LIN-FIC-RES-FECHA.
           EVALUATE WS-RES-ESTADO (WS-IX-RESERVA)
               WHEN 'N'
                   MOVE 'NOTIFICADA'  TO LIN-FIC-RES-SITUACION
               WHEN 'T'
                   MOVE 'EN TRANSITO' TO LIN-FIC-RES-SITUACION
               WHEN OTHER
                   MOVE 'EN ESPERA'   TO LIN-FIC-RES-SITUACION
           END-EVALUATE.
           PERFORM 5300-CALCULAR-POSICION THRU 5300-EXIT.
           MOVE WS-POSICION-COLA TO LIN-FIC-RES-POSICION.
           WRITE REG-REPORTE FROM LINEA-FICHA-RESERVA.
                       = WS-RES-LIB-CODIGO (WS-IX-RESERVA)
                   AND RES-NRO-SECUENCIA
                       <= WS-RES-SECUENCIA (WS-IX-RESERVA)
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               ADD 1 TO WS-POSICION-COLA
           END-IF.
       5310-EXIT.
