      *            LAS VENCIDAS.                                       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.6                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - LA DEVOLUCION DE UNA SALIDA       *
      *   EJEMPLAR DEJA SU RASTRO EN EL LOG DE EJEMPLARES              *
      *   (EJELOG.DAT), CON ESTADO ANTERIOR Y NUEVO, FECHA, PROGRAMA   *
      *   Y REFERENCIA, PARA LA HOJA DE VIDA QUE ARMA CONSEJE.         *
      * 15/10/2026 CNA VERSION 1.4 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR, VALIDADO CONTRA LA MATRIZ DE PERMISOS POR      *
      *   NIVEL DE OPERADOR (PERMVAL) ANTES DE PROCESARLA. CADA        *
      *   RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.                *
      * 15/10/2026 CNA VERSION 1.5 - SI LA RESERVA QUE RETIENE AL      *
      *   EJEMPLAR REPUESTO SE RETIRA EN OTRA SUCURSAL, LA RESERVA     *
      *   QUEDA EN TRANSITO Y EL EJEMPLAR VIAJA A LA SEDE DE RETIRO    *
      *   (ENVIOSUC).                                                  *
      * 15/10/2026 CNA VERSION 1.6 - LA SALIDA INTERBIBLIOTECARIA      *
      *   RECHAZA LOS EJEMPLARES DE REGIMEN SOLO SALA (FASCICULOS DE   *
      *   HEMEROTECA).                                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTINT.
           05  TRANS-USR-CODIGO         PIC X(10).
           05  TRANS-FECHA-PACTADA      PIC X(10).
           05  TRANS-PIN-CODIGO         PIC X(12).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-INSTITUCION.
       01  REG-INSTITUCION.
       01  WS-SW-SIN-ARCH-RESERVA       PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-PENDIENTE      PIC X(1)  VALUE 'N'.
       01  WS-LIB-CODIGO-RESERVA        PIC X(10).
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-EJL-ANTERIOR              PIC X(1).
       01  WS-EJL-NUEVO                 PIC X(1).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-SALIDA
                       PERFORM 2100-PROCESAR-SALIDA THRU 2100-EXIT
                   WHEN TRANS-ENTRADA
                       PERFORM 2200-PROCESAR-ENTRADA THRU 2200-EXIT
                   WHEN TRANS-DEVOLUCION
                       PERFORM 2300-PROCESAR-DEVOLUCION THRU 2300-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               STRING TRANS-INS-CODIGO    DELIMITED BY SIZE
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR DE LA TRANSACCION SE VALIDA CONTRA LA MATRIZ DE    *
      * PERMISOS (PERMVAL): DEBE SER UN OPERADOR ACTIVO CON EL NIVEL   *
      * QUE LA MATRIZ PIDE PARA EL TIPO DE TRANSACCION. EL RECHAZO     *
      * QUEDA EN EL LOG DE ACCESOS DENEGADOS.                          *
      *****************************************************************
       2010-VALIDAR-PERMISO.
           MOVE 'PRESTINT'        TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-INS-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

       2050-VALIDAR-INSTITUCION.
           MOVE TRANS-INS-CODIGO TO INS-CODIGO.
           READ ARCH-INSTITUCION
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-052 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND EJE-SOLO-SALA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-112 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE 'I' TO EJE-ESTADO
               REWRITE REG-EJEMPLAR
                   CONTINUE
           END-READ.
           IF WS-FS-EJEMPLAR = '00' AND EJE-PRESTAMO-INST
               MOVE PIN-LIB-CODIGO TO LIB-CODIGO
               READ ARCH-LIBRO
                   INVALID KEY
                       MOVE SPACES TO LIB-UBICACION
               END-READ
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
               MOVE PIN-LIB-CODIGO TO WS-LIB-CODIGO-RESERVA
               PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT
               IF WS-SW-RESERVA-PENDIENTE = 'S'
                   MOVE 'R' TO EJE-ESTADO
                   PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
                   REWRITE REG-EJEMPLAR
               ELSE
                   MOVE 'D' TO EJE-ESTADO
                   REWRITE REG-EJEMPLAR
                   IF WS-FS-LIBRO = '00'
                       ADD 1 TO LIB-STOCK-DISPONIBLE
                       REWRITE REG-LIBRO
      * PLAZO DE RETIRO.                                               *
      *****************************************************************
       6150-NOTIFICAR-RESERVA.
           IF RES-SUC-RETIRO NOT = SPACES
                   AND WS-SUC-ACTUAL NOT = SPACES
                   AND RES-SUC-RETIRO NOT = WS-SUC-ACTUAL
               PERFORM 6160-ENVIAR-A-RETIRO THRU 6160-EXIT
               GO TO 6150-EXIT
           END-IF.
           MOVE 'N'          TO RES-ESTADO.
           MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION.
           REWRITE REG-RESERVA.
       6150-EXIT.
           EXIT.

      *****************************************************************
      * LA RESERVA SE RETIRA EN OTRA SUCURSAL: QUEDA EN TRANSITO Y EL  *
      * EJEMPLAR VIAJA A LA SEDE DE RETIRO (ENVIOSUC). LA RESERVA SE   *
      * NOTIFICA CUANDO EJEMANT REGISTRA LA RECEPCION DEL EJEMPLAR.    *
      *****************************************************************
       6160-ENVIAR-A-RETIRO.
           MOVE 'T' TO RES-ESTADO.
           REWRITE REG-RESERVA.
           MOVE 'N' TO EJE-ESTADO.
           MOVE 'ALTA  '          TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO    TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR  TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL     TO ENV-SUC-ORIGEN.
           MOVE RES-SUC-RETIRO    TO ENV-SUC-DESTINO.
           MOVE 'R'               TO ENV-MOTIVO.
           MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO.
           MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA.
           MOVE WS-FECHA-HOY      TO ENV-FECHA.
           MOVE 'PRESTINT'        TO ENV-PROGRAMA.
           MOVE TRANS-OPERADOR    TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
           STRING WS-LIB-CODIGO-RESERVA DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MSG-INFO-060          DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       6160-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL LOG DE EJEMPLARES EL CAMBIO DE ESTADO RECIEN        *
      * APLICADO, CON FECHA, PROGRAMA Y REFERENCIA, PARA LA HOJA DE    *
