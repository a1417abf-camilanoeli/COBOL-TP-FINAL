      *            TRANSICION A DISPONIBLE DEL SISTEMA.                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.4                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - EL PROGRAMA CONSULTA EL SEMAFORO  *
      *   NIEGA A CORRER CON LA CADENA EN CURSO: REESCRIBE LIBROS,     *
      *   EJEMPLARES Y RESERVAS, IGUAL QUE LOS MOVIMIENTOS DE          *
      *   MOSTRADOR.                                                   *
      * 15/10/2026 CNA VERSION 1.2 - SI LA RESERVA QUE RETIENE AL      *
      *   EJEMPLAR NUEVO SE RETIRA EN OTRA SUCURSAL, LA RESERVA QUEDA  *
      *   EN TRANSITO Y EL EJEMPLAR VIAJA A LA SEDE DE RETIRO          *
      *   (ENVIOSUC).                                                  *
      * 15/10/2026 CNA VERSION 1.3 - LOS EJEMPLARES RECIBIDOS QUEDAN   *
      *   CON REGIMEN NORMAL Y ORIGEN ADQUIRIDO, PARA SEPARARLOS DEL   *
      *   FONDO DONADO EN VALFONDO.                                    *
      * 15/10/2026 CNA VERSION 1.4 - LOS EJEMPLARES RECIBIDOS QUEDAN   *
      *   CON LA ETIQUETA PENDIENTE: ETIQGEN LES REEMPLAZA EL CODIGO   *
      *   DE BARRAS PROVISORIO POR EL DEFINITIVO E IMPRIME SUS         *
      *   ETIQUETAS DE CODIGO DE BARRAS Y DE LOMO.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCRECEP.
       01  WS-SW-SIN-ARCH-RESERVA       PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-PENDIENTE      PIC X(1)  VALUE 'N'.
       01  WS-LIB-CODIGO-RESERVA        PIC X(10).
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
      *****************************************************************
      * CREA UN EJEMPLAR NUEVO CON EL PRIMER NUMERO LIBRE DEL LIBRO    *
      * (IGUAL QUE EL SPLIT DE TRANSLIB) Y CODIGO DE BARRAS            *
      * PROVISORIO ARMADO CON LA ORDEN Y EL NUMERO (ETIQUETA PENDIENTE *
      * PARA ETIQGEN). SI HAY UNA RESERVA PENDIENTE EN LA COLA DEL     *
      * LIBRO, EL EJEMPLAR NACE RETENIDO PARA ELLA (O EN TRANSITO A SU *
      * SEDE DE RETIRO) Y NO SUMA STOCK DISPONIBLE.                    *
      *****************************************************************
       2200-CREAR-UN-EJEMPLAR.
           PERFORM 2300-ASIGNAR-NRO-LIBRE THRU 2300-EXIT.
                  INTO EJE-CODIGO-BARRA
           END-STRING.
           MOVE 'B' TO EJE-CONDICION.
           MOVE SPACE TO EJE-REGIMEN
                         EJE-ORIGEN.
           MOVE 'P'   TO EJE-SW-ETIQUETA.
           MOVE OC-LIB-CODIGO TO WS-LIB-CODIGO-RESERVA.
           PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT.
           IF WS-SW-RESERVA-PENDIENTE = 'S'
               MOVE 'R' TO EJE-ESTADO
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
               PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
               WRITE REG-EJEMPLAR
           ELSE
               MOVE 'D' TO EJE-ESTADO
               WRITE REG-EJEMPLAR
           EXIT.

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
           MOVE 'OCRECEP '        TO ENV-PROGRAMA.
           MOVE SPACES            TO ENV-OPERADOR.
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

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-RECEP
                 ARCH-ORDENES
