      *            PROVISTO POR LA TRANSACCION (SPLIT).                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 2.0                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 09/08/2026 CNA VERSION 1.1 - LA TRANSFERENCIA AHORA MUEVE      *
      *   EJEMPLAR DEJA SU RASTRO EN EL LOG DE EJEMPLARES              *
      *   (EJELOG.DAT), CON ESTADO ANTERIOR Y NUEVO, FECHA, PROGRAMA   *
      *   Y REFERENCIA, PARA LA HOJA DE VIDA QUE ARMA CONSEJE.         *
      *****************************************************************
      * 15/10/2026 CNA VERSION 1.6 - EL MAESTRO DE LIBROS SE ABRE     *
      *   CON SU CLAVE ALTERNATIVA LIB-ISBN (CON DUPLICADOS): EL       *
      *   REGISTRO NUEVO DEL SPLIT HEREDA EL ISBN DEL ORIGEN, YA QUE   *
      *   ES EL MISMO TITULO EN OTRA SUCURSAL.                         *
      * 15/10/2026 CNA VERSION 1.7 - EL USUARIO DE LA TRANSFERENCIA SE *
      *   VALIDA COMO OPERADOR CONTRA LA MATRIZ DE PERMISOS POR NIVEL  *
      *   DE OPERADOR (PERMVAL) ANTES DE MOVER STOCK. CADA RECHAZO     *
      *   QUEDA EN EL LOG DE ACCESOS DENEGADOS.                        *
      * 15/10/2026 CNA VERSION 1.8 - SI LA RESERVA QUE RETIENE AL      *
      *   EJEMPLAR TRASLADADO SE RETIRA EN OTRA SUCURSAL, LA RESERVA   *
      *   QUEDA EN TRANSITO Y EL EJEMPLAR VIAJA A LA SEDE DE RETIRO    *
      *   (ENVIOSUC).                                                  *
      * 15/10/2026 CNA VERSION 1.9 - EL EJEMPLAR TRASLADADO CONSERVA   *
      *   SU REGIMEN DE PRESTAMO Y SU ORIGEN (ADQUIRIDO O DONADO) EN   *
      *   EL LIBRO DESTINO.                                            *
      * 15/10/2026 CNA VERSION 2.0 - EL EJEMPLAR TRASLADADO CONSERVA   *
      *   LA MARCA DE ETIQUETA PENDIENTE.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLIB.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-SALIDA         ASSIGN TO "SALTRANS.DAT"
       01  WS-SW-SIN-ARCH-RESERVA       PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-PENDIENTE      PIC X(1)  VALUE 'N'.
       01  WS-LIB-CODIGO-RESERVA        PIC X(10).
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-EJL-ANTERIOR              PIC X(1).
       01  WS-EJL-NUEVO                 PIC X(1).
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-MENSAJE-RECHAZO           PIC X(60).

       01  WS-AREA-PERMISO.
           COPY PERVAL.
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-FECHA-SISTEMA             PIC 9(8).

       01  WS-NRO-EJEMPLAR-DESTINO       PIC 9(4)  VALUE ZERO.
       01  WS-EJE-CODIGO-BARRA           PIC X(15).
       01  WS-EJE-CONDICION              PIC X(1).
       01  WS-EJE-REGIMEN                PIC X(1).
       01  WS-EJE-ORIGEN                 PIC X(1).
       01  WS-EJE-SW-ETIQUETA            PIC X(1).

       PROCEDURE DIVISION.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               PERFORM 2100-VALIDAR-Y-RETIRAR-ORIGEN THRU 2100-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2200-APLICAR-EN-DESTINO THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR DE LA TRANSACCION SE VALIDA CONTRA LA MATRIZ DE    *
      * PERMISOS (PERMVAL): DEBE SER UN OPERADOR ACTIVO CON EL NIVEL   *
      * QUE LA MATRIZ PIDE PARA EL TIPO DE TRANSACCION. EL RECHAZO     *
      * QUEDA EN EL LOG DE ACCESOS DENEGADOS.                          *
      *****************************************************************
       2010-VALIDAR-PERMISO.
           MOVE 'TRANSLIB'        TO PVA-PROGRAMA.
           MOVE SPACE             TO PVA-TIPO-TRANS.
           MOVE TRANS-USUARIO     TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-LIB-CODIGO-ORIGEN TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * VALIDA EL REGISTRO ORIGEN Y, SI TODO ESTA EN REGLA, LE         *
      * DESCUENTA LA CANTIDAD TRANSFERIDA DE AMBOS CONTADORES DE       *
           IF WS-FS-EJEMPLAR = '00'
               MOVE EJE-CODIGO-BARRA TO WS-EJE-CODIGO-BARRA
               MOVE EJE-CONDICION    TO WS-EJE-CONDICION
               MOVE EJE-REGIMEN      TO WS-EJE-REGIMEN
               MOVE EJE-ORIGEN       TO WS-EJE-ORIGEN
               MOVE EJE-SW-ETIQUETA  TO WS-EJE-SW-ETIQUETA
               DELETE ARCH-EJEMPLAR RECORD
               PERFORM 2280-ASIGNAR-NRO-DESTINO THRU 2280-EXIT
               MOVE TRANS-LIB-CODIGO-DESTINO TO EJE-LIB-CODIGO
               MOVE WS-NRO-EJEMPLAR-DESTINO  TO EJE-NRO-EJEMPLAR
               MOVE WS-EJE-CODIGO-BARRA      TO EJE-CODIGO-BARRA
               MOVE WS-EJE-CONDICION         TO EJE-CONDICION
               MOVE WS-EJE-REGIMEN           TO EJE-REGIMEN
               MOVE WS-EJE-ORIGEN            TO EJE-ORIGEN
               MOVE WS-EJE-SW-ETIQUETA       TO EJE-SW-ETIQUETA
               MOVE 'D'                      TO EJE-ESTADO
               WRITE REG-EJEMPLAR
               MOVE TRANS-LIB-CODIGO-DESTINO
               PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT
               IF WS-SW-RESERVA-PENDIENTE = 'S'
                   MOVE 'R' TO EJE-ESTADO
                   MOVE TRANS-UBICACION-DESTINO TO WS-SUC-ACTUAL
                   PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
                   REWRITE REG-EJEMPLAR
                   PERFORM 6200-DESCONTAR-DESTINO THRU 6200-EXIT
               END-IF
               MOVE SPACE TO WS-EJL-ANTERIOR
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
           MOVE 'TRANSLIB'        TO ENV-PROGRAMA.
           MOVE TRANS-USUARIO     TO ENV-OPERADOR.
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
      * EL STOCK DISPONIBLE DEL DESTINO SE HABIA SUMADO POR LA         *
      * CANTIDAD TRANSFERIDA COMPLETA; EL EJEMPLAR QUE QUEDA RETENIDO  *
