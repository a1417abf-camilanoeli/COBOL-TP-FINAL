      *            A DISPONIBLE Y SE REPONE EL STOCK DISPONIBLE.       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      *   EJEMPLAR DEJA SU RASTRO EN EL LOG DE EJEMPLARES              *
      *   (EJELOG.DAT), CON ESTADO ANTERIOR Y NUEVO, FECHA, PROGRAMA   *
      *   Y REFERENCIA, PARA LA HOJA DE VIDA QUE ARMA CONSEJE.         *
      * 15/10/2026 CNA VERSION 1.3 - EL EJEMPLAR LIBERADO POR UNA      *
      *   RESERVA VENCIDA ESTA EN LA SEDE DE RETIRO DE ESA RESERVA: SI *
      *   LA SIGUIENTE RESERVA SE RETIRA EN OTRA SEDE VIAJA A ELLA     *
      *   (RESERVA EN TRANSITO) Y, SIN RESERVAS, FUERA DE LA SEDE DEL  *
      *   LIBRO VUELVE A ELLA EN TRANSITO (ENVIOSUC).                  *
      * 15/10/2026 CNA VERSION 1.4 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.5 - EL LISTADO SE ABRE EN EXTEND      *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVVENC.
           05  WS-CONT-VENCIDAS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-NOTIFICADAS     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-LIBERADOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ENVIADOS        PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-DESDE              PIC X(10).
       01  WS-LIB-CODIGO-TRAB          PIC X(10).
       01  WS-SUC-ACTUAL               PIC X(10).
       01  WS-SUC-RETIRO               PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).
           OPEN I-O    ARCH-LIBRO.
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN OUTPUT ARCH-VENCIDAS.
           OPEN EXTEND ARCH-EJELOG.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-SALIDA
               IF WS-FS-SALIDA = '35'
                   OPEN OUTPUT ARCH-SALIDA
               END-IF
           ELSE
               OPEN OUTPUT ARCH-SALIDA
           END-IF.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
       1000-EXIT.
           EXIT.
               REWRITE REG-RESERVA
               ADD 1 TO WS-CONT-VENCIDAS
               MOVE RES-LIB-CODIGO TO WS-LIB-CODIGO-TRAB
               MOVE RES-SUC-RETIRO TO WS-SUC-ACTUAL
               PERFORM 3300-LIBERAR-EJEMPLAR-RESERVADO THRU 3300-EXIT
               STRING WS-LIB-CODIGO-TRAB DELIMITED BY SIZE
                      ' RESERVA '         DELIMITED BY SIZE
      * CON LA MISMA LOGICA DE LA CANCELACION DE RESVMANT: SI HAY      *
      * OTRA RESERVA PENDIENTE EN LA COLA DEL LIBRO, EL EJEMPLAR PASA  *
      * A NOTIFICARLA A ELLA (SIGUE RETENIDO); CASO CONTRARIO VUELVE   *
      * A DISPONIBLE Y SE REPONE EL STOCK DISPONIBLE DEL LIBRO. EL     *
      * EJEMPLAR ESTA EN LA SEDE DE RETIRO DE LA RESERVA VENCIDA: SI   *
      * LA SIGUIENTE SE RETIRA EN OTRA SEDE VIAJA A ELLA (RESERVA EN   *
      * TRANSITO) Y, SIN RESERVAS, FUERA DE LA SEDE DEL LIBRO VUELVE A *
      * ELLA EN TRANSITO.                                              *
      *****************************************************************
       3300-LIBERAR-EJEMPLAR-RESERVADO.
           MOVE WS-LIB-CODIGO-TRAB TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-UBICACION
           END-READ.
           IF WS-SUC-ACTUAL = SPACES
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
           END-IF.
           MOVE 'N' TO WS-SW-EJE-ENCONTRADO.
           MOVE WS-LIB-CODIGO-TRAB TO EJE-LIB-CODIGO.
           MOVE ZERO               TO EJE-NRO-EJEMPLAR.
               UNTIL WS-FS-EJEMPLAR NOT = '00'
                  OR EJE-LIB-CODIGO NOT = WS-LIB-CODIGO-TRAB
                  OR WS-SW-EJE-ENCONTRADO = 'S'.
           IF WS-SW-EJE-ENCONTRADO = 'N'
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3320-BUSCAR-RESERVA-SIGUIENTE THRU 3320-EXIT.
           IF WS-SW-RESERVA-SIGUIENTE = 'S'
               MOVE RES-SUC-RETIRO TO WS-SUC-RETIRO
               IF WS-SUC-RETIRO = SPACES
                   MOVE LIB-UBICACION TO WS-SUC-RETIRO
               END-IF
               IF WS-SUC-RETIRO NOT = WS-SUC-ACTUAL
                       AND WS-SUC-RETIRO NOT = SPACES
                       AND WS-SUC-ACTUAL NOT = SPACES
                   MOVE 'T'               TO RES-ESTADO
                   REWRITE REG-RESERVA
                   MOVE 'R'               TO ENV-MOTIVO
                   MOVE WS-SUC-RETIRO     TO ENV-SUC-DESTINO
                   MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO
                   MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA
                   PERFORM 3340-ENVIAR-EJEMPLAR THRU 3340-EXIT
               ELSE
                   MOVE 'N'          TO RES-ESTADO
                   MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION
                   REWRITE REG-RESERVA
                   ADD 1 TO WS-CONT-NOTIFICADAS
               END-IF
               GO TO 3300-EXIT
           END-IF.
           IF WS-SUC-ACTUAL NOT = LIB-UBICACION
                   AND LIB-UBICACION NOT = SPACES
               MOVE 'D'           TO ENV-MOTIVO
               MOVE LIB-UBICACION TO ENV-SUC-DESTINO
               MOVE SPACES        TO ENV-RES-LIB-CODIGO
               MOVE ZERO          TO ENV-RES-NRO-SECUENCIA
               PERFORM 3340-ENVIAR-EJEMPLAR THRU 3340-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE 'D' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'R' TO WS-EJL-ANTERIOR.
           MOVE 'D' TO WS-EJL-NUEVO.
           MOVE SPACES TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           ADD 1 TO WS-CONT-LIBERADOS.
           IF WS-FS-LIBRO = '00'
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
           END-IF.
       3300-EXIT.
           EXIT.
       3330-EXIT.
           EXIT.

      *****************************************************************
      * EL EJEMPLAR RETENIDO PASA A EN TRANSITO DESDE LA SEDE DONDE    *
      * ESTA Y SE ABRE SU TRANSITO (ENVIOSUC), CON MOTIVO, DESTINO Y   *
      * RESERVA YA CARGADOS EN EL AREA.                                *
      *****************************************************************
       3340-ENVIAR-EJEMPLAR.
           MOVE 'N' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'R'             TO WS-EJL-ANTERIOR.
           MOVE 'N'             TO WS-EJL-NUEVO.
           MOVE ENV-SUC-DESTINO TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           MOVE 'ALTA  '         TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO   TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL    TO ENV-SUC-ORIGEN.
           MOVE WS-FECHA-HOY     TO ENV-FECHA.
           MOVE 'RESVVENC'       TO ENV-PROGRAMA.
           MOVE SPACES           TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
           ADD 1 TO WS-CONT-ENVIADOS.
       3340-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL LOG DE EJEMPLARES EL CAMBIO DE ESTADO RECIEN        *
      * APLICADO, CON FECHA, PROGRAMA Y REFERENCIA, PARA LA HOJA DE    *
                 ARCH-EJELOG.
           DISPLAY 'RESVVENC - RESERVAS VENCIDAS: ' WS-CONT-VENCIDAS
                   ' NOTIFICADAS A SIGUIENTE: '     WS-CONT-NOTIFICADAS
                   ' EJEMPLARES LIBERADOS: '        WS-CONT-LIBERADOS
                   ' EN TRANSITO: '                 WS-CONT-ENVIADOS.
       9000-EXIT.
           EXIT.
