      *            STOCK AGREGADOS DE LIBRO).                         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 24/07/2025                                             *
      * VERSION: 2.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - EL ALTA DE EJEMPLAR VALIDA LA     *
      *   EJEMPLAR A DISPONIBLE, IGUAL QUE EL REINGRESO DE TALLER:     *
      *   CON UNA RESERVA PENDIENTE EL EJEMPLAR QUEDA RETENIDO Y LA    *
      *   RESERVA SE NOTIFICA CON SU FECHA PARA RESVVENC.              *
      * 15/10/2026 CNA VERSION 1.8 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR, VALIDADO CONTRA LA MATRIZ DE PERMISOS POR      *
      *   NIVEL DE OPERADOR (PERMVAL) ANTES DE PROCESARLA. CADA        *
      *   RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.                *
      * 15/10/2026 CNA VERSION 1.9 - NUEVA TRANSACCION T DE RECEPCION  *
      *   DE UN EJEMPLAR EN TRANSITO ENTRE SUCURSALES, CON LA SEDE QUE *
      *   LO RECIBE: CIERRA EL TRANSITO (ENVIOSUC) Y LO RETIENE PARA   *
      *   SU RESERVA, LO DEJA DISPONIBLE EN SU SEDE O LO REENVIA. LA   *
      *   RESERVA QUE SE RETIRA EN OTRA SEDE QUE LA DEL EJEMPLAR QUEDA *
      *   EN TRANSITO Y EL EJEMPLAR VIAJA A ESA SEDE.                  *
      * 15/10/2026 CNA VERSION 2.0 - EL ALTA DE EJEMPLAR LO DEJA CON   *
      *   REGIMEN NORMAL Y ORIGEN ADQUIRIDO (LOS DONADOS LOS DA DE     *
      *   ALTA DONPROC).                                               *
      * 15/10/2026 CNA VERSION 2.1 - EL ALTA DE EJEMPLAR SIN CODIGO DE *
      *   BARRAS LO DEJA CON LA ETIQUETA PENDIENTE, PARA QUE ETIQGEN   *
      *   LE ASIGNE EL CODIGO DEFINITIVO E IMPRIMA SUS ETIQUETAS; CON  *
      *   CODIGO INFORMADO EL EJEMPLAR SE TOMA COMO YA ETIQUETADO.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEMANT.
               88  TRANS-CAMBIO-ESTADO  VALUE 'C'.
               88  TRANS-ENVIO-TALLER   VALUE 'R'.
               88  TRANS-REINGRESO      VALUE 'I'.
               88  TRANS-RECEPCION      VALUE 'T'.
           05  TRANS-LIB-CODIGO         PIC X(10).
           05  TRANS-NRO-EJEMPLAR       PIC 9(4).
           05  TRANS-CODIGO-BARRA       PIC X(15).
           05  TRANS-CONDICION          PIC X(1).
           05  TRANS-ESTADO             PIC X(1).
           05  TRANS-TALLER             PIC X(30).
           05  TRANS-DATOS-TRANSITO REDEFINES TRANS-TALLER.
               10  TRANS-SUC-RECEPCION  PIC X(10).
               10  FILLER               PIC X(20).
           05  TRANS-FECHA-ESTIMADA     PIC X(10).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
       01  WS-LIB-CODIGO-RESERVA        PIC X(10).
       01  WS-SW-SIN-ARCH-SUCURSAL      PIC X(1)  VALUE 'N'.
       01  WS-UBICACION-VALIDAR         PIC X(10).
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-SUC-RETIRO                PIC X(10).
       01  WS-ESTADO-ASIGNADO           PIC X(1).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.
       01  WS-FS-EJELOG                 PIC X(2).
       01  WS-EJL-ANTERIOR              PIC X(1).
       01  WS-EJL-NUEVO                 PIC X(1).
           05  WS-CONT-CAMBIOS          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ENVIOS           PIC 9(6)  VALUE ZERO.
           05  WS-CONT-REINGRESOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECEPCIONES      PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-MENSAJE-RECHAZO           PIC X(60).

       01  WS-AREA-PERMISO.
           COPY PERVAL.
       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-HORA-SISTEMA              PIC 9(8).
       01  WS-HORA-DIARIO               PIC X(8).
       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-CAMBIO-ESTADO
                       PERFORM 2200-PROCESAR-CAMBIO THRU 2200-EXIT
                   WHEN TRANS-ENVIO-TALLER
                       PERFORM 2300-PROCESAR-ENVIO-TALLER THRU 2300-EXIT
                   WHEN TRANS-REINGRESO
                       PERFORM 2400-PROCESAR-REINGRESO THRU 2400-EXIT
                   WHEN TRANS-RECEPCION
                       PERFORM 2500-PROCESAR-RECEPCION THRU 2500-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               STRING TRANS-LIB-CODIGO    DELIMITED BY SIZE
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR DE LA TRANSACCION SE VALIDA CONTRA LA MATRIZ DE    *
      * PERMISOS (PERMVAL): DEBE SER UN OPERADOR ACTIVO CON EL NIVEL   *
      * QUE LA MATRIZ PIDE PARA EL TIPO DE TRANSACCION. EL RECHAZO     *
      * QUEDA EN EL LOG DE ACCESOS DENEGADOS.                          *
      *****************************************************************
       2010-VALIDAR-PERMISO.
           MOVE 'EJEMANT'         TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-LIB-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

       2100-PROCESAR-ALTA.
           MOVE TRANS-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               MOVE TRANS-CODIGO-BARRA TO EJE-CODIGO-BARRA
               MOVE TRANS-CONDICION    TO EJE-CONDICION
               MOVE 'D'                TO EJE-ESTADO
               MOVE SPACE              TO EJE-REGIMEN
                                          EJE-ORIGEN
               IF TRANS-CODIGO-BARRA = SPACES
                   MOVE 'P'            TO EJE-SW-ETIQUETA
               ELSE
                   MOVE SPACE          TO EJE-SW-ETIQUETA
               END-IF
               WRITE REG-EJEMPLAR
               MOVE SPACE TO WS-EJL-ANTERIOR
               MOVE 'D'   TO WS-EJL-NUEVO
                   PERFORM 6100-BUSCAR-RESERVA-PENDIENTE
                       THRU 6100-EXIT
                   IF WS-SW-RESERVA-PENDIENTE = 'S'
                       PERFORM 6050-SEDE-DEL-LIBRO THRU 6050-EXIT
                       PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
                       MOVE WS-ESTADO-ASIGNADO TO EJE-ESTADO
                   END-IF
               END-IF
               REWRITE REG-EJEMPLAR
               MOVE TRANS-LIB-CODIGO TO WS-LIB-CODIGO-RESERVA
               PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT
               IF WS-SW-RESERVA-PENDIENTE = 'S'
                   PERFORM 6050-SEDE-DEL-LIBRO THRU 6050-EXIT
                   PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
                   MOVE WS-ESTADO-ASIGNADO TO EJE-ESTADO
                   REWRITE REG-EJEMPLAR
               ELSE
                   MOVE 'D' TO EJE-ESTADO
                   REWRITE REG-EJEMPLAR
       2460-EXIT.
           EXIT.

      *****************************************************************
      * RECEPCION DE UN EJEMPLAR EN TRANSITO EN LA SEDE INFORMADA: SE  *
      * CIERRA SU TRANSITO (ENVIOSUC) Y EL EJEMPLAR SE UBICA. SI VIAJO *
      * PARA UNA RESERVA QUE SIGUE EN TRANSITO, QUEDA RETENIDO Y LA    *
      * RESERVA SE NOTIFICA; SI NO (VUELTA A SU SEDE, O LA RESERVA SE  *
      * CANCELO O VENCIO EN EL CAMINO) PASA A LA PRIMERA RESERVA       *
      * PENDIENTE DEL LIBRO O, SIN RESERVAS, QUEDA DISPONIBLE EN SU    *
      * SEDE O SIGUE VIAJE HACIA ELLA.                                 *
      *****************************************************************
       2500-PROCESAR-RECEPCION.
           MOVE TRANS-LIB-CODIGO   TO EJE-LIB-CODIGO.
           MOVE TRANS-NRO-EJEMPLAR TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-013 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND NOT EJE-EN-TRANSITO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-109 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-SUC-RECEPCION = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-042 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-SUC-RECEPCION TO WS-UBICACION-VALIDAR
               PERFORM 6000-VALIDAR-UBICACION THRU 6000-EXIT
           END-IF.
           IF WS-RECHAZADO
               GO TO 2500-EXIT
           END-IF.
           MOVE 'RECIBE'            TO ENV-FUNCION.
           MOVE TRANS-LIB-CODIGO    TO ENV-LIB-CODIGO.
           MOVE TRANS-NRO-EJEMPLAR  TO ENV-NRO-EJEMPLAR.
           MOVE TRANS-SUC-RECEPCION TO ENV-SUC-DESTINO.
           MOVE WS-FECHA-HOY        TO ENV-FECHA.
           MOVE 'EJEMANT '          TO ENV-PROGRAMA.
           MOVE TRANS-OPERADOR      TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
           IF ENV-ERROR
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE ENV-MENSAJE TO WS-MENSAJE-RECHAZO
               GO TO 2500-EXIT
           END-IF.
           MOVE TRANS-LIB-CODIGO    TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-UBICACION
           END-READ.
           MOVE TRANS-SUC-RECEPCION TO WS-SUC-ACTUAL.
           MOVE 'N' TO WS-SW-RESERVA-PENDIENTE.
           IF ENV-MOTIVO = 'R' AND WS-SW-SIN-ARCH-RESERVA = 'N'
               MOVE ENV-RES-LIB-CODIGO    TO RES-LIB-CODIGO
               MOVE ENV-RES-NRO-SECUENCIA TO RES-NRO-SECUENCIA
               READ ARCH-RESERVA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RES-EN-TRANSITO
                           MOVE 'S' TO WS-SW-RESERVA-PENDIENTE
                       END-IF
               END-READ
           END-IF.
           IF WS-SW-RESERVA-PENDIENTE = 'N'
               MOVE TRANS-LIB-CODIGO TO WS-LIB-CODIGO-RESERVA
               PERFORM 6100-BUSCAR-RESERVA-PENDIENTE THRU 6100-EXIT
           END-IF.
           IF WS-SW-RESERVA-PENDIENTE = 'S'
               PERFORM 6150-NOTIFICAR-RESERVA THRU 6150-EXIT
           ELSE
               PERFORM 2550-UBICAR-SIN-RESERVA THRU 2550-EXIT
           END-IF.
           MOVE WS-ESTADO-ASIGNADO TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'N'                 TO WS-EJL-ANTERIOR.
           MOVE EJE-ESTADO          TO WS-EJL-NUEVO.
           MOVE TRANS-SUC-RECEPCION TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           ADD 1 TO WS-CONT-RECEPCIONES.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * SIN RESERVA QUE LO RETENGA: EN SU SEDE EL EJEMPLAR QUEDA       *
      * DISPONIBLE Y REPONE EL STOCK; EN OTRA SEDE SIGUE EN TRANSITO   *
      * HACIA LA SUYA.                                                 *
      *****************************************************************
       2550-UBICAR-SIN-RESERVA.
           IF WS-SUC-ACTUAL NOT = LIB-UBICACION
                   AND LIB-UBICACION NOT = SPACES
               MOVE 'N'           TO WS-ESTADO-ASIGNADO
               MOVE 'D'           TO ENV-MOTIVO
               MOVE LIB-UBICACION TO ENV-SUC-DESTINO
               MOVE SPACES        TO ENV-RES-LIB-CODIGO
               MOVE ZERO          TO ENV-RES-NRO-SECUENCIA
               PERFORM 6200-REGISTRAR-ENVIO THRU 6200-EXIT
               STRING TRANS-LIB-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-059     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               GO TO 2550-EXIT
           END-IF.
           MOVE 'D' TO WS-ESTADO-ASIGNADO.
           IF WS-FS-LIBRO = '00'
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
           END-IF.
           STRING TRANS-LIB-CODIGO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MSG-INFO-061     DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * CONSULTA LA COLA DE RESERVAS DEL LIBRO QUE ESTA POR VOLVER A   *
      * DISPONIBLE, CON LA MISMA LOGICA DE LA DEVOLUCION DE PRESTMOV:  *
       6110-EXIT.
           EXIT.

      *****************************************************************
      * EL EJEMPLAR QUE VUELVE A CIRCULAR DESDE EL ESTANTE O EL TALLER *
      * ESTA EN LA SEDE DEL LIBRO (LIB-UBICACION).                     *
      *****************************************************************
       6050-SEDE-DEL-LIBRO.
           MOVE TRANS-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-UBICACION
           END-READ.
           MOVE LIB-UBICACION TO WS-SUC-ACTUAL.
       6050-EXIT.
           EXIT.

      *****************************************************************
      * NOTIFICA LA RESERVA ENCONTRADA Y GRABA LA FECHA DE             *
      * NOTIFICACION, DESDE LA QUE EL BARRIDO RESVVENC CUENTA EL       *
      * PLAZO DE RETIRO; EL EJEMPLAR QUEDA RETENIDO. SI LA RESERVA SE  *
      * RETIRA EN OTRA SEDE QUE AQUELLA DONDE ESTA EL EJEMPLAR         *
      * (WS-SUC-ACTUAL), LA RESERVA PASA A EN TRANSITO Y EL EJEMPLAR   *
      * VIAJA A LA SEDE DE RETIRO; SE NOTIFICA CUANDO LLEGA.           *
      *****************************************************************
       6150-NOTIFICAR-RESERVA.
           MOVE RES-SUC-RETIRO TO WS-SUC-RETIRO.
           IF WS-SUC-RETIRO = SPACES
               MOVE LIB-UBICACION TO WS-SUC-RETIRO
           END-IF.
           IF WS-SUC-RETIRO NOT = WS-SUC-ACTUAL
                   AND WS-SUC-RETIRO NOT = SPACES
                   AND WS-SUC-ACTUAL NOT = SPACES
               MOVE 'T'               TO RES-ESTADO
               REWRITE REG-RESERVA
               MOVE 'N'               TO WS-ESTADO-ASIGNADO
               MOVE 'R'               TO ENV-MOTIVO
               MOVE WS-SUC-RETIRO     TO ENV-SUC-DESTINO
               MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO
               MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA
               PERFORM 6200-REGISTRAR-ENVIO THRU 6200-EXIT
               STRING RES-LIB-CODIGO  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      MSG-INFO-060    DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               GO TO 6150-EXIT
           END-IF.
           MOVE 'N'          TO RES-ESTADO.
           MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION.
           REWRITE REG-RESERVA.
           MOVE 'R'          TO WS-ESTADO-ASIGNADO.
           STRING RES-LIB-CODIGO        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MSG-INFO-011          DELIMITED BY SIZE
                  INTO REG-SALIDA
       6150-EXIT.
           EXIT.

      *****************************************************************
      * ABRE EL TRANSITO DEL EJEMPLAR DESDE LA SEDE DONDE ESTA, CON EL *
      * MOTIVO, DESTINO Y RESERVA YA CARGADOS EN EL AREA DE ENVIOSUC.  *
      *****************************************************************
       6200-REGISTRAR-ENVIO.
           MOVE 'ALTA  '         TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO   TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL    TO ENV-SUC-ORIGEN.
           MOVE WS-FECHA-HOY     TO ENV-FECHA.
           MOVE 'EJEMANT '       TO ENV-PROGRAMA.
           MOVE TRANS-OPERADOR   TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL LOG DE EJEMPLARES EL CAMBIO DE ESTADO RECIEN        *
      * APLICADO, CON FECHA, PROGRAMA Y REFERENCIA, PARA LA HOJA DE    *
                   ' CAMBIOS: '         WS-CONT-CAMBIOS
                   ' ENVIOS A TALLER: ' WS-CONT-ENVIOS
                   ' REINGRESOS: '      WS-CONT-REINGRESOS
                   ' RECEPCIONES: '     WS-CONT-RECEPCIONES
                   ' ERRORES: '         WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
