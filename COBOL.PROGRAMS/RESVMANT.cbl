      *            CONSUMIDAS POR PRESTMOV AL PROCESAR UNA DEVOLUCION. *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 28/07/2025                                             *
      * VERSION: 1.7                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 09/08/2026 CNA VERSION 1.1 - LA CANCELACION DE UNA RESERVA     *
      *   RETENIDO POR UNA CANCELACION DEJA SU RASTRO EN EL LOG DE     *
      *   EJEMPLARES (EJELOG.DAT), IGUAL QUE EL BARRIDO DE RESVVENC,   *
      *   PARA LA HOJA DE VIDA DE CONSEJE.                             *
      * 15/10/2026 CNA VERSION 1.6 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR, VALIDADO CONTRA LA MATRIZ DE PERMISOS POR      *
      *   NIVEL DE OPERADOR (PERMVAL) ANTES DE PROCESARLA. CADA        *
      *   RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.                *
      * 15/10/2026 CNA VERSION 1.7 - EL ALTA RECIBE LA SUCURSAL DE     *
      *   RETIRO ELEGIDA POR EL SOCIO (VALIDADA CONTRA EL MAESTRO DE   *
      *   SUCURSALES; EN BLANCO, LA SEDE DEL LIBRO) Y LA GRABA EN LA   *
      *   RESERVA. LA RESERVA EN TRANSITO CUENTA COMO ACTIVA. AL       *
      *   LIBERAR EL EJEMPLAR DE UNA CANCELACION, SI LA SIGUIENTE      *
      *   RESERVA SE RETIRA EN OTRA SEDE EL EJEMPLAR VIAJA A ELLA, Y   *
      *   SIN RESERVAS VUELVE EN TRANSITO A SU SEDE (ENVIOSUC).        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVMANT.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-RESERVA.
               88  TRANS-CANCELAR       VALUE 'C'.
           05  TRANS-LIB-CODIGO         PIC X(10).
           05  TRANS-USR-CODIGO         PIC X(10).
           05  TRANS-OPERADOR           PIC X(8).
           05  TRANS-SUC-RETIRO         PIC X(10).

       FD  ARCH-RESERVA.
       01  REG-RESERVA.
       01  REG-CADLOCK.
           COPY CADLOCK.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
       COPY MENSAJES.


       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-SW-SIN-ARCH-SUCURSAL      PIC X(1)  VALUE 'N'.
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-SUC-RETIRO                PIC X(10).
       01  WS-AREA-ENVIO.
           COPY ENVSUC.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
       01  WS-HORA-DIARIO               PIC X(8).
       01  WS-MENSAJE-RECHAZO           PIC X(60).

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN INPUT  ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-CANCELAR
                       PERFORM 2200-PROCESAR-CANCELACION THRU 2200-EXIT
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
           MOVE 'RESVMANT'        TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE SPACES            TO PVA-AUTORIZANTE.
           MOVE 'N'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-USR-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * ALTA DE RESERVA: SOLO PROCEDE SI EL LIBRO EXISTE, EL USUARIO   *
      * ESTA ACTIVO, NO HAY STOCK DISPONIBLE, Y EL USUARIO NO TIENE    *
      * YA UNA RESERVA PENDIENTE O NOTIFICADA PARA EL MISMO LIBRO.     *
      * LA SEDE DE RETIRO INFORMADA DEBE SER UNA SUCURSAL ACTIVA; EN   *
      * BLANCO SE TOMA LA SEDE DEL LIBRO.                              *
      *****************************************************************
       2100-PROCESAR-ALTA.
           MOVE TRANS-USR-CODIGO TO USR-CODIGO.
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-017 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-SUC-RETIRO NOT = SPACES
               PERFORM 2130-VALIDAR-SUC-RETIRO THRU 2130-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2110-VERIFICAR-RESERVA-PREVIA THRU 2110-EXIT
           END-IF.
           IF WS-FS-RESERVA = '00'
                   AND RES-USR-CODIGO = TRANS-USR-CODIGO
                   AND RES-LIB-CODIGO = TRANS-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S' TO WS-SW-RESERVA-PREVIA
           END-IF.
       2120-EXIT.
           EXIT.

       2130-VALIDAR-SUC-RETIRO.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               MOVE TRANS-SUC-RETIRO TO SUC-CODIGO
               READ ARCH-SUCURSAL
                   INVALID KEY
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE MSG-ERR-042 TO WS-MENSAJE-RECHAZO
               END-READ
               IF NOT WS-RECHAZADO AND SUC-CERRADA
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-043 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
       2130-EXIT.
           EXIT.

       2150-REGISTRAR-RESERVA.
           ADD 1 TO CTL-ULT-NRO-RESERVA.
           MOVE SPACES                TO REG-RESERVA.
           MOVE TRANS-LIB-CODIGO      TO RES-LIB-CODIGO.
           MOVE CTL-ULT-NRO-RESERVA   TO RES-NRO-SECUENCIA.
           MOVE TRANS-USR-CODIGO      TO RES-USR-CODIGO.
           MOVE WS-FECHA-HOY          TO RES-FECHA-RESERVA.
           MOVE 'P'                   TO RES-ESTADO.
           MOVE SPACES                TO RES-FECHA-NOTIFICACION.
           IF TRANS-SUC-RETIRO = SPACES
               MOVE LIB-UBICACION     TO RES-SUC-RETIRO
           ELSE
               MOVE TRANS-SUC-RETIRO  TO RES-SUC-RETIRO
           END-IF.
           WRITE REG-RESERVA.
           REWRITE REG-CONTROL.
           ADD 1 TO WS-CONT-ALTAS.
      * NOTIFICADA DEL USUARIO PARA EL LIBRO INDICADO Y LA MARCA        *
      * COMO CANCELADA. SI LA RESERVA YA ESTABA NOTIFICADA, EL          *
      * EJEMPLAR QUE HABIA QUEDADO RETENIDO PARA ELLA SE LIBERA         *
      * (2220-LIBERAR-EJEMPLAR-RESERVADO). LA RESERVA EN TRANSITO       *
      * TAMBIEN SE CANCELA: SU EJEMPLAR SE UBICA AL LLEGAR (EJEMANT).   *
      *****************************************************************
       2200-PROCESAR-CANCELACION.
           MOVE 'N' TO WS-SW-RESERVA-ACTIVA.
           MOVE SPACES TO WS-SUC-ACTUAL.
           MOVE TRANS-USR-CODIGO TO RES-USR-CODIGO.
           START ARCH-RESERVA KEY IS = RES-USR-CODIGO
               INVALID KEY
               MOVE 'N' TO WS-SW-ERA-NOTIFICADA
               IF RES-NOTIFICADA
                   MOVE 'S' TO WS-SW-ERA-NOTIFICADA
                   MOVE RES-SUC-RETIRO TO WS-SUC-ACTUAL
               END-IF
               MOVE 'C' TO RES-ESTADO
               REWRITE REG-RESERVA
           IF WS-FS-RESERVA = '00'
                   AND RES-USR-CODIGO = TRANS-USR-CODIGO
                   AND RES-LIB-CODIGO = TRANS-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S' TO WS-SW-RESERVA-ACTIVA
           END-IF.
       2210-EXIT.
      * NOTIFICADA QUE SE ACABA DE CANCELAR. SI HAY OTRA RESERVA        *
      * PENDIENTE EN LA COLA DEL LIBRO, EL EJEMPLAR PASA A NOTIFICARLA  *
      * A ELLA (SIGUE RETENIDO); CASO CONTRARIO VUELVE A DISPONIBLE Y   *
      * SE REPONE EL STOCK DISPONIBLE DEL LIBRO. EL EJEMPLAR ESTA EN LA *
      * SEDE DE RETIRO DE LA RESERVA CANCELADA: SI LA SIGUIENTE SE      *
      * RETIRA EN OTRA SEDE VIAJA A ELLA (RESERVA EN TRANSITO) Y, SIN   *
      * RESERVAS, FUERA DE LA SEDE DEL LIBRO VUELVE A ELLA EN TRANSITO. *
      *****************************************************************
       2220-LIBERAR-EJEMPLAR-RESERVADO.
           MOVE TRANS-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE SPACES TO LIB-UBICACION
           END-READ.
           IF WS-SUC-ACTUAL = SPACES
               MOVE LIB-UBICACION TO WS-SUC-ACTUAL
           END-IF.
           MOVE 'N' TO WS-SW-EJE-ENCONTRADO.
           MOVE TRANS-LIB-CODIGO TO EJE-LIB-CODIGO.
           MOVE ZERO             TO EJE-NRO-EJEMPLAR.
               UNTIL WS-FS-EJEMPLAR NOT = '00'
                  OR EJE-LIB-CODIGO NOT = TRANS-LIB-CODIGO
                  OR WS-SW-EJE-ENCONTRADO = 'S'.
           IF WS-SW-EJE-ENCONTRADO = 'N'
               GO TO 2220-EXIT
           END-IF.
           PERFORM 2240-BUSCAR-RESERVA-SIGUIENTE THRU 2240-EXIT.
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
                   PERFORM 2260-ENVIAR-EJEMPLAR THRU 2260-EXIT
               ELSE
                   MOVE 'N'          TO RES-ESTADO
                   MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION
                   REWRITE REG-RESERVA
               END-IF
               GO TO 2220-EXIT
           END-IF.
           IF WS-SUC-ACTUAL NOT = LIB-UBICACION
                   AND LIB-UBICACION NOT = SPACES
               MOVE 'D'           TO ENV-MOTIVO
               MOVE LIB-UBICACION TO ENV-SUC-DESTINO
               MOVE SPACES        TO ENV-RES-LIB-CODIGO
               MOVE ZERO          TO ENV-RES-NRO-SECUENCIA
               PERFORM 2260-ENVIAR-EJEMPLAR THRU 2260-EXIT
               GO TO 2220-EXIT
           END-IF.
           MOVE 'D' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE 'R' TO WS-EJL-ANTERIOR.
           MOVE 'D' TO WS-EJL-NUEVO.
           MOVE SPACES TO WS-EJL-REFERENCIA.
           PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT.
           IF WS-FS-LIBRO = '00'
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
           END-IF.
       2220-EXIT.
           EXIT.
       2250-EXIT.
           EXIT.

      *****************************************************************
      * EL EJEMPLAR RETENIDO PASA A EN TRANSITO DESDE LA SEDE DONDE    *
      * ESTA Y SE ABRE SU TRANSITO (ENVIOSUC), CON MOTIVO, DESTINO Y   *
      * RESERVA YA CARGADOS EN EL AREA.                                *
      *****************************************************************
       2260-ENVIAR-EJEMPLAR.
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
           MOVE 'RESVMANT'       TO ENV-PROGRAMA.
           MOVE TRANS-OPERADOR   TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
       2260-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL DIARIO COMUN DE TRANSACCIONES LA IMAGEN DE LA       *
      * TRANSACCION RECIEN APLICADA, CON PROGRAMA, FECHA Y HORA, PARA  *
                 ARCH-SALIDA
                 ARCH-DIARIO
                 ARCH-EJELOG.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           DISPLAY 'RESVMANT - ALTAS: '        WS-CONT-ALTAS
                   ' CANCELACIONES: '          WS-CONT-CANCELACIONES
                   ' ERRORES: '                WS-CONT-ERRORES.
