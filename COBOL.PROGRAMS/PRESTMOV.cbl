      *            FECHA DE VENCIMIENTO DEL PRESTAMO.                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 30/07/2025                                             *
      * VERSION: 3.6                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 28/07/2025 CNA VERSION 1.2 - LA DEVOLUCION CONSULTA LA COLA    *
      *                              LIBROS VIGENTES DEL SOCIO: LA     *
      *                              CUENTA DE VIGENTES EXCLUYE EL     *
      *                              TIPO SALA.                        *
      * 15/10/2026 CNA VERSION 3.0 - LA DEVOLUCION ACEPTA UNA FECHA DE *
      *   DEPOSITO (LA QUE INFORMA BUZONDEV PARA LOS LIBROS DEJADOS EN *
      *   EL BUZON FUERA DE HORARIO): ES LA FECHA DE DEVOLUCION DEL    *
      *   PRESTAMO EN LUGAR DE LA DEL DIA. SI LA MULTA POR ATRASO YA   *
      *   SE HABIA GENERADO, SE RECALCULA A ESA FECHA O SE ANULA SI EL *
      *   DEPOSITO FUE EN TERMINO, CON RASTRO EN EL LOG DE AJUSTES.    *
      * 15/10/2026 CNA VERSION 3.1 - EL PRESTAMO GUARDA LA CONDICION   *
      *   DEL EJEMPLAR AL SALIR Y LA DEVOLUCION RECIBE LA CONDICION    *
      *   CON QUE VUELVE (B, R O D; EN BLANCO NO SE REVISO). SI        *
      *   EMPEORO SE GENERA AL SOCIO UN CARGO POR DANO (TIPO D,        *
      *   COBRABLE POR MULPAGO) POR EL PORCENTAJE PARAMETRIZADO DEL    *
      *   PRECIO DE REPOSICION. EL EJEMPLAR QUE VUELVE DANADO NO SE    *
      *   ENTREGA A LA COLA DE RESERVAS: QUEDA DISPONIBLE Y PROPUESTO  *
      *   PARA EL CIRCUITO DE TALLER (PROPTALL.DAT, LISTADO POR        *
      *   RPTTALL).                                                    *
      * 15/10/2026 CNA VERSION 3.2 - EL RECALCULO DE LA MULTA A LA     *
      *   FECHA DE DEPOSITO USA EL TARIFARIO DE MULTAS (MULTARIF), LA  *
      *   MISMA RUTINA CON QUE MULCALC LA GENERO.                      *
      * 15/10/2026 CNA VERSION 3.3 - EL LEGAJO DEL OPERADOR SE VALIDA  *
      *   CONTRA LA MATRIZ DE PERMISOS POR NIVEL DE OPERADOR (PERMVAL) *
      *   EN LUGAR DE LEER EL MAESTRO DE OPERADORES: ADEMAS DE ACTIVO  *
      *   DEBE TENER EL NIVEL MINIMO DEL TIPO DE TRANSACCION, Y CADA   *
      *   RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS.                *
      * 15/10/2026 CNA VERSION 3.4 - LOS SOCIOS EXTERNOS TOMAN EL CUPO *
      *   DE LIBROS Y EL PLAZO DE PRESTAMO PROPIOS DE SU CATEGORIA EN  *
      *   EL PRESTAMO, LA RENOVACION Y EL RETIRO DE RESERVAS.          *
      * 15/10/2026 CNA VERSION 3.5 - LA DEVOLUCION Y EL RETIRO ACEPTAN *
      *   LA SUCURSAL DONDE SE OPERA (VALIDADA CONTRA EL MAESTRO DE    *
      *   SUCURSALES). EL EJEMPLAR DEVUELTO FUERA DE SU SEDE QUEDA EN  *
      *   TRANSITO DE VUELTA A ELLA Y EL QUE SE ASIGNA A UNA RESERVA   *
      *   CON RETIRO EN OTRA SEDE VIAJA A ESA SEDE (RESERVA EN         *
      *   TRANSITO); EL ENVIO QUEDA EN TRANSITO.DAT POR ENVIOSUC. EL   *
      *   RETIRO SE RECHAZA FUERA DE LA SEDE DE RETIRO DE LA RESERVA.  *
      * 15/10/2026 CNA VERSION 3.6 - EL PRESTAMO A DOMICILIO NO ASIGNA *
      *   EJEMPLARES DE REGIMEN SOLO SALA (FASCICULOS DE HEMEROTECA)   *
      *   Y, SI SOLO QUEDAN ESOS, RECHAZA CON ERR-112. EL PRESTAMO EN  *
      *   SALA ACEPTA EL NUMERO DE EJEMPLAR PEDIDO (NUEVO CAMPO        *
      *   OPCIONAL AL FINAL DE LA TRANSACCION) PARA PRESTAR UN         *
      *   FASCICULO PUNTUAL.                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTMOV.
                  RECORD KEY IS PLA-MUL-CODIGO
                  FILE STATUS IS WS-FS-PLANES.

           SELECT ARCH-AJUSLOG        ASSIGN TO "AJUSLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-AJUSLOG.

           SELECT ARCH-PROPTALL       ASSIGN TO "PROPTALL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PROPTALL.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-PRESTAMO.
           05  TRANS-USR-CODIGO        PIC X(10).
           05  TRANS-PRE-CODIGO        PIC X(12).
           05  TRANS-OPERADOR          PIC X(8).
           05  TRANS-FECHA-DEPOSITO    PIC X(10).
           05  TRANS-CONDICION-DEVOL   PIC X(1).
               88  TRANS-CONDICION-VALIDA VALUES 'B' 'R' 'D' ' '.
           05  TRANS-SUC-RECEPCION     PIC X(10).
           05  TRANS-NRO-EJEMPLAR      PIC X(4).
           05  TRANS-NRO-EJEMPLAR-N    REDEFINES
               TRANS-NRO-EJEMPLAR      PIC 9(4).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
       01  REG-PLANES.
           COPY PLANPAG.

       FD  ARCH-AJUSLOG.
       01  REG-AJUSLOG.
           COPY AJUSLOG.

       FD  ARCH-PROPTALL.
       01  REG-PROPTALL.
           COPY PROPTALL.

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.
       01  WS-FS-PLANES                 PIC X(2).
       01  WS-SW-SIN-ARCH-PLANES        PIC X(1)  VALUE 'N'.
       01  WS-SW-PLAN-AL-DIA            PIC X(1)  VALUE 'N'.
       01  WS-FS-AJUSLOG                PIC X(2).
       01  WS-FECHA-DEVOLUCION          PIC X(10).
       01  WS-DIAS-ATRASO-DEP           PIC S9(6).
       01  WS-IMPORTE-RECALC            PIC 9(7)V99.
       01  WS-IMPORTE-AJUSTE            PIC 9(7)V99.
       01  WS-FS-PROPTALL               PIC X(2).
       01  WS-CONDICION-ANTERIOR        PIC X(1).
       01  WS-GRADO-PRESTAMO            PIC 9(1).
       01  WS-GRADO-DEVOLUCION          PIC 9(1).
       01  WS-GRADO-CONDICION           PIC 9(1).
       01  WS-CONDICION-EVALUAR         PIC X(1).
       01  WS-IMPORTE-DANO              PIC 9(7)V99.
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-SW-SIN-ARCH-SUCURSAL      PIC X(1)  VALUE 'N'.
       01  WS-SUC-ACTUAL                PIC X(10).
       01  WS-SUC-RETIRO                PIC X(10).
       01  WS-ESTADO-DEVUELTO           PIC X(1).
       01  WS-SW-ENVIO                  PIC X(1)  VALUE 'N'.
       01  WS-AREA-ENVIO.
           COPY ENVSUC.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO     PIC X(1)  VALUE 'N'.
       01  WS-MENSAJE-RECHAZO        PIC X(60).
       01  WS-SW-EJE-ENCONTRADO      PIC X(1)  VALUE 'N'.
       01  WS-NRO-EJEMPLAR-ASIG      PIC 9(4)  VALUE ZERO.
       01  WS-SW-HAY-SOLO-SALA       PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-ENCONTRADA  PIC X(1)  VALUE 'N'.
       01  WS-SW-MULTA-PENDIENTE     PIC X(1)  VALUE 'N'.
       01  WS-SW-RESERVA-NOTIFICADA  PIC X(1)  VALUE 'N'.

       01  WS-CALL-FUNCION           PIC X(7).
       01  WS-CALL-DIAS              PIC S9(6).

       01  WS-TARIFA-CALCULO.
           COPY TARCALC.
       01  WS-AREA-PERMISO.
           COPY PERVAL.
       01  WS-FECHA-CALCULADA        PIC X(10).

       PROCEDURE DIVISION.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN EXTEND ARCH-DIARIO.
           IF WS-FS-DIARIO = '35'
           IF WS-FS-EJELOG = '35'
               OPEN OUTPUT ARCH-EJELOG
           END-IF.
           OPEN EXTEND ARCH-AJUSLOG.
           IF WS-FS-AJUSLOG = '35'
               OPEN OUTPUT ARCH-AJUSLOG
           END-IF.
           OPEN EXTEND ARCH-PROPTALL.
           IF WS-FS-PROPTALL = '35'
               OPEN OUTPUT ARCH-PROPTALL
           END-IF.
           OPEN INPUT  ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           CALL 'PARMLEE' USING WS-FECHA-HOY
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-OPERADOR THRU 2010-EXIT.
           IF NOT WS-RECHAZADO AND TRANS-SUC-RECEPCION NOT = SPACES
               PERFORM 2020-VALIDAR-SUCURSAL THRU 2020-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-ALTA
           EXIT.

       2110-VALIDAR-MAX-LIBROS.
           EVALUATE TRUE
               WHEN USR-DOCENTE
                   MOVE CONST-MAX-LIBROS-DOC TO WS-MAX-LIBROS
                   MOVE CONST-DIAS-PRESTAMO-DOC TO WS-DIAS-PRESTAMO
               WHEN USR-EXTERNO
                   MOVE CONST-MAX-LIBROS-EXT TO WS-MAX-LIBROS
                   MOVE CONST-DIAS-PRESTAMO-EXT TO WS-DIAS-PRESTAMO
               WHEN OTHER
                   MOVE CONST-MAX-LIBROS-EST TO WS-MAX-LIBROS
                   MOVE CONST-DIAS-PRESTAMO-EST TO WS-DIAS-PRESTAMO
           END-EVALUATE.
           MOVE TRANS-LIB-CODIGO TO WS-LIB-CODIGO-CATEDRA.
           PERFORM 2118-BUSCAR-CATEDRA THRU 2118-EXIT.
           IF WS-SW-CATEDRA-VIGENTE = 'S'
           EXIT.

      *****************************************************************
      * VALIDA EL LEGAJO DE OPERADOR DE LA TRANSACCION CONTRA LA       *
      * MATRIZ DE PERMISOS (PERMVAL): DEBE VENIR INFORMADO, SER UN     *
      * OPERADOR ACTIVO Y TENER EL NIVEL QUE LA MATRIZ PIDE PARA EL    *
      * TIPO DE TRANSACCION. EL RECHAZO QUEDA EN EL LOG DE ACCESOS     *
      * DENEGADOS. SIN MAESTRO DE OPERADORES NO SE VALIDA, PARA NO     *
      * FRENAR LA OPERATORIA ANTERIOR A ESTE CONTROL.                  *
      *****************************************************************
       2010-VALIDAR-OPERADOR.
           MOVE 'PRESTMOV'       TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION  TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR   TO PVA-OPERADOR.
           MOVE SPACES           TO PVA-AUTORIZANTE.
           MOVE 'N'              TO PVA-EXIGE-AUTORIZANTE.
           MOVE SPACES           TO PVA-REFERENCIA.
           STRING TRANS-LIB-CODIGO DELIMITED BY SIZE
                  TRANS-USR-CODIGO DELIMITED BY SIZE
                  INTO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * LA SEDE DONDE SE RECIBE LA DEVOLUCION O SE RETIRA LA RESERVA,  *
      * CUANDO VIENE INFORMADA, DEBE EXISTIR EN EL MAESTRO DE          *
      * SUCURSALES Y ESTAR ACTIVA.                                     *
      *****************************************************************
       2020-VALIDAR-SUCURSAL.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               MOVE TRANS-SUC-RECEPCION TO SUC-CODIGO
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
       2020-EXIT.
           EXIT.

      *****************************************************************
      *****************************************************************
      * BUSCA EL PRIMER EJEMPLAR DISPONIBLE DEL LIBRO Y LO DEJA         *
      * RESERVADO (ESTADO PRESTADO) PARA EL PRESTAMO QUE SE ESTA        *
      * DANDO DE ALTA. EL PRESTAMO A DOMICILIO SALTEA LOS EJEMPLARES   *
      * DE REGIMEN SOLO SALA (FASCICULOS DE HEMEROTECA); EL DE SALA    *
      * PUEDE PEDIR UN EJEMPLAR PUNTUAL (EL FASCICULO BUSCADO).        *
      *****************************************************************
       2130-ASIGNAR-EJEMPLAR.
           MOVE 'N' TO WS-SW-EJE-ENCONTRADO.
           MOVE 'N' TO WS-SW-HAY-SOLO-SALA.
           IF TRANS-SALA AND TRANS-NRO-EJEMPLAR NUMERIC
                   AND TRANS-NRO-EJEMPLAR-N > ZERO
               PERFORM 2135-ASIGNAR-EJEMPLAR-PEDIDO THRU 2135-EXIT
               GO TO 2130-EXIT
           END-IF.
           MOVE TRANS-LIB-CODIGO TO EJE-LIB-CODIGO.
           MOVE ZERO             TO EJE-NRO-EJEMPLAR.
           START ARCH-EJEMPLAR KEY IS >= EJE-CLAVE
               MOVE EJE-NRO-EJEMPLAR TO WS-NRO-EJEMPLAR-ASIG
           ELSE
               MOVE 'S' TO WS-SW-RECHAZADO
               IF WS-SW-HAY-SOLO-SALA = 'S'
                   MOVE MSG-ERR-112 TO WS-MENSAJE-RECHAZO
               ELSE
                   MOVE 'ERROR: NO HAY EJEMPLARES DISPONIBLES'
                       TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
       2130-EXIT.
           EXIT.

       2135-ASIGNAR-EJEMPLAR-PEDIDO.
           MOVE TRANS-LIB-CODIGO     TO EJE-LIB-CODIGO.
           MOVE TRANS-NRO-EJEMPLAR-N TO EJE-NRO-EJEMPLAR.
           READ ARCH-EJEMPLAR
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-118 TO WS-MENSAJE-RECHAZO
                   GO TO 2135-EXIT
           END-READ.
           IF NOT EJE-DISPONIBLE
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-118 TO WS-MENSAJE-RECHAZO
               GO TO 2135-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-EJE-ENCONTRADO.
           MOVE 'P' TO EJE-ESTADO.
           REWRITE REG-EJEMPLAR.
           MOVE EJE-NRO-EJEMPLAR TO WS-NRO-EJEMPLAR-ASIG.
       2135-EXIT.
           EXIT.

       2140-BUSCAR-EJEMPLAR.
           READ ARCH-EJEMPLAR NEXT RECORD
               AT END
           IF WS-FS-EJEMPLAR = '00'
                   AND EJE-LIB-CODIGO = TRANS-LIB-CODIGO
                   AND EJE-DISPONIBLE
               IF EJE-SOLO-SALA AND NOT TRANS-SALA
                   MOVE 'S' TO WS-SW-HAY-SOLO-SALA
               ELSE
                   MOVE 'S' TO WS-SW-EJE-ENCONTRADO
               END-IF
           END-IF.
       2140-EXIT.
           EXIT.
           MOVE 'V'               TO PRE-ESTADO.
           MOVE ZERO              TO PRE-CANT-RENOVACIONES.
           MOVE 'D'               TO PRE-TIPO.
           MOVE EJE-CONDICION     TO PRE-CONDICION-PRESTAMO.
           MOVE 'SUMDIAS'         TO WS-CALL-FUNCION.
           MOVE WS-DIAS-PRESTAMO  TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
      * RESERVA PENDIENTE, EL EJEMPLAR QUEDA RETENIDO PARA EL PRIMERO  *
      * DE LA FILA (NO VUELVE AL STOCK DISPONIBLE); CASO CONTRARIO SE  *
      * LIBERA NORMALMENTE Y SE REPONE EL STOCK DISPONIBLE DEL LIBRO.  *
      * CON FECHA DE DEPOSITO INFORMADA (BUZON), ESA ES LA FECHA DE    *
      * DEVOLUCION Y LA MULTA YA GENERADA SE AJUSTA A ELLA. CON LA     *
      * CONDICION DE DEVOLUCION INFORMADA SE ACTUALIZA LA DEL          *
      * EJEMPLAR Y SE EVALUA EL CARGO POR DANO; EL EJEMPLAR QUE VUELVE *
      * DANADO NO SE RETIENE PARA LA COLA DE RESERVAS.                 *
      * CON SEDE DE RECEPCION INFORMADA: SI LA RESERVA SE RETIRA EN    *
      * OTRA SEDE EL EJEMPLAR VIAJA A ELLA (RESERVA EN TRANSITO); SIN  *
      * RESERVA, EL EJEMPLAR RECIBIDO FUERA DE SU SEDE (LIB-UBICACION) *
      * VUELVE A ELLA EN TRANSITO Y EL STOCK SE REPONE AL LLEGAR.      *
      *****************************************************************
       2200-PROCESAR-DEVOLUCION.
           MOVE TRANS-PRE-CODIGO TO PRE-CODIGO-PRESTAMO.
                   TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2210-VALIDAR-FECHA-DEPOSITO THRU 2210-EXIT
           END-IF.
           IF NOT WS-RECHAZADO AND NOT TRANS-CONDICION-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-081 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE WS-FECHA-DEVOLUCION TO PRE-FECHA-DEVOLUCION
               MOVE 'D'          TO PRE-ESTADO
               REWRITE REG-PRESTAMO
               IF TRANS-FECHA-DEPOSITO NOT = SPACES
                   PERFORM 2270-AJUSTAR-MULTA-DEPOSITO THRU 2270-EXIT
               END-IF
               MOVE PRE-LIB-CODIGO TO LIB-CODIGO
               READ ARCH-LIBRO
                   INVALID KEY
                       MOVE SPACES TO LIB-UBICACION
               END-READ
               MOVE TRANS-SUC-RECEPCION TO WS-SUC-ACTUAL
               IF WS-SUC-ACTUAL = SPACES
                   MOVE LIB-UBICACION TO WS-SUC-ACTUAL
               END-IF
               MOVE 'N' TO WS-SW-ENVIO
               IF TRANS-CONDICION-DEVOL = 'D'
                   MOVE 'N' TO WS-SW-RESERVA-ENCONTRADA
               ELSE
                   PERFORM 2250-BUSCAR-RESERVA-PENDIENTE THRU 2250-EXIT
               END-IF
               IF WS-SW-RESERVA-ENCONTRADA = 'N'
                   PERFORM 2230-DESTINO-SIN-RESERVA THRU 2230-EXIT
               END-IF
               MOVE PRE-LIB-CODIGO     TO EJE-LIB-CODIGO
               MOVE PRE-NRO-EJEMPLAR   TO EJE-NRO-EJEMPLAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ESTADO-DEVUELTO TO EJE-ESTADO
                       MOVE EJE-CONDICION TO WS-CONDICION-ANTERIOR
                       IF TRANS-CONDICION-DEVOL NOT = SPACES
                           MOVE TRANS-CONDICION-DEVOL TO EJE-CONDICION
                       END-IF
                       REWRITE REG-EJEMPLAR
                       MOVE 'P' TO WS-EJL-ANTERIOR
                       MOVE EJE-ESTADO TO WS-EJL-NUEVO
                       MOVE PRE-CODIGO-PRESTAMO TO WS-EJL-REFERENCIA
                       PERFORM 8500-GRABAR-EJELOG THRU 8500-EXIT
                       IF WS-SW-ENVIO = 'S'
                           PERFORM 2240-REGISTRAR-ENVIO THRU 2240-EXIT
                       END-IF
                       IF TRANS-CONDICION-DEVOL NOT = SPACES
                           PERFORM 2280-EVALUAR-DANO THRU 2280-EXIT
                       END-IF
               END-READ
               ADD 1 TO WS-CONT-DEVOLUCIONES
               EVALUATE TRUE
                   WHEN WS-SW-ENVIO = 'S' AND ENV-MOTIVO = 'R'
                       STRING PRE-CODIGO-PRESTAMO DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              MSG-INFO-060        DELIMITED BY SIZE
                              ' OPERADOR: '       DELIMITED BY SIZE
                              TRANS-OPERADOR      DELIMITED BY SIZE
                              INTO REG-SALIDA
                       END-STRING
                   WHEN WS-SW-ENVIO = 'S'
                       STRING PRE-CODIGO-PRESTAMO DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              MSG-INFO-059        DELIMITED BY SIZE
                              ' OPERADOR: '       DELIMITED BY SIZE
                              TRANS-OPERADOR      DELIMITED BY SIZE
                              INTO REG-SALIDA
                       END-STRING
                   WHEN WS-SW-RESERVA-ENCONTRADA = 'S'
                       STRING PRE-CODIGO-PRESTAMO DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              MSG-INFO-011        DELIMITED BY SIZE
                              ' OPERADOR: '       DELIMITED BY SIZE
                              TRANS-OPERADOR      DELIMITED BY SIZE
                              INTO REG-SALIDA
                       END-STRING
                   WHEN OTHER
                       STRING PRE-CODIGO-PRESTAMO DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              MSG-INFO-004        DELIMITED BY SIZE
                              ' OPERADOR: '       DELIMITED BY SIZE
                              TRANS-OPERADOR      DELIMITED BY SIZE
                              INTO REG-SALIDA
                       END-STRING
               END-EVALUATE
               WRITE REG-SALIDA
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * SIN RESERVA QUE LO RETENGA, EL EJEMPLAR RECIBIDO EN SU SEDE    *
      * QUEDA DISPONIBLE Y REPONE EL STOCK; RECIBIDO EN OTRA SEDE      *
      * QUEDA EN TRANSITO DE VUELTA A LA SUYA, SIN TOCAR EL STOCK.     *
      *****************************************************************
       2230-DESTINO-SIN-RESERVA.
           IF WS-SUC-ACTUAL NOT = LIB-UBICACION
                   AND LIB-UBICACION NOT = SPACES
               MOVE 'N'           TO WS-ESTADO-DEVUELTO
               MOVE 'S'           TO WS-SW-ENVIO
               MOVE 'D'           TO ENV-MOTIVO
               MOVE LIB-UBICACION TO ENV-SUC-DESTINO
               MOVE SPACES        TO ENV-RES-LIB-CODIGO
               MOVE ZERO          TO ENV-RES-NRO-SECUENCIA
               GO TO 2230-EXIT
           END-IF.
           MOVE 'D' TO WS-ESTADO-DEVUELTO.
           IF WS-FS-LIBRO = '00'
               ADD 1 TO LIB-STOCK-DISPONIBLE
               REWRITE REG-LIBRO
           END-IF.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * ABRE EL TRANSITO DEL EJEMPLAR DESDE LA SEDE DE RECEPCION (LO   *
      * DESPACHA EL REMITO DIARIO DE REMITSUC).                        *
      *****************************************************************
       2240-REGISTRAR-ENVIO.
           MOVE 'ALTA  '         TO ENV-FUNCION.
           MOVE EJE-LIB-CODIGO   TO ENV-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR TO ENV-NRO-EJEMPLAR.
           MOVE WS-SUC-ACTUAL    TO ENV-SUC-ORIGEN.
           MOVE WS-FECHA-HOY     TO ENV-FECHA.
           MOVE 'PRESTMOV'       TO ENV-PROGRAMA.
           MOVE TRANS-OPERADOR   TO ENV-OPERADOR.
           CALL 'ENVIOSUC' USING WS-AREA-ENVIO
           END-CALL.
       2240-EXIT.
           EXIT.

      *****************************************************************
      * LA FECHA DE DEVOLUCION ES LA DEL DIA, SALVO QUE LA             *
      * TRANSACCION TRAIGA FECHA DE DEPOSITO: DEBE SER UNA FECHA       *
      * VALIDA, NO POSTERIOR AL DIA NI ANTERIOR AL PRESTAMO.           *
      *****************************************************************
       2210-VALIDAR-FECHA-DEPOSITO.
           MOVE WS-FECHA-HOY TO WS-FECHA-DEVOLUCION.
           IF TRANS-FECHA-DEPOSITO = SPACES
               GO TO 2210-EXIT
           END-IF.
           IF TRANS-FECHA-DEPOSITO (1:2) NOT NUMERIC
                   OR TRANS-FECHA-DEPOSITO (4:2) NOT NUMERIC
                   OR TRANS-FECHA-DEPOSITO (7:4) NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-080 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           MOVE 'DIFDIAS'           TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 TRANS-FECHA-DEPOSITO
                                 WS-FECHA-HOY
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS < 0
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-080 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           MOVE 'DIFDIAS'           TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 PRE-FECHA-PRESTAMO
                                 TRANS-FECHA-DEPOSITO
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS < 0
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-080 TO WS-MENSAJE-RECHAZO
               GO TO 2210-EXIT
           END-IF.
           MOVE TRANS-FECHA-DEPOSITO TO WS-FECHA-DEVOLUCION.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LA COLA DE RESERVAS DEL LIBRO DEVUELTO (ORDEN DE       *
      * LLEGADA POR NUMERO DE SECUENCIA) Y, SI ENCUENTRA LA PRIMERA    *
      * PENDIENTE, LA MARCA COMO NOTIFICADA. SI SE RETIRA EN OTRA SEDE *
      * QUE LA DE RECEPCION, LA RESERVA QUEDA EN TRANSITO Y EL         *
      * EJEMPLAR VIAJA A LA SEDE DE RETIRO.                            *
      *****************************************************************
       2250-BUSCAR-RESERVA-PENDIENTE.
           MOVE 'N' TO WS-SW-RESERVA-ENCONTRADA.
               UNTIL WS-FS-RESERVA NOT = '00'
                  OR RES-LIB-CODIGO NOT = PRE-LIB-CODIGO
                  OR WS-SW-RESERVA-ENCONTRADA = 'S'.
           IF WS-SW-RESERVA-ENCONTRADA = 'N'
               GO TO 2250-EXIT
           END-IF.
           MOVE RES-SUC-RETIRO TO WS-SUC-RETIRO.
           IF WS-SUC-RETIRO = SPACES
               MOVE LIB-UBICACION TO WS-SUC-RETIRO
           END-IF.
           IF WS-SUC-RETIRO NOT = WS-SUC-ACTUAL
                   AND WS-SUC-RETIRO NOT = SPACES
                   AND WS-SUC-ACTUAL NOT = SPACES
               MOVE 'T'               TO RES-ESTADO
               REWRITE REG-RESERVA
               MOVE 'N'               TO WS-ESTADO-DEVUELTO
               MOVE 'S'               TO WS-SW-ENVIO
               MOVE 'R'               TO ENV-MOTIVO
               MOVE WS-SUC-RETIRO     TO ENV-SUC-DESTINO
               MOVE RES-LIB-CODIGO    TO ENV-RES-LIB-CODIGO
               MOVE RES-NRO-SECUENCIA TO ENV-RES-NRO-SECUENCIA
           ELSE
               MOVE 'N'          TO RES-ESTADO
               MOVE WS-FECHA-HOY TO RES-FECHA-NOTIFICACION
               REWRITE REG-RESERVA
               MOVE 'R'          TO WS-ESTADO-DEVUELTO
           END-IF.
       2250-EXIT.
           EXIT.
       2260-EXIT.
           EXIT.

      *****************************************************************
      * DEVOLUCION CON FECHA DE DEPOSITO: SI LA CADENA YA GENERO LA    *
      * MULTA POR ATRASO DEL PRESTAMO Y SIGUE ADEUDADA, SE RECALCULA   *
      * CON LOS DIAS HABILES DE ATRASO HASTA EL DEPOSITO. SIN ATRASO   *
      * Y SIN PAGOS LA MULTA SE ANULA; SI NO, SE REDUCE EL IMPORTE     *
      * (NUNCA POR DEBAJO DE LO YA PAGADO) Y, CUBIERTA, PASA A         *
      * PAGADA. EL AJUSTE QUEDA EN EL LOG DE AUDITORIA CON EL MOTIVO   *
      * DEP Y EL OPERADOR COMO AUTORIZANTE, COMO LOS DE MULAJUST. EL   *
      * IMPORTE SE RECALCULA CON EL TARIFARIO (MULTARIF) A LA FECHA    *
      * DE DEPOSITO, COMO LO HABRIA GENERADO MULCALC.                  *
      *****************************************************************
       2270-AJUSTAR-MULTA-DEPOSITO.
           MOVE PRE-CODIGO-PRESTAMO TO MUL-CODIGO-MULTA.
           READ ARCH-MULTA
               INVALID KEY
                   GO TO 2270-EXIT
           END-READ.
           IF NOT MUL-TIPO-ATRASO
               GO TO 2270-EXIT
           END-IF.
           IF NOT MUL-PENDIENTE AND NOT MUL-PARCIAL
               GO TO 2270-EXIT
           END-IF.
           MOVE 'DIFHAB'            TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 PRE-FECHA-VENCIMIENTO
                                 WS-FECHA-DEVOLUCION
                                 WS-CALL-DIAS
           END-CALL.
           MOVE WS-CALL-DIAS TO WS-DIAS-ATRASO-DEP.
           IF WS-DIAS-ATRASO-DEP < 0
               MOVE ZERO TO WS-DIAS-ATRASO-DEP
           END-IF.
           MOVE PRE-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE SPACES TO USR-CATEGORIA
           END-READ.
           MOVE PRE-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-READ.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE WS-FECHA-DEVOLUCION   TO TRC-FECHA-PROCESO.
           MOVE USR-CATEGORIA         TO TRC-USR-CATEGORIA.
           MOVE PRE-TIPO              TO TRC-PRE-TIPO.
           MOVE PRE-LIB-CODIGO        TO TRC-LIB-CODIGO.
           MOVE LIB-PRECIO-REPOSICION TO TRC-PRECIO-REPOSICION.
           MOVE WS-DIAS-ATRASO-DEP    TO TRC-DIAS-ATRASO.
           MOVE CONST-MULTA-DIA       TO TRC-MULTA-DIA-DEFECTO.
           CALL 'MULTARIF' USING WS-TARIFA-CALCULO
           END-CALL.
           MOVE TRC-IMPORTE TO WS-IMPORTE-RECALC.
           IF WS-IMPORTE-RECALC >= MUL-IMPORTE
               GO TO 2270-EXIT
           END-IF.
           MOVE SPACES TO REG-AJUSLOG.
           IF WS-IMPORTE-RECALC = ZERO AND MUL-IMPORTE-PAGADO = ZERO
               MOVE 'X'         TO MUL-ESTADO
               MOVE MUL-IMPORTE TO WS-IMPORTE-AJUSTE
               MOVE 'A'         TO AJU-TIPO
           ELSE
               IF WS-IMPORTE-RECALC < MUL-IMPORTE-PAGADO
                   MOVE MUL-IMPORTE-PAGADO TO WS-IMPORTE-RECALC
               END-IF
               COMPUTE WS-IMPORTE-AJUSTE =
                   MUL-IMPORTE - WS-IMPORTE-RECALC
               IF WS-IMPORTE-AJUSTE = ZERO
                   GO TO 2270-EXIT
               END-IF
               MOVE WS-IMPORTE-RECALC  TO MUL-IMPORTE
               MOVE WS-DIAS-ATRASO-DEP TO MUL-DIAS-ATRASO
               IF MUL-IMPORTE-PAGADO >= MUL-IMPORTE
                   MOVE 'G' TO MUL-ESTADO
               END-IF
               MOVE 'Q'         TO AJU-TIPO
           END-IF.
           REWRITE REG-MULTA.
           MOVE MUL-CODIGO-MULTA    TO AJU-MUL-CODIGO.
           MOVE MUL-USR-CODIGO      TO AJU-USR-CODIGO.
           MOVE WS-IMPORTE-AJUSTE   TO AJU-IMPORTE.
           MOVE 'DEP'               TO AJU-COD-MOTIVO.
           MOVE TRANS-OPERADOR      TO AJU-AUTORIZANTE.
           MOVE WS-FECHA-HOY        TO AJU-FECHA.
           WRITE REG-AJUSLOG.
           IF MUL-ANULADA
               STRING MUL-CODIGO-MULTA DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-042     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
           ELSE
               STRING MUL-CODIGO-MULTA DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-041     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
           END-IF.
           WRITE REG-SALIDA.
       2270-EXIT.
           EXIT.

      *****************************************************************
      * CONDICION DE DEVOLUCION CONTRA LA CONDICION CON QUE SALIO EL   *
      * EJEMPLAR (GRADOS B=1, R=2, D=3). SI EMPEORO SE GENERA EL CARGO *
      * POR DANO; SI QUEDO DANADO Y NO LO ESTABA AL PRESTARSE, SE      *
      * PROPONE PARA EL CIRCUITO DE TALLER. LOS PRESTAMOS ANTERIORES   *
      * AL CAMPO (CONDICION AL PRESTAR EN BLANCO) TOMAN LA CONDICION   *
      * QUE TENIA EL EJEMPLAR ANTES DE ESTA DEVOLUCION.                *
      *****************************************************************
       2280-EVALUAR-DANO.
           IF PRE-CONDICION-PRESTAMO = SPACES
               MOVE WS-CONDICION-ANTERIOR TO WS-CONDICION-EVALUAR
           ELSE
               MOVE PRE-CONDICION-PRESTAMO TO WS-CONDICION-EVALUAR
           END-IF.
           PERFORM 2281-GRADO-CONDICION THRU 2281-EXIT.
           MOVE WS-GRADO-CONDICION TO WS-GRADO-PRESTAMO.
           MOVE TRANS-CONDICION-DEVOL TO WS-CONDICION-EVALUAR.
           PERFORM 2281-GRADO-CONDICION THRU 2281-EXIT.
           MOVE WS-GRADO-CONDICION TO WS-GRADO-DEVOLUCION.
           IF WS-GRADO-PRESTAMO = ZERO
               GO TO 2280-EXIT
           END-IF.
           IF WS-GRADO-DEVOLUCION > WS-GRADO-PRESTAMO
               PERFORM 2285-GENERAR-CARGO-DANO THRU 2285-EXIT
               IF TRANS-CONDICION-DEVOL = 'D'
                   PERFORM 2290-PROPONER-TALLER THRU 2290-EXIT
               END-IF
           END-IF.
       2280-EXIT.
           EXIT.

       2281-GRADO-CONDICION.
           EVALUATE WS-CONDICION-EVALUAR
               WHEN 'B'
                   MOVE 1 TO WS-GRADO-CONDICION
               WHEN 'R'
                   MOVE 2 TO WS-GRADO-CONDICION
               WHEN 'D'
                   MOVE 3 TO WS-GRADO-CONDICION
               WHEN OTHER
                   MOVE 0 TO WS-GRADO-CONDICION
           END-EVALUATE.
       2281-EXIT.
           EXIT.

      *****************************************************************
      * CARGO POR DANO AL SOCIO: EL PORCENTAJE PARAMETRIZADO DEL       *
      * PRECIO DE REPOSICION DEL LIBRO, CON EL CODIGO DEL PRESTAMO     *
      * PREFIJADO CON D (COMO EL R DEL CARGO DE REPOSICION DE          *
      * MULCALC). SIN PRECIO CARGADO NO SE GENERA Y SE INFORMA EN LA   *
      * SALIDA PARA RESOLVERLO EN MOSTRADOR.                           *
      *****************************************************************
       2285-GENERAR-CARGO-DANO.
           IF WS-FS-LIBRO NOT = '00'
               GO TO 2285-EXIT
           END-IF.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           COMPUTE WS-IMPORTE-DANO ROUNDED =
               LIB-PRECIO-REPOSICION * CONST-PORC-CARGO-DANO / 100.
           IF WS-IMPORTE-DANO = ZERO
               STRING PRE-CODIGO-PRESTAMO       DELIMITED BY SIZE
                      ' SIN PRECIO DE REPOSICION, CARGO POR DANO NO'
                                                DELIMITED BY SIZE
                      ' GENERADO'               DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               GO TO 2285-EXIT
           END-IF.
           MOVE PRE-CODIGO-PRESTAMO TO MUL-CODIGO-MULTA.
           MOVE 'D' TO MUL-CODIGO-MULTA (1:1).
           READ ARCH-MULTA
               INVALID KEY
                   MOVE PRE-CODIGO-PRESTAMO TO MUL-PRE-CODIGO
                   MOVE PRE-USR-CODIGO      TO MUL-USR-CODIGO
                   MOVE PRE-LIB-CODIGO      TO MUL-LIB-CODIGO
                   MOVE WS-FECHA-HOY        TO MUL-FECHA-GENERACION
                   MOVE ZERO                TO MUL-DIAS-ATRASO
                   MOVE WS-IMPORTE-DANO     TO MUL-IMPORTE
                   MOVE ZERO                TO MUL-IMPORTE-PAGADO
                   MOVE 'P'                 TO MUL-ESTADO
                   MOVE 'D'                 TO MUL-TIPO
                   WRITE REG-MULTA
                   STRING MUL-CODIGO-MULTA DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          MSG-INFO-043     DELIMITED BY SIZE
                          INTO REG-SALIDA
                   END-STRING
                   WRITE REG-SALIDA
           END-READ.
       2285-EXIT.
           EXIT.

      *****************************************************************
      * PROPUESTA DE TALLER: EL EJEMPLAR QUE QUEDO DANADO SE ANOTA EN  *
      * EL ARCHIVO DE PROPUESTAS, QUE RPTTALL LISTA HASTA QUE SE       *
      * ENVIA A REPARACION CON LA TRANSACCION DE TALLER DE EJEMANT.    *
      *****************************************************************
       2290-PROPONER-TALLER.
           MOVE SPACES                 TO REG-PROPTALL.
           MOVE EJE-LIB-CODIGO         TO PRT-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR       TO PRT-NRO-EJEMPLAR.
           MOVE WS-FECHA-HOY           TO PRT-FECHA-PROPUESTA.
           MOVE PRE-CODIGO-PRESTAMO    TO PRT-PRE-CODIGO.
           MOVE PRE-USR-CODIGO         TO PRT-USR-CODIGO.
           MOVE WS-CONDICION-ANTERIOR  TO PRT-CONDICION-ANTERIOR.
           WRITE REG-PROPTALL.
           STRING EJE-LIB-CODIGO DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  MSG-INFO-044   DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2290-EXIT.
           EXIT.

      *****************************************************************
      * RENOVACION DE UN PRESTAMO VIGENTE: SOLO PROCEDE SI NO SE      *
      * ALCANZO EL TOPE DE RENOVACIONES Y SI EL LIBRO NO TIENE        *
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN USR-DOCENTE
                       MOVE CONST-DIAS-PRESTAMO-DOC TO WS-DIAS-PRESTAMO
                   WHEN USR-EXTERNO
                       MOVE CONST-DIAS-PRESTAMO-EXT TO WS-DIAS-PRESTAMO
                   WHEN OTHER
                       MOVE CONST-DIAS-PRESTAMO-EST TO WS-DIAS-PRESTAMO
               END-EVALUATE
               MOVE 'SUMDIAS'        TO WS-CALL-FUNCION
               MOVE WS-DIAS-PRESTAMO TO WS-CALL-DIAS
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
      * EJEMPLAR QUE QUEDO RETENIDO A SU NOMBRE EN LA DEVOLUCION QUE   *
      * DISPARO LA NOTIFICACION. NO SE TOCA LIB-STOCK-DISPONIBLE       *
      * PORQUE ESE EJEMPLAR YA HABIA QUEDADO EXCLUIDO DEL DISPONIBLE   *
      * GENERAL DESDE QUE SE RETUVO PARA LA RESERVA. CON SEDE          *
      * INFORMADA, DEBE SER LA SEDE DE RETIRO ELEGIDA EN LA RESERVA.   *
      *****************************************************************
       2400-PROCESAR-RETIRO.
           MOVE TRANS-USR-CODIGO TO USR-CODIGO.
           IF NOT WS-RECHAZADO
               PERFORM 2410-BUSCAR-RESERVA-NOTIFICADA THRU 2410-EXIT
           END-IF.
           IF NOT WS-RECHAZADO AND TRANS-SUC-RECEPCION NOT = SPACES
               MOVE RES-SUC-RETIRO TO WS-SUC-RETIRO
               IF WS-SUC-RETIRO = SPACES
                   MOVE LIB-UBICACION TO WS-SUC-RETIRO
               END-IF
               IF WS-SUC-RETIRO NOT = TRANS-SUC-RECEPCION
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-111 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2420-BUSCAR-EJEMPLAR-RESERVADO THRU 2420-EXIT
           END-IF.
           MOVE 'V'                  TO PRE-ESTADO.
           MOVE ZERO                 TO PRE-CANT-RENOVACIONES.
           MOVE 'D'                  TO PRE-TIPO.
           MOVE EJE-CONDICION        TO PRE-CONDICION-PRESTAMO.
           EVALUATE TRUE
               WHEN USR-DOCENTE
                   MOVE CONST-DIAS-PRESTAMO-DOC TO WS-DIAS-PRESTAMO
               WHEN USR-EXTERNO
                   MOVE CONST-DIAS-PRESTAMO-EXT TO WS-DIAS-PRESTAMO
               WHEN OTHER
                   MOVE CONST-DIAS-PRESTAMO-EST TO WS-DIAS-PRESTAMO
           END-EVALUATE.
           IF WS-SW-CATEDRA-VIGENTE = 'S'
               MOVE WS-DIAS-CATEDRA TO WS-DIAS-PRESTAMO
           END-IF.
           MOVE 'V'                  TO PRE-ESTADO.
           MOVE ZERO                 TO PRE-CANT-RENOVACIONES.
           MOVE 'S'                  TO PRE-TIPO.
           MOVE EJE-CONDICION        TO PRE-CONDICION-PRESTAMO.
           WRITE REG-PRESTAMO.
           MOVE 'D' TO WS-EJL-ANTERIOR.
           MOVE 'P' TO WS-EJL-NUEVO.
                 ARCH-MULTA
                 ARCH-SALIDA
                 ARCH-DIARIO
                 ARCH-EJELOG
                 ARCH-AJUSLOG
                 ARCH-PROPTALL.
           IF WS-SW-SIN-ARCH-SANCION = 'N'
               CLOSE ARCH-SANCION
           END-IF.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           DISPLAY 'PRESTMOV - ALTAS: '        WS-CONT-ALTAS
                   ' DEVOLUCIONES: '           WS-CONT-DEVOLUCIONES
