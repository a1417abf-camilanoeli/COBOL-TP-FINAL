      *****************************************************************
      * PROGRAMA: SALARESV                                            *
      * PROPOSITO: RESERVA DE BOXES Y SALAS DE ESTUDIO GRUPAL POR      *
      *            FECHA Y TURNO. EL ALTA TOMA EL TURNO PARA UN SOCIO  *
      *            TITULAR Y LA CANTIDAD DE INTEGRANTES: EL SOCIO DEBE *
      *            ESTAR ACTIVO, CON CARNET VIGENTE, SIN SUSPENSION    *
      *            VIGENTE EN SANCION.DAT Y DENTRO DEL TOPE SEMANAL DE *
      *            CONST-TOPE-SALAS-SEMANA RESERVAS (LUNES A           *
      *            DOMINGO); EL TURNO DEBE CAER EN EL HORARIO DE LA    *
      *            SALA Y LOS INTEGRANTES EN SU CAPACIDAD. EL SOCIO    *
      *            CANCELA HASTA EL DIA DEL TURNO Y EL MOSTRADOR       *
      *            REGISTRA LA PRESENTACION EL MISMO DIA. LO QUE QUEDA *
      *            RESERVADO SIN PRESENTACION LO MARCA AUSENTE SANCALC *
      *            Y CUENTA COMO INCUMPLIMIENTO. LA GRILLA DE TURNOS   *
      *            ES LA DE CONSTANT.CPY (HORA DEL PRIMER TURNO, HORAS *
      *            POR TURNO Y CANTIDAD DE TURNOS DEL DIA).            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - CADA TRANSACCION ACEPTADA QUEDA   *
      *   EN EL DIARIO COMUN DE TRANSACCIONES (DIARIO.DAT), COMO EN    *
      *   LOS DEMAS PROGRAMAS DE MOSTRADOR, PARA QUE EL REPROCESO      *
      *   REPRDIAR LA PUEDA REAPLICAR.                                 *
      * 15/10/2026 CNA VERSION 1.2 - LA FECHA DE PROCESO SE TOMA CON   *
      *   EL SUBPROGRAMA FECPROC Y LA HORA DE PRESENTACION VIAJA EN LA *
      *   TRANSACCION (TRANS-HORA-PRESENTACION, EN BLANCO LA PONE EL   *
      *   PROGRAMA): REAPLICADA POR REPRDIAR, UNA RESERVA SE VALIDA    *
      *   CONTRA EL DIA EN QUE SE OPERO Y CONSERVA SU HORA.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARESV.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-SALA     ASSIGN TO "TRANSALA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-SALAEST        ASSIGN TO "SALAEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAL-CODIGO
                  ALTERNATE RECORD KEY IS SAL-SUC-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-SALAEST.

           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-SANCION        ASSIGN TO "SANCION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAN-USR-CODIGO
                  FILE STATUS IS WS-FS-SANCION.

           SELECT ARCH-SALIDA         ASSIGN TO "SALSALA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-DIARIO         ASSIGN TO "DIARIO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-DIARIO.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-SALA.
       01  REG-TRANS-SALA.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-CANCELAR       VALUE 'C'.
               88  TRANS-PRESENTACION   VALUE 'P'.
           05  TRANS-SAL-CODIGO         PIC X(10).
           05  TRANS-FECHA              PIC X(10).
           05  TRANS-TURNO              PIC 9(1).
           05  TRANS-USR-CODIGO         PIC X(10).
           05  TRANS-INTEGRANTES        PIC 9(2).
           05  TRANS-OPERADOR           PIC X(8).
           05  TRANS-HORA-PRESENTACION  PIC X(5).

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-SALAEST.
       01  REG-SALAEST.
           COPY SALAEST.

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-SANCION.
       01  REG-SANCION.
           COPY SANCION.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-DIARIO.
       01  REG-DIARIO.
           COPY DIARIO.

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-RESSALA                PIC X(2).
       01  WS-FS-SALAEST                PIC X(2).
       01  WS-FS-USUARIO                PIC X(2).
       01  WS-FS-SANCION                PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-DIARIO                 PIC X(2).
       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.
       01  WS-SW-SIN-ARCH-SANCION       PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-TURNO-EXISTE       PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CANCELACIONES    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-PRESENTACIONES   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO       PIC X(1)  VALUE 'N'.
       01  WS-HORA-SISTEMA              PIC 9(8).
       01  WS-HORA-DIARIO               PIC X(8).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-MENSAJE-SALIDA            PIC X(60).

       01  WS-CALL-FUNCION              PIC X(7).
       01  WS-CALL-DIAS                 PIC S9(6).

      *
      * FECHA DE LA TRANSACCION (Y DE LOS LIMITES DE SU SEMANA)
      * PASADA A AAAAMMDD PARA COMPARARLA CON LA CLAVE DE RESSALA
      *
       01  WS-CONV-FECHA                PIC X(10).
       01  WS-CONV-AMD.
           05  WS-CONV-ANIO             PIC X(4).
           05  WS-CONV-MES              PIC X(2).
           05  WS-CONV-DIA              PIC X(2).
       01  WS-CONV-AMD-N REDEFINES WS-CONV-AMD
                                        PIC 9(8).
       01  WS-FECHA-TRANS-AMD           PIC 9(8).

       01  WS-TOPE-SEMANAL.
           05  WS-FECHA-LUNES           PIC X(10).
           05  WS-FECHA-DOMINGO         PIC X(10).
           05  WS-LUNES-AMD             PIC 9(8).
           05  WS-DOMINGO-AMD           PIC 9(8).
           05  WS-CANT-SEMANA           PIC 9(3).

       01  WS-TURNO-HORA-INICIO         PIC 9(2).
       01  WS-TURNO-HORA-FIN            PIC 9(2).

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'SALARESV - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESAN MOVIMIENTOS. USE COLATRAN'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
                   UNTIL WS-FIN-ARCHIVO
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      * SEMAFORO DE LA CADENA NOCTURNA: CON LA CADENA EN CURSO (QUE    *
      * MARCA LAS AUSENCIAS SOBRE RESSALA.DAT EN SANCALC) EL PROGRAMA  *
      * NO CORRE. LAS TRANSACCIONES SE RETIENEN CON COLATRAN.          *
      *****************************************************************
       0100-VERIFICAR-CADENA.
           MOVE 'N' TO WS-SW-CADENA-EN-CURSO.
           OPEN INPUT ARCH-CADLOCK.
           IF WS-FS-CADLOCK = '00'
               READ ARCH-CADLOCK
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CADLOCK = '00' AND LCK-EN-CURSO
                   MOVE 'S' TO WS-SW-CADENA-EN-CURSO
               END-IF
               CLOSE ARCH-CADLOCK
           END-IF.
       0100-EXIT.
           EXIT.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-SALA.
           OPEN I-O    ARCH-RESSALA.
           IF WS-FS-RESSALA = '35'
               OPEN OUTPUT ARCH-RESSALA
               CLOSE ARCH-RESSALA
               OPEN I-O ARCH-RESSALA
           END-IF.
           OPEN INPUT  ARCH-SALAEST.
           OPEN INPUT  ARCH-USUARIO.
           OPEN INPUT  ARCH-SANCION.
           IF WS-FS-SANCION NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SANCION
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN EXTEND ARCH-DIARIO.
           IF WS-FS-DIARIO = '35'
               OPEN OUTPUT ARCH-DIARIO
           END-IF.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1050-ARMAR-FECHA-HOY.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
       1050-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-SALA
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-PERMISO THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               PERFORM 2020-VALIDAR-FECHA THRU 2020-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-CANCELAR
                       PERFORM 2200-PROCESAR-CANCELACION THRU 2200-EXIT
                   WHEN TRANS-PRESENTACION
                       PERFORM 2300-PROCESAR-PRESENTACION
                           THRU 2300-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               MOVE WS-MENSAJE-RECHAZO TO WS-MENSAJE-SALIDA
               PERFORM 8000-INFORMAR THRU 8000-EXIT
           ELSE
               PERFORM 8200-GRABAR-DIARIO THRU 8200-EXIT
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR DE LA TRANSACCION SE VALIDA CONTRA LA MATRIZ DE    *
      * PERMISOS (PERMVAL), COMO EN LOS DEMAS PROGRAMAS DE MOSTRADOR.  *
      *****************************************************************
       2010-VALIDAR-PERMISO.
           MOVE 'SALARESV'        TO PVA-PROGRAMA.
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
      * LA FECHA DEL TURNO VIENE COMO DD/MM/AAAA; SE PASA A AAAAMMDD   *
      * PARA ARMAR LA CLAVE. NINGUNA OPERACION ACEPTA UN DIA PASADO.   *
      *****************************************************************
       2020-VALIDAR-FECHA.
           IF TRANS-FECHA (1:2) NOT NUMERIC
              OR TRANS-FECHA (4:2) NOT NUMERIC
              OR TRANS-FECHA (7:4) NOT NUMERIC
              OR TRANS-FECHA (3:1) NOT = '/'
              OR TRANS-FECHA (6:1) NOT = '/'
              OR TRANS-FECHA (1:2) < '01' OR TRANS-FECHA (1:2) > '31'
              OR TRANS-FECHA (4:2) < '01' OR TRANS-FECHA (4:2) > '12'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-133 TO WS-MENSAJE-RECHAZO
               GO TO 2020-EXIT
           END-IF.
           MOVE TRANS-FECHA TO WS-CONV-FECHA.
           PERFORM 8100-CONVERTIR-FECHA THRU 8100-EXIT.
           MOVE WS-CONV-AMD-N TO WS-FECHA-TRANS-AMD.
           IF WS-FECHA-TRANS-AMD < WS-FECHA-SISTEMA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-133 TO WS-MENSAJE-RECHAZO
           END-IF.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * ALTA DE RESERVA: SALA ACTIVA, TURNO DENTRO DE SU HORARIO,      *
      * INTEGRANTES DENTRO DE SU CAPACIDAD, SOCIO HABILITADO Y DENTRO  *
      * DEL TOPE SEMANAL, Y TURNO LIBRE. UN TURNO CANCELADO SE VUELVE  *
      * A OCUPAR SOBRE EL MISMO REGISTRO.                              *
      *****************************************************************
       2100-PROCESAR-ALTA.
           PERFORM 2110-VALIDAR-SALA-TURNO THRU 2110-EXIT.
           IF NOT WS-RECHAZADO
               IF TRANS-INTEGRANTES = ZERO
                       OR TRANS-INTEGRANTES > SAL-CAPACIDAD
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-132 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2120-VALIDAR-SOCIO THRU 2120-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2130-VALIDAR-SANCION THRU 2130-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2140-VALIDAR-TOPE-SEMANAL THRU 2140-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2400-LEER-TURNO THRU 2400-EXIT
               IF WS-SW-TURNO-EXISTE = 'S' AND NOT RSA-CANCELADA
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-131 TO WS-MENSAJE-RECHAZO
               END-IF
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2150-REGISTRAR-RESERVA THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * EL TURNO N EMPIEZA CONST-HORAS-TURNO-SALA HORAS DESPUES DEL    *
      * ANTERIOR, DESDE CONST-HORA-INICIO-TURNOS, Y DEBE CAER ENTERO   *
      * DENTRO DEL HORARIO DE APERTURA Y CIERRE DE LA SALA.            *
      *****************************************************************
       2110-VALIDAR-SALA-TURNO.
           MOVE TRANS-SAL-CODIGO TO SAL-CODIGO.
           READ ARCH-SALAEST
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-126 TO WS-MENSAJE-RECHAZO
                   GO TO 2110-EXIT
           END-READ.
           IF SAL-BAJA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-128 TO WS-MENSAJE-RECHAZO
               GO TO 2110-EXIT
           END-IF.
           IF TRANS-TURNO = ZERO
                   OR TRANS-TURNO > CONST-CANT-TURNOS-SALA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-130 TO WS-MENSAJE-RECHAZO
               GO TO 2110-EXIT
           END-IF.
           COMPUTE WS-TURNO-HORA-INICIO = CONST-HORA-INICIO-TURNOS
                 + (TRANS-TURNO - 1) * CONST-HORAS-TURNO-SALA.
           COMPUTE WS-TURNO-HORA-FIN = WS-TURNO-HORA-INICIO
                 + CONST-HORAS-TURNO-SALA.
           IF WS-TURNO-HORA-INICIO < SAL-HORA-APERTURA
                   OR WS-TURNO-HORA-FIN > SAL-HORA-CIERRE
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-130 TO WS-MENSAJE-RECHAZO
           END-IF.
       2110-EXIT.
           EXIT.

       2120-VALIDAR-SOCIO.
           MOVE TRANS-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-007 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND USR-CARNET-VENCIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-038 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND NOT USR-ACTIVO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-007 TO WS-MENSAJE-RECHAZO
           END-IF.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * RECHAZA AL SOCIO CON UNA SUSPENSION VIGENTE CUYO PLAZO TODAVIA *
      * NO VENCIO, CON EL MISMO CRITERIO QUE PRESTMOV. SIN REGISTRO DE *
      * SANCIONES NO SE RECHAZA A NADIE.                               *
      *****************************************************************
       2130-VALIDAR-SANCION.
           IF WS-SW-SIN-ARCH-SANCION = 'N'
               MOVE TRANS-USR-CODIGO TO SAN-USR-CODIGO
               READ ARCH-SANCION
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-SANCION = '00' AND SAN-VIGENTE
                   MOVE 'DIFDIAS' TO WS-CALL-FUNCION
                   CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                         WS-FECHA-HOY
                                         SAN-FECHA-HASTA
                                         WS-CALL-DIAS
                   END-CALL
                   IF WS-CALL-DIAS >= 0
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE MSG-ERR-033 TO WS-MENSAJE-RECHAZO
                   END-IF
               END-IF
           END-IF.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * TOPE SEMANAL: CUENTA LAS RESERVAS RESERVADAS O PRESENTADAS DEL *
      * SOCIO TITULAR EN LA SEMANA (LUNES A DOMINGO) DEL TURNO PEDIDO. *
      * LAS CANCELADAS NO CUENTAN; LAS AUSENTES YA SON DE DIAS PASADOS *
      * Y TAMBIEN CUENTAN SI CAEN EN LA SEMANA.                        *
      *****************************************************************
       2140-VALIDAR-TOPE-SEMANAL.
           MOVE 'DIASEM' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 TRANS-FECHA
                                 WS-FECHA-LUNES
                                 WS-CALL-DIAS
           END-CALL.
           COMPUTE WS-CALL-DIAS = 1 - WS-CALL-DIAS.
           MOVE 'SUMDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 TRANS-FECHA
                                 WS-FECHA-LUNES
                                 WS-CALL-DIAS
           END-CALL.
           MOVE 6 TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-LUNES
                                 WS-FECHA-DOMINGO
                                 WS-CALL-DIAS
           END-CALL.
           MOVE WS-FECHA-LUNES TO WS-CONV-FECHA.
           PERFORM 8100-CONVERTIR-FECHA THRU 8100-EXIT.
           MOVE WS-CONV-AMD-N TO WS-LUNES-AMD.
           MOVE WS-FECHA-DOMINGO TO WS-CONV-FECHA.
           PERFORM 8100-CONVERTIR-FECHA THRU 8100-EXIT.
           MOVE WS-CONV-AMD-N TO WS-DOMINGO-AMD.
           MOVE ZERO TO WS-CANT-SEMANA.
           MOVE TRANS-USR-CODIGO TO RSA-USR-CODIGO.
           START ARCH-RESSALA KEY IS = RSA-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-RESSALA
           END-START.
           IF WS-FS-RESSALA = '00'
               PERFORM 2145-CONTAR-RESERVA-SEMANA THRU 2145-EXIT
                   UNTIL WS-FS-RESSALA NOT = '00'
                      OR RSA-USR-CODIGO NOT = TRANS-USR-CODIGO
           END-IF.
           IF WS-CANT-SEMANA NOT < CONST-TOPE-SALAS-SEMANA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-134 TO WS-MENSAJE-RECHAZO
           END-IF.
       2140-EXIT.
           EXIT.

       2145-CONTAR-RESERVA-SEMANA.
           READ ARCH-RESSALA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESSALA
           END-READ.
           IF WS-FS-RESSALA = '00'
                   AND RSA-USR-CODIGO = TRANS-USR-CODIGO
                   AND NOT RSA-CANCELADA
                   AND RSA-FECHA-AMD NOT < WS-LUNES-AMD
                   AND RSA-FECHA-AMD NOT > WS-DOMINGO-AMD
               ADD 1 TO WS-CANT-SEMANA
           END-IF.
       2145-EXIT.
           EXIT.

       2150-REGISTRAR-RESERVA.
           MOVE SPACES              TO REG-RESSALA.
           MOVE TRANS-SAL-CODIGO    TO RSA-SAL-CODIGO.
           MOVE WS-FECHA-TRANS-AMD  TO RSA-FECHA-AMD.
           MOVE TRANS-TURNO         TO RSA-TURNO.
           MOVE TRANS-USR-CODIGO    TO RSA-USR-CODIGO.
           MOVE TRANS-FECHA         TO RSA-FECHA.
           MOVE TRANS-INTEGRANTES   TO RSA-INTEGRANTES.
           MOVE 'R'                 TO RSA-ESTADO.
           MOVE WS-FECHA-HOY        TO RSA-FECHA-ALTA.
           MOVE TRANS-OPERADOR      TO RSA-OPERADOR.
           IF WS-SW-TURNO-EXISTE = 'S'
               REWRITE REG-RESSALA
           ELSE
               WRITE REG-RESSALA
           END-IF.
           ADD 1 TO WS-CONT-ALTAS.
           MOVE MSG-INFO-076 TO WS-MENSAJE-SALIDA.
           PERFORM 8000-INFORMAR THRU 8000-EXIT.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * CANCELACION: SOLO EL SOCIO TITULAR, SOBRE UN TURNO RESERVADO   *
      * DE HOY EN ADELANTE. EL TURNO QUEDA LIBRE PARA OTRA RESERVA.    *
      *****************************************************************
       2200-PROCESAR-CANCELACION.
           PERFORM 2400-LEER-TURNO THRU 2400-EXIT.
           IF WS-SW-TURNO-EXISTE = 'N'
                   OR NOT RSA-RESERVADA
                   OR RSA-USR-CODIGO NOT = TRANS-USR-CODIGO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-135 TO WS-MENSAJE-RECHAZO
               GO TO 2200-EXIT
           END-IF.
           MOVE 'C'            TO RSA-ESTADO.
           MOVE TRANS-OPERADOR TO RSA-OPERADOR.
           REWRITE REG-RESSALA.
           ADD 1 TO WS-CONT-CANCELACIONES.
           MOVE MSG-INFO-077 TO WS-MENSAJE-SALIDA.
           PERFORM 8000-INFORMAR THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * PRESENTACION: EL MOSTRADOR LA REGISTRA EL DIA DEL TURNO SOBRE  *
      * UNA RESERVA TODAVIA RESERVADA, CON LA HORA EN QUE SE PRESENTO  *
      * EL GRUPO. SI LA TRANSACCION TRAE SOCIO DEBE SER EL TITULAR.    *
      * LA HORA QUEDA EN LA TRANSACCION QUE SE ASIENTA EN EL DIARIO,   *
      * ASI QUE EN UNA REAPLICACION SE CONSERVA LA HORA ORIGINAL.      *
      *****************************************************************
       2300-PROCESAR-PRESENTACION.
           IF WS-FECHA-TRANS-AMD NOT = WS-FECHA-SISTEMA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-136 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-LEER-TURNO THRU 2400-EXIT.
           IF WS-SW-TURNO-EXISTE = 'N'
                   OR NOT RSA-RESERVADA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-135 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           IF TRANS-USR-CODIGO NOT = SPACES
                   AND RSA-USR-CODIGO NOT = TRANS-USR-CODIGO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-135 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           IF TRANS-HORA-PRESENTACION = SPACES
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-HORA-SISTEMA (1:2)
                   TO TRANS-HORA-PRESENTACION (1:2)
               MOVE ':' TO TRANS-HORA-PRESENTACION (3:1)
               MOVE WS-HORA-SISTEMA (3:2)
                   TO TRANS-HORA-PRESENTACION (4:2)
           END-IF.
           MOVE 'P'                     TO RSA-ESTADO.
           MOVE TRANS-HORA-PRESENTACION TO RSA-HORA-PRESENTACION.
           MOVE TRANS-OPERADOR          TO RSA-OPERADOR.
           REWRITE REG-RESSALA.
           ADD 1 TO WS-CONT-PRESENTACIONES.
           MOVE MSG-INFO-078 TO WS-MENSAJE-SALIDA.
           PERFORM 8000-INFORMAR THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

       2400-LEER-TURNO.
           MOVE 'S'                TO WS-SW-TURNO-EXISTE.
           MOVE TRANS-SAL-CODIGO   TO RSA-SAL-CODIGO.
           MOVE WS-FECHA-TRANS-AMD TO RSA-FECHA-AMD.
           MOVE TRANS-TURNO        TO RSA-TURNO.
           READ ARCH-RESSALA KEY IS RSA-CLAVE
               INVALID KEY
                   MOVE 'N' TO WS-SW-TURNO-EXISTE
           END-READ.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * LINEA DE SALIDA: SALA, FECHA Y TURNO DE LA TRANSACCION CON EL  *
      * MENSAJE DE RESULTADO O DE RECHAZO.                             *
      *****************************************************************
       8000-INFORMAR.
           MOVE SPACES TO REG-SALIDA.
           STRING TRANS-SAL-CODIGO    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TRANS-FECHA         DELIMITED BY SIZE
                  ' T'                DELIMITED BY SIZE
                  TRANS-TURNO         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-MENSAJE-SALIDA   DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       8000-EXIT.
           EXIT.

       8100-CONVERTIR-FECHA.
           MOVE WS-CONV-FECHA (7:4) TO WS-CONV-ANIO.
           MOVE WS-CONV-FECHA (4:2) TO WS-CONV-MES.
           MOVE WS-CONV-FECHA (1:2) TO WS-CONV-DIA.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * CADA TRANSACCION ACEPTADA QUEDA EN EL DIARIO COMUN DE          *
      * TRANSACCIONES, INSUMO DEL REPROCESO REPRDIAR.                  *
      *****************************************************************
       8200-GRABAR-DIARIO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:2) TO WS-HORA-DIARIO (1:2).
           MOVE ':'                   TO WS-HORA-DIARIO (3:1).
           MOVE WS-HORA-SISTEMA (3:2) TO WS-HORA-DIARIO (4:2).
           MOVE ':'                   TO WS-HORA-DIARIO (6:1).
           MOVE WS-HORA-SISTEMA (5:2) TO WS-HORA-DIARIO (7:2).
           MOVE SPACES         TO REG-DIARIO.
           MOVE 'SALARESV'     TO DIA-PROGRAMA.
           MOVE WS-FECHA-HOY   TO DIA-FECHA.
           MOVE WS-HORA-DIARIO TO DIA-HORA.
           MOVE REG-TRANS-SALA TO DIA-TRANSACCION.
           MOVE 'A'            TO DIA-RESULTADO.
           WRITE REG-DIARIO.
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-SALA
                 ARCH-RESSALA
                 ARCH-SALAEST
                 ARCH-USUARIO
                 ARCH-SALIDA
                 ARCH-DIARIO.
           IF WS-SW-SIN-ARCH-SANCION = 'N'
               CLOSE ARCH-SANCION
           END-IF.
           DISPLAY 'SALARESV - ALTAS: '        WS-CONT-ALTAS
                   ' CANCELACIONES: '          WS-CONT-CANCELACIONES
                   ' PRESENTACIONES: '         WS-CONT-PRESENTACIONES
                   ' ERRORES: '                WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
