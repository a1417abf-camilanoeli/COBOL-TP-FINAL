      *****************************************************************
      * PROGRAMA: SALAMANT                                            *
      * PROPOSITO: MANTENIMIENTO DEL MAESTRO DE BOXES Y SALAS DE       *
      *            ESTUDIO GRUPAL: ALTA, MODIFICACION DE NOMBRE,       *
      *            CAPACIDAD Y HORARIO, BAJA Y REACTIVACION. CADA SALA *
      *            PERTENECE A UNA SUCURSAL ACTIVA DEL MAESTRO DE      *
      *            SUCURSALES. NO SE DA DE BAJA UNA SALA CON TURNOS    *
      *            RESERVADOS DESDE HOY EN ADELANTE. LAS RESERVAS LAS  *
      *            TOMA SALARESV Y LA GRILLA DIARIA LA EMITE RPTSALA.  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAMANT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-SALA     ASSIGN TO "TRANSAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-SALAEST        ASSIGN TO "SALAEST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAL-CODIGO
                  ALTERNATE RECORD KEY IS SAL-SUC-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-SALAEST.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-SALIDA         ASSIGN TO "SALSAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-SALA.
       01  REG-TRANS-SALA.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-MODIFICACION   VALUE 'M'.
               88  TRANS-BAJA           VALUE 'B'.
               88  TRANS-REACTIVACION   VALUE 'R'.
           05  TRANS-SAL-CODIGO         PIC X(10).
           05  TRANS-SUC-CODIGO         PIC X(10).
           05  TRANS-SAL-NOMBRE         PIC X(30).
           05  TRANS-CAPACIDAD          PIC 9(2).
           05  TRANS-HORA-APERTURA      PIC 9(2).
           05  TRANS-HORA-CIERRE        PIC 9(2).

       FD  ARCH-SALAEST.
       01  REG-SALAEST.
           COPY SALAEST.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-SALAEST                PIC X(2).
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-FS-RESSALA                PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-SIN-ARCH-SUCURSAL  PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-RESSALA   PIC X(1)  VALUE 'N'.
           05  WS-SW-RESERVA-PENDIENTE  PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-MODIFICACIONES   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CAMBIOS-ESTADO   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-MENSAJE-RECHAZO           PIC X(60).

      *
      * VALORES DE LA SALA A VALIDAR (LOS DE LA TRANSACCION EN EL
      * ALTA, LOS QUE QUEDAN TRAS LA MODIFICACION EN EL CAMBIO)
      *
       01  WS-VALORES-SALA.
           05  WS-VAL-CAPACIDAD         PIC 9(2).
           05  WS-VAL-HORA-APERTURA     PIC 9(2).
           05  WS-VAL-HORA-CIERRE       PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-SALA.
           OPEN I-O    ARCH-SALAEST.
           IF WS-FS-SALAEST = '35'
               OPEN OUTPUT ARCH-SALAEST
               CLOSE ARCH-SALAEST
               OPEN I-O ARCH-SALAEST
           END-IF.
           OPEN INPUT  ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           OPEN INPUT  ARCH-RESSALA.
           IF WS-FS-RESSALA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-RESSALA
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
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
           IF TRANS-SAL-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-126 TO WS-MENSAJE-RECHAZO
           ELSE
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-MODIFICACION
                       PERFORM 2200-PROCESAR-MODIFICACION
                           THRU 2200-EXIT
                   WHEN TRANS-BAJA
                       PERFORM 2300-PROCESAR-ESTADO THRU 2300-EXIT
                   WHEN TRANS-REACTIVACION
                       PERFORM 2300-PROCESAR-ESTADO THRU 2300-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               STRING TRANS-SAL-CODIGO    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ALTA DE SALA: CODIGO NUEVO, NOMBRE INFORMADO, SUCURSAL ACTIVA  *
      * Y CAPACIDAD Y HORARIO VALIDOS. LA SALA NACE ACTIVA.            *
      *****************************************************************
       2100-PROCESAR-ALTA.
           MOVE TRANS-SAL-CODIGO TO SAL-CODIGO.
           READ ARCH-SALAEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-127 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-SAL-NOMBRE = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE 'ERROR: NOMBRE DE LA SALA VACIO'
                   TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2400-VALIDAR-SUCURSAL THRU 2400-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-CAPACIDAD     TO WS-VAL-CAPACIDAD
               MOVE TRANS-HORA-APERTURA TO WS-VAL-HORA-APERTURA
               MOVE TRANS-HORA-CIERRE   TO WS-VAL-HORA-CIERRE
               PERFORM 2500-VALIDAR-CAPACIDAD-HORARIO THRU 2500-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE SPACES              TO REG-SALAEST
               MOVE TRANS-SAL-CODIGO    TO SAL-CODIGO
               MOVE TRANS-SUC-CODIGO    TO SAL-SUC-CODIGO
               MOVE TRANS-SAL-NOMBRE    TO SAL-NOMBRE
               MOVE TRANS-CAPACIDAD     TO SAL-CAPACIDAD
               MOVE TRANS-HORA-APERTURA TO SAL-HORA-APERTURA
               MOVE TRANS-HORA-CIERRE   TO SAL-HORA-CIERRE
               MOVE 'A'                 TO SAL-ESTADO
               WRITE REG-SALAEST
               ADD 1 TO WS-CONT-ALTAS
               STRING TRANS-SAL-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-074     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * MODIFICACION: SOLO CAMBIA LO INFORMADO (NOMBRE O SUCURSAL NO   *
      * EN BLANCO, CAPACIDAD U HORAS DISTINTAS DE CERO). LOS VALORES   *
      * RESULTANTES SE VALIDAN COMO EN EL ALTA. LAS RESERVAS YA        *
      * TOMADAS NO SE REVISAN: LA GRILLA LAS SIGUE MOSTRANDO.          *
      *****************************************************************
       2200-PROCESAR-MODIFICACION.
           MOVE TRANS-SAL-CODIGO TO SAL-CODIGO.
           READ ARCH-SALAEST
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-126 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-SUC-CODIGO NOT = SPACES
               PERFORM 2400-VALIDAR-SUCURSAL THRU 2400-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE SAL-CAPACIDAD     TO WS-VAL-CAPACIDAD
               MOVE SAL-HORA-APERTURA TO WS-VAL-HORA-APERTURA
               MOVE SAL-HORA-CIERRE   TO WS-VAL-HORA-CIERRE
               IF TRANS-CAPACIDAD NOT = ZERO
                   MOVE TRANS-CAPACIDAD TO WS-VAL-CAPACIDAD
               END-IF
               IF TRANS-HORA-APERTURA NOT = ZERO
                   MOVE TRANS-HORA-APERTURA TO WS-VAL-HORA-APERTURA
               END-IF
               IF TRANS-HORA-CIERRE NOT = ZERO
                   MOVE TRANS-HORA-CIERRE TO WS-VAL-HORA-CIERRE
               END-IF
               PERFORM 2500-VALIDAR-CAPACIDAD-HORARIO THRU 2500-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               IF TRANS-SAL-NOMBRE NOT = SPACES
                   MOVE TRANS-SAL-NOMBRE TO SAL-NOMBRE
               END-IF
               IF TRANS-SUC-CODIGO NOT = SPACES
                   MOVE TRANS-SUC-CODIGO TO SAL-SUC-CODIGO
               END-IF
               MOVE WS-VAL-CAPACIDAD     TO SAL-CAPACIDAD
               MOVE WS-VAL-HORA-APERTURA TO SAL-HORA-APERTURA
               MOVE WS-VAL-HORA-CIERRE   TO SAL-HORA-CIERRE
               REWRITE REG-SALAEST
               ADD 1 TO WS-CONT-MODIFICACIONES
               STRING TRANS-SAL-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-075     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * BAJA O REACTIVACION DE UNA SALA EXISTENTE. LA BAJA SE RECHAZA  *
      * MIENTRAS LA SALA TENGA TURNOS RESERVADOS DE HOY EN ADELANTE:   *
      * PRIMERO HAY QUE CANCELARLOS EN SALARESV.                       *
      *****************************************************************
       2300-PROCESAR-ESTADO.
           MOVE TRANS-SAL-CODIGO TO SAL-CODIGO.
           READ ARCH-SALAEST
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-126 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND TRANS-BAJA
               PERFORM 2600-VERIFICAR-RESERVAS THRU 2600-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               IF TRANS-BAJA
                   MOVE 'B' TO SAL-ESTADO
               ELSE
                   MOVE 'A' TO SAL-ESTADO
               END-IF
               REWRITE REG-SALAEST
               ADD 1 TO WS-CONT-CAMBIOS-ESTADO
               STRING TRANS-SAL-CODIGO DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      MSG-INFO-075     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
       2300-EXIT.
           EXIT.

       2400-VALIDAR-SUCURSAL.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'S'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-041 TO WS-MENSAJE-RECHAZO
               GO TO 2400-EXIT
           END-IF.
           MOVE TRANS-SUC-CODIGO TO SUC-CODIGO.
           READ ARCH-SUCURSAL
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-041 TO WS-MENSAJE-RECHAZO
           END-READ.
           IF NOT WS-RECHAZADO AND SUC-CERRADA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-043 TO WS-MENSAJE-RECHAZO
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * CAPACIDAD DE AL MENOS UNA PERSONA Y HORARIO EN HORAS ENTERAS   *
      * DEL DIA CON LA APERTURA ANTERIOR AL CIERRE.                    *
      *****************************************************************
       2500-VALIDAR-CAPACIDAD-HORARIO.
           IF WS-VAL-CAPACIDAD = ZERO
                   OR WS-VAL-HORA-CIERRE > 24
                   OR WS-VAL-HORA-APERTURA NOT < WS-VAL-HORA-CIERRE
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-129 TO WS-MENSAJE-RECHAZO
           END-IF.
       2500-EXIT.
           EXIT.

       2600-VERIFICAR-RESERVAS.
           IF WS-SW-SIN-ARCH-RESSALA = 'S'
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-RESERVA-PENDIENTE.
           MOVE TRANS-SAL-CODIGO TO RSA-SAL-CODIGO.
           MOVE WS-FECHA-SISTEMA TO RSA-FECHA-AMD.
           MOVE ZERO             TO RSA-TURNO.
           START ARCH-RESSALA KEY IS >= RSA-CLAVE
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-RESSALA
           END-START.
           IF WS-FS-RESSALA = '00'
               PERFORM 2610-LEER-RESERVA-SALA THRU 2610-EXIT
                   UNTIL WS-FS-RESSALA NOT = '00'
                      OR RSA-SAL-CODIGO NOT = TRANS-SAL-CODIGO
                      OR WS-SW-RESERVA-PENDIENTE = 'S'
           END-IF.
           IF WS-SW-RESERVA-PENDIENTE = 'S'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-137 TO WS-MENSAJE-RECHAZO
           END-IF.
       2600-EXIT.
           EXIT.

       2610-LEER-RESERVA-SALA.
           READ ARCH-RESSALA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-RESSALA
           END-READ.
           IF WS-FS-RESSALA = '00'
                   AND RSA-SAL-CODIGO = TRANS-SAL-CODIGO
                   AND RSA-RESERVADA
               MOVE 'S' TO WS-SW-RESERVA-PENDIENTE
           END-IF.
       2610-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-SALA
                 ARCH-SALAEST
                 ARCH-SALIDA.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           IF WS-SW-SIN-ARCH-RESSALA = 'N'
               CLOSE ARCH-RESSALA
           END-IF.
           DISPLAY 'SALAMANT - ALTAS: '      WS-CONT-ALTAS
                   ' MODIFICACIONES: '       WS-CONT-MODIFICACIONES
                   ' BAJAS/REACTIVACIONES: ' WS-CONT-CAMBIOS-ESTADO
                   ' ERRORES: '              WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
