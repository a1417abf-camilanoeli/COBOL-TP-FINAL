      *            DESDE EL CONTADOR COMPARTIDO DE CONTROL. DEVUELVE   *
      *            UN ARCHIVO DE RESPUESTA ACEPTADA/RECHAZADA CON EL   *
      *            MOTIVO PARA QUE LA WEB SE LO MUESTRE AL ALUMNO.     *
      *            LA SOLICITUD PUEDE INDICAR LA SUCURSAL DONDE EL     *
      *            ALUMNO RETIRA EL LIBRO; EN BLANCO, LA SEDE DEL      *
      *            LIBRO.                                              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA SOLICITUD TRAE LA SUCURSAL DE  *
      *   RETIRO (VALIDADA CONTRA SUCURSALES; EN BLANCO, LA SEDE DEL   *
      *   LIBRO) Y SE GRABA EN LA RESERVA. LA RESERVA EN TRANSITO      *
      *   CUENTA COMO RESERVA PREVIA DEL ALUMNO.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBRESV.
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-RESPUESTAS     ASSIGN TO "WEBRESP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-RESPUESTAS.
           05  WEB-LIB-CODIGO           PIC X(10).
           05  WEB-FECHA                PIC X(10).
           05  WEB-HORA                 PIC X(5).
           05  WEB-SUC-RETIRO           PIC X(10).

       FD  ARCH-RESERVA.
       01  REG-RESERVA.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-RESPUESTAS.
       01  REG-RESPUESTAS.
           05  RSP-USR-CODIGO           PIC X(10).
       01  WS-FS-USUARIO                PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-FS-RESPUESTAS             PIC X(2).
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-SW-SIN-ARCH-SUCURSAL      PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
           OPEN INPUT  ARCH-USUARIO.
           OPEN I-O    ARCH-CONTROL.
           OPEN OUTPUT ARCH-RESPUESTAS.
           OPEN INPUT  ARCH-SUCURSAL.
           IF WS-FS-SUCURSAL NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SUCURSAL
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-017 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO AND WEB-SUC-RETIRO NOT = SPACES
               PERFORM 2050-VALIDAR-SUC-RETIRO THRU 2050-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2100-VERIFICAR-RESERVA-PREVIA THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * LA SEDE DE RETIRO INFORMADA DEBE SER UNA SUCURSAL ACTIVA,      *
      * IGUAL QUE EN EL ALTA PRESENCIAL DE RESVMANT.                   *
      *****************************************************************
       2050-VALIDAR-SUC-RETIRO.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               MOVE WEB-SUC-RETIRO TO SUC-CODIGO
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
       2050-EXIT.
           EXIT.

       2100-VERIFICAR-RESERVA-PREVIA.
           MOVE 'N' TO WS-SW-RESERVA-PREVIA.
           MOVE WEB-USR-CODIGO TO RES-USR-CODIGO.
           IF WS-FS-RESERVA = '00'
                   AND RES-USR-CODIGO = WEB-USR-CODIGO
                   AND RES-LIB-CODIGO = WEB-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S' TO WS-SW-RESERVA-PREVIA
           END-IF.
       2110-EXIT.
      *****************************************************************
       2200-ENCOLAR-RESERVA.
           ADD 1 TO CTL-ULT-NRO-RESERVA.
           MOVE SPACES                TO REG-RESERVA.
           MOVE WEB-LIB-CODIGO        TO RES-LIB-CODIGO.
           MOVE CTL-ULT-NRO-RESERVA   TO RES-NRO-SECUENCIA.
           MOVE WEB-USR-CODIGO        TO RES-USR-CODIGO.
           END-IF.
           MOVE 'P'                   TO RES-ESTADO.
           MOVE SPACES                TO RES-FECHA-NOTIFICACION.
           IF WEB-SUC-RETIRO = SPACES
               MOVE LIB-UBICACION     TO RES-SUC-RETIRO
           ELSE
               MOVE WEB-SUC-RETIRO    TO RES-SUC-RETIRO
           END-IF.
           WRITE REG-RESERVA.
           REWRITE REG-CONTROL.
           ADD 1 TO WS-CONT-ACEPTADAS.
                 ARCH-USUARIO
                 ARCH-CONTROL
                 ARCH-RESPUESTAS.
           IF WS-SW-SIN-ARCH-SUCURSAL = 'N'
               CLOSE ARCH-SUCURSAL
           END-IF.
           DISPLAY 'WEBRESV - SOLICITUDES ACEPTADAS: '
                   WS-CONT-ACEPTADAS
                   ' RECHAZADAS: ' WS-CONT-RECHAZADAS.
