      *            MOTIVO.                                             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.4                                                  *
      *
      * MODIFICACIONES:
      * 09/08/2026 CNA VERSION 1.1 - LA BAJA DE UN LIBRO SE RECHAZA SI *
      *   UBICACION DEL LIBRO CONTRA EL MAESTRO DE SUCURSALES          *
      *   (SUCMANT): NO SE REACTIVA UN LIBRO EN UNA UBICACION          *
      *   INEXISTENTE O CERRADA.                                       *
      * 15/10/2026 CNA VERSION 1.3 - LA RESERVA EN TRANSITO CUENTA     *
      *   COMO RESERVA ACTIVA DEL LIBRO.                               *
      * 15/10/2026 CNA VERSION 1.4 - NUEVA TRANSACCION C DE            *
      *   CLASIFICACION DEL TITULO: GRABA LA CLASIFICACION CDU Y LA    *
      *   SIGNATURA TOPOGRAFICA. SI LA SIGNATURA VIENE EN BLANCO SE    *
      *   ARMA CON EL NUMERO CDU Y LAS TRES PRIMERAS LETRAS DEL AUTOR  *
      *   (O DEL TITULO, SI NO TIENE AUTOR).                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBMANT.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-CAMBIO-ESTADO  VALUE 'E'.
               88  TRANS-REACTIVAR      VALUE 'R'.
               88  TRANS-CLASIFICAR     VALUE 'C'.
           05  TRANS-LIB-CODIGO         PIC X(10).
           05  TRANS-ESTADO-NUEVO       PIC X(1).
           05  TRANS-USUARIO            PIC X(8).
           05  TRANS-MOTIVO             PIC X(30).
           05  TRANS-CDU                PIC X(20).
           05  TRANS-CDU-R REDEFINES TRANS-CDU.
               10  TRANS-CDU-CAR        PIC X(1) OCCURS 20 TIMES.
           05  TRANS-SIGNATURA          PIC X(20).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
       01  WS-CONTADORES.
           05  WS-CONT-CAMBIOS          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-REACTIVACIONES   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CLASIFICACIONES  PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-ESTADO-ANTERIOR           PIC X(1).
       01  WS-IX-CDU                    PIC 9(2)  VALUE ZERO.
       01  WS-SIGLA-AUTOR               PIC X(3).

       PROCEDURE DIVISION.

                   PERFORM 2100-PROCESAR-CAMBIO THRU 2100-EXIT
               WHEN TRANS-REACTIVAR
                   PERFORM 2200-PROCESAR-REACTIVACION THRU 2200-EXIT
               WHEN TRANS-CLASIFICAR
                   PERFORM 2300-PROCESAR-CLASIFICACION THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = TRANS-LIB-CODIGO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S' TO WS-SW-TIENE-PENDIENTES
           END-IF.
       2145-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * CLASIFICACION DEL TITULO: NUMERO CDU (EMPIEZA CON UN DIGITO Y  *
      * SOLO LLEVA DIGITOS Y LOS SIGNOS AUXILIARES . : / ( ) - = + ")  *
      * Y SIGNATURA TOPOGRAFICA. SIN SIGNATURA EN LA TRANSACCION SE    *
      * ARMA CON EL NUMERO CDU Y LA SIGLA DEL AUTOR. NO CAMBIA EL      *
      * ESTADO DEL LIBRO, POR LO QUE NO VA AL LOG DE ESTADOS.          *
      *****************************************************************
       2300-PROCESAR-CLASIFICACION.
           MOVE TRANS-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE 'ERROR: LIBRO NO ENCONTRADO'
                       TO WS-MENSAJE-RECHAZO
                   GO TO 2300-EXIT
           END-READ.
           IF LIB-BAJA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-023 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           IF TRANS-CDU-CAR (1) NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-138 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-VALIDAR-CARACTER-CDU THRU 2310-EXIT
               VARYING WS-IX-CDU FROM 2 BY 1
               UNTIL WS-IX-CDU > 20 OR WS-RECHAZADO.
           IF WS-RECHAZADO
               GO TO 2300-EXIT
           END-IF.
           MOVE TRANS-CDU TO LIB-CDU.
           IF TRANS-SIGNATURA NOT = SPACES
               MOVE TRANS-SIGNATURA TO LIB-SIGNATURA
           ELSE
               IF LIB-AUTOR NOT = SPACES
                   MOVE LIB-AUTOR (1:3)  TO WS-SIGLA-AUTOR
               ELSE
                   MOVE LIB-TITULO (1:3) TO WS-SIGLA-AUTOR
               END-IF
               MOVE SPACES TO LIB-SIGNATURA
               STRING TRANS-CDU      DELIMITED BY SPACE
                      ' '            DELIMITED BY SIZE
                      WS-SIGLA-AUTOR DELIMITED BY SIZE
                      INTO LIB-SIGNATURA
               END-STRING
           END-IF.
           REWRITE REG-LIBRO.
           ADD 1 TO WS-CONT-CLASIFICACIONES.
           MOVE SPACES TO REG-SALIDA.
           STRING TRANS-LIB-CODIGO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LIB-SIGNATURA    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MSG-INFO-079     DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2300-EXIT.
           EXIT.

       2310-VALIDAR-CARACTER-CDU.
           IF TRANS-CDU-CAR (WS-IX-CDU) NOT NUMERIC
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = SPACE
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '.'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = ':'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '/'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '('
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = ')'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '-'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '='
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '+'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '"'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-138 TO WS-MENSAJE-RECHAZO
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * VALIDA UNA UBICACION CONTRA EL MAESTRO DE SUCURSALES: DEBE     *
      * EXISTIR Y ESTAR ACTIVA. SI EL MAESTRO TODAVIA NO FUE CARGADO   *
           END-IF.
           DISPLAY 'LIBMANT - CAMBIOS DE ESTADO: '  WS-CONT-CAMBIOS
                   ' REACTIVACIONES: '       WS-CONT-REACTIVACIONES
                   ' CLASIFICACIONES: '      WS-CONT-CLASIFICACIONES
                   ' ERRORES: '              WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
