      *            EL RECUENTO BAJA DEL TOPE EL REGISTRO SE REARMA.    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.4                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      *   EL PROGRAMA PUEDA CORRER COMO PASO DE LA CADENA NOCTURNA    *
      *   ORQUESTADA POR CADENCTL, SIN CAMBIOS CUANDO CORRE SUELTO.   *
      * 15/10/2026 CNA VERSION 1.2 - LA FECHA DE PROCESO SE TOMA DEL  *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:       *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.   *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL         *
      *   SISTEMA.                                                    *
      * 15/10/2026 CNA VERSION 1.3 - LAS AUSENCIAS A TURNOS DE SALAS  *
      *   DE ESTUDIO RESERVADOS Y NO CANCELADOS CUENTAN COMO          *
      *   INCUMPLIMIENTO: UNA PASADA SOBRE RESSALA.DAT MARCA AUSENTES *
      *   LAS RESERVAS DE DIAS CERRADOS SIN PRESENTACION Y RECUENTA   *
      *   POR SOCIO LAS AUSENCIAS DE LA VENTANA MOVIL. EL TOPE Y EL   *
      *   REARMADO SE EVALUAN SOBRE ATRASOS MAS AUSENCIAS.            *
      * 15/10/2026 CNA VERSION 1.4 - EL LISTADO SE ABRE EN EXTEND     *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL      *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO     *
      *   PISAR EL DE LA FECHA ANTERIOR.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCALC.
                  RECORD KEY IS SAN-USR-CODIGO
                  FILE STATUS IS WS-FS-SANCION.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-SALIDA         ASSIGN TO "SALSANC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.
       01  REG-SANCION.
           COPY SANCION.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(80).

       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-SANCION               PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).
       01  WS-FS-RESSALA               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-PRESTAMO      PIC X(1)  VALUE 'N'.
               88  WS-FIN-PRESTAMO     VALUE 'S'.
           05  WS-SW-FIN-SANCION       PIC X(1)  VALUE 'N'.
               88  WS-FIN-SANCION      VALUE 'S'.
           05  WS-SW-FIN-RESSALA       PIC X(1)  VALUE 'N'.
               88  WS-FIN-RESSALA      VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-ATRASOS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SUSPENDIDOS     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CUMPLIDAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-REARMADOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-AUSENTES        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-AUSENCIAS       PIC 9(6)  VALUE ZERO.

       01  WS-CANT-INCUMPLIMIENTOS     PIC 9(4).

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).

       01  WS-CALL-FUNCION             PIC X(7).
           PERFORM 2000-RESETEAR-CONTEOS THRU 2000-EXIT.
           PERFORM 3000-CONTAR-ATRASOS THRU 3000-EXIT
               UNTIL WS-FIN-PRESTAMO.
           PERFORM 3500-CONTAR-AUSENCIAS THRU 3500-EXIT.
           PERFORM 4000-APLICAR-SANCIONES THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           GOBACK.
               CLOSE ARCH-SANCION
               OPEN I-O ARCH-SANCION
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
           PERFORM 1100-LEER-PRESTAMO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       2200-RESETEAR-UNO.
           MOVE ZERO TO SAN-CANT-ATRASOS
                        SAN-CANT-AUSENCIAS.
           REWRITE REG-SANCION.
           PERFORM 2100-LEER-SANCION THRU 2100-EXIT.
       2200-EXIT.
               INVALID KEY
                   MOVE PRE-USR-CODIGO TO SAN-USR-CODIGO
                   MOVE ZERO           TO SAN-CANT-ATRASOS
                                          SAN-CANT-AUSENCIAS
                   MOVE SPACES         TO SAN-FECHA-DESDE
                                          SAN-FECHA-HASTA
                                          SAN-MOTIVO-LEVANTA
       3100-EXIT.
           EXIT.

      *****************************************************************
      * PASADA DE SALAS DE ESTUDIO: UNA RESERVA DE SALA DE UN DIA YA   *
      * CERRADO QUE SIGUE RESERVADA (SIN PRESENTACION NI CANCELACION)  *
      * QUEDA AUSENTE. CADA AUSENCIA DENTRO DE LA VENTANA MOVIL SUMA   *
      * UNO AL RECUENTO DE AUSENCIAS DEL SOCIO TITULAR, QUE CUENTA     *
      * JUNTO CON LOS ATRASOS CONTRA EL TOPE. SIN ARCHIVO DE RESERVAS  *
      * DE SALAS LA PASADA NO HACE NADA.                               *
      *****************************************************************
       3500-CONTAR-AUSENCIAS.
           OPEN I-O ARCH-RESSALA.
           IF WS-FS-RESSALA NOT = '00'
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-SW-FIN-RESSALA.
           PERFORM 3510-LEER-RESSALA THRU 3510-EXIT.
           PERFORM 3520-EVALUAR-RESSALA THRU 3520-EXIT
               UNTIL WS-FIN-RESSALA.
           CLOSE ARCH-RESSALA.
       3500-EXIT.
           EXIT.

       3510-LEER-RESSALA.
           READ ARCH-RESSALA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-RESSALA
           END-READ.
       3510-EXIT.
           EXIT.

       3520-EVALUAR-RESSALA.
           IF RSA-RESERVADA AND RSA-FECHA-AMD < WS-FECHA-SISTEMA
               MOVE 'A' TO RSA-ESTADO
               REWRITE REG-RESSALA
               ADD 1 TO WS-CONT-AUSENTES
           END-IF.
           IF RSA-AUSENTE
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     RSA-FECHA
                                     WS-FECHA-HOY
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS <= CONST-VENTANA-ATRASOS
                   ADD 1 TO WS-CONT-AUSENCIAS
                   PERFORM 3600-SUMAR-AUSENCIA THRU 3600-EXIT
               END-IF
           END-IF.
           PERFORM 3510-LEER-RESSALA THRU 3510-EXIT.
       3520-EXIT.
           EXIT.

       3600-SUMAR-AUSENCIA.
           MOVE RSA-USR-CODIGO TO SAN-USR-CODIGO.
           READ ARCH-SANCION
               INVALID KEY
                   MOVE RSA-USR-CODIGO TO SAN-USR-CODIGO
                   MOVE ZERO           TO SAN-CANT-ATRASOS
                                          SAN-CANT-AUSENCIAS
                   MOVE SPACES         TO SAN-FECHA-DESDE
                                          SAN-FECHA-HASTA
                                          SAN-MOTIVO-LEVANTA
                                          SAN-AUTORIZANTE
                   MOVE 'N'            TO SAN-ESTADO
                   WRITE REG-SANCION
           END-READ.
           ADD 1 TO SAN-CANT-AUSENCIAS.
           REWRITE REG-SANCION.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * TERCERA PASADA: APLICA LOS ESTADOS. UNA SUSPENSION VIGENTE     *
      * CUYO PLAZO YA PASO QUEDA CUMPLIDA; UN SOCIO SIN SUSPENSION     *
           EXIT.

       4100-EVALUAR-SANCION.
           COMPUTE WS-CANT-INCUMPLIMIENTOS = SAN-CANT-ATRASOS
                                           + SAN-CANT-AUSENCIAS.
           IF SAN-VIGENTE
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
               END-IF
           ELSE
               IF SAN-SIN-SUSPENSION
                       AND WS-CANT-INCUMPLIMIENTOS >= CONST-TOPE-ATRASOS
                   PERFORM 4200-SUSPENDER THRU 4200-EXIT
               ELSE
                   IF (SAN-CUMPLIDA OR SAN-LEVANTADA)
                           AND WS-CANT-INCUMPLIMIENTOS
                               < CONST-TOPE-ATRASOS
                       MOVE 'N' TO SAN-ESTADO
                       REWRITE REG-SANCION
                       ADD 1 TO WS-CONT-REARMADOS
                  SAN-FECHA-HASTA           DELIMITED BY SIZE
                  ' POR '                   DELIMITED BY SIZE
                  SAN-CANT-ATRASOS          DELIMITED BY SIZE
                  ' ATRASOS Y '             DELIMITED BY SIZE
                  SAN-CANT-AUSENCIAS        DELIMITED BY SIZE
                  ' AUSENCIAS'              DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
                   ' SUSPENDIDOS: '                WS-CONT-SUSPENDIDOS
                   ' CUMPLIDAS: '                  WS-CONT-CUMPLIDAS
                   ' REARMADOS: '                  WS-CONT-REARMADOS.
           DISPLAY 'SANCALC - RESERVAS DE SALA AUSENTES: '
                   WS-CONT-AUSENTES
                   ' AUSENCIAS CONTADAS: '         WS-CONT-AUSENCIAS.
       9000-EXIT.
           EXIT.
