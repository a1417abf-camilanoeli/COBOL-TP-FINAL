      *            DEL SALUSR DE USRMANT.                              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.3                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - EL ALTA DE INGRESANTES DEJA EN    *
      *   BLANCO EL CODIGO DE FUSION AGREGADO AL MAESTRO DE USUARIOS.  *
      * 15/10/2026 CNA VERSION 1.2 - LA CARRERA DEL PADRON (Y LA       *
      *   FACULTAD O DEPARTAMENTO, AGREGADA AL FINAL DEL REGISTRO) SE  *
      *   GUARDA EN EL SOCIO: EL ALTA LAS CARGA Y, PARA EL SOCIO QUE   *
      *   YA EXISTE, SE ACTUALIZAN CUANDO EL PADRON LAS TRAE DISTINTAS *
      *   (UN PADRON EN BLANCO NO BORRA LO CARGADO).                   *
      * 15/10/2026 CNA VERSION 1.3 - EL ALTA DESDE EL PADRON DEJA EN   *
      *   BLANCO LA MARCA DE SOCIO ANONIMIZADO (USR-MARCA-ANONIM), QUE *
      *   SOLO GRABA ANONUSR.                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRSYNC.
               88  PAD-COND-ALUMNO      VALUE 'A'.
               88  PAD-COND-DOCENTE     VALUE 'D'.
               88  PAD-COND-EGRESADO    VALUE 'E'.
           05  PAD-FACULTAD             PIC X(20).

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           05  WS-SW-SOCIO-EXISTE       PIC X(1)  VALUE 'N'.
           05  WS-SW-MULTA-PENDIENTE    PIC X(1)  VALUE 'N'.
           05  WS-SW-PRESTAMO-VIGENTE   PIC X(1)  VALUE 'N'.
           05  WS-SW-CARRERA-CAMBIO     PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-BAJAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CATEGORIAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CARRERAS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECHAZADAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SIN-CAMBIO       PIC 9(6)  VALUE ZERO.

      * CRUZA CADA LEGAJO DEL PADRON CONTRA EL MAESTRO DE USUARIOS:    *
      * EL INGRESANTE QUE NO EXISTE SE DA DE ALTA, EL EGRESADO ACTIVO  *
      * SE EVALUA PARA LA BAJA Y EL ESTUDIANTE QUE FIGURA DOCENTE EN   *
      * EL PADRON CAMBIA DE CATEGORIA. AL SOCIO EXISTENTE SE LE        *
      * ACTUALIZAN ANTES LA CARRERA Y LA FACULTAD.                     *
      *****************************************************************
       2000-PROCESAR-PADRON.
           MOVE 'S' TO WS-SW-SOCIO-EXISTE.
                   ADD 1 TO WS-CONT-SIN-CAMBIO
               END-IF
           ELSE
               PERFORM 2400-ACTUALIZAR-CARRERA THRU 2400-EXIT
               EVALUATE TRUE
                   WHEN PAD-COND-EGRESADO AND NOT USR-BAJA
                       PERFORM 2200-EVALUAR-BAJA THRU 2200-EXIT
                   WHEN PAD-COND-DOCENTE AND USR-ESTUDIANTE
                       PERFORM 2300-CORREGIR-CATEGORIA THRU 2300-EXIT
                   WHEN WS-SW-CARRERA-CAMBIO = 'S'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-CONT-SIN-CAMBIO
               END-EVALUATE
           END-IF.
           MOVE SPACES         TO USR-TELEFONO
                                  USR-EMAIL
                                  USR-FECHA-BAJA
                                  USR-COD-FUSION
                                  USR-MARCA-ANONIM.
           MOVE PAD-CARRERA    TO USR-CARRERA.
           MOVE PAD-FACULTAD   TO USR-FACULTAD.
           MOVE WS-FECHA-HOY   TO USR-FECHA-ALTA.
           MOVE 'A'            TO USR-ESTADO.
           MOVE 'SUMDIAS'      TO WS-CALL-FUNCION.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * CARRERA Y FACULTAD DEL SOCIO EXISTENTE: SE TOMAN DEL PADRON    *
      * CUANDO VIENEN INFORMADAS Y DIFIEREN DE LAS GRABADAS.           *
      *****************************************************************
       2400-ACTUALIZAR-CARRERA.
           MOVE 'N' TO WS-SW-CARRERA-CAMBIO.
           IF PAD-CARRERA NOT = SPACES
                   AND PAD-CARRERA NOT = USR-CARRERA
               MOVE PAD-CARRERA  TO USR-CARRERA
               MOVE 'S'          TO WS-SW-CARRERA-CAMBIO
           END-IF.
           IF PAD-FACULTAD NOT = SPACES
                   AND PAD-FACULTAD NOT = USR-FACULTAD
               MOVE PAD-FACULTAD TO USR-FACULTAD
               MOVE 'S'          TO WS-SW-CARRERA-CAMBIO
           END-IF.
           IF WS-SW-CARRERA-CAMBIO = 'N'
               GO TO 2400-EXIT
           END-IF.
           REWRITE REG-USUARIO.
           ADD 1 TO WS-CONT-CARRERAS.
           MOVE SPACES TO REG-SALIDA.
           STRING PAD-USR-CODIGO DELIMITED BY SIZE
                  ' CARRERA ACTUALIZADA: ' DELIMITED BY SIZE
                  USR-CARRERA    DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-PADRON
                 ARCH-USUARIO
           DISPLAY 'PADRSYNC - ALTAS: '     WS-CONT-ALTAS
                   ' BAJAS: '               WS-CONT-BAJAS
                   ' CATEGORIAS: '          WS-CONT-CATEGORIAS
                   ' CARRERAS: '            WS-CONT-CARRERAS
                   ' BAJAS RECHAZADAS: '    WS-CONT-RECHAZADAS
                   ' SIN CAMBIO: '          WS-CONT-SIN-CAMBIO.
       9000-EXIT.
