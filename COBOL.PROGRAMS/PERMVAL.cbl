      *****************************************************************
      * PROGRAMA: PERMVAL                                             *
      * PROPOSITO: SUBPROGRAMA QUE VALIDA UNA TRANSACCION DE LOS      *
      *            PROGRAMAS DE MOVIMIENTOS CONTRA LA MATRIZ DE       *
      *            PERMISOS (PERMISO.DAT, MANTENIDA POR PERMMANT): EL *
      *            OPERADOR DEBE SER UN LEGAJO ACTIVO DEL MAESTRO DE  *
      *            OPERADORES CON EL NIVEL MINIMO DEL PROGRAMA Y TIPO *
      *            DE TRANSACCION, Y EL AUTORIZANTE, CUANDO LA MATRIZ *
      *            O EL PROGRAMA LO EXIGEN, OTRO LEGAJO ACTIVO CON SU *
      *            PROPIO NIVEL MINIMO. SIN ENTRADA EN LA MATRIZ      *
      *            BASTA UN OPERADOR ACTIVO Y, SI EL PROGRAMA EXIGE   *
      *            AUTORIZANTE, UN SUPERVISOR. CADA RECHAZO QUEDA EN  *
      *            EL LOG DE ACCESOS DENEGADOS (ACCLOG.DAT), DEL QUE  *
      *            SALE EL REPORTE SEMANAL RPTDENEG. SIN MAESTRO DE   *
      *            OPERADORES NO SE VALIDA, COMO HASTA AHORA EN       *
      *            PRESTMOV Y MULPAGO, SALVO QUE SE EXIJA             *
      *            AUTORIZANTE: ENTONCES SE RECHAZA. LA MATRIZ SE     *
      *            CARGA UNA SOLA VEZ POR CORRIDA. AREA DE            *
      *            COMUNICACION: PERVAL.CPY.                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - EL AUTORIZANTE NO PUEDE SER EL    *
      *   MISMO OPERADOR. SIN MAESTRO DE OPERADORES, LA TRANSACCION    *
      *   QUE EXIGE AUTORIZANTE SE RECHAZA (MSG-ERR-098). AMBOS        *
      *   RECHAZOS QUEDAN EN EL LOG DE ACCESOS DENEGADOS. EL NIVEL     *
      *   MINIMO DE OPERADOR QUE INFORMA EL PROGRAMA PREVALECE SOBRE   *
      *   UNO MENOR DE LA MATRIZ.                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMVAL.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PERMISO         ASSIGN TO "PERMISO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRM-CLAVE
                  FILE STATUS IS WS-FS-PERMISO.

           SELECT ARCH-OPERADOR        ASSIGN TO "OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPE-LEGAJO
                  FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARCH-ACCLOG          ASSIGN TO "ACCLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-ACCLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PERMISO.
       01  REG-PERMISO.
           COPY PERMISO.

       FD  ARCH-OPERADOR.
       01  REG-OPERADOR.
           COPY OPERADOR.

       FD  ARCH-ACCLOG.
       01  REG-ACCLOG.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-PERMISO               PIC X(2).
       01  WS-FS-OPERADOR              PIC X(2).
       01  WS-FS-ACCLOG                PIC X(2).
       01  WS-SW-TABLA-LISTA           PIC X(1)  VALUE 'N'.
       01  WS-SW-FIN-PERMISO           PIC X(1)  VALUE 'N'.
           88  WS-FIN-PERMISO          VALUE 'S'.
       01  WS-SW-SIN-ARCH-OPERADOR     PIC X(1)  VALUE 'N'.

      *
      * MATRIZ DE PERMISOS ACTIVOS CARGADA UNA SOLA VEZ POR CORRIDA
      *
       01  WS-CANT-PERMISOS            PIC 9(3)  VALUE ZERO.
       01  WS-TABLA-PERMISOS.
           05  WS-TAB-PERMISO          OCCURS 200 TIMES.
               10  WS-TAB-PROGRAMA     PIC X(8).
               10  WS-TAB-TIPO         PIC X(1).
               10  WS-TAB-NIVEL-OPE    PIC 9(1).
               10  WS-TAB-NIVEL-AUT    PIC 9(1).
       01  WS-IX-PERMISO               PIC 9(3).
       01  WS-IX-ELEGIDO               PIC 9(3).
       01  WS-IX-GENERICO              PIC 9(3).

      *
      * NIVELES EXIGIDOS A LA TRANSACCION EN CURSO Y DATOS DEL RECHAZO
      *
       01  WS-NIVEL-OPERADOR           PIC 9(1).
       01  WS-NIVEL-AUTORIZANTE        PIC 9(1).
       01  WS-CAUSA                    PIC X(1).
       01  WS-NIVEL-EXIGIDO            PIC 9(1).
       01  WS-NIVEL-INFORMADO          PIC 9(1).

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-HORA-SISTEMA             PIC 9(8).

      *
      * LINKAGE SECTION - AREA DE COMUNICACION DEL LLAMADOR (PERVAL.CPY)
      *
       LINKAGE SECTION.
       01  LK-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION USING LK-AREA-PERMISO.

       0000-MAINLINE.
           IF WS-SW-TABLA-LISTA = 'N'
               PERFORM 1000-CARGAR-PERMISOS THRU 1000-EXIT
           END-IF.
           PERFORM 2000-VALIDAR-TRANSACCION THRU 2000-EXIT.
           EXIT PROGRAM.

      *****************************************************************
      * CARGA EN MEMORIA LA MATRIZ (SOLO ENTRADAS ACTIVAS) Y DEJA     *
      * ABIERTO EL MAESTRO DE OPERADORES PARA LAS CONSULTAS DE LA     *
      * CORRIDA. SIN MATRIZ RIGEN LOS NIVELES POR DEFECTO.            *
      *****************************************************************
       1000-CARGAR-PERMISOS.
           MOVE 'S' TO WS-SW-TABLA-LISTA.
           MOVE ZERO TO WS-CANT-PERMISOS.
           OPEN INPUT ARCH-PERMISO.
           IF WS-FS-PERMISO = '00'
               MOVE 'N' TO WS-SW-FIN-PERMISO
               PERFORM 1100-LEER-PERMISO THRU 1100-EXIT
                   UNTIL WS-FIN-PERMISO
               CLOSE ARCH-PERMISO
           END-IF.
           OPEN INPUT ARCH-OPERADOR.
           IF WS-FS-OPERADOR NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-OPERADOR
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-PERMISO.
           READ ARCH-PERMISO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PERMISO
           END-READ.
           IF NOT WS-FIN-PERMISO AND PRM-ACTIVO
                   AND WS-CANT-PERMISOS < 200
               ADD 1 TO WS-CANT-PERMISOS
               MOVE PRM-PROGRAMA   TO WS-TAB-PROGRAMA (WS-CANT-PERMISOS)
               MOVE PRM-TIPO-TRANS TO WS-TAB-TIPO (WS-CANT-PERMISOS)
               MOVE PRM-NIVEL-OPERADOR
                   TO WS-TAB-NIVEL-OPE (WS-CANT-PERMISOS)
               MOVE PRM-NIVEL-AUTORIZANTE
                   TO WS-TAB-NIVEL-AUT (WS-CANT-PERMISOS)
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * VALIDA OPERADOR Y AUTORIZANTE CONTRA LOS NIVELES EXIGIDOS Y   *
      * DEJA EL RECHAZO EN EL LOG DE ACCESOS DENEGADOS.               *
      *****************************************************************
       2000-VALIDAR-TRANSACCION.
           MOVE 'S'    TO PVA-RESULTADO.
           MOVE 'N'    TO PVA-SW-SIN-OPERADORES.
           MOVE SPACES TO PVA-MENSAJE.
           IF WS-SW-SIN-ARCH-OPERADOR = 'S'
               MOVE 'S' TO PVA-SW-SIN-OPERADORES
               IF PVA-CON-AUTORIZANTE
                   PERFORM 2050-DENEGAR-SIN-OPERADORES THRU 2050-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-ELEGIR-PERMISO THRU 2100-EXIT.
           PERFORM 2200-VALIDAR-OPERADOR THRU 2200-EXIT.
           IF PVA-PERMITIDO AND WS-NIVEL-AUTORIZANTE > ZERO
               PERFORM 2300-VALIDAR-AUTORIZANTE THRU 2300-EXIT
           END-IF.
           IF PVA-DENEGADO
               PERFORM 2900-REGISTRAR-DENEGACION THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * SIN MAESTRO DE OPERADORES NO HAY FORMA DE VERIFICAR AL         *
      * AUTORIZANTE: SI EL PROGRAMA LO EXIGE LA TRANSACCION SE RECHAZA *
      * (COMO YA HACIA ANULREC) Y EL RECHAZO QUEDA EN EL LOG.          *
      *****************************************************************
       2050-DENEGAR-SIN-OPERADORES.
           MOVE 'N'         TO PVA-RESULTADO.
           MOVE 'A'         TO WS-CAUSA.
           MOVE 2           TO WS-NIVEL-EXIGIDO.
           MOVE ZERO        TO WS-NIVEL-INFORMADO.
           MOVE MSG-ERR-098 TO PVA-MENSAJE.
           PERFORM 2900-REGISTRAR-DENEGACION THRU 2900-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * LA ENTRADA DEL PROGRAMA Y TIPO EXACTOS TIENE PRIORIDAD SOBRE  *
      * LA GENERICA (TIPO '*'). SIN NINGUNA DE LAS DOS EL OPERADOR    *
      * NECESITA NIVEL CAJERO Y NO HACE FALTA AUTORIZANTE. SI EL      *
      * PROGRAMA EXIGE AUTORIZANTE Y LA MATRIZ NO LO PIDE, SE LE      *
      * EXIGE NIVEL SUPERVISOR. EL NIVEL MINIMO QUE INFORMA EL        *
      * PROGRAMA PREVALECE SOBRE UN NIVEL DE OPERADOR MENOR.          *
      *****************************************************************
       2100-ELEGIR-PERMISO.
           MOVE ZERO TO WS-IX-ELEGIDO WS-IX-GENERICO.
           PERFORM 2110-COMPARAR-PERMISO THRU 2110-EXIT
               VARYING WS-IX-PERMISO FROM 1 BY 1
               UNTIL WS-IX-PERMISO > WS-CANT-PERMISOS.
           IF WS-IX-ELEGIDO = ZERO
               MOVE WS-IX-GENERICO TO WS-IX-ELEGIDO
           END-IF.
           IF WS-IX-ELEGIDO = ZERO
               MOVE 1    TO WS-NIVEL-OPERADOR
               MOVE ZERO TO WS-NIVEL-AUTORIZANTE
           ELSE
               MOVE WS-TAB-NIVEL-OPE (WS-IX-ELEGIDO)
                   TO WS-NIVEL-OPERADOR
               MOVE WS-TAB-NIVEL-AUT (WS-IX-ELEGIDO)
                   TO WS-NIVEL-AUTORIZANTE
           END-IF.
           IF PVA-CON-AUTORIZANTE AND WS-NIVEL-AUTORIZANTE = ZERO
               MOVE 2 TO WS-NIVEL-AUTORIZANTE
           END-IF.
           IF PVA-NIVEL-MINIMO IS NUMERIC
                   AND PVA-NIVEL-MINIMO > WS-NIVEL-OPERADOR
               MOVE PVA-NIVEL-MINIMO TO WS-NIVEL-OPERADOR
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COMPARAR-PERMISO.
           IF WS-TAB-PROGRAMA (WS-IX-PERMISO) = PVA-PROGRAMA
               IF WS-TAB-TIPO (WS-IX-PERMISO) = PVA-TIPO-TRANS
                   MOVE WS-IX-PERMISO TO WS-IX-ELEGIDO
               END-IF
               IF WS-TAB-TIPO (WS-IX-PERMISO) = '*'
                   MOVE WS-IX-PERMISO TO WS-IX-GENERICO
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2200-VALIDAR-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO WS-NIVEL-EXIGIDO.
           MOVE ZERO              TO WS-NIVEL-INFORMADO.
           IF PVA-OPERADOR = SPACES
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'O' TO WS-CAUSA
               MOVE MSG-ERR-077 TO PVA-MENSAJE
               GO TO 2200-EXIT
           END-IF.
           MOVE PVA-OPERADOR TO OPE-LEGAJO.
           READ ARCH-OPERADOR
               INVALID KEY
                   MOVE 'N' TO PVA-RESULTADO
                   MOVE 'O' TO WS-CAUSA
                   MOVE MSG-ERR-079 TO PVA-MENSAJE
                   GO TO 2200-EXIT
           END-READ.
           IF NOT OPE-ACTIVO
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'O' TO WS-CAUSA
               MOVE MSG-ERR-079 TO PVA-MENSAJE
               GO TO 2200-EXIT
           END-IF.
           MOVE OPE-NIVEL TO WS-NIVEL-INFORMADO.
           IF OPE-NIVEL < WS-NIVEL-OPERADOR
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'N' TO WS-CAUSA
               MOVE MSG-ERR-100 TO PVA-MENSAJE
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * EL AUTORIZANTE DEBE SER OTRO LEGAJO: NADIE SE AUTORIZA A SI    *
      * MISMO, AUNQUE TENGA EL NIVEL DEL AUTORIZANTE.                  *
      *****************************************************************
       2300-VALIDAR-AUTORIZANTE.
           MOVE WS-NIVEL-AUTORIZANTE TO WS-NIVEL-EXIGIDO.
           MOVE ZERO                 TO WS-NIVEL-INFORMADO.
           IF PVA-AUTORIZANTE = SPACES
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'A' TO WS-CAUSA
               MOVE MSG-ERR-047 TO PVA-MENSAJE
               GO TO 2300-EXIT
           END-IF.
           IF PVA-AUTORIZANTE = PVA-OPERADOR
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'A' TO WS-CAUSA
               MOVE MSG-ERR-144 TO PVA-MENSAJE
               GO TO 2300-EXIT
           END-IF.
           MOVE PVA-AUTORIZANTE TO OPE-LEGAJO.
           READ ARCH-OPERADOR
               INVALID KEY
                   MOVE 'N' TO PVA-RESULTADO
                   MOVE 'A' TO WS-CAUSA
                   MOVE MSG-ERR-101 TO PVA-MENSAJE
                   GO TO 2300-EXIT
           END-READ.
           IF NOT OPE-ACTIVO
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'A' TO WS-CAUSA
               MOVE MSG-ERR-101 TO PVA-MENSAJE
               GO TO 2300-EXIT
           END-IF.
           MOVE OPE-NIVEL TO WS-NIVEL-INFORMADO.
           IF OPE-NIVEL < WS-NIVEL-AUTORIZANTE
               MOVE 'N' TO PVA-RESULTADO
               MOVE 'U' TO WS-CAUSA
               MOVE MSG-ERR-102 TO PVA-MENSAJE
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * EL LOG SE ABRE Y CIERRA EN CADA RECHAZO: LOS RECHAZOS SON     *
      * POCOS Y ASI NINGUNO SE PIERDE SI EL LLAMADOR TERMINA MAL.     *
      *****************************************************************
       2900-REGISTRAR-DENEGACION.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO REG-ACCLOG.
           MOVE WS-FECHA-SISTEMA (7:2) TO ACC-FECHA (1:2).
           MOVE '/'                    TO ACC-FECHA (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO ACC-FECHA (4:2).
           MOVE '/'                    TO ACC-FECHA (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO ACC-FECHA (7:4).
           MOVE WS-HORA-SISTEMA (1:2)  TO ACC-HORA (1:2).
           MOVE ':'                    TO ACC-HORA (3:1).
           MOVE WS-HORA-SISTEMA (3:2)  TO ACC-HORA (4:2).
           MOVE ':'                    TO ACC-HORA (6:1).
           MOVE WS-HORA-SISTEMA (5:2)  TO ACC-HORA (7:2).
           MOVE PVA-PROGRAMA       TO ACC-PROGRAMA.
           MOVE PVA-TIPO-TRANS     TO ACC-TIPO-TRANS.
           MOVE PVA-OPERADOR       TO ACC-OPERADOR.
           MOVE PVA-AUTORIZANTE    TO ACC-AUTORIZANTE.
           MOVE WS-CAUSA           TO ACC-CAUSA.
           MOVE WS-NIVEL-EXIGIDO   TO ACC-NIVEL-EXIGIDO.
           MOVE WS-NIVEL-INFORMADO TO ACC-NIVEL-INFORMADO.
           MOVE PVA-REFERENCIA     TO ACC-REFERENCIA.
           OPEN EXTEND ARCH-ACCLOG.
           IF WS-FS-ACCLOG = '35'
               OPEN OUTPUT ARCH-ACCLOG
           END-IF.
           WRITE REG-ACCLOG.
           CLOSE ARCH-ACCLOG.
       2900-EXIT.
           EXIT.
