      *****************************************************************
      * PROGRAMA: MULTARIF                                            *
      * PROPOSITO: SUBPROGRAMA QUE CALCULA LA MULTA POR ATRASO DE UN   *
      *            PRESTAMO CON EL TARIFARIO DE MULTAS (TARIFA.DAT,    *
      *            MANTENIDO POR TARIMANT): BUSCA LA TARIFA DE LA      *
      *            CATEGORIA DEL SOCIO Y EL TIPO DE PRESTAMO VIGENTE   *
      *            A LA FECHA DE PROCESO, LE SUMA EL RECARGO DE        *
      *            CATEDRA SI EL TITULO TIENE BIBLIOGRAFIA DE CATEDRA  *
      *            VIGENTE Y APLICA EL TOPE DE MULTA POR PRESTAMO.     *
      *            SIN TARIFA VIGENTE SE USA LA MULTA DIARIA POR       *
      *            DEFECTO QUE PASA EL LLAMADOR, SIN RECARGO NI TOPE.  *
      *            LA TABLA SE CARGA UNA SOLA VEZ POR CORRIDA. LA      *
      *            USAN MULCALC, AVISOSOC, RPTVENC Y PRESTMOV.         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTARIF.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TARIFA          ASSIGN TO "TARIFA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TAR-CLAVE
                  FILE STATUS IS WS-FS-TARIFA.

           SELECT ARCH-CATEDRA         ASSIGN TO "CATEDRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAT-CLAVE
                  ALTERNATE RECORD KEY IS CAT-LIB-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-CATEDRA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TARIFA.
       01  REG-TARIFA.
           COPY TARIFA.

       FD  ARCH-CATEDRA.
       01  REG-CATEDRA.
           COPY CATEDRA.

       WORKING-STORAGE SECTION.
       01  WS-FS-TARIFA                PIC X(2).
       01  WS-FS-CATEDRA               PIC X(2).
       01  WS-SW-TABLA-LISTA           PIC X(1)  VALUE 'N'.
       01  WS-SW-FIN-TARIFA            PIC X(1)  VALUE 'N'.
           88  WS-FIN-TARIFA           VALUE 'S'.
       01  WS-SW-SIN-ARCH-CATEDRA      PIC X(1)  VALUE 'N'.
       01  WS-SW-CATEDRA-VIGENTE       PIC X(1)  VALUE 'N'.

      *
      * TARIFARIO ACTIVO CARGADO UNA SOLA VEZ POR CORRIDA, CON LAS
      * FECHAS DE VIGENCIA PASADAS A AAAAMMDD PARA COMPARAR DIRECTO
      * (HASTA EN CERO = SIN FECHA DE FIN)
      *
       01  WS-CANT-TARIFAS             PIC 9(3)  VALUE ZERO.
       01  WS-TABLA-TARIFAS.
           05  WS-TAB-TARIFA           OCCURS 300 TIMES.
               10  WS-TAB-CATEGORIA    PIC X(1).
               10  WS-TAB-TIPO         PIC X(1).
               10  WS-TAB-DESDE        PIC 9(8).
               10  WS-TAB-HASTA        PIC 9(8).
               10  WS-TAB-MULTA-DIA    PIC 9(3)V99.
               10  WS-TAB-RECARGO      PIC 9(3).
               10  WS-TAB-TIPO-TOPE    PIC X(1).
               10  WS-TAB-IMPORTE-TOPE PIC 9(7)V99.
       01  WS-IX-TARIFA                PIC 9(3).
       01  WS-IX-ELEGIDA               PIC 9(3).

       01  WS-TIPO-BUSCADO             PIC X(1).
       01  WS-FECHA-PROCESO-NUM        PIC 9(8).
       01  WS-DESDE-ELEGIDA            PIC 9(8).
       01  WS-RECARGO                  PIC 9(3).
       01  WS-TIPO-TOPE                PIC X(1).
       01  WS-IMPORTE-TOPE             PIC 9(7)V99.
       01  WS-IMPORTE-CALC             PIC 9(9)V99.

      *
      * CONVERSION DE UNA FECHA DD/MM/AAAA A AAAAMMDD (CERO SI LA
      * FECHA VIENE EN BLANCO O MAL FORMADA)
      *
       01  WS-FECHA-TEXTO              PIC X(10).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-FECHA-NUM-X REDEFINES WS-FECHA-NUM.
           05  WS-FNU-ANIO             PIC X(4).
           05  WS-FNU-MES              PIC X(2).
           05  WS-FNU-DIA              PIC X(2).

      *
      * LINKAGE SECTION - AREA DE CALCULO DEL LLAMADOR (TARCALC.CPY)
      *
       LINKAGE SECTION.
       01  LK-TARIFA-CALCULO.
           COPY TARCALC.

       PROCEDURE DIVISION USING LK-TARIFA-CALCULO.

       0000-MAINLINE.
           IF WS-SW-TABLA-LISTA = 'N'
               PERFORM 1000-CARGAR-TARIFAS THRU 1000-EXIT
           END-IF.
           PERFORM 2000-ELEGIR-TARIFA THRU 2000-EXIT.
           PERFORM 3000-CALCULAR-IMPORTE THRU 3000-EXIT.
           EXIT PROGRAM.

      *****************************************************************
      * CARGA EN MEMORIA LAS TARIFAS ACTIVAS Y DEJA ABIERTO EL         *
      * ARCHIVO DE CATEDRAS PARA LAS CONSULTAS DE LA CORRIDA. SIN      *
      * TARIFARIO TODAS LAS MULTAS SALEN CON LA MULTA POR DEFECTO.     *
      *****************************************************************
       1000-CARGAR-TARIFAS.
           MOVE 'S' TO WS-SW-TABLA-LISTA.
           MOVE ZERO TO WS-CANT-TARIFAS.
           OPEN INPUT ARCH-TARIFA.
           IF WS-FS-TARIFA = '00'
               MOVE 'N' TO WS-SW-FIN-TARIFA
               PERFORM 1100-LEER-TARIFA THRU 1100-EXIT
                   UNTIL WS-FIN-TARIFA
               CLOSE ARCH-TARIFA
           END-IF.
           OPEN INPUT ARCH-CATEDRA.
           IF WS-FS-CATEDRA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-CATEDRA
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEER-TARIFA.
           READ ARCH-TARIFA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TARIFA
           END-READ.
           IF NOT WS-FIN-TARIFA AND TAR-ACTIVA
                   AND WS-CANT-TARIFAS < 300
               ADD 1 TO WS-CANT-TARIFAS
               MOVE TAR-USR-CATEGORIA
                   TO WS-TAB-CATEGORIA (WS-CANT-TARIFAS)
               MOVE TAR-PRE-TIPO  TO WS-TAB-TIPO (WS-CANT-TARIFAS)
               MOVE TAR-FECHA-DESDE TO WS-FECHA-TEXTO
               PERFORM 8000-FECHA-A-NUMERO THRU 8000-EXIT
               MOVE WS-FECHA-NUM  TO WS-TAB-DESDE (WS-CANT-TARIFAS)
               MOVE TAR-FECHA-HASTA TO WS-FECHA-TEXTO
               PERFORM 8000-FECHA-A-NUMERO THRU 8000-EXIT
               MOVE WS-FECHA-NUM  TO WS-TAB-HASTA (WS-CANT-TARIFAS)
               MOVE TAR-MULTA-DIA TO WS-TAB-MULTA-DIA (WS-CANT-TARIFAS)
               MOVE TAR-PORC-RECARGO-CAT
                   TO WS-TAB-RECARGO (WS-CANT-TARIFAS)
               MOVE TAR-TIPO-TOPE TO WS-TAB-TIPO-TOPE (WS-CANT-TARIFAS)
               MOVE TAR-IMPORTE-TOPE
                   TO WS-TAB-IMPORTE-TOPE (WS-CANT-TARIFAS)
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * ELIGE, ENTRE LAS TARIFAS DE LA CATEGORIA Y TIPO DE PRESTAMO    *
      * (EL TIPO EN BLANCO DE LOS PRESTAMOS VIEJOS ES DOMICILIO),      *
      * LA VIGENTE A LA FECHA DE PROCESO CON LA FECHA DESDE MAS        *
      * RECIENTE: ASI UNA TARIFA NUEVA CARGADA CON FECHA FUTURA        *
      * ENTRA SOLA SIN DAR DE BAJA LA ANTERIOR.                        *
      *****************************************************************
       2000-ELEGIR-TARIFA.
           MOVE 'N'  TO TRC-SW-TARIFA TRC-SW-RECARGO TRC-SW-TOPE.
           MOVE ZERO TO WS-IX-ELEGIDA WS-DESDE-ELEGIDA.
           MOVE TRC-PRE-TIPO TO WS-TIPO-BUSCADO.
           IF WS-TIPO-BUSCADO = SPACE
               MOVE 'D' TO WS-TIPO-BUSCADO
           END-IF.
           MOVE TRC-FECHA-PROCESO TO WS-FECHA-TEXTO.
           PERFORM 8000-FECHA-A-NUMERO THRU 8000-EXIT.
           MOVE WS-FECHA-NUM TO WS-FECHA-PROCESO-NUM.
           PERFORM 2100-EVALUAR-TARIFA THRU 2100-EXIT
               VARYING WS-IX-TARIFA FROM 1 BY 1
               UNTIL WS-IX-TARIFA > WS-CANT-TARIFAS.
           IF WS-IX-ELEGIDA = ZERO
               MOVE TRC-MULTA-DIA-DEFECTO TO TRC-MULTA-DIA
               MOVE ZERO  TO WS-RECARGO
               MOVE SPACE TO WS-TIPO-TOPE
               MOVE ZERO  TO WS-IMPORTE-TOPE
           ELSE
               MOVE 'S' TO TRC-SW-TARIFA
               MOVE WS-TAB-MULTA-DIA (WS-IX-ELEGIDA) TO TRC-MULTA-DIA
               MOVE WS-TAB-RECARGO (WS-IX-ELEGIDA)   TO WS-RECARGO
               MOVE WS-TAB-TIPO-TOPE (WS-IX-ELEGIDA) TO WS-TIPO-TOPE
               MOVE WS-TAB-IMPORTE-TOPE (WS-IX-ELEGIDA)
                   TO WS-IMPORTE-TOPE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EVALUAR-TARIFA.
           IF WS-TAB-CATEGORIA (WS-IX-TARIFA) = TRC-USR-CATEGORIA
                   AND WS-TAB-TIPO (WS-IX-TARIFA) = WS-TIPO-BUSCADO
                   AND WS-TAB-DESDE (WS-IX-TARIFA)
                       <= WS-FECHA-PROCESO-NUM
                   AND (WS-TAB-HASTA (WS-IX-TARIFA) = ZERO
                     OR WS-TAB-HASTA (WS-IX-TARIFA)
                       >= WS-FECHA-PROCESO-NUM)
                   AND WS-TAB-DESDE (WS-IX-TARIFA) > WS-DESDE-ELEGIDA
               MOVE WS-IX-TARIFA TO WS-IX-ELEGIDA
               MOVE WS-TAB-DESDE (WS-IX-TARIFA) TO WS-DESDE-ELEGIDA
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * IMPORTE = DIAS DE ATRASO POR LA MULTA DIARIA, CON EL RECARGO   *
      * PORCENTUAL SI EL TITULO ES BIBLIOGRAFIA DE CATEDRA VIGENTE.    *
      * EL TOPE R LIMITA LA MULTA AL PRECIO DE REPOSICION DEL LIBRO    *
      * (SI TIENE PRECIO CARGADO) Y EL TOPE I A UN IMPORTE FIJO.       *
      *****************************************************************
       3000-CALCULAR-IMPORTE.
           IF WS-RECARGO > ZERO
               PERFORM 3100-BUSCAR-CATEDRA THRU 3100-EXIT
               IF WS-SW-CATEDRA-VIGENTE = 'S'
                   MOVE 'S' TO TRC-SW-RECARGO
                   COMPUTE TRC-MULTA-DIA ROUNDED =
                       TRC-MULTA-DIA * (100 + WS-RECARGO) / 100
               END-IF
           END-IF.
           IF TRC-DIAS-ATRASO > ZERO
               COMPUTE WS-IMPORTE-CALC =
                   TRC-DIAS-ATRASO * TRC-MULTA-DIA
           ELSE
               MOVE ZERO TO WS-IMPORTE-CALC
           END-IF.
           IF WS-TIPO-TOPE = 'R' AND TRC-PRECIO-REPOSICION NUMERIC
               MOVE TRC-PRECIO-REPOSICION TO WS-IMPORTE-TOPE
           END-IF.
           IF WS-TIPO-TOPE = 'R' OR WS-TIPO-TOPE = 'I'
               IF WS-IMPORTE-TOPE > ZERO
                       AND WS-IMPORTE-CALC > WS-IMPORTE-TOPE
                   MOVE WS-IMPORTE-TOPE TO WS-IMPORTE-CALC
                   MOVE 'S' TO TRC-SW-TOPE
               END-IF
           END-IF.
           IF WS-IMPORTE-CALC > 9999999.99
               MOVE 9999999.99 TO WS-IMPORTE-CALC
           END-IF.
           MOVE WS-IMPORTE-CALC TO TRC-IMPORTE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * BUSCA SI EL TITULO TIENE BIBLIOGRAFIA DE CATEDRA ACTIVA CON    *
      * LA FECHA DE PROCESO DENTRO DE SU VIGENCIA (MISMO CRITERIO QUE  *
      * EL REGIMEN RESTRINGIDO DE PRESTMOV).                           *
      *****************************************************************
       3100-BUSCAR-CATEDRA.
           MOVE 'N' TO WS-SW-CATEDRA-VIGENTE.
           IF WS-SW-SIN-ARCH-CATEDRA = 'S'
               GO TO 3100-EXIT
           END-IF.
           MOVE TRC-LIB-CODIGO TO CAT-LIB-CODIGO.
           START ARCH-CATEDRA KEY IS = CAT-LIB-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-CATEDRA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-CATEDRA
           END-START.
           PERFORM 3200-LEER-CATEDRA THRU 3200-EXIT
               UNTIL WS-FS-CATEDRA NOT = '00'
                  OR WS-SW-CATEDRA-VIGENTE = 'S'.
       3100-EXIT.
           EXIT.

       3200-LEER-CATEDRA.
           READ ARCH-CATEDRA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-CATEDRA
           END-READ.
           IF WS-FS-CATEDRA = '00'
               IF CAT-LIB-CODIGO NOT = TRC-LIB-CODIGO
                   MOVE 'NOMAS' TO WS-FS-CATEDRA
               ELSE
                   IF CAT-ACTIVA
                       PERFORM 3300-VERIFICAR-VIGENCIA THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-VERIFICAR-VIGENCIA.
           MOVE CAT-FECHA-DESDE TO WS-FECHA-TEXTO.
           PERFORM 8000-FECHA-A-NUMERO THRU 8000-EXIT.
           IF WS-FECHA-NUM > WS-FECHA-PROCESO-NUM
               GO TO 3300-EXIT
           END-IF.
           MOVE CAT-FECHA-HASTA TO WS-FECHA-TEXTO.
           PERFORM 8000-FECHA-A-NUMERO THRU 8000-EXIT.
           IF WS-FECHA-NUM < WS-FECHA-PROCESO-NUM
               GO TO 3300-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-CATEDRA-VIGENTE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * PASA WS-FECHA-TEXTO (DD/MM/AAAA) A WS-FECHA-NUM (AAAAMMDD).    *
      * UNA FECHA EN BLANCO O NO NUMERICA QUEDA EN CERO.               *
      *****************************************************************
       8000-FECHA-A-NUMERO.
           MOVE ZERO TO WS-FECHA-NUM.
           IF WS-FECHA-TEXTO (1:2) NUMERIC
                   AND WS-FECHA-TEXTO (4:2) NUMERIC
                   AND WS-FECHA-TEXTO (7:4) NUMERIC
               MOVE WS-FECHA-TEXTO (7:4) TO WS-FNU-ANIO
               MOVE WS-FECHA-TEXTO (4:2) TO WS-FNU-MES
               MOVE WS-FECHA-TEXTO (1:2) TO WS-FNU-DIA
           END-IF.
       8000-EXIT.
           EXIT.
