      *****************************************************************
      * PROGRAMA: BUZONDEV                                            *
      * PROPOSITO: DEVOLUCIONES POR BUZON FUERA DE HORARIO. TOMA EL    *
      *            ARCHIVO DE LECTURAS DEL LECTOR DE CODIGO DE BARRAS  *
      *            (CODIGO DEL EJEMPLAR, SUCURSAL Y FECHA/HORA DE      *
      *            VACIADO DEL BUZON), UBICA EL PRESTAMO VIGENTE DE    *
      *            CADA EJEMPLAR Y ARMA LA TRANSACCION DE DEVOLUCION   *
      *            CON LA FECHA REAL DE DEPOSITO: LA DEL VACIADO, O LA *
      *            DEL DIA ANTERIOR SI EL BUZON SE VACIO ANTES DE LA   *
      *            HORA DE APERTURA. LAS DEVOLUCIONES SE AGREGAN AL    *
      *            ARCHIVO DE TRANSACCIONES DE PRESTMOV Y SE APLICAN   *
      *            LLAMANDOLO, CON LO QUE PASAN POR LA COLA DE         *
      *            RESERVAS, EL DIARIO Y EL AJUSTE DE LA MULTA YA      *
      *            GENERADA IGUAL QUE UNA DEVOLUCION DE MOSTRADOR.     *
      *            LISTA LAS LECTURAS QUE NO CORRESPONDEN A NINGUN     *
      *            PRESTAMO ABIERTO Y LAS DEVOLUCIONES RECHAZADAS.     *
      *            LA SUCURSAL DEL BUZON VIAJA EN LA TRANSACCION COMO  *
      *            SEDE DE RECEPCION DE LA DEVOLUCION.                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA TRANSACCION DE DEVOLUCION      *
      *   LLEVA LA SUCURSAL DEL BUZON COMO SEDE DE RECEPCION: EL       *
      *   EJEMPLAR DEPOSITADO FUERA DE SU SEDE QUEDA EN TRANSITO DE    *
      *   VUELTA (PRESTMOV).                                           *
      * 15/10/2026 CNA VERSION 1.2 - LA TRANSACCION PARA PRESTMOV      *
      *   LLEVA EL NUMERO DE EJEMPLAR EN SU POSICION. DESPUES DE       *
      *   APLICAR LAS DEVOLUCIONES SE VERIFICA CADA PRESTAMO: SE       *
      *   CUENTAN SOLO LAS ACEPTADAS Y LAS QUE PRESTMOV RECHAZO SE     *
      *   LISTAN CON EL MOTIVO DE SU SALIDA.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZONDEV.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LECTURAS       ASSIGN TO "BUZON.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-LECTURAS.

           SELECT ARCH-TRABAJO        ASSIGN TO "BUZWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BZW-CODIGO-BARRA
                  FILE STATUS IS WS-FS-TRABAJO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-PRESTAMO       ASSIGN TO "PRESTAMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-CODIGO-PRESTAMO
                  ALTERNATE RECORD KEY IS PRE-LIB-CODIGO
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS PRE-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-PRESTAMO.

           SELECT ARCH-TRANS-PRESTAMO ASSIGN TO "TRANPRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-SALPRES        ASSIGN TO "SALPRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALPRES.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTBUZON.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LECTURAS.
       01  REG-LECTURAS.
           05  LEC-CODIGO-BARRA        PIC X(15).
           05  LEC-SUC-CODIGO          PIC X(10).
           05  LEC-FECHA-VACIADO       PIC X(10).
           05  LEC-HORA-VACIADO        PIC X(5).
           05  LEC-OPERADOR            PIC X(8).

       FD  ARCH-TRABAJO.
       01  REG-TRABAJO.
           05  BZW-CODIGO-BARRA        PIC X(15).
           05  BZW-SUC-CODIGO          PIC X(10).
           05  BZW-FECHA-VACIADO       PIC X(10).
           05  BZW-HORA-VACIADO        PIC X(5).
           05  BZW-FECHA-DEPOSITO      PIC X(10).
           05  BZW-OPERADOR            PIC X(8).
           05  BZW-LIB-CODIGO          PIC X(10).
           05  BZW-NRO-EJEMPLAR        PIC 9(4).
           05  BZW-MARCA               PIC X(1).
               88  BZW-SIN-EJEMPLAR    VALUE 'N'.
               88  BZW-DEVUELTO        VALUE 'S'.
               88  BZW-SIN-PRESTAMO    VALUE 'L'.
               88  BZW-RECHAZADO       VALUE 'R'.
           05  BZW-PRE-CODIGO          PIC X(12).
           05  BZW-MOTIVO              PIC X(56).

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-PRESTAMO.
       01  REG-PRESTAMO.
           COPY PRESTAMO.

       FD  ARCH-TRANS-PRESTAMO.
       01  REG-TRANS-PRESTAMO.
           05  TRANS-OPERACION         PIC X(1).
           05  TRANS-LIB-CODIGO        PIC X(10).
           05  TRANS-USR-CODIGO        PIC X(10).
           05  TRANS-PRE-CODIGO        PIC X(12).
           05  TRANS-OPERADOR          PIC X(8).
           05  TRANS-FECHA-DEPOSITO    PIC X(10).
           05  TRANS-CONDICION-DEVOL   PIC X(1).
           05  TRANS-SUC-RECEPCION     PIC X(10).
           05  TRANS-NRO-EJEMPLAR      PIC X(4).

       FD  ARCH-SALPRES.
       01  REG-SALPRES.
           05  SPR-CLAVE               PIC X(10).
           05  SPR-SEPARADOR           PIC X(1).
           05  SPR-MENSAJE             PIC X(69).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-LECTURAS              PIC X(2).
       01  WS-FS-TRABAJO               PIC X(2).
       01  WS-FS-EJEMPLAR              PIC X(2).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-TRANS                 PIC X(2).
       01  WS-FS-SALPRES               PIC X(2).
       01  WS-FS-CADLOCK               PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-CADENA-EN-CURSO   PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-LECTURAS      PIC X(1)  VALUE 'N'.
               88  WS-FIN-LECTURAS     VALUE 'S'.
           05  WS-SW-FIN-EJEMPLAR      PIC X(1)  VALUE 'N'.
               88  WS-FIN-EJEMPLAR     VALUE 'S'.
           05  WS-SW-FIN-TRABAJO       PIC X(1)  VALUE 'N'.
               88  WS-FIN-TRABAJO      VALUE 'S'.
           05  WS-SW-PRE-ENCONTRADO    PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-SALPRES       PIC X(1)  VALUE 'N'.
               88  WS-FIN-SALPRES      VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LECTURAS        PIC 9(6)  VALUE ZERO.
           05  WS-CONT-REPETIDAS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-TRANS-GRABADAS  PIC 9(6)  VALUE ZERO.
           05  WS-CONT-DEVOLUCIONES    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RECHAZADAS      PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SIN-PRESTAMO    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-INEXISTENTES    PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-HORA-VACIADO             PIC 9(4).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE 99.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3).
       01  WS-PROGRAMA-LLAMADO         PIC X(8).
       01  WS-RESULTADO-PASO           PIC S9(4).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'BUZONDEV - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESA EL BUZON. REINTENTE AL TERMINAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-CARGAR-LECTURA THRU 2000-EXIT
                   UNTIL WS-FIN-LECTURAS
               PERFORM 3000-UBICAR-PRESTAMOS THRU 3000-EXIT
               PERFORM 4000-APLICAR-DEVOLUCIONES THRU 4000-EXIT
               PERFORM 5000-LISTAR-NO-APLICADAS THRU 5000-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      * SEMAFORO DE LA CADENA NOCTURNA: CON LA CADENA EN CURSO NO SE   *
      * APLICAN DEVOLUCIONES (LOS MAESTROS ESTAN SIENDO PROCESADOS),   *
      * IGUAL QUE EN LOS PROGRAMAS DE MOVIMIENTOS DE MOSTRADOR.        *
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
           OPEN INPUT  ARCH-LECTURAS.
           IF WS-FS-LECTURAS NOT = '00'
               MOVE 'S' TO WS-SW-FIN-LECTURAS
           END-IF.
           OPEN OUTPUT ARCH-TRABAJO.
           CLOSE ARCH-TRABAJO.
           OPEN I-O    ARCH-TRABAJO.
           OPEN OUTPUT ARCH-REPORTE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
           IF NOT WS-FIN-LECTURAS
               PERFORM 2100-LEER-LECTURA THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       2100-LEER-LECTURA.
           READ ARCH-LECTURAS
               AT END
                   MOVE 'S' TO WS-SW-FIN-LECTURAS
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * CARGA CADA LECTURA EN EL ARCHIVO DE TRABAJO POR CODIGO DE      *
      * BARRAS, CON SU FECHA DE DEPOSITO YA RESUELTA. UN EJEMPLAR      *
      * LEIDO DOS VECES SE CARGA UNA SOLA VEZ (VALE LA PRIMERA         *
      * LECTURA, QUE ES LA DEL DEPOSITO MAS TEMPRANO).                 *
      *****************************************************************
       2000-CARGAR-LECTURA.
           IF LEC-CODIGO-BARRA NOT = SPACES
               ADD 1 TO WS-CONT-LECTURAS
               MOVE LEC-CODIGO-BARRA TO BZW-CODIGO-BARRA
               READ ARCH-TRABAJO
                   INVALID KEY
                       PERFORM 2200-ALTA-TRABAJO THRU 2200-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-REPETIDAS
               END-READ
           END-IF.
           PERFORM 2100-LEER-LECTURA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2200-ALTA-TRABAJO.
           MOVE SPACES             TO REG-TRABAJO.
           MOVE LEC-CODIGO-BARRA   TO BZW-CODIGO-BARRA.
           MOVE LEC-SUC-CODIGO     TO BZW-SUC-CODIGO.
           MOVE LEC-FECHA-VACIADO  TO BZW-FECHA-VACIADO.
           MOVE LEC-HORA-VACIADO   TO BZW-HORA-VACIADO.
           MOVE LEC-OPERADOR       TO BZW-OPERADOR.
           MOVE ZERO               TO BZW-NRO-EJEMPLAR.
           MOVE 'N'                TO BZW-MARCA.
           PERFORM 2300-RESOLVER-DEPOSITO THRU 2300-EXIT.
           WRITE REG-TRABAJO.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * LA FECHA DE DEPOSITO ES LA DEL VACIADO; SI EL BUZON SE VACIO   *
      * ANTES DE LA HORA DE APERTURA, LO QUE CONTIENE SE DEJO A MAS    *
      * TARDAR EL DIA ANTERIOR. SIN FECHA DE VACIADO SE TOMA EL DIA.   *
      *****************************************************************
       2300-RESOLVER-DEPOSITO.
           IF BZW-FECHA-VACIADO = SPACES
               MOVE WS-FECHA-HOY TO BZW-FECHA-VACIADO
           END-IF.
           MOVE BZW-FECHA-VACIADO TO BZW-FECHA-DEPOSITO.
           IF BZW-HORA-VACIADO (1:2) NUMERIC
                   AND BZW-HORA-VACIADO (4:2) NUMERIC
               MOVE BZW-HORA-VACIADO (1:2) TO WS-HORA-VACIADO (1:2)
               MOVE BZW-HORA-VACIADO (4:2) TO WS-HORA-VACIADO (3:2)
               IF WS-HORA-VACIADO < CONST-HORA-APERTURA
                   MOVE 'SUMDIAS' TO WS-CALL-FUNCION
                   MOVE -1        TO WS-CALL-DIAS
                   CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                         BZW-FECHA-VACIADO
                                         BZW-FECHA-DEPOSITO
                                         WS-CALL-DIAS
                   END-CALL
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE EL MAESTRO DE EJEMPLARES CONTRA LO LEIDO: PARA CADA    *
      * EJEMPLAR LEIDO SE BUSCA SU PRESTAMO VIGENTE ENTRE LOS          *
      * PRESTAMOS DEL TITULO Y, SI LO TIENE, SE GRABA LA TRANSACCION   *
      * DE DEVOLUCION CON LA FECHA DE DEPOSITO PARA PRESTMOV.          *
      *****************************************************************
       3000-UBICAR-PRESTAMOS.
           OPEN INPUT ARCH-EJEMPLAR.
           OPEN INPUT ARCH-PRESTAMO.
           OPEN EXTEND ARCH-TRANS-PRESTAMO.
           IF WS-FS-TRANS = '35'
               OPEN OUTPUT ARCH-TRANS-PRESTAMO
           END-IF.
           PERFORM 3100-LEER-EJEMPLAR THRU 3100-EXIT.
           PERFORM 3200-EVALUAR-EJEMPLAR THRU 3200-EXIT
               UNTIL WS-FIN-EJEMPLAR.
           CLOSE ARCH-EJEMPLAR
                 ARCH-PRESTAMO
                 ARCH-TRANS-PRESTAMO.
       3000-EXIT.
           EXIT.

       3100-LEER-EJEMPLAR.
           READ ARCH-EJEMPLAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-EJEMPLAR
           END-READ.
       3100-EXIT.
           EXIT.

       3200-EVALUAR-EJEMPLAR.
           IF EJE-CODIGO-BARRA NOT = SPACES
               MOVE EJE-CODIGO-BARRA TO BZW-CODIGO-BARRA
               READ ARCH-TRABAJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3300-BUSCAR-PRESTAMO THRU 3300-EXIT
               END-READ
           END-IF.
           PERFORM 3100-LEER-EJEMPLAR THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-BUSCAR-PRESTAMO.
           MOVE EJE-LIB-CODIGO   TO BZW-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR TO BZW-NRO-EJEMPLAR.
           MOVE 'N' TO WS-SW-PRE-ENCONTRADO.
           MOVE EJE-LIB-CODIGO TO PRE-LIB-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-LIB-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-PRESTAMO
           END-START.
           PERFORM 3400-LEER-PRESTAMO THRU 3400-EXIT
               UNTIL WS-FS-PRESTAMO NOT = '00'
                  OR PRE-LIB-CODIGO NOT = EJE-LIB-CODIGO
                  OR WS-SW-PRE-ENCONTRADO = 'S'.
           IF WS-SW-PRE-ENCONTRADO = 'S'
               PERFORM 3500-GRABAR-DEVOLUCION THRU 3500-EXIT
               MOVE 'S' TO BZW-MARCA
           ELSE
               MOVE 'L' TO BZW-MARCA
           END-IF.
           REWRITE REG-TRABAJO.
       3300-EXIT.
           EXIT.

       3400-LEER-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
           END-READ.
           IF WS-FS-PRESTAMO = '00'
                   AND PRE-LIB-CODIGO = EJE-LIB-CODIGO
                   AND PRE-NRO-EJEMPLAR = EJE-NRO-EJEMPLAR
                   AND PRE-VIGENTE
               MOVE 'S' TO WS-SW-PRE-ENCONTRADO
           END-IF.
       3400-EXIT.
           EXIT.

       3500-GRABAR-DEVOLUCION.
           MOVE SPACES              TO REG-TRANS-PRESTAMO.
           MOVE 'D'                 TO TRANS-OPERACION.
           MOVE PRE-LIB-CODIGO      TO TRANS-LIB-CODIGO.
           MOVE PRE-USR-CODIGO      TO TRANS-USR-CODIGO.
           MOVE PRE-CODIGO-PRESTAMO TO TRANS-PRE-CODIGO.
           MOVE BZW-OPERADOR        TO TRANS-OPERADOR.
           MOVE BZW-FECHA-DEPOSITO  TO TRANS-FECHA-DEPOSITO.
           MOVE BZW-SUC-CODIGO      TO TRANS-SUC-RECEPCION.
           WRITE REG-TRANS-PRESTAMO.
           MOVE PRE-CODIGO-PRESTAMO TO BZW-PRE-CODIGO.
           ADD 1 TO WS-CONT-TRANS-GRABADAS.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * APLICA LAS DEVOLUCIONES LLAMANDO A PRESTMOV, QUE LAS PROCESA   *
      * JUNTO CON LO QUE EL MOSTRADOR TENGA PENDIENTE EN SU ARCHIVO DE *
      * TRANSACCIONES, COMO HACE COLATRAN CON LO RETENIDO. LUEGO SE    *
      * VERIFICA CADA DEVOLUCION CONTRA EL PRESTAMO.                   *
      *****************************************************************
       4000-APLICAR-DEVOLUCIONES.
           IF WS-CONT-TRANS-GRABADAS = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'PRESTMOV' TO WS-PROGRAMA-LLAMADO.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-PROGRAMA-LLAMADO
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RESULTADO-PASO.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RESULTADO-PASO NOT = ZERO
               DISPLAY 'BUZONDEV - PRESTMOV TERMINO CON RESULTADO '
                       WS-RESULTADO-PASO
               MOVE WS-RESULTADO-PASO TO RETURN-CODE
           END-IF.
           PERFORM 4100-VERIFICAR-DEVOLUCIONES THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * UNA DEVOLUCION DEL BUZON QUEDO APLICADA SOLO SI EL PRESTAMO    *
      * QUEDO DEVUELTO. LA QUE PRESTMOV RECHAZO SE MARCA PARA EL   *
      * LISTADO CON EL MOTIVO QUE DEJO EN SU SALIDA (SALPRES.DAT).     *
      *****************************************************************
       4100-VERIFICAR-DEVOLUCIONES.
           OPEN INPUT ARCH-PRESTAMO.
           MOVE SPACES TO BZW-CODIGO-BARRA.
           MOVE 'N' TO WS-SW-FIN-TRABAJO.
           START ARCH-TRABAJO KEY IS >= BZW-CODIGO-BARRA
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-START.
           IF NOT WS-FIN-TRABAJO
               PERFORM 5100-LEER-TRABAJO THRU 5100-EXIT
               PERFORM 4200-VERIFICAR-UNA THRU 4200-EXIT
                   UNTIL WS-FIN-TRABAJO
           END-IF.
           CLOSE ARCH-PRESTAMO.
           MOVE 'N' TO WS-SW-FIN-TRABAJO.
       4100-EXIT.
           EXIT.

       4200-VERIFICAR-UNA.
           IF NOT BZW-DEVUELTO
               GO TO 4200-SEGUIR
           END-IF.
           MOVE BZW-PRE-CODIGO TO PRE-CODIGO-PRESTAMO.
           READ ARCH-PRESTAMO
               INVALID KEY
                   MOVE 'V' TO PRE-ESTADO
           END-READ.
           IF NOT PRE-DEVUELTO
               PERFORM 4300-BUSCAR-MOTIVO THRU 4300-EXIT
               MOVE 'R' TO BZW-MARCA
               REWRITE REG-TRABAJO
               ADD 1 TO WS-CONT-RECHAZADAS
           ELSE
               ADD 1 TO WS-CONT-DEVOLUCIONES
           END-IF.
       4200-SEGUIR.
           PERFORM 5100-LEER-TRABAJO THRU 5100-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * PRESTMOV DEJA CADA RECHAZO COMO CODIGO DE LIBRO Y MENSAJE DE   *
      * ERROR. SE TOMA EL RECHAZO DEL TITULO DEL EJEMPLAR; SIN RECHAZO *
      * EN LA SALIDA (PRESTMOV NO CORRIO) SE INFORMA EN FORMA GENERAL. *
      *****************************************************************
       4300-BUSCAR-MOTIVO.
           MOVE 'DEVOLUCION NO APLICADA POR PRESTMOV' TO BZW-MOTIVO.
           MOVE 'N' TO WS-SW-FIN-SALPRES.
           OPEN INPUT ARCH-SALPRES.
           IF WS-FS-SALPRES NOT = '00'
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4310-LEER-SALPRES THRU 4310-EXIT
               UNTIL WS-FIN-SALPRES.
           CLOSE ARCH-SALPRES.
       4300-EXIT.
           EXIT.

       4310-LEER-SALPRES.
           READ ARCH-SALPRES
               AT END
                   MOVE 'S' TO WS-SW-FIN-SALPRES
           END-READ.
           IF NOT WS-FIN-SALPRES
                   AND SPR-CLAVE = BZW-LIB-CODIGO
                   AND SPR-SEPARADOR = SPACE
                   AND SPR-MENSAJE (1:6) = 'ERROR:'
               MOVE SPR-MENSAJE TO BZW-MOTIVO
               MOVE 'S' TO WS-SW-FIN-SALPRES
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * LISTADO DE LAS LECTURAS QUE NO CORRESPONDEN A NINGUN PRESTAMO  *
      * ABIERTO: CODIGOS SIN EJEMPLAR EN EL MAESTRO Y EJEMPLARES SIN   *
      * PRESTAMO VIGENTE (YA DEVUELTOS EN MOSTRADOR, DECLARADOS        *
      * PERDIDOS, O QUE NUNCA SALIERON), Y LAS DEVOLUCIONES QUE        *
      * PRESTMOV RECHAZO, CON SU MOTIVO, PARA REVISAR A MANO.          *
      *****************************************************************
       5000-LISTAR-NO-APLICADAS.
           MOVE SPACES TO BZW-CODIGO-BARRA.
           START ARCH-TRABAJO KEY IS >= BZW-CODIGO-BARRA
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-START.
           IF NOT WS-FIN-TRABAJO
               PERFORM 5100-LEER-TRABAJO THRU 5100-EXIT
               PERFORM 5200-EVALUAR-TRABAJO THRU 5200-EXIT
                   UNTIL WS-FIN-TRABAJO
           END-IF.
           IF WS-CONT-SIN-PRESTAMO = ZERO
                   AND WS-CONT-INEXISTENTES = ZERO
                   AND WS-CONT-RECHAZADAS = ZERO
               PERFORM 5400-IMPRIMIR-CABECERA THRU 5400-EXIT
               MOVE 'TODAS LAS LECTURAS SE APLICARON COMO DEVOLUCION'
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LEER-TRABAJO.
           READ ARCH-TRABAJO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-TRABAJO
           END-READ.
       5100-EXIT.
           EXIT.

       5200-EVALUAR-TRABAJO.
           IF NOT BZW-DEVUELTO
               PERFORM 5300-IMPRIMIR-DETALLE THRU 5300-EXIT
           END-IF.
           PERFORM 5100-LEER-TRABAJO THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-IMPRIMIR-DETALLE.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 5400-IMPRIMIR-CABECERA THRU 5400-EXIT
           END-IF.
           MOVE BZW-CODIGO-BARRA   TO LIN-BUZ-CODIGO-BARRA.
           MOVE BZW-SUC-CODIGO     TO LIN-BUZ-SUCURSAL.
           MOVE BZW-FECHA-VACIADO  TO LIN-BUZ-FECHA-VACIADO.
           MOVE BZW-HORA-VACIADO   TO LIN-BUZ-HORA-VACIADO.
           MOVE BZW-FECHA-DEPOSITO TO LIN-BUZ-FECHA-DEPOSITO.
           MOVE BZW-LIB-CODIGO     TO LIN-BUZ-LIB-CODIGO.
           MOVE BZW-NRO-EJEMPLAR   TO LIN-BUZ-NRO-EJEMPLAR.
           EVALUATE TRUE
               WHEN BZW-RECHAZADO
                   MOVE BZW-MOTIVO TO LIN-BUZ-SITUACION
               WHEN BZW-SIN-PRESTAMO
                   MOVE 'EJEMPLAR SIN PRESTAMO ABIERTO'
                       TO LIN-BUZ-SITUACION
                   ADD 1 TO WS-CONT-SIN-PRESTAMO
               WHEN OTHER
                   MOVE 'CODIGO SIN EJEMPLAR EN MAESTRO'
                       TO LIN-BUZ-SITUACION
                   ADD 1 TO WS-CONT-INEXISTENTES
           END-EVALUATE.
           WRITE REG-REPORTE FROM LINEA-DETALLE-BUZON.
           ADD 1 TO WS-LINEAS-IMPRESAS.
       5300-EXIT.
           EXIT.

       5400-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'LECTURAS DEL BUZON NO APLICADAS' TO
               LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-TITULO-BUZON.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE ZERO TO WS-LINEAS-IMPRESAS.
       5400-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WS-NRO-PAGINA > ZERO
               WRITE REG-REPORTE FROM LINEA-SEPARADOR
           END-IF.
           COMPUTE LIN-TOTAL-REGISTROS =
               WS-CONT-SIN-PRESTAMO + WS-CONT-INEXISTENTES
             + WS-CONT-RECHAZADAS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-LECTURAS
                 ARCH-TRABAJO
                 ARCH-REPORTE.
           DISPLAY 'BUZONDEV - LECTURAS: '     WS-CONT-LECTURAS
                   ' REPETIDAS: '              WS-CONT-REPETIDAS
                   ' DEVOLUCIONES: '           WS-CONT-DEVOLUCIONES
                   ' RECHAZADAS: '             WS-CONT-RECHAZADAS
                   ' SIN PRESTAMO: '           WS-CONT-SIN-PRESTAMO
                   ' SIN EJEMPLAR: '           WS-CONT-INEXISTENTES.
       9000-EXIT.
           EXIT.
