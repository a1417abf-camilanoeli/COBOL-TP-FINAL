      *****************************************************************
      * PROGRAMA: DUPUSR                                              *
      * PROPOSITO: BARRIDO DE RECONCILIACION SOBRE EL MAESTRO DE       *
      *            USUARIOS, AL ESTILO DE DUPLIBR. DETECTA POSIBLES    *
      *            SOCIOS DUPLICADOS (UN CODIGO CARGADO A MANO EN      *
      *            USRMANT Y OTRO CREADO POR PADRSYNC CON EL LEGAJO):  *
      *            PRIMERO LOS CODIGOS CON EL MISMO NOMBRE Y DESPUES   *
      *            LOS CODIGOS CON EL MISMO EMAIL, SIN DISTINGUIR      *
      *            MAYUSCULAS. EL REPORTE ES LA BASE PARA ARMAR LAS    *
      *            TRANSACCIONES DE FUSION DE FUSUSR. LOS CODIGOS YA   *
      *            FUSIONADOS NO SE LISTAN.                            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LOS SOCIOS ANONIMIZADOS POR       *
      *   ANONUSR NO SE INFORMAN COMO CANDIDATOS: COMPARTEN EL MISMO   *
      *   NOMBRE DE REEMPLAZO Y NO TIENEN EMAIL.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPUSR.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-ORDEN          ASSIGN TO "DUPUORD.TMP".

           SELECT ARCH-REPORTE        ASSIGN TO "DUPUSR.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       SD  ARCH-ORDEN.
       01  REG-ORDEN.
           05  ORD-CLAVE               PIC X(40).
           05  ORD-USR-CODIGO          PIC X(10).
           05  ORD-NOMBRE              PIC X(40).
           05  ORD-EMAIL               PIC X(40).
           05  ORD-CATEGORIA           PIC X(1).
           05  ORD-ESTADO              PIC X(1).
           05  ORD-FECHA-ALTA          PIC X(10).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO       PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO      VALUE 'S'.
           05  WS-SW-PRIMER-REGISTRO   PIC X(1)  VALUE 'S'.
               88  WS-PRIMER-REGISTRO  VALUE 'S'.
           05  WS-SW-EN-GRUPO          PIC X(1)  VALUE 'N'.
               88  WS-EN-GRUPO         VALUE 'S'.
           05  WS-SW-CRITERIO          PIC X(1)  VALUE 'N'.
               88  WS-POR-NOMBRE       VALUE 'N'.
               88  WS-POR-EMAIL        VALUE 'E'.

       01  WS-CONTADORES.
           05  WS-CONT-GRUPOS-NOMBRE   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-GRUPOS-EMAIL    PIC 9(6)  VALUE ZERO.

       01  WS-REGISTRO-ANTERIOR.
           05  WS-CLAVE-ANTERIOR       PIC X(40).
           05  WS-CODIGO-ANTERIOR      PIC X(10).
           05  WS-NOMBRE-ANTERIOR      PIC X(40).
           05  WS-EMAIL-ANTERIOR       PIC X(40).
           05  WS-CATEGORIA-ANTERIOR   PIC X(1).
           05  WS-ESTADO-ANTERIOR      PIC X(1).
           05  WS-FECHA-ALTA-ANTERIOR  PIC X(10).

       01  WS-LINEAS-IMPRESAS          PIC 9(3)  VALUE ZERO.
       01  WS-LINEAS-DISPONIBLES       PIC 9(3)  VALUE ZERO.
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-FECHA-SISTEMA            PIC 9(8).

      *
      * LINEAS PROPIAS DEL REPORTE DE SOCIOS DUPLICADOS
      *
       01  LINEA-CRITERIO-DUPUSR.
           05  FILLER                  PIC X(29)
               VALUE 'CANDIDATOS POR COINCIDENCIA '.
           05  LIN-DUS-CRITERIO        PIC X(9).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  LINEA-TITULO-DUPUSR.
           05  FILLER                  PIC X(11) VALUE 'CODIGO'.
           05  FILLER                  PIC X(41) VALUE 'NOMBRE'.
           05  FILLER                  PIC X(41) VALUE 'EMAIL'.
           05  FILLER                  PIC X(4)  VALUE 'CAT'.
           05  FILLER                  PIC X(4)  VALUE 'EST'.
           05  FILLER                  PIC X(10) VALUE 'ALTA'.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  LINEA-DETALLE-DUPUSR.
           05  LIN-DUS-USR-CODIGO      PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-DUS-NOMBRE          PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-DUS-EMAIL           PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DUS-CATEGORIA       PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  LIN-DUS-ESTADO          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DUS-FECHA-ALTA      PIC X(10).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  LINEA-TOTAL-DUPUSR.
           05  FILLER                  PIC X(31)
               VALUE 'GRUPOS POR COINCIDENCIA DE '.
           05  LIN-DUS-TOT-CRITERIO    PIC X(9).
           05  LIN-DUS-TOT-GRUPOS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-INICIALIZAR THRU 0100-EXIT.
           MOVE 'N' TO WS-SW-CRITERIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-CLAVE
               ON ASCENDING KEY ORD-USR-CODIGO
               INPUT PROCEDURE IS 1000-GENERAR-ENTRADAS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-DETECTAR-DUPLICADOS THRU
                                    2000-EXIT.
           MOVE 'E' TO WS-SW-CRITERIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ORD-CLAVE
               ON ASCENDING KEY ORD-USR-CODIGO
               INPUT PROCEDURE IS 1000-GENERAR-ENTRADAS THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-DETECTAR-DUPLICADOS THRU
                                    2000-EXIT.
           PERFORM 3000-IMPRIMIR-TOTALES THRU 3000-EXIT.
           CLOSE ARCH-REPORTE.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           OPEN OUTPUT ARCH-REPORTE.
           COMPUTE WS-LINEAS-DISPONIBLES =
               CONST-LINEAS-PAGINA - CONST-LINEAS-CABECERA.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * LIBERA UN REGISTRO POR SOCIO NO FUSIONADO, CON LA CLAVE DE     *
      * COMPARACION DEL CRITERIO EN CURSO (NOMBRE O EMAIL) PASADA A    *
      * MAYUSCULAS. EN LA PASADA POR EMAIL SE OMITEN LOS SOCIOS SIN    *
      * EMAIL CARGADO, QUE COINCIDIRIAN TODOS ENTRE SI.                *
      *****************************************************************
       1000-GENERAR-ENTRADAS.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           OPEN INPUT ARCH-USUARIO.
           PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
           PERFORM 1200-LIBERAR-ENTRADA THRU 1200-EXIT
               UNTIL WS-FIN-ARCHIVO.
           CLOSE ARCH-USUARIO.
       1000-EXIT.
           EXIT.

       1100-LEER-USUARIO.
           READ ARCH-USUARIO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LIBERAR-ENTRADA.
           IF USR-COD-FUSION = SPACES
                   AND NOT USR-ANONIMIZADO
                   AND (WS-POR-NOMBRE OR USR-EMAIL NOT = SPACES)
               PERFORM 1300-ARMAR-ENTRADA THRU 1300-EXIT
           END-IF.
           PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

       1300-ARMAR-ENTRADA.
           IF WS-POR-NOMBRE
               MOVE USR-NOMBRE TO ORD-CLAVE
           ELSE
               MOVE USR-EMAIL  TO ORD-CLAVE
           END-IF.
           INSPECT ORD-CLAVE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE USR-CODIGO     TO ORD-USR-CODIGO.
           MOVE USR-NOMBRE     TO ORD-NOMBRE.
           MOVE USR-EMAIL      TO ORD-EMAIL.
           MOVE USR-CATEGORIA  TO ORD-CATEGORIA.
           MOVE USR-ESTADO     TO ORD-ESTADO.
           MOVE USR-FECHA-ALTA TO ORD-FECHA-ALTA.
           RELEASE REG-ORDEN.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE LOS REGISTROS ORDENADOS POR CLAVE+CODIGO. TODO         *
      * REGISTRO CUYA CLAVE COINCIDA CON LA DEL ANTERIOR FORMA PARTE   *
      * DE UN GRUPO DE POSIBLES DUPLICADOS; SE IMPRIME TANTO EL        *
      * PRIMERO DEL GRUPO COMO LOS SIGUIENTES. CADA CRITERIO ARRANCA   *
      * EN HOJA NUEVA.                                                 *
      *****************************************************************
       2000-DETECTAR-DUPLICADOS.
           MOVE 'N' TO WS-SW-FIN-ARCHIVO.
           MOVE 'S' TO WS-SW-PRIMER-REGISTRO.
           MOVE 'N' TO WS-SW-EN-GRUPO.
           MOVE 99  TO WS-LINEAS-IMPRESAS.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-RETURN.
           PERFORM 2100-EVALUAR-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIN-ARCHIVO.
       2000-EXIT.
           EXIT.

       2100-EVALUAR-REGISTRO.
           IF NOT WS-PRIMER-REGISTRO
                   AND ORD-CLAVE = WS-CLAVE-ANTERIOR
               IF NOT WS-EN-GRUPO
                   IF WS-POR-NOMBRE
                       ADD 1 TO WS-CONT-GRUPOS-NOMBRE
                   ELSE
                       ADD 1 TO WS-CONT-GRUPOS-EMAIL
                   END-IF
                   MOVE 'S' TO WS-SW-EN-GRUPO
                   PERFORM 2200-IMPRIMIR-ANTERIOR THRU 2200-EXIT
               END-IF
               PERFORM 2250-IMPRIMIR-ACTUAL THRU 2250-EXIT
           ELSE
               IF WS-EN-GRUPO
                   PERFORM 2260-SEPARAR-GRUPO THRU 2260-EXIT
               END-IF
               MOVE 'N' TO WS-SW-EN-GRUPO
           END-IF.
           MOVE ORD-CLAVE      TO WS-CLAVE-ANTERIOR.
           MOVE ORD-USR-CODIGO TO WS-CODIGO-ANTERIOR.
           MOVE ORD-NOMBRE     TO WS-NOMBRE-ANTERIOR.
           MOVE ORD-EMAIL      TO WS-EMAIL-ANTERIOR.
           MOVE ORD-CATEGORIA  TO WS-CATEGORIA-ANTERIOR.
           MOVE ORD-ESTADO     TO WS-ESTADO-ANTERIOR.
           MOVE ORD-FECHA-ALTA TO WS-FECHA-ALTA-ANTERIOR.
           MOVE 'N' TO WS-SW-PRIMER-REGISTRO.
           RETURN ARCH-ORDEN
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-RETURN.
       2100-EXIT.
           EXIT.

       2200-IMPRIMIR-ANTERIOR.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 2300-IMPRIMIR-CABECERA THRU 2300-EXIT
           END-IF.
           MOVE WS-CODIGO-ANTERIOR     TO LIN-DUS-USR-CODIGO.
           MOVE WS-NOMBRE-ANTERIOR     TO LIN-DUS-NOMBRE.
           MOVE WS-EMAIL-ANTERIOR      TO LIN-DUS-EMAIL.
           MOVE WS-CATEGORIA-ANTERIOR  TO LIN-DUS-CATEGORIA.
           MOVE WS-ESTADO-ANTERIOR     TO LIN-DUS-ESTADO.
           MOVE WS-FECHA-ALTA-ANTERIOR TO LIN-DUS-FECHA-ALTA.
           WRITE REG-REPORTE FROM LINEA-DETALLE-DUPUSR.
           ADD 1 TO WS-LINEAS-IMPRESAS.
       2200-EXIT.
           EXIT.

       2250-IMPRIMIR-ACTUAL.
           IF WS-LINEAS-IMPRESAS >= WS-LINEAS-DISPONIBLES
               PERFORM 2300-IMPRIMIR-CABECERA THRU 2300-EXIT
           END-IF.
           MOVE ORD-USR-CODIGO TO LIN-DUS-USR-CODIGO.
           MOVE ORD-NOMBRE     TO LIN-DUS-NOMBRE.
           MOVE ORD-EMAIL      TO LIN-DUS-EMAIL.
           MOVE ORD-CATEGORIA  TO LIN-DUS-CATEGORIA.
           MOVE ORD-ESTADO     TO LIN-DUS-ESTADO.
           MOVE ORD-FECHA-ALTA TO LIN-DUS-FECHA-ALTA.
           WRITE REG-REPORTE FROM LINEA-DETALLE-DUPUSR.
           ADD 1 TO WS-LINEAS-IMPRESAS.
       2250-EXIT.
           EXIT.

       2260-SEPARAR-GRUPO.
           IF WS-LINEAS-IMPRESAS < WS-LINEAS-DISPONIBLES
               WRITE REG-REPORTE FROM SPACES
               ADD 1 TO WS-LINEAS-IMPRESAS
           END-IF.
       2260-EXIT.
           EXIT.

       2300-IMPRIMIR-CABECERA.
           IF WS-NRO-PAGINA NOT = ZERO
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE 'BARRIDO DE POSIBLES SOCIOS DUPLICADOS'
               TO LIN-TITULO-REPORTE.
           IF WS-POR-NOMBRE
               MOVE 'DE NOMBRE' TO LIN-DUS-CRITERIO
           ELSE
               MOVE 'DE EMAIL'  TO LIN-DUS-CRITERIO
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM LINEA-CRITERIO-DUPUSR.
           WRITE REG-REPORTE FROM LINEA-TITULO-DUPUSR.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 6 TO WS-LINEAS-IMPRESAS.
       2300-EXIT.
           EXIT.

       3000-IMPRIMIR-TOTALES.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 'NOMBRE:'             TO LIN-DUS-TOT-CRITERIO.
           MOVE WS-CONT-GRUPOS-NOMBRE TO LIN-DUS-TOT-GRUPOS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-DUPUSR.
           MOVE 'EMAIL:'              TO LIN-DUS-TOT-CRITERIO.
           MOVE WS-CONT-GRUPOS-EMAIL  TO LIN-DUS-TOT-GRUPOS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-DUPUSR.
       3000-EXIT.
           EXIT.
