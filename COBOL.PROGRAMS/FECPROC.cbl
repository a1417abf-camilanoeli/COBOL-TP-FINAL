      *****************************************************************
      * PROGRAMA: FECPROC                                             *
      * PROPOSITO: SUBPROGRAMA QUE DEVUELVE LA FECHA DE PROCESO DE     *
      *            LOS PROGRAMAS DE LA CADENA BATCH, EN EL MISMO       *
      *            FORMATO AAAAMMDD DEL ACCEPT FROM DATE AL QUE        *
      *            REEMPLAZA. SI FECPROC.DAT TRAE UNA FECHA VALIDA Y   *
      *            NO POSTERIOR A LA DEL SISTEMA, SE PROCESA CON ELLA  *
      *            (CADENCTL LA CARGA AL RECUPERAR DIAS SIN CADENA);   *
      *            SI EL ARCHIVO NO EXISTE, ESTA VACIO O LA FECHA NO   *
      *            ES VALIDA, RIGE LA FECHA DEL SISTEMA. EL ARCHIVO SE *
      *            RELEE EN CADA LLAMADA. DEVUELVE ADEMAS LA MARCA DE  *
      *            ACUMULAR LISTADOS ('S' CUANDO CADENCTL CORRE UNA    *
      *            FECHA POSTERIOR A OTRA EN LA MISMA CORRIDA: EL PASO *
      *            ABRE SU LISTADO EN EXTEND). AREA DE REGISTRO:       *
      *            FECPROC.CPY.                                        *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - DEVUELVE LA MARCA DE ACUMULAR     *
      *   LISTADOS DE FECPROC.DAT.                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECPROC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FECPROC        ASSIGN TO "FECPROC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FECPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FECPROC.
       01  REG-FECPROC.
           COPY FECPROC.

       WORKING-STORAGE SECTION.
       01  WS-FS-FECPROC               PIC X(2).

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-PARAMETRO.
           05  WS-PAR-ANIO             PIC 9(4).
           05  WS-PAR-MES              PIC 9(2).
           05  WS-PAR-DIA              PIC 9(2).
       01  WS-FECHA-PARAMETRO-N REDEFINES WS-FECHA-PARAMETRO
                                       PIC 9(8).

      *
      * LINKAGE SECTION - FECHA DE PROCESO DEVUELTA AL LLAMADOR
      *
       LINKAGE SECTION.
       01  LK-FECHA-PROCESO            PIC 9(8).
       01  LK-SW-ACUMULAR              PIC X(1).

       PROCEDURE DIVISION USING LK-FECHA-PROCESO LK-SW-ACUMULAR.

       0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA TO LK-FECHA-PROCESO.
           MOVE 'N' TO LK-SW-ACUMULAR.
           OPEN INPUT ARCH-FECPROC.
           IF WS-FS-FECPROC = '00'
               PERFORM 1000-LEER-PARAMETRO THRU 1000-EXIT
               CLOSE ARCH-FECPROC
           END-IF.
           EXIT PROGRAM.

      *****************************************************************
      * LEE LA FECHA CARGADA (DD/MM/AAAA) Y LA VALIDA: DIA, MES Y ANIO *
      * NUMERICOS, EN RANGO Y NO POSTERIORES A LA FECHA DEL SISTEMA.   *
      *****************************************************************
       1000-LEER-PARAMETRO.
           READ ARCH-FECPROC
               AT END
                   GO TO 1000-EXIT
           END-READ.
           IF FPR-FECHA-PROCESO = SPACES
               GO TO 1000-EXIT
           END-IF.
           IF FPR-FECHA-PROCESO (1:2) NOT NUMERIC
              OR FPR-FECHA-PROCESO (4:2) NOT NUMERIC
              OR FPR-FECHA-PROCESO (7:4) NOT NUMERIC
               DISPLAY 'FECPROC - FECHA DE PROCESO INVALIDA ('
                       FPR-FECHA-PROCESO '), SE USA LA DEL SISTEMA'
               GO TO 1000-EXIT
           END-IF.
           MOVE FPR-FECHA-PROCESO (7:4) TO WS-PAR-ANIO.
           MOVE FPR-FECHA-PROCESO (4:2) TO WS-PAR-MES.
           MOVE FPR-FECHA-PROCESO (1:2) TO WS-PAR-DIA.
           IF WS-PAR-MES < 1 OR WS-PAR-MES > 12
              OR WS-PAR-DIA < 1 OR WS-PAR-DIA > 31
              OR WS-FECHA-PARAMETRO-N > WS-FECHA-SISTEMA
               DISPLAY 'FECPROC - FECHA DE PROCESO INVALIDA ('
                       FPR-FECHA-PROCESO '), SE USA LA DEL SISTEMA'
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-FECHA-PARAMETRO-N TO LK-FECHA-PROCESO.
           IF FPR-ACUMULAR
               MOVE 'S' TO LK-SW-ACUMULAR
           END-IF.
           IF WS-FECHA-PARAMETRO-N NOT = WS-FECHA-SISTEMA
               DISPLAY 'FECPROC - SE PROCESA CON FECHA '
                       FPR-FECHA-PROCESO
           END-IF.
       1000-EXIT.
           EXIT.
