      *****************************************************************
      * PROGRAMA: RPTFASC                                             *
      * PROPOSITO: REPORTE MENSUAL DE FASCICULOS ATRASADOS Y           *
      *            FALTANTES DE LA HEMEROTECA, POR PROVEEDOR, PARA     *
      *            RECLAMARLOS. RECORRE EL MAESTRO DE PROVEEDORES Y,   *
      *            POR CADA UNO, LAS PUBLICACIONES QUE PROVEE Y SUS    *
      *            FASCICULOS ESPERADOS SIN RECIBIR: UN FASCICULO CON  *
      *            MAS DE CONST-DIAS-GRACIA-FASC DIAS DESDE SU FECHA   *
      *            ESPERADA SE LISTA ATRASADO, Y CON MAS DE            *
      *            CONST-DIAS-FALTA-FASC DIAS, FALTANTE. CADA          *
      *            FASCICULO LISTADO SUMA UN RECLAMO CON SU FECHA EN   *
      *            EL CALENDARIO (FASCIC.DAT).                         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTFASC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PROVEEDOR      ASSIGN TO "PROVEED.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRV-CODIGO
                  FILE STATUS IS WS-FS-PROVEEDOR.

           SELECT ARCH-PUBPER         ASSIGN TO "PUBPER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PUB-CODIGO
                  FILE STATUS IS WS-FS-PUBPER.

           SELECT ARCH-FASCIC         ASSIGN TO "FASCIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAS-CLAVE
                  FILE STATUS IS WS-FS-FASCIC.

           SELECT ARCH-REPORTE        ASSIGN TO "RPTFASC.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PROVEEDOR.
       01  REG-PROVEEDOR.
           COPY PROVEED.

       FD  ARCH-PUBPER.
       01  REG-PUBPER.
           COPY PUBPER.

       FD  ARCH-FASCIC.
       01  REG-FASCIC.
           COPY FASCIC.

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY LINREP.

       01  WS-FS-PROVEEDOR             PIC X(2).
       01  WS-FS-PUBPER                PIC X(2).
       01  WS-FS-FASCIC                PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).
       01  WS-SW-SIN-ARCH-PUBPER       PIC X(1)  VALUE 'N'.
       01  WS-SW-SIN-ARCH-FASCIC       PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-PROVEEDOR     PIC X(1)  VALUE 'N'.
               88  WS-FIN-PROVEEDOR    VALUE 'S'.
           05  WS-SW-FIN-PUBPER        PIC X(1)  VALUE 'N'.
               88  WS-FIN-PUBPER       VALUE 'S'.
           05  WS-SW-FIN-FASCIC        PIC X(1)  VALUE 'N'.
               88  WS-FIN-FASCIC       VALUE 'S'.
           05  WS-SW-QUIEBRE-IMPRESO   PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ATRASADOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-FALTANTES       PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NRO-PAGINA               PIC 9(3)  VALUE ZERO.
       01  WS-DIAS-ATRASO              PIC S9(6).

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-PROVEEDOR THRU 2000-EXIT
               UNTIL WS-FIN-PROVEEDOR.
           PERFORM 4000-IMPRIMIR-TOTALES THRU 4000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-PROVEEDOR.
           OPEN INPUT  ARCH-PUBPER.
           IF WS-FS-PUBPER NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PUBPER
               MOVE 'S' TO WS-SW-FIN-PROVEEDOR
           END-IF.
           OPEN I-O    ARCH-FASCIC.
           IF WS-FS-FASCIC NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-FASCIC
               MOVE 'S' TO WS-SW-FIN-PROVEEDOR
           END-IF.
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
           PERFORM 1100-IMPRIMIR-CABECERA THRU 1100-EXIT.
           IF NOT WS-FIN-PROVEEDOR
               PERFORM 1200-LEER-PROVEEDOR THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-IMPRIMIR-CABECERA.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO LIN-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY  TO LIN-FECHA.
           MOVE 'HEMEROTECA - FASCICULOS PARA RECLAMAR' TO
               LIN-TITULO-REPORTE.
           IF WS-NRO-PAGINA > 1
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
       1100-EXIT.
           EXIT.

       1200-LEER-PROVEEDOR.
           READ ARCH-PROVEEDOR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PROVEEDOR
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * POR CADA PROVEEDOR RECORRE LAS PUBLICACIONES COMPLETAS Y, DE   *
      * LAS SUYAS, LOS FASCICULOS. SE INCLUYEN LAS SUSCRIPCIONES       *
      * CANCELADAS: SUS FASCICULOS YA VENCIDOS SIGUEN RECLAMABLES. EL  *
      * QUIEBRE DEL PROVEEDOR SOLO SE IMPRIME SI TIENE ALGUN FASCICULO *
      * PARA RECLAMAR.                                                 *
      *****************************************************************
       2000-PROCESAR-PROVEEDOR.
           MOVE 'N' TO WS-SW-QUIEBRE-IMPRESO.
           MOVE 'N' TO WS-SW-FIN-PUBPER.
           MOVE LOW-VALUES TO PUB-CODIGO.
           START ARCH-PUBPER KEY IS >= PUB-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-PUBPER
           END-START.
           IF NOT WS-FIN-PUBPER
               PERFORM 2100-LEER-PUBLICACION THRU 2100-EXIT
               PERFORM 2200-EVALUAR-PUBLICACION THRU 2200-EXIT
                   UNTIL WS-FIN-PUBPER
           END-IF.
           PERFORM 1200-LEER-PROVEEDOR THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PUBLICACION.
           READ ARCH-PUBPER NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PUBPER
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EVALUAR-PUBLICACION.
           IF PUB-PRV-CODIGO = PRV-CODIGO
               MOVE 'N'        TO WS-SW-FIN-FASCIC
               MOVE PUB-CODIGO TO FAS-PUB-CODIGO
               MOVE ZERO       TO FAS-VOLUMEN
                                  FAS-NUMERO
               START ARCH-FASCIC KEY IS >= FAS-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIN-FASCIC
               END-START
               PERFORM 2300-EVALUAR-FASCICULO THRU 2300-EXIT
                   UNTIL WS-FIN-FASCIC
           END-IF.
           PERFORM 2100-LEER-PUBLICACION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * FASCICULO ESPERADO CON ATRASO MAYOR A LA GRACIA: SE LISTA Y SE *
      * LE SUMA UN RECLAMO. LOS FUERA DE CALENDARIO NO TIENEN FECHA    *
      * ESPERADA Y NUNCA QUEDAN PENDIENTES.                            *
      *****************************************************************
       2300-EVALUAR-FASCICULO.
           READ ARCH-FASCIC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-FASCIC
                   GO TO 2300-EXIT
           END-READ.
           IF FAS-PUB-CODIGO NOT = PUB-CODIGO
               MOVE 'S' TO WS-SW-FIN-FASCIC
               GO TO 2300-EXIT
           END-IF.
           IF NOT FAS-ESPERADO OR FAS-FECHA-ESPERADA = SPACES
               GO TO 2300-EXIT
           END-IF.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 FAS-FECHA-ESPERADA
                                 WS-FECHA-HOY
                                 WS-CALL-DIAS
           END-CALL.
           MOVE WS-CALL-DIAS TO WS-DIAS-ATRASO.
           IF WS-DIAS-ATRASO NOT > CONST-DIAS-GRACIA-FASC
               GO TO 2300-EXIT
           END-IF.
           IF WS-SW-QUIEBRE-IMPRESO = 'N'
               MOVE 'S' TO WS-SW-QUIEBRE-IMPRESO
               MOVE PRV-CODIGO TO LIN-POC-CODIGO
               MOVE PRV-NOMBRE TO LIN-POC-NOMBRE
               WRITE REG-REPORTE FROM LINEA-PROVEEDOR-OC
               WRITE REG-REPORTE FROM LINEA-TITULO-FASC
               WRITE REG-REPORTE FROM LINEA-SEPARADOR
           END-IF.
           IF FAS-CANT-RECLAMOS < 99
               ADD 1 TO FAS-CANT-RECLAMOS
           END-IF.
           MOVE WS-FECHA-HOY TO FAS-FECHA-ULT-RECLAMO.
           REWRITE REG-FASCIC.
           MOVE PUB-CODIGO         TO LIN-FAS-PUB-CODIGO.
           MOVE PUB-TITULO (1:30)  TO LIN-FAS-TITULO.
           MOVE PUB-ISSN           TO LIN-FAS-ISSN.
           MOVE FAS-VOLUMEN        TO LIN-FAS-VOLUMEN.
           MOVE FAS-NUMERO         TO LIN-FAS-NUMERO.
           MOVE FAS-FECHA-ESPERADA TO LIN-FAS-ESPERADO.
           MOVE WS-DIAS-ATRASO     TO LIN-FAS-DIAS.
           MOVE FAS-CANT-RECLAMOS  TO LIN-FAS-RECLAMO.
           IF WS-DIAS-ATRASO > CONST-DIAS-FALTA-FASC
               ADD 1 TO WS-CONT-FALTANTES
               MOVE 'FALTANTE' TO LIN-FAS-SITUACION
           ELSE
               ADD 1 TO WS-CONT-ATRASADOS
               MOVE 'ATRASADO' TO LIN-FAS-SITUACION
           END-IF.
           WRITE REG-REPORTE FROM LINEA-DETALLE-FASC.
       2300-EXIT.
           EXIT.

       4000-IMPRIMIR-TOTALES.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           MOVE 'FASCICULOS ATRASADOS' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-ATRASADOS      TO LIN-CCA-CANTIDAD.
           MOVE ZERO                   TO LIN-CCA-IMPORTE.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
           MOVE 'FASCICULOS FALTANTES' TO LIN-CCA-CONCEPTO.
           MOVE WS-CONT-FALTANTES      TO LIN-CCA-CANTIDAD.
           WRITE REG-REPORTE FROM LINEA-CONCEPTO-CAJA.
       4000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-PROVEEDOR
                 ARCH-REPORTE.
           IF WS-SW-SIN-ARCH-PUBPER = 'N'
               CLOSE ARCH-PUBPER
           END-IF.
           IF WS-SW-SIN-ARCH-FASCIC = 'N'
               CLOSE ARCH-FASCIC
           END-IF.
           DISPLAY 'RPTFASC - FASCICULOS ATRASADOS: ' WS-CONT-ATRASADOS
                   ' FALTANTES: '                     WS-CONT-FALTANTES.
       9000-EXIT.
           EXIT.
