      *            SUELTOS A MANO COMO HASTA AHORA.                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.8                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - LA VERIFICACION DE INTEGRIDAD DE  *
      * 03/09/2026 CNA VERSION 1.4 - LA CUADRATURA DIARIA DE CAJA      *
      *   (CUADCAJA) SE AGREGA COMO ULTIMO PASO DE LA CADENA, DESPUES  *
      *   DE LA CONCILIACION DE STOCK: LA DE PLATA CIERRA LA NOCHE.    *
      * 15/10/2026 CNA VERSION 1.5 - LA RECONSTRUCCION DEL INDICE DE   *
      *   PALABRAS CLAVE (INDPALAB) SE AGREGA DESPUES DE LA            *
      *   EXPORTACION DEL CATALOGO, CON EL MAESTRO DE LIBROS YA        *
      *   CERRADO DEL DIA, PARA QUE CONSPAL BUSQUE SOBRE EL CATALOGO   *
      *   AL DIA.                                                      *
      * 15/10/2026 CNA VERSION 1.6 - EL REMITO DE TRANSITOS POR        *
      *   SUCURSAL (REMITSUC) Y EL REPORTE DE TRANSITOS DEMORADOS      *
      *   (RPTTRAN) SE AGREGAN DESPUES DEL VENCIMIENTO DE RESERVAS,    *
      *   QUE PUEDE ABRIR NUEVOS ENVIOS A LA SEDE DE RETIRO.           *
      * 15/10/2026 CNA VERSION 1.7 - RECUPERACION DE FECHAS SIN        *
      *   CADENA: ANTES DE LA DE HOY SE BUSCA EN JOBCAD.DAT LA ULTIMA  *
      *   FECHA CON LA CADENA COMPLETA Y SE CORREN EN ORDEN, UNA POR   *
      *   UNA, LAS FECHAS POSTERIORES QUE NO LA TIENEN (CORTES,        *
      *   SERVIDOR APAGADO O CADENA FRENADA). LA FECHA QUE CORRE SE    *
      *   PASA A LOS PASOS EN FECPROC.DAT (SUBPROGRAMA FECPROC), QUE   *
      *   SE VACIA AL TERMINAR. CADA PASO SE CANCELA DESPUES DE        *
      *   LLAMARLO PARA QUE LA FECHA SIGUIENTE LO ENCUENTRE EN SU      *
      *   ESTADO INICIAL. LAS FECHAS RECUPERADAS SE INFORMAN EN        *
      *   SALCAD.DAT.                                                  *
      * 15/10/2026 CNA VERSION 1.8 - DESDE LA SEGUNDA FECHA DE UNA     *
      *   CORRIDA CON RECUPERACION, FECPROC.DAT LLEVA LA MARCA DE      *
      *   ACUMULAR Y LOS PASOS AGREGAN SUS LISTADOS EN LUGAR DE PISAR  *
      *   LOS DE LA FECHA ANTERIOR.                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENCTL.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

           SELECT ARCH-FECPROC        ASSIGN TO "FECPROC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FECPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-JOBS.
       01  REG-CADLOCK.
           COPY CADLOCK.

       FD  ARCH-FECPROC.
       01  REG-FECPROC.
           COPY FECPROC.

       WORKING-STORAGE SECTION.
       01  WS-FS-JOBS                  PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).
       01  WS-FS-CADLOCK               PIC X(2).
       01  WS-FS-FECPROC               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-CADENA-FRENADA    PIC X(1)  VALUE 'N'.
               88  WS-CADENA-FRENADA   VALUE 'S'.
           05  WS-SW-PASO-SALTEADO     PIC X(1)  VALUE 'N'.
           05  WS-SW-FIN-JOBS          PIC X(1)  VALUE 'N'.
               88  WS-FIN-JOBS         VALUE 'S'.

      *
      * SECUENCIA DE LA CADENA NOCTURNA. EL ORDEN IMPORTA: EL
      * RESGUARDO DE MAESTROS ABRE LA NOCHE ANTES DE QUE NADA LOS
      * TOQUE, LAS MULTAS Y SANCIONES SE CALCULAN ANTES DE LOS
      * REPORTES, EL CATALOGO SE EXPORTA DESPUES DE LOS MOVIMIENTOS
      * (Y CON EL SE REARMA EL INDICE DE PALABRAS CLAVE) Y LA
      * CONCILIACION DE STOCK CIERRA LA NOCHE.
      *
       01  WS-TABLA-CADENA.
           05  FILLER                  PIC X(8) VALUE 'RESGMAE '.
           05  FILLER                  PIC X(8) VALUE 'MULCALC '.
           05  FILLER                  PIC X(8) VALUE 'SANCALC '.
           05  FILLER                  PIC X(8) VALUE 'RESVVENC'.
           05  FILLER                  PIC X(8) VALUE 'REMITSUC'.
           05  FILLER                  PIC X(8) VALUE 'RPTTRAN '.
           05  FILLER                  PIC X(8) VALUE 'AVISOSOC'.
           05  FILLER                  PIC X(8) VALUE 'RPTVENC '.
           05  FILLER                  PIC X(8) VALUE 'RPTCIRC '.
           05  FILLER                  PIC X(8) VALUE 'EXPCAT  '.
           05  FILLER                  PIC X(8) VALUE 'INDPALAB'.
           05  FILLER                  PIC X(8) VALUE 'CONCILIB'.
           05  FILLER                  PIC X(8) VALUE 'CUADCAJA'.
       01  WS-TABLA-CADENA-R REDEFINES WS-TABLA-CADENA.
           05  WS-PASO-PROGRAMA        PIC X(8) OCCURS 14 TIMES.
       01  WS-CANT-PASOS               PIC 9(2)  VALUE 14.
       01  WS-IX-PASO                  PIC 9(2)  VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CONT-EJECUTADOS      PIC 9(2)  VALUE ZERO.
           05  WS-CONT-SALTEADOS       PIC 9(2)  VALUE ZERO.
           05  WS-CONT-RECUPERADAS     PIC 9(3)  VALUE ZERO.
           05  WS-CONT-FECHAS-CORRIDAS PIC 9(3)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-RESULTADO-PASO           PIC S9(4).
       01  WS-PASO-FRENADO             PIC 9(2)  VALUE ZERO.

      *
      * FECHA DE PROCESO EN CURSO (LA DE HOY O UNA FECHA RECUPERADA)
      * Y AREAS DE LA BUSQUEDA DE FECHAS SIN CADENA COMPLETA. LAS
      * FECHAS SE COMPARAN EN AAAAMMDD PORQUE LA CLAVE DE JOBCAD.DAT
      * (DD/MM/AAAA) NO ORDENA CRONOLOGICAMENTE.
      *
       01  WS-FECHA-PROCESO            PIC X(10).
       01  WS-PRIMERA-RECUPERADA       PIC X(10)  VALUE SPACES.
       01  WS-ULTIMA-RECUPERADA        PIC X(10)  VALUE SPACES.
       01  WS-FECHA-TEXTO              PIC X(10).
       01  WS-FECHA-COMPARA.
           05  WS-CMP-ANIO             PIC 9(4).
           05  WS-CMP-MES              PIC 9(2).
           05  WS-CMP-DIA              PIC 9(2).
       01  WS-FECHA-COMPARA-N REDEFINES WS-FECHA-COMPARA
                                       PIC 9(8).
       01  WS-HOY-COMPARA              PIC 9(8).
       01  WS-ULTIMA-COMPLETA          PIC 9(8)  VALUE ZERO.
       01  WS-PRIMERA-CORRIDA          PIC 9(8)  VALUE ZERO.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-BUSCAR-FECHAS-PENDIENTES THRU 1500-EXIT.
           PERFORM 3000-RECUPERAR-FECHA THRU 3000-EXIT
               UNTIL WS-FECHA-PROCESO = WS-FECHA-HOY
                  OR WS-CADENA-FRENADA.
           IF NOT WS-CADENA-FRENADA
               PERFORM 4000-CORRER-CADENA THRU 4000-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           MOVE WS-FECHA-SISTEMA       TO WS-HOY-COMPARA.
           MOVE 'C' TO LCK-ESTADO.
           PERFORM 1100-GRABAR-SEMAFORO THRU 1100-EXIT.
       1000-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE JOBCAD.DAT BUSCANDO LA ULTIMA FECHA ANTERIOR A HOY     *
      * CON LA CADENA COMPLETA (EL ULTIMO PASO DE LA TABLA TERMINADO   *
      * BIEN). LA PRIMERA FECHA A CORRER ES LA SIGUIENTE A ESA; SIN    *
      * NINGUNA FECHA COMPLETA, LA PRIMERA CON REGISTROS; SIN          *
      * REGISTROS ANTERIORES, HOY.                                     *
      *****************************************************************
       1500-BUSCAR-FECHAS-PENDIENTES.
           MOVE LOW-VALUES TO JOB-CLAVE.
           START ARCH-JOBS KEY IS NOT LESS THAN JOB-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-JOBS
           END-START.
           PERFORM 1600-EVALUAR-REGISTRO-JOB THRU 1600-EXIT
               UNTIL WS-FIN-JOBS.
           EVALUATE TRUE
               WHEN WS-ULTIMA-COMPLETA NOT = ZERO
                   MOVE WS-ULTIMA-COMPLETA TO WS-FECHA-COMPARA-N
                   PERFORM 1700-COMPARA-A-TEXTO THRU 1700-EXIT
                   MOVE 'SUMDIAS' TO WS-CALL-FUNCION
                   MOVE 1         TO WS-CALL-DIAS
                   CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                         WS-FECHA-TEXTO
                                         WS-FECHA-PROCESO
                                         WS-CALL-DIAS
                   END-CALL
               WHEN WS-PRIMERA-CORRIDA NOT = ZERO
                   MOVE WS-PRIMERA-CORRIDA TO WS-FECHA-COMPARA-N
                   PERFORM 1700-COMPARA-A-TEXTO THRU 1700-EXIT
                   MOVE WS-FECHA-TEXTO TO WS-FECHA-PROCESO
               WHEN OTHER
                   MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO
           END-EVALUATE.
       1500-EXIT.
           EXIT.

       1600-EVALUAR-REGISTRO-JOB.
           READ ARCH-JOBS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-JOBS
                   GO TO 1600-EXIT
           END-READ.
           MOVE JOB-FECHA-PROCESO (7:4) TO WS-CMP-ANIO.
           MOVE JOB-FECHA-PROCESO (4:2) TO WS-CMP-MES.
           MOVE JOB-FECHA-PROCESO (1:2) TO WS-CMP-DIA.
           IF WS-FECHA-COMPARA-N NOT < WS-HOY-COMPARA
               GO TO 1600-EXIT
           END-IF.
           IF WS-PRIMERA-CORRIDA = ZERO
              OR WS-FECHA-COMPARA-N < WS-PRIMERA-CORRIDA
               MOVE WS-FECHA-COMPARA-N TO WS-PRIMERA-CORRIDA
           END-IF.
           IF JOB-PROGRAMA = WS-PASO-PROGRAMA (WS-CANT-PASOS)
              AND JOB-TERMINADO-OK
              AND WS-FECHA-COMPARA-N > WS-ULTIMA-COMPLETA
               MOVE WS-FECHA-COMPARA-N TO WS-ULTIMA-COMPLETA
           END-IF.
       1600-EXIT.
           EXIT.

       1700-COMPARA-A-TEXTO.
           MOVE WS-CMP-DIA  TO WS-FECHA-TEXTO (1:2).
           MOVE '/'         TO WS-FECHA-TEXTO (3:1).
           MOVE WS-CMP-MES  TO WS-FECHA-TEXTO (4:2).
           MOVE '/'         TO WS-FECHA-TEXTO (6:1).
           MOVE WS-CMP-ANIO TO WS-FECHA-TEXTO (7:4).
       1700-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN FECPROC.DAT LA FECHA QUE VA A CORRER LA CADENA, PARA   *
      * QUE LOS PASOS LA TOMEN (SUBPROGRAMA FECPROC) EN LUGAR DE LA    *
      * FECHA DEL SISTEMA. DESDE LA SEGUNDA FECHA DE LA CORRIDA LLEVA  *
      * LA MARCA DE ACUMULAR, PARA QUE LOS PASOS AGREGUEN SUS LISTADOS *
      * A LOS DE LA FECHA ANTERIOR EN LUGAR DE PISARLOS.               *
      *****************************************************************
       1800-GRABAR-FECHA-PROCESO.
           OPEN OUTPUT ARCH-FECPROC.
           MOVE SPACES           TO REG-FECPROC.
           MOVE WS-FECHA-PROCESO TO FPR-FECHA-PROCESO.
           MOVE 'CADENCTL'       TO FPR-PROGRAMA.
           IF WS-CONT-FECHAS-CORRIDAS > ZERO
               MOVE 'S' TO FPR-SW-ACUMULAR
           ELSE
               MOVE 'N' TO FPR-SW-ACUMULAR
           END-IF.
           ADD 1 TO WS-CONT-FECHAS-CORRIDAS.
           WRITE REG-FECPROC.
           CLOSE ARCH-FECPROC.
       1800-EXIT.
           EXIT.

      *****************************************************************
      * EJECUTA UN PASO DE LA CADENA: SI EL REGISTRO DE LA FECHA YA    *
      * ESTA TERMINADO BIEN SE SALTEA (NO HAY DOBLE CORRIDA); SI NO    *
      *****************************************************************
       2000-EJECUTAR-PASO.
           MOVE 'N' TO WS-SW-PASO-SALTEADO.
           MOVE WS-FECHA-PROCESO TO JOB-FECHA-PROCESO.
           MOVE WS-IX-PASO       TO JOB-NRO-PASO.
           READ ARCH-JOBS
               INVALID KEY
                   MOVE WS-FECHA-PROCESO TO JOB-FECHA-PROCESO
                   MOVE WS-IX-PASO       TO JOB-NRO-PASO
                   MOVE WS-PASO-PROGRAMA (WS-IX-PASO) TO JOB-PROGRAMA
                   MOVE 'I'              TO JOB-ESTADO
                   MOVE ZERO             TO JOB-RESULTADO
                   WRITE REG-JOBS
               NOT INVALID KEY
                   IF JOB-TERMINADO-OK
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RESULTADO-PASO.
           CANCEL WS-PROGRAMA-LLAMADO.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO WS-CONT-EJECUTADOS.
       2100-EXIT.
           EXIT.

       2200-REGISTRAR-RESULTADO.
           MOVE WS-FECHA-PROCESO TO JOB-FECHA-PROCESO.
           MOVE WS-IX-PASO       TO JOB-NRO-PASO.
           READ ARCH-JOBS
               INVALID KEY
                   CONTINUE
               MOVE WS-IX-PASO TO WS-PASO-FRENADO
           END-IF.
           REWRITE REG-JOBS.
           STRING WS-FECHA-PROCESO                  DELIMITED BY SIZE
                  ' PASO '                          DELIMITED BY SIZE
                  JOB-NRO-PASO                      DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
           EXIT.

       2300-ANOTAR-SALTEADO.
           STRING WS-FECHA-PROCESO                  DELIMITED BY SIZE
                  ' PASO '                          DELIMITED BY SIZE
                  JOB-NRO-PASO                      DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
       2300-EXIT.
           EXIT.

      *****************************************************************
      * CORRE LA CADENA COMPLETA DE UNA FECHA ATRASADA Y AVANZA A LA   *
      * SIGUIENTE. SI ALGUN PASO TERMINA MAL LA CADENA FRENA AHI: NI   *
      * LAS FECHAS SIGUIENTES NI LA DE HOY CORREN HASTA RESOLVERLO.    *
      *****************************************************************
       3000-RECUPERAR-FECHA.
           IF WS-PRIMERA-RECUPERADA = SPACES
               MOVE WS-FECHA-PROCESO TO WS-PRIMERA-RECUPERADA
           END-IF.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-FECHA-PROCESO                  DELIMITED BY SIZE
                  ' SIN CADENA COMPLETA, SE RECUPERA'
                                                    DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           PERFORM 4000-CORRER-CADENA THRU 4000-EXIT.
           IF WS-CADENA-FRENADA
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-RECUPERADAS.
           MOVE WS-FECHA-PROCESO TO WS-ULTIMA-RECUPERADA.
           MOVE SPACES TO REG-SALIDA.
           STRING WS-FECHA-PROCESO                  DELIMITED BY SIZE
                  ' FECHA RECUPERADA, CADENA COMPLETA'
                                                    DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
           MOVE 'SUMDIAS' TO WS-CALL-FUNCION.
           MOVE 1         TO WS-CALL-DIAS.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 WS-FECHA-PROCESO
                                 WS-FECHA-TEXTO
                                 WS-CALL-DIAS
           END-CALL.
           MOVE WS-FECHA-TEXTO TO WS-FECHA-PROCESO.
       3000-EXIT.
           EXIT.

       4000-CORRER-CADENA.
           PERFORM 1800-GRABAR-FECHA-PROCESO THRU 1800-EXIT.
           PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
               VARYING WS-IX-PASO FROM 1 BY 1
               UNTIL WS-IX-PASO > WS-CANT-PASOS
                  OR WS-CADENA-FRENADA.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * CIERRE: VACIA FECPROC.DAT (LOS PASOS CORRIDOS SUELTOS VUELVEN  *
      * A LA FECHA DEL SISTEMA), INFORMA LAS FECHAS RECUPERADAS Y      *
      * LIBERA EL SEMAFORO SI LA CADENA TERMINO BIEN.                  *
      *****************************************************************
       9000-FINALIZAR.
           OPEN OUTPUT ARCH-FECPROC.
           CLOSE ARCH-FECPROC.
           IF WS-CONT-RECUPERADAS > ZERO
               MOVE SPACES TO REG-SALIDA
               STRING 'FECHAS RECUPERADAS: '        DELIMITED BY SIZE
                      WS-CONT-RECUPERADAS           DELIMITED BY SIZE
                      ' (DEL '                      DELIMITED BY SIZE
                      WS-PRIMERA-RECUPERADA         DELIMITED BY SIZE
                      ' AL '                        DELIMITED BY SIZE
                      WS-ULTIMA-RECUPERADA          DELIMITED BY SIZE
                      ')'                           DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               DISPLAY 'CADENCTL - FECHAS RECUPERADAS: '
                       WS-CONT-RECUPERADAS ' (DEL '
                       WS-PRIMERA-RECUPERADA ' AL '
                       WS-ULTIMA-RECUPERADA ')'
           END-IF.
           CLOSE ARCH-JOBS
                 ARCH-SALIDA.
           IF WS-CADENA-FRENADA
               DISPLAY 'CADENCTL - CADENA FRENADA EN EL PASO '
                       WS-PASO-FRENADO ' (' WS-PROGRAMA-LLAMADO ')'
                       ' DE LA FECHA ' WS-FECHA-PROCESO
               DISPLAY 'CADENCTL - SEMAFORO EN CURSO: REVISAR Y'
                       ' LIBERAR CON CADLIBRE'
               MOVE 8 TO RETURN-CODE
