      *****************************************************************
      * PROGRAMA: PUBMANT                                             *
      * PROPOSITO: MANTENIMIENTO DEL MAESTRO DE PUBLICACIONES          *
      *            PERIODICAS DE LA HEMEROTECA (PUBPER.DAT): ALTA,     *
      *            MODIFICACION, RENOVACION Y BAJA DE LA SUSCRIPCION,  *
      *            AL ESTILO DEL PROVMANT DE PROVEEDORES. EL ALTA Y LA *
      *            RENOVACION GENERAN EL CALENDARIO DE FASCICULOS      *
      *            ESPERADOS (FASCIC.DAT) SEGUN LA PERIODICIDAD, HASTA *
      *            EL FIN DE LA VIGENCIA. EL ALTA CREA TAMBIEN EL      *
      *            REGISTRO DE LIBRO CON EL MISMO CODIGO, CATEGORIA    *
      *            HEMEROTECA, DEL QUE CUELGAN LOS FASCICULOS QUE DA   *
      *            DE ALTA FASRECEP COMO EJEMPLARES DE SALA. LA BAJA   *
      *            CANCELA LA SUSCRIPCION Y BORRA LOS FASCICULOS       *
      *            ESPERADOS POSTERIORES A LA FECHA.                   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBMANT.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-PUBPER   ASSIGN TO "TRANPUB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

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

           SELECT ARCH-PROVEEDOR      ASSIGN TO "PROVEED.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRV-CODIGO
                  FILE STATUS IS WS-FS-PROVEEDOR.

           SELECT ARCH-SUCURSAL       ASSIGN TO "SUCURSAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SUC-CODIGO
                  FILE STATUS IS WS-FS-SUCURSAL.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-SALIDA         ASSIGN TO "SALPUB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
      *
      * TRANSACCION: EN LA MODIFICACION SOLO SE TOMAN LOS CAMPOS
      * INFORMADOS; EN LA RENOVACION SOLO LA NUEVA FECHA HASTA. EL
      * VOLUMEN Y NUMERO INICIALES DEL ALTA SON OPCIONALES (1/1)
      *
       FD  ARCH-TRANS-PUBPER.
       01  REG-TRANS-PUBPER.
           05  TRANS-OPERACION          PIC X(1).
               88  TRANS-ALTA           VALUE 'A'.
               88  TRANS-MODIFICACION   VALUE 'M'.
               88  TRANS-RENOVACION     VALUE 'R'.
               88  TRANS-BAJA           VALUE 'B'.
           05  TRANS-PUB-CODIGO         PIC X(10).
           05  TRANS-PUB-TITULO         PIC X(60).
           05  TRANS-PUB-ISSN           PIC X(9).
           05  TRANS-PUB-PERIODICIDAD   PIC X(1).
           05  TRANS-PUB-PRV-CODIGO     PIC X(10).
           05  TRANS-PUB-SUC-CODIGO     PIC X(10).
           05  TRANS-FECHA-DESDE        PIC X(10).
           05  TRANS-FECHA-HASTA        PIC X(10).
           05  TRANS-NROS-POR-VOLUMEN   PIC X(3).
           05  TRANS-NROS-POR-VOLUMEN-N REDEFINES
               TRANS-NROS-POR-VOLUMEN   PIC 9(3).
           05  TRANS-VOLUMEN-INICIAL    PIC X(4).
           05  TRANS-VOLUMEN-INICIAL-N  REDEFINES
               TRANS-VOLUMEN-INICIAL    PIC 9(4).
           05  TRANS-NUMERO-INICIAL     PIC X(4).
           05  TRANS-NUMERO-INICIAL-N   REDEFINES
               TRANS-NUMERO-INICIAL     PIC 9(4).

       FD  ARCH-PUBPER.
       01  REG-PUBPER.
           COPY PUBPER.

       FD  ARCH-FASCIC.
       01  REG-FASCIC.
           COPY FASCIC.

       FD  ARCH-PROVEEDOR.
       01  REG-PROVEEDOR.
           COPY PROVEED.

       FD  ARCH-SUCURSAL.
       01  REG-SUCURSAL.
           COPY SUCURSAL.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-PUBPER                 PIC X(2).
       01  WS-FS-FASCIC                 PIC X(2).
       01  WS-FS-PROVEEDOR              PIC X(2).
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-FS-LIBRO                  PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-FECHA-VALIDA       PIC X(1)  VALUE 'N'.
               88  WS-FECHA-VALIDA      VALUE 'S'.
           05  WS-SW-FIN-FASCIC         PIC X(1)  VALUE 'N'.
               88  WS-FIN-FASCIC        VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-MODIFICACIONES   PIC 9(6)  VALUE ZERO.
           05  WS-CONT-RENOVACIONES     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-BAJAS            PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-FASCICULOS       PIC 9(6)  VALUE ZERO.
           05  WS-CONT-BORRADOS         PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-HOY-COMPARA               PIC 9(8).
       01  WS-MENSAJE-RECHAZO           PIC X(60).

      *
      * CONVERSION Y VALIDACION DE FECHAS DD/MM/AAAA
      *
       01  WS-FECHA-CONV                PIC X(10).
       01  WS-FECHA-CONV-N.
           05  WS-CONV-ANIO             PIC 9(4).
           05  WS-CONV-MES              PIC 9(2).
           05  WS-CONV-DIA              PIC 9(2).
       01  WS-FECHA-CONV-NUM REDEFINES WS-FECHA-CONV-N
                                        PIC 9(8).
       01  WS-DESDE-COMPARA             PIC 9(8).
       01  WS-HASTA-COMPARA             PIC 9(8).
       01  WS-SIG-COMPARA               PIC 9(8).

       01  WS-TABLA-DIAS-MES-INI.
           05  FILLER                   PIC X(24)
                                 VALUE '312831303130313130313031'.
       01  WS-TABLA-DIAS-MES REDEFINES WS-TABLA-DIAS-MES-INI.
           05  WS-DIAS-MES              PIC 9(2)  OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA-MES            PIC 9(2).
       01  WS-RESTO-BISIESTO            PIC 9(4).
       01  WS-COCIENTE-BISIESTO         PIC 9(4).

      *
      * PROXIMO FASCICULO DEL CALENDARIO: FECHA, VOLUMEN Y NUMERO.
      * LOS PASOS MENSUALES CONSERVAN EL DIA DE LA FECHA DESDE (SE
      * AJUSTA AL ULTIMO DIA EN LOS MESES MAS CORTOS)
      *
       01  WS-SIG-FECHA                 PIC X(10).
       01  WS-SIG-VOLUMEN               PIC 9(4).
       01  WS-SIG-NUMERO                PIC 9(4).
       01  WS-DIA-BASE                  PIC 9(2).
       01  WS-MESES-PASO                PIC 9(2).
       01  WS-MES-CALCULO               PIC 9(4).
       01  WS-ANIO-CALCULO              PIC 9(4).
       01  WS-CALL-FUNCION              PIC X(7).
       01  WS-CALL-DIAS                 PIC S9(6).
       01  WS-FECHA-AUX                 PIC X(10).
       01  WS-MENSAJE-ALTA              PIC X(60).
       01  WS-PERIODICIDAD-ANT          PIC X(1).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-PUBPER.
           OPEN I-O    ARCH-PUBPER.
           IF WS-FS-PUBPER = '35'
               OPEN OUTPUT ARCH-PUBPER
               CLOSE ARCH-PUBPER
               OPEN I-O ARCH-PUBPER
           END-IF.
           OPEN I-O    ARCH-FASCIC.
           IF WS-FS-FASCIC = '35'
               OPEN OUTPUT ARCH-FASCIC
               CLOSE ARCH-FASCIC
               OPEN I-O ARCH-FASCIC
           END-IF.
           OPEN INPUT  ARCH-PROVEEDOR.
           OPEN INPUT  ARCH-SUCURSAL.
           OPEN I-O    ARCH-LIBRO.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA       TO WS-HOY-COMPARA.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-PUBPER
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           IF TRANS-PUB-CODIGO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-114 TO WS-MENSAJE-RECHAZO
           ELSE
               EVALUATE TRUE
                   WHEN TRANS-ALTA
                       PERFORM 2100-PROCESAR-ALTA THRU 2100-EXIT
                   WHEN TRANS-MODIFICACION
                       PERFORM 2200-PROCESAR-MODIFICACION
                           THRU 2200-EXIT
                   WHEN TRANS-RENOVACION
                       PERFORM 2300-PROCESAR-RENOVACION
                           THRU 2300-EXIT
                   WHEN TRANS-BAJA
                       PERFORM 2400-PROCESAR-BAJA THRU 2400-EXIT
                   WHEN OTHER
                       MOVE 'S' TO WS-SW-RECHAZADO
                       MOVE 'ERROR: CODIGO DE OPERACION INVALIDO'
                           TO WS-MENSAJE-RECHAZO
               END-EVALUATE
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO REG-SALIDA
               STRING TRANS-PUB-CODIGO    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ALTA DE LA PUBLICACION: VALIDA TITULO, PERIODICIDAD, VIGENCIA, *
      * PROVEEDOR ACTIVO Y SUCURSAL ABIERTA; CREA EL LIBRO DE          *
      * HEMEROTECA QUE AGRUPA LOS FASCICULOS (SI YA EXISTE UN LIBRO    *
      * CON ESE CODIGO TIENE QUE SER DE HEMEROTECA) Y GENERA EL        *
      * CALENDARIO DESDE EL VOLUMEN Y NUMERO INICIALES.                *
      *****************************************************************
       2100-PROCESAR-ALTA.
           MOVE TRANS-PUB-CODIGO TO PUB-CODIGO.
           READ ARCH-PUBPER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-113 TO WS-MENSAJE-RECHAZO
                   GO TO 2100-EXIT
           END-READ.
           IF TRANS-PUB-TITULO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE 'ERROR: FALTA EL TITULO DE LA PUBLICACION'
                   TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRANS-PUB-PERIODICIDAD TO PUB-PERIODICIDAD.
           IF NOT PUB-PERIODICIDAD-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF (TRANS-NROS-POR-VOLUMEN NOT = SPACES
                   AND TRANS-NROS-POR-VOLUMEN NOT NUMERIC)
              OR (TRANS-VOLUMEN-INICIAL NOT = SPACES
                   AND TRANS-VOLUMEN-INICIAL NOT NUMERIC)
              OR (TRANS-NUMERO-INICIAL NOT = SPACES
                   AND TRANS-NUMERO-INICIAL NOT NUMERIC)
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-VALIDAR-VIGENCIA THRU 2150-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2160-VALIDAR-PROVEEDOR THRU 2160-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2170-VALIDAR-SUCURSAL THRU 2170-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2180-VERIFICAR-LIBRO THRU 2180-EXIT.
           IF WS-RECHAZADO
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                 TO REG-PUBPER.
           MOVE TRANS-PUB-CODIGO       TO PUB-CODIGO.
           MOVE TRANS-PUB-TITULO       TO PUB-TITULO.
           MOVE TRANS-PUB-ISSN         TO PUB-ISSN.
           MOVE TRANS-PUB-PERIODICIDAD TO PUB-PERIODICIDAD.
           MOVE TRANS-PUB-PRV-CODIGO   TO PUB-PRV-CODIGO.
           MOVE TRANS-PUB-SUC-CODIGO   TO PUB-SUC-CODIGO.
           MOVE TRANS-FECHA-DESDE      TO PUB-FECHA-DESDE.
           MOVE TRANS-FECHA-HASTA      TO PUB-FECHA-HASTA.
           IF TRANS-NROS-POR-VOLUMEN = SPACES
               MOVE ZERO TO PUB-NROS-POR-VOLUMEN
           ELSE
               MOVE TRANS-NROS-POR-VOLUMEN-N TO PUB-NROS-POR-VOLUMEN
           END-IF.
           MOVE ZERO                   TO PUB-ULT-VOLUMEN
                                          PUB-ULT-NUMERO.
           MOVE SPACES                 TO PUB-ULT-FECHA-ESPERADA.
           MOVE 'A'                    TO PUB-ESTADO.
           MOVE WS-FECHA-HOY           TO PUB-FECHA-ALTA.

           MOVE TRANS-FECHA-DESDE TO WS-SIG-FECHA.
           MOVE 1 TO WS-SIG-VOLUMEN.
           MOVE 1 TO WS-SIG-NUMERO.
           IF TRANS-VOLUMEN-INICIAL NOT = SPACES
                   AND TRANS-VOLUMEN-INICIAL-N > ZERO
               MOVE TRANS-VOLUMEN-INICIAL-N TO WS-SIG-VOLUMEN
           END-IF.
           IF TRANS-NUMERO-INICIAL NOT = SPACES
                   AND TRANS-NUMERO-INICIAL-N > ZERO
               MOVE TRANS-NUMERO-INICIAL-N TO WS-SIG-NUMERO
           END-IF.
           MOVE TRANS-FECHA-DESDE (1:2) TO WS-DIA-BASE.
           PERFORM 5000-GENERAR-CALENDARIO THRU 5000-EXIT.
           WRITE REG-PUBPER.
           ADD 1 TO WS-CONT-ALTAS.
           MOVE MSG-INFO-062 TO WS-MENSAJE-ALTA.
           PERFORM 8000-GRABAR-CONFIRMACION THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * VIGENCIA DEL ALTA: DESDE Y HASTA VALIDAS Y DESDE NO POSTERIOR  *
      * A HASTA.                                                       *
      *****************************************************************
       2150-VALIDAR-VIGENCIA.
           MOVE TRANS-FECHA-DESDE TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           IF NOT WS-FECHA-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-116 TO WS-MENSAJE-RECHAZO
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-FECHA-CONV-NUM TO WS-DESDE-COMPARA.
           MOVE TRANS-FECHA-HASTA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           IF NOT WS-FECHA-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-116 TO WS-MENSAJE-RECHAZO
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-FECHA-CONV-NUM TO WS-HASTA-COMPARA.
           IF WS-DESDE-COMPARA > WS-HASTA-COMPARA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-116 TO WS-MENSAJE-RECHAZO
           END-IF.
       2150-EXIT.
           EXIT.

       2160-VALIDAR-PROVEEDOR.
           MOVE TRANS-PUB-PRV-CODIGO TO PRV-CODIGO.
           READ ARCH-PROVEEDOR
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-065 TO WS-MENSAJE-RECHAZO
                   GO TO 2160-EXIT
           END-READ.
           IF NOT PRV-ACTIVO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-065 TO WS-MENSAJE-RECHAZO
           END-IF.
       2160-EXIT.
           EXIT.

       2170-VALIDAR-SUCURSAL.
           MOVE TRANS-PUB-SUC-CODIGO TO SUC-CODIGO.
           READ ARCH-SUCURSAL
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-042 TO WS-MENSAJE-RECHAZO
                   GO TO 2170-EXIT
           END-READ.
           IF NOT SUC-ACTIVA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-043 TO WS-MENSAJE-RECHAZO
           END-IF.
       2170-EXIT.
           EXIT.

      *****************************************************************
      * LIBRO DE HEMEROTECA DE LA PUBLICACION: SI NO EXISTE SE CREA    *
      * SIN STOCK (LO SUMA FASRECEP CON CADA FASCICULO RECIBIDO), EN   *
      * LA SUCURSAL DE LA SUSCRIPCION.                                 *
      *****************************************************************
       2180-VERIFICAR-LIBRO.
           MOVE TRANS-PUB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE '23' TO WS-FS-LIBRO
           END-READ.
           IF WS-FS-LIBRO = '00'
               IF LIB-CATEGORIA NOT = 'HEMEROTECA'
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE 'ERROR: CODIGO YA USADO POR UN LIBRO'
                       TO WS-MENSAJE-RECHAZO
               END-IF
               GO TO 2180-EXIT
           END-IF.
           MOVE SPACES                 TO REG-LIBRO.
           MOVE TRANS-PUB-CODIGO       TO LIB-CODIGO.
           MOVE TRANS-PUB-TITULO       TO LIB-TITULO.
           MOVE TRANS-FECHA-DESDE (7:4) TO LIB-ANIO-PUBLICACION.
           MOVE 'HEMEROTECA'           TO LIB-CATEGORIA.
           MOVE ZERO                   TO LIB-STOCK-TOTAL
                                          LIB-STOCK-DISPONIBLE
                                          LIB-PRECIO-REPOSICION.
           MOVE TRANS-PUB-SUC-CODIGO   TO LIB-UBICACION.
           MOVE WS-FECHA-HOY           TO LIB-FECHA-ALTA.
           MOVE 'PUBMANT '             TO LIB-USUARIO-ALTA.
           MOVE 'A'                    TO LIB-ESTADO.
           WRITE REG-LIBRO.
       2180-EXIT.
           EXIT.

      *****************************************************************
      * MODIFICACION: TITULO, ISSN, PROVEEDOR, SUCURSAL, PERIODICIDAD  *
      * Y NUMEROS POR VOLUMEN. LOS CAMBIOS DE PERIODICIDAD RIGEN PARA  *
      * EL CALENDARIO QUE GENERE LA PROXIMA RENOVACION.                *
      *****************************************************************
       2200-PROCESAR-MODIFICACION.
           MOVE TRANS-PUB-CODIGO TO PUB-CODIGO.
           READ ARCH-PUBPER
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-114 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
           END-READ.
           IF TRANS-PUB-PERIODICIDAD NOT = SPACES
               MOVE PUB-PERIODICIDAD TO WS-PERIODICIDAD-ANT
               MOVE TRANS-PUB-PERIODICIDAD TO PUB-PERIODICIDAD
               IF NOT PUB-PERIODICIDAD-VALIDA
                   MOVE WS-PERIODICIDAD-ANT TO PUB-PERIODICIDAD
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF TRANS-NROS-POR-VOLUMEN NOT = SPACES
               IF TRANS-NROS-POR-VOLUMEN NOT NUMERIC
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-115 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF TRANS-PUB-PRV-CODIGO NOT = SPACES
               PERFORM 2160-VALIDAR-PROVEEDOR THRU 2160-EXIT
               IF WS-RECHAZADO
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF TRANS-PUB-SUC-CODIGO NOT = SPACES
               PERFORM 2170-VALIDAR-SUCURSAL THRU 2170-EXIT
               IF WS-RECHAZADO
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF TRANS-PUB-TITULO NOT = SPACES
               MOVE TRANS-PUB-TITULO TO PUB-TITULO
           END-IF.
           IF TRANS-PUB-ISSN NOT = SPACES
               MOVE TRANS-PUB-ISSN TO PUB-ISSN
           END-IF.
           IF TRANS-PUB-PRV-CODIGO NOT = SPACES
               MOVE TRANS-PUB-PRV-CODIGO TO PUB-PRV-CODIGO
           END-IF.
           IF TRANS-PUB-SUC-CODIGO NOT = SPACES
               MOVE TRANS-PUB-SUC-CODIGO TO PUB-SUC-CODIGO
           END-IF.
           IF TRANS-NROS-POR-VOLUMEN NOT = SPACES
               MOVE TRANS-NROS-POR-VOLUMEN-N TO PUB-NROS-POR-VOLUMEN
           END-IF.
           REWRITE REG-PUBPER.
           ADD 1 TO WS-CONT-MODIFICACIONES.
           MOVE MSG-INFO-063 TO WS-MENSAJE-ALTA.
           PERFORM 8000-GRABAR-CONFIRMACION THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * RENOVACION: LA NUEVA FECHA HASTA TIENE QUE SER POSTERIOR A LA  *
      * VIGENTE. REACTIVA LA SUSCRIPCION SI ESTABA CANCELADA Y         *
      * EXTIENDE EL CALENDARIO A PARTIR DEL ULTIMO FASCICULO GENERADO  *
      * (SI LA SUSCRIPCION ESTUVO CORTADA, LOS FASCICULOS DEL CORTE    *
      * NO SE ESPERAN: SE SALTEAN HASTA HOY CONSERVANDO LA NUMERACION).*
      *****************************************************************
       2300-PROCESAR-RENOVACION.
           MOVE TRANS-PUB-CODIGO TO PUB-CODIGO.
           READ ARCH-PUBPER
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-114 TO WS-MENSAJE-RECHAZO
                   GO TO 2300-EXIT
           END-READ.
           MOVE TRANS-FECHA-HASTA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           IF NOT WS-FECHA-VALIDA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-116 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-FECHA-CONV-NUM TO WS-HASTA-COMPARA.
           MOVE PUB-FECHA-HASTA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           IF WS-HASTA-COMPARA NOT > WS-FECHA-CONV-NUM
              OR WS-HASTA-COMPARA < WS-HOY-COMPARA
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-116 TO WS-MENSAJE-RECHAZO
               GO TO 2300-EXIT
           END-IF.

           MOVE PUB-FECHA-DESDE (1:2) TO WS-DIA-BASE.
           IF PUB-ULT-FECHA-ESPERADA = SPACES
               MOVE PUB-FECHA-DESDE TO WS-SIG-FECHA
               MOVE 1 TO WS-SIG-VOLUMEN
               MOVE 1 TO WS-SIG-NUMERO
           ELSE
               MOVE PUB-ULT-FECHA-ESPERADA TO WS-SIG-FECHA
               MOVE PUB-ULT-VOLUMEN        TO WS-SIG-VOLUMEN
               MOVE PUB-ULT-NUMERO         TO WS-SIG-NUMERO
               PERFORM 5200-AVANZAR-FASCICULO THRU 5200-EXIT
           END-IF.
           MOVE WS-SIG-FECHA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           MOVE WS-FECHA-CONV-NUM TO WS-SIG-COMPARA.
           IF PUB-CANCELADA
               PERFORM 5200-AVANZAR-FASCICULO THRU 5200-EXIT
                   UNTIL WS-SIG-COMPARA NOT < WS-HOY-COMPARA
           END-IF.
           MOVE TRANS-FECHA-HASTA TO PUB-FECHA-HASTA.
           MOVE 'A'               TO PUB-ESTADO.
           PERFORM 5000-GENERAR-CALENDARIO THRU 5000-EXIT.
           REWRITE REG-PUBPER.
           ADD 1 TO WS-CONT-RENOVACIONES.
           MOVE MSG-INFO-064 TO WS-MENSAJE-ALTA.
           PERFORM 8000-GRABAR-CONFIRMACION THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * BAJA: CANCELA LA SUSCRIPCION Y BORRA LOS FASCICULOS ESPERADOS  *
      * CON FECHA POSTERIOR A HOY. LOS YA VENCIDOS SIN RECIBIR QUEDAN  *
      * PARA EL RECLAMO AL PROVEEDOR (RPTFASC).                        *
      *****************************************************************
       2400-PROCESAR-BAJA.
           MOVE TRANS-PUB-CODIGO TO PUB-CODIGO.
           READ ARCH-PUBPER
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-114 TO WS-MENSAJE-RECHAZO
                   GO TO 2400-EXIT
           END-READ.
           MOVE PUB-CODIGO TO FAS-PUB-CODIGO.
           MOVE ZERO       TO FAS-VOLUMEN
                              FAS-NUMERO.
           MOVE 'N' TO WS-SW-FIN-FASCIC.
           START ARCH-FASCIC KEY IS >= FAS-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-SW-FIN-FASCIC
           END-START.
           PERFORM 2410-DEPURAR-FASCICULO THRU 2410-EXIT
               UNTIL WS-FIN-FASCIC.
           MOVE 'C' TO PUB-ESTADO.
           REWRITE REG-PUBPER.
           ADD 1 TO WS-CONT-BAJAS.
           MOVE MSG-INFO-063 TO WS-MENSAJE-ALTA.
           PERFORM 8000-GRABAR-CONFIRMACION THRU 8000-EXIT.
       2400-EXIT.
           EXIT.

       2410-DEPURAR-FASCICULO.
           READ ARCH-FASCIC NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-FASCIC
                   GO TO 2410-EXIT
           END-READ.
           IF FAS-PUB-CODIGO NOT = PUB-CODIGO
               MOVE 'S' TO WS-SW-FIN-FASCIC
               GO TO 2410-EXIT
           END-IF.
           IF FAS-ESPERADO
               MOVE FAS-FECHA-ESPERADA TO WS-FECHA-CONV
               PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT
               IF WS-FECHA-CONV-NUM > WS-HOY-COMPARA
                   DELETE ARCH-FASCIC RECORD
                   ADD 1 TO WS-CONT-BORRADOS
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * GENERA LOS FASCICULOS ESPERADOS DESDE WS-SIG-FECHA (CON SU     *
      * VOLUMEN Y NUMERO) HASTA LA FECHA HASTA DE LA SUSCRIPCION, Y    *
      * DEJA EN LA PUBLICACION EL ULTIMO GENERADO.                     *
      *****************************************************************
       5000-GENERAR-CALENDARIO.
           MOVE PUB-FECHA-HASTA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           MOVE WS-FECHA-CONV-NUM TO WS-HASTA-COMPARA.
           MOVE WS-SIG-FECHA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           MOVE WS-FECHA-CONV-NUM TO WS-SIG-COMPARA.
           PERFORM 5100-GRABAR-FASCICULO THRU 5100-EXIT
               UNTIL WS-SIG-COMPARA > WS-HASTA-COMPARA.
       5000-EXIT.
           EXIT.

       5100-GRABAR-FASCICULO.
           MOVE SPACES         TO REG-FASCIC.
           MOVE PUB-CODIGO     TO FAS-PUB-CODIGO.
           MOVE WS-SIG-VOLUMEN TO FAS-VOLUMEN.
           MOVE WS-SIG-NUMERO  TO FAS-NUMERO.
           MOVE WS-SIG-FECHA   TO FAS-FECHA-ESPERADA.
           MOVE 'E'            TO FAS-ESTADO.
           MOVE 'C'            TO FAS-ORIGEN.
           MOVE ZERO           TO FAS-NRO-EJEMPLAR
                                  FAS-CANT-RECLAMOS.
           WRITE REG-FASCIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-FASCICULOS
           END-WRITE.
           MOVE WS-SIG-FECHA   TO PUB-ULT-FECHA-ESPERADA.
           MOVE WS-SIG-VOLUMEN TO PUB-ULT-VOLUMEN.
           MOVE WS-SIG-NUMERO  TO PUB-ULT-NUMERO.
           PERFORM 5200-AVANZAR-FASCICULO THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * PASA AL FASCICULO SIGUIENTE: NUMERO MAS UNO (CON CAMBIO DE     *
      * VOLUMEN AL SUPERAR LOS NUMEROS POR VOLUMEN) Y FECHA SEGUN LA   *
      * PERIODICIDAD: SEMANAS POR FECHAUTL, MESES A MANO.              *
      *****************************************************************
       5200-AVANZAR-FASCICULO.
           ADD 1 TO WS-SIG-NUMERO.
           IF PUB-NROS-POR-VOLUMEN > ZERO
                   AND WS-SIG-NUMERO > PUB-NROS-POR-VOLUMEN
               ADD 1 TO WS-SIG-VOLUMEN
               MOVE 1 TO WS-SIG-NUMERO
           END-IF.
           EVALUATE TRUE
               WHEN PUB-SEMANAL
                   MOVE 7 TO WS-CALL-DIAS
               WHEN PUB-QUINCENAL
                   MOVE 14 TO WS-CALL-DIAS
               WHEN PUB-MENSUAL
                   MOVE 1 TO WS-MESES-PASO
               WHEN PUB-BIMESTRAL
                   MOVE 2 TO WS-MESES-PASO
               WHEN PUB-TRIMESTRAL
                   MOVE 3 TO WS-MESES-PASO
               WHEN PUB-CUATRIMESTRAL
                   MOVE 4 TO WS-MESES-PASO
               WHEN PUB-SEMESTRAL
                   MOVE 6 TO WS-MESES-PASO
               WHEN OTHER
                   MOVE 12 TO WS-MESES-PASO
           END-EVALUATE.
           IF PUB-SEMANAL OR PUB-QUINCENAL
               MOVE 'SUMDIAS' TO WS-CALL-FUNCION
               MOVE WS-SIG-FECHA TO WS-FECHA-AUX
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     WS-FECHA-AUX
                                     WS-SIG-FECHA
                                     WS-CALL-DIAS
               END-CALL
           ELSE
               PERFORM 5300-SUMAR-MESES THRU 5300-EXIT
           END-IF.
           MOVE WS-SIG-FECHA TO WS-FECHA-CONV.
           PERFORM 7000-VALIDAR-FECHA THRU 7000-EXIT.
           MOVE WS-FECHA-CONV-NUM TO WS-SIG-COMPARA.
       5200-EXIT.
           EXIT.

       5300-SUMAR-MESES.
           MOVE WS-SIG-FECHA (4:2) TO WS-MES-CALCULO.
           MOVE WS-SIG-FECHA (7:4) TO WS-ANIO-CALCULO.
           ADD WS-MESES-PASO TO WS-MES-CALCULO.
           IF WS-MES-CALCULO > 12
               SUBTRACT 12 FROM WS-MES-CALCULO
               ADD 1 TO WS-ANIO-CALCULO
           END-IF.
           MOVE WS-ANIO-CALCULO TO WS-CONV-ANIO.
           MOVE WS-MES-CALCULO  TO WS-CONV-MES.
           PERFORM 7100-ULTIMO-DIA-MES THRU 7100-EXIT.
           IF WS-DIA-BASE > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-CONV-DIA
           ELSE
               MOVE WS-DIA-BASE TO WS-CONV-DIA
           END-IF.
           MOVE WS-CONV-DIA  TO WS-SIG-FECHA (1:2).
           MOVE '/'          TO WS-SIG-FECHA (3:1).
           MOVE WS-CONV-MES  TO WS-SIG-FECHA (4:2).
           MOVE '/'          TO WS-SIG-FECHA (6:1).
           MOVE WS-CONV-ANIO TO WS-SIG-FECHA (7:4).
       5300-EXIT.
           EXIT.

      *****************************************************************
      * VALIDA WS-FECHA-CONV (DD/MM/AAAA) Y LA DEJA COMO AAAAMMDD EN   *
      * WS-FECHA-CONV-NUM PARA COMPARAR.                               *
      *****************************************************************
       7000-VALIDAR-FECHA.
           MOVE 'N'  TO WS-SW-FECHA-VALIDA.
           MOVE ZERO TO WS-FECHA-CONV-NUM.
           IF WS-FECHA-CONV (1:2) NOT NUMERIC
              OR WS-FECHA-CONV (4:2) NOT NUMERIC
              OR WS-FECHA-CONV (7:4) NOT NUMERIC
              OR WS-FECHA-CONV (3:1) NOT = '/'
              OR WS-FECHA-CONV (6:1) NOT = '/'
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-FECHA-CONV (7:4) TO WS-CONV-ANIO.
           MOVE WS-FECHA-CONV (4:2) TO WS-CONV-MES.
           MOVE WS-FECHA-CONV (1:2) TO WS-CONV-DIA.
           IF WS-CONV-MES < 1 OR WS-CONV-MES > 12
              OR WS-CONV-DIA < 1
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-ULTIMO-DIA-MES THRU 7100-EXIT.
           IF WS-CONV-DIA > WS-ULTIMO-DIA-MES
               GO TO 7000-EXIT
           END-IF.
           MOVE 'S' TO WS-SW-FECHA-VALIDA.
       7000-EXIT.
           EXIT.

       7100-ULTIMO-DIA-MES.
           MOVE WS-DIAS-MES (WS-CONV-MES) TO WS-ULTIMO-DIA-MES.
           IF WS-CONV-MES = 2
               DIVIDE WS-CONV-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WS-ULTIMO-DIA-MES
                   DIVIDE WS-CONV-ANIO BY 100
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = ZERO
                       DIVIDE WS-CONV-ANIO BY 400
                           GIVING WS-COCIENTE-BISIESTO
                           REMAINDER WS-RESTO-BISIESTO
                       IF WS-RESTO-BISIESTO NOT = ZERO
                           MOVE 28 TO WS-ULTIMO-DIA-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.

       8000-GRABAR-CONFIRMACION.
           MOVE SPACES TO REG-SALIDA.
           STRING TRANS-PUB-CODIGO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-MENSAJE-ALTA  DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-PUBPER
                 ARCH-PUBPER
                 ARCH-FASCIC
                 ARCH-PROVEEDOR
                 ARCH-SUCURSAL
                 ARCH-LIBRO
                 ARCH-SALIDA.
           DISPLAY 'PUBMANT - ALTAS: '        WS-CONT-ALTAS
                   ' MODIFICACIONES: '        WS-CONT-MODIFICACIONES
                   ' RENOVACIONES: '          WS-CONT-RENOVACIONES
                   ' BAJAS: '                 WS-CONT-BAJAS
                   ' ERRORES: '               WS-CONT-ERRORES.
           DISPLAY 'PUBMANT - FASCICULOS GENERADOS: '
                   WS-CONT-FASCICULOS
                   ' FASCICULOS BORRADOS: '   WS-CONT-BORRADOS.
       9000-EXIT.
           EXIT.
