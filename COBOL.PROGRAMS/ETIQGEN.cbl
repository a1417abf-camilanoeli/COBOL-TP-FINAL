      *****************************************************************
      * PROGRAMA: ETIQGEN                                             *
      * PROPOSITO: ETIQUETADO DEFINITIVO DE EJEMPLARES. RECORRE EL    *
      *            MAESTRO DE EJEMPLARES Y, A CADA UNO CON LA MARCA   *
      *            DE ETIQUETA PENDIENTE (LOS QUE DAN DE ALTA         *
      *            OCRECEP, DONPROC, FASRECEP Y EJEMANT CON CODIGO DE *
      *            BARRAS PROVISORIO), LE ASIGNA EL CODIGO DE BARRAS  *
      *            DEFINITIVO: EAN-13 DE CIRCULACION INTERNA ARMADO   *
      *            CON EL PREFIJO DE CONSTANT, EL NUMERADOR DE        *
      *            ETIQUETAS DE CONTROL.DAT Y EL DIGITO VERIFICADOR   *
      *            (PESOS 1 Y 3, MODULO 10). POR CADA EJEMPLAR        *
      *            ETIQUETADO IMPRIME LA ETIQUETA DE CODIGO DE        *
      *            BARRAS (ETIQBAR.LIS) Y LA DE LOMO CON LA SIGNATURA *
      *            TOPOGRAFICA DEL TITULO (ETIQLOMO.LIS), Y DEJA EN   *
      *            SALETIQ.DAT EL CODIGO PROVISORIO Y EL DEFINITIVO.  *
      *            QUEDAN PENDIENTES PARA LA PROXIMA CORRIDA LOS      *
      *            EJEMPLARES DE TITULOS SIN SIGNATURA (SE CLASIFICAN *
      *            CON LIBMANT) Y LOS QUE NO ESTAN EN EL ESTANTE      *
      *            (PRESTADOS, EN TALLER, EN TRANSITO, ETC.). CON EL  *
      *            PARAMETRO DE MARCA DE ANTERIORES (PARMETIQ.DAT,    *
      *            OPCIONAL) SE MARCAN ADEMAS COMO PENDIENTES LOS     *
      *            EJEMPLARES CUYO CODIGO NO ES UN DEFINITIVO (TRECE  *
      *            DIGITOS CON EL PREFIJO DE CONSTANT).               *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - PARAMETRO OPCIONAL PARMETIQ.DAT   *
      *   PARA MARCAR COMO PENDIENTES LOS EJEMPLARES ANTERIORES CUYO   *
      *   CODIGO DE BARRAS NO ES UN DEFINITIVO.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQGEN.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS     ASSIGN TO "PARMETIQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PARM.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-ETIQ-BARRA     ASSIGN TO "ETIQBAR.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-ETIQ-BARRA.

           SELECT ARCH-ETIQ-LOMO      ASSIGN TO "ETIQLOMO.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-ETIQ-LOMO.

           SELECT ARCH-SALIDA         ASSIGN TO "SALETIQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS.
           05  PARM-MARCAR-ANTERIORES  PIC X(1).

       FD  ARCH-EJEMPLAR.
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-ETIQ-BARRA.
       01  REG-ETIQ-BARRA               PIC X(40).

       FD  ARCH-ETIQ-LOMO.
       01  REG-ETIQ-LOMO                PIC X(20).

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.

       01  WS-FS-PARM                   PIC X(2).
       01  WS-FS-EJEMPLAR               PIC X(2).
       01  WS-FS-LIBRO                  PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-FS-ETIQ-BARRA             PIC X(2).
       01  WS-FS-ETIQ-LOMO              PIC X(2).
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-EJEMPLAR       PIC X(1)  VALUE 'N'.
               88  WS-FIN-EJEMPLAR      VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-MARCAR-ANTERIORES  PIC X(1)  VALUE 'N'.
               88  WS-MARCAR-ANTERIORES VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS           PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ETIQUETADOS      PIC 9(6)  VALUE ZERO.
           05  WS-CONT-SIN-SIGNATURA    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-FUERA-ESTANTE    PIC 9(6)  VALUE ZERO.
           05  WS-CONT-MARCADOS         PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-CODIGO-PROVISORIO         PIC X(15).

      *
      * CODIGO DE BARRAS DEFINITIVO (EAN-13): PREFIJO, NUMERADOR Y
      * DIGITO VERIFICADOR, CON VISTA POR DIGITO PARA EL CALCULO
      *
       01  WS-CODIGO-BARRA.
           05  WS-CB-PREFIJO            PIC 9(4).
           05  WS-CB-NUMERO             PIC 9(8).
           05  WS-CB-VERIFICADOR        PIC 9(1).
       01  WS-CODIGO-BARRA-R REDEFINES WS-CODIGO-BARRA.
           05  WS-CB-DIGITO             PIC 9(1) OCCURS 13 TIMES.

       01  WS-IX-DIGITO                 PIC 9(2)  VALUE ZERO.
       01  WS-SUMA                      PIC 9(4)  VALUE ZERO.
       01  WS-COCIENTE                  PIC 9(4)  VALUE ZERO.
       01  WS-RESTO                     PIC 9(2)  VALUE ZERO.

      *
      * SIGNATURA PARTIDA EN RENGLONES PARA LA ETIQUETA DE LOMO
      * (NUMERO CDU, SIGLA DEL AUTOR, ETC., SEPARADOS POR BLANCOS)
      *
       01  WS-RENGLONES-LOMO.
           05  WS-RENGLON-LOMO          PIC X(20) OCCURS 4 TIMES.
       01  WS-IX-RENGLON                PIC 9(1)  VALUE ZERO.

      *
      * LINEAS DE LA ETIQUETA DE CODIGO DE BARRAS (CUATRO RENGLONES
      * Y UNO EN BLANCO DE SEPARACION). EL SEGUNDO RENGLON SE IMPRIME
      * CON LA FUENTE DE CODIGO DE BARRAS DE LA IMPRESORA.
      *
       01  LINEA-ETQ-BIBLIOTECA.
           05  FILLER                  PIC X(19)
               VALUE 'BIBLIOTECA UNLAM - '.
           05  LIN-ETQ-UBICACION       PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  LINEA-ETQ-SIMBOLO.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LIN-ETQ-SIMBOLO         PIC X(13).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  LINEA-ETQ-LEGIBLE.
           05  LIN-ETQ-CODIGO-BARRA    PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-ETQ-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  LIN-ETQ-NRO-EJEMPLAR    PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  LINEA-ETQ-TITULO.
           05  LIN-ETQ-TITULO          PIC X(40).

      *
      * LINEA DE LA ETIQUETA DE LOMO: CUATRO RENGLONES DE SIGNATURA,
      * EL NUMERO DE EJEMPLAR Y UNO EN BLANCO DE SEPARACION
      *
       01  LINEA-LOMO-EJEMPLAR.
           05  FILLER                  PIC X(4)  VALUE 'EJ. '.
           05  LIN-LOM-NRO-EJEMPLAR    PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'ETIQGEN - CADENA NOCTURNA EN CURSO, NO SE'
                       ' ETIQUETAN EJEMPLARES. REINTENTE LUEGO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-EJEMPLAR THRU 2000-EXIT
                   UNTIL WS-FIN-EJEMPLAR
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           STOP RUN.

      *****************************************************************
      * SEMAFORO DE LA CADENA NOCTURNA: SI CADENCTL DEJO LA MARCA EN   *
      * CURSO, EL PROGRAMA NO CORRE (LOS MAESTROS ESTAN SIENDO         *
      * PROCESADOS POR LA CADENA). SE REINTENTA AL LIBERARSE LA        *
      * MARCA.                                                         *
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
           OPEN I-O    ARCH-EJEMPLAR.
           OPEN INPUT  ARCH-LIBRO.
           OPEN I-O    ARCH-CONTROL.
           OPEN OUTPUT ARCH-ETIQ-BARRA.
           OPEN OUTPUT ARCH-ETIQ-LOMO.
           OPEN OUTPUT ARCH-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LEER-EJEMPLAR THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * PARAMETRO OPCIONAL: 'S' MARCA COMO PENDIENTES LOS EJEMPLARES   *
      * ANTERIORES AL ETIQUETADO DEFINITIVO. SIN ARCHIVO O CON OTRO    *
      * VALOR, SOLO SE ETIQUETAN LOS QUE YA TIENEN LA MARCA.           *
      *****************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS.
           IF WS-FS-PARM = '00'
               READ ARCH-PARAMETROS
                   AT END
                       MOVE SPACES TO REG-PARAMETROS
               END-READ
               CLOSE ARCH-PARAMETROS
           ELSE
               MOVE SPACES TO REG-PARAMETROS
           END-IF.
           IF PARM-MARCAR-ANTERIORES = 'S'
               MOVE 'S' TO WS-SW-MARCAR-ANTERIORES
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * LEE EL REGISTRO UNICO DE CONTROL PARA NUMERAR LOS CODIGOS DE   *
      * BARRAS DEFINITIVOS; EL NUMERADOR EN BLANCO SE INICIALIZA EN    *
      * CERO.                                                          *
      *****************************************************************
       1100-LEER-CONTROL.
           MOVE 'CONTROL01' TO CTL-CLAVE.
           READ ARCH-CONTROL
               INVALID KEY
                   MOVE SPACES      TO REG-CONTROL
                   MOVE 'CONTROL01' TO CTL-CLAVE
                   MOVE ZERO        TO CTL-ULT-NRO-PRESTAMO
                                       CTL-ULT-NRO-MULTA
                                       CTL-ULT-NRO-RESERVA
                                       CTL-ULT-NRO-RECIBO
                                       CTL-ULT-NRO-PREST-INT
                                       CTL-ULT-NRO-ORDEN
                                       CTL-ULT-NRO-CERTIF
                                       CTL-ULT-NRO-GARANTIA
                                       CTL-ULT-NRO-DONACION
                                       CTL-ULT-NRO-ETIQUETA
                   WRITE REG-CONTROL
           END-READ.
           IF CTL-ULT-NRO-ETIQUETA NOT NUMERIC
               MOVE ZERO TO CTL-ULT-NRO-ETIQUETA
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LEER-EJEMPLAR.
           READ ARCH-EJEMPLAR NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-EJEMPLAR
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * SOLO SE TOMAN LOS EJEMPLARES CON LA ETIQUETA PENDIENTE. EL     *
      * EJEMPLAR DEBE ESTAR FISICAMENTE EN LA BIBLIOTECA (DISPONIBLE,  *
      * RETENIDO POR RESERVA O FUERA DE CIRCULACION), PARA NO CAMBIAR  *
      * EL CODIGO DE UNO QUE ANDA AFUERA CON LA ETIQUETA PROVISORIA,   *
      * Y SU TITULO DEBE TENER SIGNATURA PARA LA ETIQUETA DE LOMO. LO  *
      * QUE NO CUMPLE QUEDA PENDIENTE E INFORMADO EN LA SALIDA.        *
      *****************************************************************
       2000-PROCESAR-EJEMPLAR.
           ADD 1 TO WS-CONT-LEIDOS.
           IF WS-MARCAR-ANTERIORES AND NOT EJE-ETIQUETA-PENDIENTE
               PERFORM 2100-MARCAR-ANTERIOR THRU 2100-EXIT
           END-IF.
           IF NOT EJE-ETIQUETA-PENDIENTE
               GO TO 2000-SEGUIR
           END-IF.
           MOVE 'N'    TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           IF NOT EJE-DISPONIBLE
                   AND NOT EJE-RESERVADO
                   AND NOT EJE-FUERA-CIRC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-140 TO WS-MENSAJE-RECHAZO
               ADD 1 TO WS-CONT-FUERA-ESTANTE
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE EJE-LIB-CODIGO TO LIB-CODIGO
               READ ARCH-LIBRO
                   INVALID KEY
                       MOVE SPACES TO LIB-SIGNATURA
               END-READ
               IF LIB-SIGNATURA = SPACES
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-139 TO WS-MENSAJE-RECHAZO
                   ADD 1 TO WS-CONT-SIN-SIGNATURA
               END-IF
           END-IF.
           IF WS-RECHAZADO
               MOVE SPACES TO REG-SALIDA
               STRING EJE-LIB-CODIGO     DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      EJE-NRO-EJEMPLAR   DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           ELSE
               PERFORM 3000-ASIGNAR-CODIGO THRU 3000-EXIT
               PERFORM 4000-IMPRIMIR-ETIQ-BARRA THRU 4000-EXIT
               PERFORM 5000-IMPRIMIR-ETIQ-LOMO THRU 5000-EXIT
           END-IF.
       2000-SEGUIR.
           PERFORM 1200-LEER-EJEMPLAR THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * EJEMPLAR ANTERIOR AL ETIQUETADO DEFINITIVO: SI SU CODIGO NO ES *
      * UN EAN-13 CON EL PREFIJO DE LA BIBLIOTECA (PROVISORIO, DE OTRO *
      * FORMATO O EN BLANCO) QUEDA CON LA ETIQUETA PENDIENTE Y SIGUE   *
      * EL MISMO CAMINO QUE LOS DEMAS PENDIENTES.                      *
      *****************************************************************
       2100-MARCAR-ANTERIOR.
           IF EJE-CODIGO-BARRA (1:13) IS NUMERIC
                   AND EJE-CODIGO-BARRA (14:2) = SPACES
                   AND EJE-CODIGO-BARRA (1:4) = CONST-PREFIJO-CODBARRA
               GO TO 2100-EXIT
           END-IF.
           MOVE 'P' TO EJE-SW-ETIQUETA.
           REWRITE REG-EJEMPLAR.
           ADD 1 TO WS-CONT-MARCADOS.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * TOMA EL NUMERO SIGUIENTE DEL NUMERADOR DE ETIQUETAS (GRABADO   *
      * ANTES QUE EL EJEMPLAR: UN CORTE ENTRE AMBOS A LO SUMO SALTEA   *
      * UN NUMERO, NUNCA LO REPITE), ARMA EL CODIGO DEFINITIVO CON SU  *
      * DIGITO VERIFICADOR Y QUITA LA MARCA DE ETIQUETA PENDIENTE.     *
      *****************************************************************
       3000-ASIGNAR-CODIGO.
           ADD 1 TO CTL-ULT-NRO-ETIQUETA.
           REWRITE REG-CONTROL.
           MOVE CONST-PREFIJO-CODBARRA TO WS-CB-PREFIJO.
           MOVE CTL-ULT-NRO-ETIQUETA   TO WS-CB-NUMERO.
           PERFORM 3100-CALCULAR-VERIFICADOR THRU 3100-EXIT.
           MOVE EJE-CODIGO-BARRA TO WS-CODIGO-PROVISORIO.
           MOVE WS-CODIGO-BARRA  TO EJE-CODIGO-BARRA.
           MOVE SPACE            TO EJE-SW-ETIQUETA.
           REWRITE REG-EJEMPLAR.
           ADD 1 TO WS-CONT-ETIQUETADOS.
           MOVE SPACES TO REG-SALIDA.
           STRING EJE-LIB-CODIGO       DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  EJE-NRO-EJEMPLAR     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CODIGO-PROVISORIO DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CODIGO-BARRA      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MSG-INFO-080         DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * DIGITO VERIFICADOR EAN-13: LOS DOCE PRIMEROS DIGITOS SE SUMAN  *
      * CON PESO 1 LOS DE POSICION IMPAR Y PESO 3 LOS DE POSICION PAR; *
      * EL VERIFICADOR ES LO QUE LE FALTA A LA SUMA PARA LLEGAR AL     *
      * MULTIPLO DE 10 SIGUIENTE (CERO SI YA ES MULTIPLO).             *
      *****************************************************************
       3100-CALCULAR-VERIFICADOR.
           MOVE ZERO TO WS-SUMA.
           PERFORM 3110-SUMAR-DIGITO THRU 3110-EXIT
               VARYING WS-IX-DIGITO FROM 1 BY 1
               UNTIL WS-IX-DIGITO > 12.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE ZERO TO WS-CB-VERIFICADOR
           ELSE
               COMPUTE WS-CB-VERIFICADOR = 10 - WS-RESTO
           END-IF.
       3100-EXIT.
           EXIT.

       3110-SUMAR-DIGITO.
           DIVIDE WS-IX-DIGITO BY 2 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               COMPUTE WS-SUMA = WS-SUMA
                               + WS-CB-DIGITO (WS-IX-DIGITO) * 3
           ELSE
               ADD WS-CB-DIGITO (WS-IX-DIGITO) TO WS-SUMA
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * ETIQUETA DE CODIGO DE BARRAS: BIBLIOTECA Y SEDE, SIMBOLO,      *
      * CODIGO LEGIBLE CON LIBRO Y EJEMPLAR, Y TITULO.                 *
      *****************************************************************
       4000-IMPRIMIR-ETIQ-BARRA.
           MOVE LIB-UBICACION     TO LIN-ETQ-UBICACION.
           MOVE WS-CODIGO-BARRA   TO LIN-ETQ-SIMBOLO
                                     LIN-ETQ-CODIGO-BARRA.
           MOVE EJE-LIB-CODIGO    TO LIN-ETQ-LIB-CODIGO.
           MOVE EJE-NRO-EJEMPLAR  TO LIN-ETQ-NRO-EJEMPLAR.
           MOVE LIB-TITULO (1:40) TO LIN-ETQ-TITULO.
           WRITE REG-ETIQ-BARRA FROM LINEA-ETQ-BIBLIOTECA.
           WRITE REG-ETIQ-BARRA FROM LINEA-ETQ-SIMBOLO.
           WRITE REG-ETIQ-BARRA FROM LINEA-ETQ-LEGIBLE.
           WRITE REG-ETIQ-BARRA FROM LINEA-ETQ-TITULO.
           MOVE SPACES TO REG-ETIQ-BARRA.
           WRITE REG-ETIQ-BARRA.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * ETIQUETA DE LOMO: LA SIGNATURA TOPOGRAFICA EN RENGLONES (UNO   *
      * POR CADA PARTE SEPARADA POR BLANCOS, HASTA CUATRO) Y EL        *
      * NUMERO DE EJEMPLAR. TODAS LAS ETIQUETAS TIENEN EL MISMO ALTO.  *
      *****************************************************************
       5000-IMPRIMIR-ETIQ-LOMO.
           MOVE SPACES TO WS-RENGLONES-LOMO.
           UNSTRING LIB-SIGNATURA DELIMITED BY ALL SPACE
               INTO WS-RENGLON-LOMO (1)
                    WS-RENGLON-LOMO (2)
                    WS-RENGLON-LOMO (3)
                    WS-RENGLON-LOMO (4)
           END-UNSTRING.
           PERFORM 5100-IMPRIMIR-RENGLON THRU 5100-EXIT
               VARYING WS-IX-RENGLON FROM 1 BY 1
               UNTIL WS-IX-RENGLON > 4.
           MOVE EJE-NRO-EJEMPLAR TO LIN-LOM-NRO-EJEMPLAR.
           WRITE REG-ETIQ-LOMO FROM LINEA-LOMO-EJEMPLAR.
           MOVE SPACES TO REG-ETIQ-LOMO.
           WRITE REG-ETIQ-LOMO.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-RENGLON.
           WRITE REG-ETIQ-LOMO FROM WS-RENGLON-LOMO (WS-IX-RENGLON).
       5100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-EJEMPLAR
                 ARCH-LIBRO
                 ARCH-CONTROL
                 ARCH-ETIQ-BARRA
                 ARCH-ETIQ-LOMO
                 ARCH-SALIDA.
           DISPLAY 'ETIQGEN - EJEMPLARES LEIDOS: '  WS-CONT-LEIDOS
                   ' ETIQUETADOS: '                 WS-CONT-ETIQUETADOS.
           DISPLAY 'ETIQGEN - PENDIENTES SIN SIGNATURA: '
                   WS-CONT-SIN-SIGNATURA
                   ' FUERA DEL ESTANTE: '
                   WS-CONT-FUERA-ESTANTE.
           DISPLAY 'ETIQGEN - ANTERIORES MARCADOS PENDIENTES: '
                   WS-CONT-MARCADOS.
       9000-EXIT.
           EXIT.
