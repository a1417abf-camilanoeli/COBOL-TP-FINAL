      *****************************************************************
      * PROGRAMA: LIBREDEU                                            *
      * PROPOSITO: CERTIFICADO DE LIBRE DEUDA BIBLIOTECARIA PARA LOS   *
      *            EGRESANTES. RECIBE EL ARCHIVO DE LEGAJOS QUE MANDA  *
      *            LA DIRECCION DE ALUMNOS (EL LEGAJO ES EL CODIGO DE  *
      *            SOCIO) Y DEVUELVE UN REGISTRO DE RESPUESTA POR      *
      *            LEGAJO, LIBRE DEUDA O CON DEUDA, CON LA MARCA DE    *
      *            CADA CAUSA: PRESTAMOS VIGENTES O VENCIDOS, MULTAS   *
      *            PENDIENTES O CON PAGO PARCIAL, PLANES DE PAGOS      *
      *            VIGENTES, MATERIAL INTERBIBLIOTECARIO DE ENTRADA    *
      *            SIN DEVOLVER Y SANCION VIGENTE. A CADA LEGAJO SIN   *
      *            DEUDA SE LE IMPRIME EL CERTIFICADO CON EL NUMERO    *
      *            CORRELATIVO DEL ARCHIVO DE CONTROL, QUE QUEDA EN    *
      *            EL REGISTRO DE CERTIFICADOS (CERTREG.DAT) PARA      *
      *            VERIFICARLO DESPUES CON CERTVER.                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA DEUDA SE CONTROLA TAMBIEN CON  *
      *   EL SOCIO SOBREVIVIENTE DE UNA FUSION                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBREDEU.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LEGAJOS        ASSIGN TO "LEGAJOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-LEGAJOS.

           SELECT ARCH-USUARIO        ASSIGN TO "USUARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-PRESTAMO       ASSIGN TO "PRESTAMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-CODIGO-PRESTAMO
                  ALTERNATE RECORD KEY IS PRE-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-PRESTAMO.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUL-CODIGO-MULTA
                  ALTERNATE RECORD KEY IS MUL-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-MULTA.

           SELECT ARCH-PLANES         ASSIGN TO "PLANPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLA-MUL-CODIGO
                  FILE STATUS IS WS-FS-PLANES.

           SELECT ARCH-OPERACIONES    ASSIGN TO "PRESTINT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PIN-CODIGO
                  FILE STATUS IS WS-FS-OPERACIONES.

           SELECT ARCH-SANCION        ASSIGN TO "SANCION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAN-USR-CODIGO
                  FILE STATUS IS WS-FS-SANCION.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-CERTIF         ASSIGN TO "CERTREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-NUMERO
                  ALTERNATE RECORD KEY IS CER-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-CERTIF.

           SELECT ARCH-INTERB         ASSIGN TO "CERTWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INT-USR-CODIGO
                  FILE STATUS IS WS-FS-INTERB.

           SELECT ARCH-RESPUESTA      ASSIGN TO "RESPLD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-RESPUESTA.

           SELECT ARCH-REPORTE        ASSIGN TO "CERTLD.LIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LEGAJOS.
       01  REG-LEGAJOS.
           05  LEG-USR-CODIGO          PIC X(10).
           05  LEG-NOMBRE              PIC X(40).
           05  LEG-CARRERA             PIC X(30).

       FD  ARCH-USUARIO.
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-PRESTAMO.
       01  REG-PRESTAMO.
           COPY PRESTAMO.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-PLANES.
       01  REG-PLANES.
           COPY PLANPAG.

       FD  ARCH-OPERACIONES.
       01  REG-OPERACIONES.
           COPY PRESTINT.

       FD  ARCH-SANCION.
       01  REG-SANCION.
           COPY SANCION.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-CERTIF.
       01  REG-CERTIF.
           COPY CERTIF.

      *
      * SOCIOS CON MATERIAL INTERBIBLIOTECARIO DE ENTRADA SIN
      * DEVOLVER (PRESTINT NO TIENE CLAVE POR SOCIO: SE ARMA UNA VEZ
      * AL INICIO RECORRIENDO TODAS LAS OPERACIONES)
      *
       FD  ARCH-INTERB.
       01  REG-INTERB.
           05  INT-USR-CODIGO          PIC X(10).
           05  INT-CANT-VIGENTES       PIC 9(3).

       FD  ARCH-RESPUESTA.
       01  REG-RESPUESTA               PIC X(120).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).

       WORKING-STORAGE SECTION.
       COPY LINREP.
       COPY MENSAJES.

       01  WS-FS-LEGAJOS               PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-PLANES                PIC X(2).
       01  WS-FS-OPERACIONES           PIC X(2).
       01  WS-FS-SANCION               PIC X(2).
       01  WS-FS-CONTROL               PIC X(2).
       01  WS-FS-CERTIF                PIC X(2).
       01  WS-FS-INTERB                PIC X(2).
       01  WS-FS-RESPUESTA             PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       01  WS-SWITCHES.
           05  WS-SW-FIN-LEGAJOS       PIC X(1)  VALUE 'N'.
               88  WS-FIN-LEGAJOS      VALUE 'S'.
           05  WS-SW-FIN-OPERACIONES   PIC X(1)  VALUE 'N'.
               88  WS-FIN-OPERACIONES  VALUE 'S'.
           05  WS-SW-SIN-ARCH-PLANES   PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-SANCION  PIC X(1)  VALUE 'N'.
           05  WS-SW-SOCIO-EXISTE      PIC X(1)  VALUE 'N'.
           05  WS-SW-PRESTAMOS         PIC X(1)  VALUE 'N'.
           05  WS-SW-MULTAS            PIC X(1)  VALUE 'N'.
           05  WS-SW-PLANES            PIC X(1)  VALUE 'N'.
           05  WS-SW-INTERBIB          PIC X(1)  VALUE 'N'.
           05  WS-SW-SANCION           PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-LEGAJOS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-LIBRE-DEUDA     PIC 9(6)  VALUE ZERO.
           05  WS-CONT-CON-DEUDA       PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-NOMBRE-CERTIF            PIC X(40).
       01  WS-USR-DEUDA                PIC X(10).
       01  WS-USR-SOBREVIVIENTE        PIC X(10).
       01  WS-CANT-SALTOS-FUSION       PIC 9(2)  VALUE ZERO.

       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

      *
      * REGISTRO DE RESPUESTA PARA LA DIRECCION DE ALUMNOS: UNO POR
      * LEGAJO, SEPARADO POR PUNTO Y COMA, CON EL RESULTADO, EL
      * NUMERO DE CERTIFICADO (CERO SI HAY DEUDA) Y UNA MARCA S/N POR
      * CADA CAUSA DE DEUDA
      *
       01  LINEA-RESPUESTA.
           05  LRS-USR-CODIGO          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-RESULTADO           PIC X(11).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-NRO-CERTIF          PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-FECHA               PIC X(10).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-PRESTAMOS           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-MULTAS              PIC X(1).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-PLANES              PIC X(1).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-INTERBIB            PIC X(1).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-SANCION             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE ';'.
           05  LRS-OBSERVACION         PIC X(30).

      *
      * LINEAS DEL CERTIFICADO IMPRESO (UNA HOJA POR CERTIFICADO)
      *
       01  LINEA-CERTIF-NUMERO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'CERTIFICADO DE LIBRE DEUDA BIBLIOTECARIA'.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'NRO: '.
           05  LIN-CER-NUMERO          PIC 9(8).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  LINEA-CERTIF-SOCIO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'SE CERTIFICA QUE '.
           05  LIN-CER-NOMBRE          PIC X(40).
           05  FILLER                  PIC X(9)  VALUE ', LEGAJO '.
           05  LIN-CER-USR-CODIGO      PIC X(10).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  LINEA-CERTIF-CARRERA.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'CARRERA: '.
           05  LIN-CER-CARRERA         PIC X(30).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  LINEA-CERTIF-TEXTO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LIN-CER-TEXTO           PIC X(80).
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-LEGAJO THRU 2000-EXIT
               UNTIL WS-FIN-LEGAJOS.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-LEGAJOS.
           OPEN INPUT  ARCH-USUARIO.
           OPEN INPUT  ARCH-PRESTAMO.
           OPEN INPUT  ARCH-MULTA.
           OPEN INPUT  ARCH-PLANES.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN INPUT  ARCH-SANCION.
           IF WS-FS-SANCION NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-SANCION
           END-IF.
           OPEN I-O    ARCH-CONTROL.
           OPEN I-O    ARCH-CERTIF.
           IF WS-FS-CERTIF = '35'
               OPEN OUTPUT ARCH-CERTIF
               CLOSE ARCH-CERTIF
               OPEN I-O ARCH-CERTIF
           END-IF.
           OPEN OUTPUT ARCH-INTERB.
           CLOSE ARCH-INTERB.
           OPEN I-O    ARCH-INTERB.
           OPEN OUTPUT ARCH-RESPUESTA.
           OPEN OUTPUT ARCH-REPORTE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
           PERFORM 1300-CARGAR-INTERBIB THRU 1300-EXIT.
           PERFORM 1200-LEER-LEGAJO THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * EL NUMERADOR DE CERTIFICADOS ES NUEVO EN EL REGISTRO DE        *
      * CONTROL: EN BLANCO SE INICIALIZA EN CERO ANTES DE NUMERAR.     *
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
                   WRITE REG-CONTROL
           END-READ.
           IF CTL-ULT-NRO-CERTIF NOT NUMERIC
               MOVE ZERO TO CTL-ULT-NRO-CERTIF
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LEER-LEGAJO.
           READ ARCH-LEGAJOS
               AT END
                   MOVE 'S' TO WS-SW-FIN-LEGAJOS
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE UNA SOLA VEZ LAS OPERACIONES INTERBIBLIOTECARIAS Y     *
      * DEJA EN EL ARCHIVO DE TRABAJO, POR SOCIO, LA CANTIDAD DE       *
      * MATERIAL AJENO DE ENTRADA TODAVIA SIN DEVOLVER. SIN ARCHIVO    *
      * DE OPERACIONES NADIE DEBE MATERIAL INTERBIBLIOTECARIO.         *
      *****************************************************************
       1300-CARGAR-INTERBIB.
           OPEN INPUT ARCH-OPERACIONES.
           IF WS-FS-OPERACIONES NOT = '00'
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LEER-OPERACION THRU 1310-EXIT
               UNTIL WS-FIN-OPERACIONES.
           CLOSE ARCH-OPERACIONES.
       1300-EXIT.
           EXIT.

       1310-LEER-OPERACION.
           READ ARCH-OPERACIONES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-OPERACIONES
           END-READ.
           IF NOT WS-FIN-OPERACIONES AND PIN-ENTRADA AND PIN-VIGENTE
               MOVE PIN-USR-CODIGO TO INT-USR-CODIGO
               READ ARCH-INTERB
                   INVALID KEY
                       MOVE PIN-USR-CODIGO TO INT-USR-CODIGO
                       MOVE 1              TO INT-CANT-VIGENTES
                       WRITE REG-INTERB
                   NOT INVALID KEY
                       ADD 1 TO INT-CANT-VIGENTES
                       REWRITE REG-INTERB
               END-READ
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * EVALUA CADA CAUSA DE DEUDA DEL LEGAJO. SIN NINGUNA, EMITE EL   *
      * CERTIFICADO Y LO REGISTRA; CON ALGUNA, LA RESPUESTA INFORMA    *
      * CON DEUDA Y LAS CAUSAS. UN LEGAJO QUE NUNCA FUE SOCIO NO TIENE *
      * NADA QUE DEVOLVER NI PAGAR Y RECIBE SU CERTIFICADO. EL LEGAJO  *
      * DE UN SOCIO ABSORBIDO POR FUSION SE CONTROLA CON SU PROPIO     *
      * CODIGO Y CON EL DEL SOBREVIVIENTE.                             *
      *****************************************************************
       2000-PROCESAR-LEGAJO.
           ADD 1 TO WS-CONT-LEGAJOS.
           MOVE 'N' TO WS-SW-PRESTAMOS WS-SW-MULTAS WS-SW-PLANES
                       WS-SW-INTERBIB WS-SW-SANCION.
           MOVE 'S' TO WS-SW-SOCIO-EXISTE.
           MOVE LEG-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE 'N' TO WS-SW-SOCIO-EXISTE
           END-READ.
           IF WS-SW-SOCIO-EXISTE = 'S'
               MOVE USR-NOMBRE TO WS-NOMBRE-CERTIF
           ELSE
               MOVE LEG-NOMBRE TO WS-NOMBRE-CERTIF
           END-IF.
           MOVE LEG-USR-CODIGO TO WS-USR-DEUDA.
           PERFORM 2050-EVALUAR-DEUDA THRU 2050-EXIT.
           MOVE SPACES TO WS-USR-SOBREVIVIENTE.
           IF WS-SW-SOCIO-EXISTE = 'S' AND USR-COD-FUSION NOT = SPACES
               PERFORM 2060-BUSCAR-SOBREVIVIENTE THRU 2060-EXIT
           END-IF.
           IF WS-USR-SOBREVIVIENTE NOT = SPACES
               MOVE WS-USR-SOBREVIVIENTE TO WS-USR-DEUDA
               PERFORM 2050-EVALUAR-DEUDA THRU 2050-EXIT
           END-IF.
           MOVE SPACES          TO LRS-OBSERVACION.
           MOVE LEG-USR-CODIGO  TO LRS-USR-CODIGO.
           MOVE WS-FECHA-HOY    TO LRS-FECHA.
           MOVE WS-SW-PRESTAMOS TO LRS-PRESTAMOS.
           MOVE WS-SW-MULTAS    TO LRS-MULTAS.
           MOVE WS-SW-PLANES    TO LRS-PLANES.
           MOVE WS-SW-INTERBIB  TO LRS-INTERBIB.
           MOVE WS-SW-SANCION   TO LRS-SANCION.
           IF WS-SW-PRESTAMOS = 'N' AND WS-SW-MULTAS = 'N'
                   AND WS-SW-PLANES = 'N' AND WS-SW-INTERBIB = 'N'
                   AND WS-SW-SANCION = 'N'
               PERFORM 2500-EMITIR-CERTIFICADO THRU 2500-EXIT
               MOVE 'LIBRE DEUDA'      TO LRS-RESULTADO
               MOVE CER-NUMERO         TO LRS-NRO-CERTIF
               MOVE MSG-INFO-048       TO LRS-OBSERVACION
               ADD 1 TO WS-CONT-LIBRE-DEUDA
           ELSE
               MOVE 'CON DEUDA'        TO LRS-RESULTADO
               MOVE ZERO               TO LRS-NRO-CERTIF
               MOVE MSG-INFO-049       TO LRS-OBSERVACION
               ADD 1 TO WS-CONT-CON-DEUDA
           END-IF.
           IF WS-SW-SOCIO-EXISTE = 'N'
               MOVE 'SIN REGISTRO DE SOCIO' TO LRS-OBSERVACION
           END-IF.
           WRITE REG-RESPUESTA FROM LINEA-RESPUESTA.
           PERFORM 1200-LEER-LEGAJO THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2050-EVALUAR-DEUDA.
           PERFORM 2100-BUSCAR-PRESTAMOS THRU 2100-EXIT.
           PERFORM 2200-BUSCAR-MULTAS THRU 2200-EXIT.
           PERFORM 2300-BUSCAR-INTERBIB THRU 2300-EXIT.
           PERFORM 2400-BUSCAR-SANCION THRU 2400-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * SOCIO ABSORBIDO POR UNA FUSION (FUSUSR): SUS PRESTAMOS, MULTAS *
      * Y SANCIONES PASARON AL SOCIO SOBREVIVIENTE, ASI QUE LA DEUDA   *
      * SE CONTROLA TAMBIEN CON ESE CODIGO. SE SIGUE LA CADENA DE      *
      * FUSIONES HASTA UN SOCIO NO ABSORBIDO, CON UN TOPE DE SALTOS.   *
      *****************************************************************
       2060-BUSCAR-SOBREVIVIENTE.
           MOVE ZERO TO WS-CANT-SALTOS-FUSION.
           PERFORM 2070-SALTAR-FUSION THRU 2070-EXIT
               UNTIL USR-COD-FUSION = SPACES
                  OR WS-CANT-SALTOS-FUSION > 10.
       2060-EXIT.
           EXIT.

       2070-SALTAR-FUSION.
           ADD 1 TO WS-CANT-SALTOS-FUSION.
           MOVE USR-COD-FUSION TO WS-USR-SOBREVIVIENTE.
           MOVE USR-COD-FUSION TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE SPACES TO USR-COD-FUSION
           END-READ.
       2070-EXIT.
           EXIT.

      *****************************************************************
      * PRESTAMOS TODAVIA EN PODER DEL SOCIO (VIGENTES O VENCIDOS).    *
      *****************************************************************
       2100-BUSCAR-PRESTAMOS.
           MOVE WS-USR-DEUDA TO PRE-USR-CODIGO.
           START ARCH-PRESTAMO KEY IS = PRE-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-PRESTAMO
           END-START.
           PERFORM 2110-LEER-PRESTAMO THRU 2110-EXIT
               UNTIL WS-FS-PRESTAMO NOT = '00'
                  OR WS-SW-PRESTAMOS = 'S'.
       2100-EXIT.
           EXIT.

       2110-LEER-PRESTAMO.
           READ ARCH-PRESTAMO NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
           END-READ.
           IF WS-FS-PRESTAMO = '00'
               IF PRE-USR-CODIGO NOT = WS-USR-DEUDA
                   MOVE 'NOMAS' TO WS-FS-PRESTAMO
               ELSE
                   IF PRE-VIGENTE OR PRE-VENCIDO
                       MOVE 'S' TO WS-SW-PRESTAMOS
                   END-IF
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * MULTAS Y CARGOS PENDIENTES O CON PAGO PARCIAL, Y PLANES DE     *
      * PAGOS VIGENTES SOBRE CUALQUIERA DE LAS MULTAS DEL SOCIO.       *
      *****************************************************************
       2200-BUSCAR-MULTAS.
           MOVE WS-USR-DEUDA TO MUL-USR-CODIGO.
           START ARCH-MULTA KEY IS = MUL-USR-CODIGO
               INVALID KEY
                   MOVE 'NOMAS' TO WS-FS-MULTA
               NOT INVALID KEY
                   MOVE '00' TO WS-FS-MULTA
           END-START.
           PERFORM 2210-LEER-MULTA THRU 2210-EXIT
               UNTIL WS-FS-MULTA NOT = '00'.
       2200-EXIT.
           EXIT.

       2210-LEER-MULTA.
           READ ARCH-MULTA NEXT RECORD
               AT END
                   MOVE 'NOMAS' TO WS-FS-MULTA
           END-READ.
           IF WS-FS-MULTA NOT = '00'
               GO TO 2210-EXIT
           END-IF.
           IF MUL-USR-CODIGO NOT = WS-USR-DEUDA
               MOVE 'NOMAS' TO WS-FS-MULTA
               GO TO 2210-EXIT
           END-IF.
           IF MUL-PENDIENTE OR MUL-PARCIAL
               MOVE 'S' TO WS-SW-MULTAS
           END-IF.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               MOVE MUL-CODIGO-MULTA TO PLA-MUL-CODIGO
               READ ARCH-PLANES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLA-VIGENTE
                           MOVE 'S' TO WS-SW-PLANES
                       END-IF
               END-READ
           END-IF.
       2210-EXIT.
           EXIT.

       2300-BUSCAR-INTERBIB.
           MOVE WS-USR-DEUDA TO INT-USR-CODIGO.
           READ ARCH-INTERB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-INTERBIB
           END-READ.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * SANCION VIGENTE CUYO PLAZO DE SUSPENSION TODAVIA NO VENCIO,    *
      * CON EL MISMO CRITERIO QUE APLICA PRESTMOV EN EL MOSTRADOR.     *
      *****************************************************************
       2400-BUSCAR-SANCION.
           IF WS-SW-SIN-ARCH-SANCION = 'S'
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-USR-DEUDA TO SAN-USR-CODIGO.
           READ ARCH-SANCION
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.
           IF SAN-VIGENTE
               MOVE 'DIFDIAS' TO WS-CALL-FUNCION
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     WS-FECHA-HOY
                                     SAN-FECHA-HASTA
                                     WS-CALL-DIAS
               END-CALL
               IF WS-CALL-DIAS >= 0
                   MOVE 'S' TO WS-SW-SANCION
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * TOMA EL PROXIMO NUMERO DEL CONTROL, REGISTRA EL CERTIFICADO    *
      * EN CERTREG.DAT Y LO IMPRIME EN UNA HOJA PROPIA.                *
      *****************************************************************
       2500-EMITIR-CERTIFICADO.
           ADD 1 TO CTL-ULT-NRO-CERTIF.
           REWRITE REG-CONTROL.
           MOVE SPACES             TO REG-CERTIF.
           MOVE CTL-ULT-NRO-CERTIF TO CER-NUMERO.
           MOVE LEG-USR-CODIGO     TO CER-USR-CODIGO.
           MOVE WS-NOMBRE-CERTIF   TO CER-NOMBRE.
           MOVE LEG-CARRERA        TO CER-CARRERA.
           MOVE WS-FECHA-HOY       TO CER-FECHA-EMISION.
           MOVE 'E'                TO CER-ESTADO.
           WRITE REG-CERTIF.
           PERFORM 2600-IMPRIMIR-CERTIFICADO THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2600-IMPRIMIR-CERTIFICADO.
           MOVE WS-FECHA-HOY TO LIN-FECHA.
           MOVE 'CERTIFICADO DE LIBRE DEUDA' TO LIN-TITULO-REPORTE.
           MOVE 1 TO LIN-NUMERO-PAGINA.
           IF WS-CONT-LIBRE-DEUDA > ZERO
               WRITE REG-REPORTE FROM SPACES
           END-IF.
           WRITE REG-REPORTE FROM LINEA-CABECERA-1.
           WRITE REG-REPORTE FROM LINEA-CABECERA-2.
           WRITE REG-REPORTE FROM LINEA-CABECERA-3.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
           WRITE REG-REPORTE FROM SPACES.
           MOVE CER-NUMERO TO LIN-CER-NUMERO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-NUMERO.
           WRITE REG-REPORTE FROM SPACES.
           MOVE CER-NOMBRE     TO LIN-CER-NOMBRE.
           MOVE CER-USR-CODIGO TO LIN-CER-USR-CODIGO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-SOCIO.
           IF CER-CARRERA NOT = SPACES
               MOVE CER-CARRERA TO LIN-CER-CARRERA
               WRITE REG-REPORTE FROM LINEA-CERTIF-CARRERA
           END-IF.
           MOVE 'NO REGISTRA DEUDA CON LA BIBLIOTECA A LA FECHA: NO TIEN
      -         'E PRESTAMOS PENDIENTES,' TO LIN-CER-TEXTO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-TEXTO.
           MOVE 'MULTAS IMPAGAS, PLANES DE PAGOS VIGENTES, MATERIAL INTE
      -         'RBIBLIOTECARIO SIN' TO LIN-CER-TEXTO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-TEXTO.
           MOVE 'DEVOLVER NI SANCIONES VIGENTES.' TO LIN-CER-TEXTO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-TEXTO.
           WRITE REG-REPORTE FROM SPACES.
           MOVE 'SE EXTIENDE A PEDIDO DE LA DIRECCION DE ALUMNOS PARA EL
      -         ' TRAMITE DEL TITULO.' TO LIN-CER-TEXTO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-TEXTO.
           MOVE 'PUEDE VERIFICARSE EN LA BIBLIOTECA CON EL NUMERO DE CER
      -         'TIFICADO.' TO LIN-CER-TEXTO.
           WRITE REG-REPORTE FROM LINEA-CERTIF-TEXTO.
           WRITE REG-REPORTE FROM SPACES.
           WRITE REG-REPORTE FROM LINEA-SEPARADOR.
       2600-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-LEGAJOS
                 ARCH-USUARIO
                 ARCH-PRESTAMO
                 ARCH-MULTA
                 ARCH-CONTROL
                 ARCH-CERTIF
                 ARCH-INTERB
                 ARCH-RESPUESTA
                 ARCH-REPORTE.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           IF WS-SW-SIN-ARCH-SANCION = 'N'
               CLOSE ARCH-SANCION
           END-IF.
           DISPLAY 'LIBREDEU - LEGAJOS: '   WS-CONT-LEGAJOS
                   ' LIBRE DEUDA: '         WS-CONT-LIBRE-DEUDA
                   ' CON DEUDA: '           WS-CONT-CON-DEUDA.
       9000-EXIT.
           EXIT.
