      *            LO LEVANTE Y ENVIE LOS CORREOS.                     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.6                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      *   EL ACUMULADO AL PRINCIPIO ANTES DE RECORRERLO: LAS PASADAS   *
      *   DE ACUMULACION DEJABAN EL PUNTERO EN EL ULTIMO SOCIO         *
      *   TOCADO Y SE PERDIAN AVISOS.                                  *
      * 15/10/2026 CNA VERSION 1.4 - LA MULTA PROYECTADA SE CALCULA    *
      *   CON EL TARIFARIO DE MULTAS (MULTARIF), LA MISMA RUTINA CON   *
      *   QUE MULCALC GENERA LA MULTA, PARA QUE EL AVISO COINCIDA CON  *
      *   LO QUE DESPUES SE LE COBRA AL SOCIO. LOS PARAMETROS DE       *
      *   NEGOCIO SE RESUELVEN CON PARMLEE AL INICIALIZAR, COMO EN     *
      *   MULCALC.                                                     *
      * 15/10/2026 CNA VERSION 1.5 - LA FECHA DE PROCESO SE TOMA DEL   *
      *   SUBPROGRAMA FECPROC EN LUGAR DE LA FECHA DEL SISTEMA:        *
      *   CADENCTL LA CARGA AL RECUPERAR FECHAS SIN CADENA COMPLETA Y  *
      *   EL PROGRAMA PROCESA ESE DIA COMO SI CORRIERA EN SU FECHA.    *
      *   CORRIDO SUELTO, SIN FECHA CARGADA, SIGUE CON LA DEL SISTEMA. *
      * 15/10/2026 CNA VERSION 1.6 - EL LISTADO SE ABRE EN EXTEND      *
      *   CUANDO FECPROC DEVUELVE LA MARCA DE ACUMULAR (CADENCTL       *
      *   RECUPERANDO VARIAS FECHAS EN LA MISMA CORRIDA), PARA NO      *
      *   PISAR EL DE LA FECHA ANTERIOR.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOSOC.
                  RECORD KEY IS USR-CODIGO
                  FILE STATUS IS WS-FS-USUARIO.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-ACUMULADO      ASSIGN TO "AVISWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       01  REG-USUARIO.
           COPY USUARIO.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-ACUMULADO.
       01  REG-ACUMULADO.
           05  AVI-USR-CODIGO          PIC X(10).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-RESERVA               PIC X(2).
       01  WS-FS-USUARIO               PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-ACUMULADO             PIC X(2).
       01  WS-FS-AVISOS                PIC X(2).

           05  WS-CONT-RESERVAS        PIC 9(6)  VALUE ZERO.

       01  WS-FECHA-SISTEMA            PIC 9(8).
       01  WS-SW-ACUMULAR-LISTADO      PIC X(1)  VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(10).
       01  WS-DIAS-ATRASO              PIC S9(6).
       01  WS-DIAS-PARA-VENCER         PIC S9(6).
       01  WS-CALL-FUNCION             PIC X(7).
       01  WS-CALL-DIAS                PIC S9(6).

       01  WS-TARIFA-CALCULO.
           COPY TARCALC.

      *
      * REGISTRO CONSOLIDADO DE AVISO POR SOCIO PARA EL ARCHIVO DE
      * SALIDA QUE LEVANTA EL AREA DE SISTEMAS PARA ENVIAR LOS MAILS
           OPEN INPUT  ARCH-MULTA.
           OPEN INPUT  ARCH-RESERVA.
           OPEN INPUT  ARCH-USUARIO.
           OPEN INPUT  ARCH-LIBRO.
           OPEN OUTPUT ARCH-ACUMULADO.
           CLOSE ARCH-ACUMULADO.
           OPEN I-O    ARCH-ACUMULADO.
           CALL 'FECPROC' USING WS-FECHA-SISTEMA
                                WS-SW-ACUMULAR-LISTADO
           END-CALL.
           IF WS-SW-ACUMULAR-LISTADO = 'S'
               OPEN EXTEND ARCH-AVISOS
               IF WS-FS-AVISOS = '35'
                   OPEN OUTPUT ARCH-AVISOS
               END-IF
           ELSE
               OPEN OUTPUT ARCH-AVISOS
           END-IF.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           CALL 'PARMLEE' USING WS-FECHA-HOY
                                CONSTANTES-NEGOCIO
           END-CALL.
           PERFORM 1100-LEER-PRESTAMO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * LA MULTA PROYECTADA DEL PRESTAMO VENCIDO SALE DE MULTARIF CON  *
      * LA CATEGORIA DEL SOCIO, EL TIPO DE PRESTAMO Y EL PRECIO DE     *
      * REPOSICION DEL LIBRO, IGUAL QUE LA QUE GENERA MULCALC.         *
      *****************************************************************
       2100-ACUMULAR-VENCIDO.
           MOVE PRE-USR-CODIGO TO USR-CODIGO.
           READ ARCH-USUARIO
               INVALID KEY
                   MOVE SPACES TO USR-CATEGORIA
           END-READ.
           MOVE PRE-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-READ.
           IF LIB-PRECIO-REPOSICION NOT NUMERIC
               MOVE ZERO TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE WS-FECHA-HOY          TO TRC-FECHA-PROCESO.
           MOVE USR-CATEGORIA         TO TRC-USR-CATEGORIA.
           MOVE PRE-TIPO              TO TRC-PRE-TIPO.
           MOVE PRE-LIB-CODIGO        TO TRC-LIB-CODIGO.
           MOVE LIB-PRECIO-REPOSICION TO TRC-PRECIO-REPOSICION.
           MOVE WS-DIAS-ATRASO        TO TRC-DIAS-ATRASO.
           MOVE CONST-MULTA-DIA       TO TRC-MULTA-DIA-DEFECTO.
           CALL 'MULTARIF' USING WS-TARIFA-CALCULO
           END-CALL.
           MOVE PRE-USR-CODIGO TO WS-USR-CODIGO-AVISO.
           PERFORM 6000-UBICAR-ACUMULADO THRU 6000-EXIT.
           ADD 1 TO AVI-CANT-VENCIDOS.
           COMPUTE AVI-MULTA-PROYECTADA = AVI-MULTA-PROYECTADA
               + TRC-IMPORTE.
           REWRITE REG-ACUMULADO.
       2100-EXIT.
           EXIT.
                 ARCH-MULTA
                 ARCH-RESERVA
                 ARCH-USUARIO
                 ARCH-LIBRO
                 ARCH-ACUMULADO
                 ARCH-AVISOS.
           DISPLAY 'AVISOSOC - SOCIOS AVISADOS: '  WS-CONT-SOCIOS
