      *****************************************************************
      * PROGRAMA: ANULREC                                             *
      * PROPOSITO: ANULACION DE RECIBOS DE COBRO DE MULTAS EMITIDOS   *
      *            POR ERROR. CADA TRANSACCION INDICA EL NUMERO DE    *
      *            RECIBO, EL CODIGO DE MOTIVO Y EL SUPERVISOR QUE    *
      *            AUTORIZA (OPERADOR ACTIVO DE NIVEL SUPERVISOR O    *
      *            DIRECCION). POR CADA MULTA QUE EL RECIBO AFECTO SE *
      *            DEVUELVE EL IMPORTE PAGADO Y EL ESTADO A COMO      *
      *            ESTABAN ANTES DEL COBRO (Y LA CUOTA IMPUTADA AL    *
      *            PLAN DE PAGOS, SI LA HUBO), Y EN EL DIARIO DE      *
      *            COBROS (PAGOMOV.DAT) SE GRABA UN CONTRAASIENTO CON *
      *            NUMERO DE RECIBO PROPIO. SI EL DIA DEL RECIBO YA   *
      *            FUE INFORMADO A CONTABILIDAD, EL CONTRAASIENTO     *
      *            QUEDA MARCADO PARA SALIR COMO AJUSTE NEGATIVO EN   *
      *            LA PROXIMA EXPORTACION DE CONTEXP.                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - CAJERO Y AUTORIZANTE SE VALIDAN   *
      *   CONTRA LA MATRIZ DE PERMISOS POR NIVEL DE OPERADOR           *
      *   (PERMVAL): EL NIVEL MINIMO DEL AUTORIZANTE SALE DE LA MATRIZ *
      *   (SUPERVISOR SI NO HAY ENTRADA PARA ANULREC) Y CADA RECHAZO   *
      *   QUEDA EN EL LOG DE ACCESOS DENEGADOS.                        *
      * 15/10/2026 CNA VERSION 1.2 - EL RECIBO CON MAS MOVIMIENTOS QUE *
      *   LOS QUE ADMITE LA TABLA SE RECHAZA CON MENSAJE PROPIO EN     *
      *   LUGAR DE ANULARSE EN FORMA PARCIAL.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULREC.
       AUTHOR. CAMILA-NOELI-ABUIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANS-ANUL     ASSIGN TO "TRANANUL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-TRANS.

           SELECT ARCH-PAGOMOV        ASSIGN TO "PAGOMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-PAGOMOV.

           SELECT ARCH-MULTA          ASSIGN TO "MULTA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MUL-CODIGO-MULTA
                  ALTERNATE RECORD KEY IS MUL-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-MULTA.

           SELECT ARCH-CONTROL        ASSIGN TO "CONTROL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-PLANES         ASSIGN TO "PLANPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLA-MUL-CODIGO
                  FILE STATUS IS WS-FS-PLANES.

           SELECT ARCH-CIERRES        ASSIGN TO "CIERRES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CIE-FECHA
                  FILE STATUS IS WS-FS-CIERRES.

           SELECT ARCH-SALIDA         ASSIGN TO "SALANUL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.

           SELECT ARCH-DIARIO         ASSIGN TO "DIARIO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-DIARIO.

           SELECT ARCH-CADLOCK        ASSIGN TO "CADLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-CADLOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANS-ANUL.
       01  REG-TRANS-ANUL.
           05  TRANS-NRO-RECIBO         PIC 9(8).
           05  TRANS-COD-MOTIVO         PIC X(3).
           05  TRANS-AUTORIZANTE        PIC X(8).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-PAGOMOV.
       01  REG-PAGOMOV.
           COPY PAGOMOV.

       FD  ARCH-MULTA.
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-CONTROL.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-PLANES.
       01  REG-PLANES.
           COPY PLANPAG.

       FD  ARCH-CIERRES.
       01  REG-CIERRES.
           COPY CIERRE.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       FD  ARCH-DIARIO.
       01  REG-DIARIO.
           COPY DIARIO.

       FD  ARCH-CADLOCK.
       01  REG-CADLOCK.
           COPY CADLOCK.

       WORKING-STORAGE SECTION.
       COPY CONSTANT.
       COPY MENSAJES.

       01  WS-FS-TRANS                  PIC X(2).
       01  WS-FS-PAGOMOV                PIC X(2).
       01  WS-FS-MULTA                  PIC X(2).
       01  WS-FS-CONTROL                PIC X(2).
       01  WS-FS-PLANES                 PIC X(2).
       01  WS-SW-SIN-ARCH-PLANES        PIC X(1)  VALUE 'N'.
       01  WS-FS-CIERRES                PIC X(2).
       01  WS-SW-SIN-ARCH-CIERRES       PIC X(1)  VALUE 'N'.
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-DIARIO                 PIC X(2).

       01  WS-FS-CADLOCK                PIC X(2).
       01  WS-SW-CADENA-EN-CURSO        PIC X(1)  VALUE 'N'.

       01  WS-SWITCHES.
           05  WS-SW-FIN-ARCHIVO        PIC X(1)  VALUE 'N'.
               88  WS-FIN-ARCHIVO       VALUE 'S'.
           05  WS-SW-FIN-PAGOMOV        PIC X(1)  VALUE 'N'.
               88  WS-FIN-PAGOMOV       VALUE 'S'.
           05  WS-SW-RECHAZADO          PIC X(1)  VALUE 'N'.
               88  WS-RECHAZADO         VALUE 'S'.
           05  WS-SW-YA-ANULADO         PIC X(1)  VALUE 'N'.
           05  WS-SW-ES-CONTRAASIENTO   PIC X(1)  VALUE 'N'.
           05  WS-SW-AJUSTE-CONTAB      PIC X(1)  VALUE 'N'.
           05  WS-SW-TABLA-LLENA        PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-ANULADOS         PIC 9(6)  VALUE ZERO.
           05  WS-CONT-MOVIMIENTOS      PIC 9(6)  VALUE ZERO.
           05  WS-CONT-AJUSTES          PIC 9(6)  VALUE ZERO.
           05  WS-CONT-ERRORES          PIC 9(6)  VALUE ZERO.

      *
      * MOVIMIENTOS DEL RECIBO A ANULAR, TOMADOS DEL DIARIO DE COBROS
      * (UN RECIBO DE MOSTRADOR AFECTA A LAS MULTAS DE UN SOLO SOCIO)
      *
       01  WS-TABLA-MOVIMIENTOS.
           05  WS-MOV OCCURS 50 TIMES.
               10  WS-MOV-FECHA         PIC X(10).
               10  WS-MOV-USR-CODIGO    PIC X(10).
               10  WS-MOV-MUL-CODIGO    PIC X(12).
               10  WS-MOV-IMPORTE       PIC 9(7)V99.
               10  WS-MOV-CANAL         PIC X(1).
       01  WS-CANT-MOVIMIENTOS          PIC 9(3)  VALUE ZERO.
       01  WS-IX-MOV                    PIC 9(3)  VALUE ZERO.

       01  WS-FECHA-SISTEMA             PIC 9(8).
       01  WS-HORA-SISTEMA              PIC 9(8).
       01  WS-HORA-DIARIO               PIC X(8).
       01  WS-FECHA-HOY                 PIC X(10).
       01  WS-MENSAJE-RECHAZO           PIC X(60).
       01  WS-NRO-CONTRAASIENTO         PIC 9(8).
       01  WS-IMPORTE-ANULADO           PIC 9(9)V99.
       01  WS-IMPORTE-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-PLAN                PIC X(10).
       01  WS-CALL-FUNCION              PIC X(7).
       01  WS-CALL-DIAS                 PIC S9(6).

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-VERIFICAR-CADENA THRU 0100-EXIT.
           IF WS-SW-CADENA-EN-CURSO = 'S'
               DISPLAY 'ANULREC - CADENA NOCTURNA EN CURSO, NO SE'
                       ' PROCESAN MOVIMIENTOS. USE COLATRAN'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZAR THRU 1000-EXIT
               PERFORM 2000-PROCESAR-TRANSACCION THRU 2000-EXIT
                   UNTIL WS-FIN-ARCHIVO
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      * SEMAFORO DE LA CADENA NOCTURNA: SI CADENCTL DEJO LA MARCA EN   *
      * CURSO, EL PROGRAMA NO CORRE (LOS MAESTROS ESTAN SIENDO         *
      * PROCESADOS POR LA CADENA). LAS TRANSACCIONES LLEGADAS EN LA    *
      * VENTANA SE RETIENEN Y APLICAN DESPUES CON COLATRAN.            *
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

      *****************************************************************
      * EL DIARIO DE COBROS NO SE ABRE ACA: CADA TRANSACCION LO        *
      * RECORRE PARA UBICAR EL RECIBO Y LO REABRE EN EXTEND PARA       *
      * GRABAR EL CONTRAASIENTO.                                       *
      *****************************************************************
       1000-INICIALIZAR.
           OPEN INPUT  ARCH-TRANS-ANUL.
           OPEN I-O    ARCH-MULTA.
           OPEN I-O    ARCH-CONTROL.
           OPEN I-O    ARCH-PLANES.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN INPUT  ARCH-CIERRES.
           IF WS-FS-CIERRES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-CIERRES
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN EXTEND ARCH-DIARIO.
           IF WS-FS-DIARIO = '35'
               OPEN OUTPUT ARCH-DIARIO
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1050-ARMAR-FECHA-HOY THRU 1050-EXIT.
           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1050-ARMAR-FECHA-HOY.
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FECHA-HOY (1:2).
           MOVE '/'                    TO WS-FECHA-HOY (3:1).
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FECHA-HOY (4:2).
           MOVE '/'                    TO WS-FECHA-HOY (6:1).
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FECHA-HOY (7:4).
       1050-EXIT.
           EXIT.

       1100-LEER-CONTROL.
           MOVE 'CONTROL01' TO CTL-CLAVE.
           READ ARCH-CONTROL
               INVALID KEY
                   MOVE 'CONTROL01' TO CTL-CLAVE
                   MOVE ZERO        TO CTL-ULT-NRO-PRESTAMO
                                       CTL-ULT-NRO-MULTA
                                       CTL-ULT-NRO-RESERVA
                                       CTL-ULT-NRO-RECIBO
                                       CTL-ULT-NRO-PREST-INT
                                       CTL-ULT-NRO-ORDEN
                   WRITE REG-CONTROL
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LEER-TRANSACCION.
           READ ARCH-TRANS-ANUL
               AT END
                   MOVE 'S' TO WS-SW-FIN-ARCHIVO
           END-READ.
       1200-EXIT.
           EXIT.

       2000-PROCESAR-TRANSACCION.
           MOVE 'N' TO WS-SW-RECHAZADO.
           MOVE SPACES TO WS-MENSAJE-RECHAZO.
           PERFORM 2010-VALIDAR-DATOS THRU 2010-EXIT.
           IF NOT WS-RECHAZADO
               PERFORM 2100-UBICAR-RECIBO THRU 2100-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2200-VALIDAR-MULTA THRU 2200-EXIT
                   VARYING WS-IX-MOV FROM 1 BY 1
                   UNTIL WS-IX-MOV > WS-CANT-MOVIMIENTOS
                      OR WS-RECHAZADO
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2300-ANULAR-RECIBO THRU 2300-EXIT
           END-IF.
           IF WS-RECHAZADO
               ADD 1 TO WS-CONT-ERRORES
               STRING TRANS-NRO-RECIBO    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MENSAJE-RECHAZO  DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           ELSE
               PERFORM 8000-GRABAR-DIARIO THRU 8000-EXIT
           END-IF.
           PERFORM 1200-LEER-TRANSACCION THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * MOTIVO OBLIGATORIO. CAJERO Y AUTORIZANTE SE VALIDAN CONTRA LA  *
      * MATRIZ DE PERMISOS (PERMVAL): EL CAJERO DEBE SER UN OPERADOR   *
      * ACTIVO Y EL AUTORIZANTE UN OPERADOR ACTIVO CON EL NIVEL QUE LA *
      * MATRIZ PIDE PARA LA ANULACION (SIN ENTRADA, SUPERVISOR O       *
      * DIRECCION). SIN MAESTRO DE OPERADORES NO SE PUEDE VERIFICAR LA *
      * AUTORIZACION Y LA ANULACION SE RECHAZA.                        *
      *****************************************************************
       2010-VALIDAR-DATOS.
           IF TRANS-COD-MOTIVO = SPACES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-046 TO WS-MENSAJE-RECHAZO
               GO TO 2010-EXIT
           END-IF.
           MOVE 'ANULREC'         TO PVA-PROGRAMA.
           MOVE SPACE             TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE TRANS-AUTORIZANTE TO PVA-AUTORIZANTE.
           MOVE 'S'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-NRO-RECIBO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-SIN-OPERADORES
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-098 TO WS-MENSAJE-RECHAZO
               GO TO 2010-EXIT
           END-IF.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * RECORRE EL DIARIO DE COBROS JUNTANDO LOS MOVIMIENTOS DEL       *
      * RECIBO. EL RECIBO DEBE EXISTIR, NO SER A SU VEZ UN             *
      * CONTRAASIENTO Y NO TENER YA UN CONTRAASIENTO QUE LO ANULE. UN  *
      * RECIBO CON MAS MOVIMIENTOS QUE LA TABLA SE RECHAZA ENTERO: NO  *
      * SE ANULA EN FORMA PARCIAL.                                     *
      *****************************************************************
       2100-UBICAR-RECIBO.
           MOVE ZERO TO WS-CANT-MOVIMIENTOS.
           MOVE 'N'  TO WS-SW-YA-ANULADO
                        WS-SW-ES-CONTRAASIENTO
                        WS-SW-FIN-PAGOMOV
                        WS-SW-TABLA-LLENA.
           OPEN INPUT ARCH-PAGOMOV.
           IF WS-FS-PAGOMOV NOT = '00'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-096 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-LEER-PAGOMOV THRU 2110-EXIT.
           PERFORM 2120-EXAMINAR-MOVIMIENTO THRU 2120-EXIT
               UNTIL WS-FIN-PAGOMOV.
           CLOSE ARCH-PAGOMOV.
           IF WS-SW-YA-ANULADO = 'S' OR WS-SW-ES-CONTRAASIENTO = 'S'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-097 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF WS-SW-TABLA-LLENA = 'S'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-141 TO WS-MENSAJE-RECHAZO
               GO TO 2100-EXIT
           END-IF.
           IF WS-CANT-MOVIMIENTOS = ZERO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-096 TO WS-MENSAJE-RECHAZO
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LEER-PAGOMOV.
           READ ARCH-PAGOMOV
               AT END
                   MOVE 'S' TO WS-SW-FIN-PAGOMOV
           END-READ.
       2110-EXIT.
           EXIT.

       2120-EXAMINAR-MOVIMIENTO.
           IF PAG-CONTRAASIENTO
               IF PAG-RECIBO-ANULADO = TRANS-NRO-RECIBO
                   MOVE 'S' TO WS-SW-YA-ANULADO
               END-IF
               IF PAG-NRO-RECIBO = TRANS-NRO-RECIBO
                   MOVE 'S' TO WS-SW-ES-CONTRAASIENTO
               END-IF
           ELSE
               IF PAG-NRO-RECIBO = TRANS-NRO-RECIBO
                       AND WS-CANT-MOVIMIENTOS NOT < 50
                   MOVE 'S' TO WS-SW-TABLA-LLENA
               END-IF
               IF PAG-NRO-RECIBO = TRANS-NRO-RECIBO
                       AND WS-CANT-MOVIMIENTOS < 50
                   ADD 1 TO WS-CANT-MOVIMIENTOS
                   MOVE PAG-FECHA      TO
                        WS-MOV-FECHA (WS-CANT-MOVIMIENTOS)
                   MOVE PAG-USR-CODIGO TO
                        WS-MOV-USR-CODIGO (WS-CANT-MOVIMIENTOS)
                   MOVE PAG-MUL-CODIGO TO
                        WS-MOV-MUL-CODIGO (WS-CANT-MOVIMIENTOS)
                   MOVE PAG-IMPORTE    TO
                        WS-MOV-IMPORTE (WS-CANT-MOVIMIENTOS)
                   MOVE PAG-CANAL      TO
                        WS-MOV-CANAL (WS-CANT-MOVIMIENTOS)
               END-IF
           END-IF.
           PERFORM 2110-LEER-PAGOMOV THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * ANTES DE TOCAR NADA SE VERIFICAN TODAS LAS MULTAS DEL RECIBO:  *
      * DEBEN SEGUIR PAGADAS O CON PAGO PARCIAL Y CONSERVAR COMO       *
      * MINIMO LO QUE EL RECIBO LES APLICO. UNA MULTA CONDONADA,       *
      * ANULADA O CON EL PAGADO REDUCIDO TUVO UN AJUSTE POSTERIOR Y    *
      * EL RECIBO NO SE PUEDE ANULAR SIN REVISARLA ANTES.              *
      *****************************************************************
       2200-VALIDAR-MULTA.
           MOVE WS-MOV-MUL-CODIGO (WS-IX-MOV) TO MUL-CODIGO-MULTA.
           READ ARCH-MULTA
               INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-044 TO WS-MENSAJE-RECHAZO
                   GO TO 2200-EXIT
           END-READ.
           IF NOT MUL-PAGADA AND NOT MUL-PARCIAL
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-099 TO WS-MENSAJE-RECHAZO
               GO TO 2200-EXIT
           END-IF.
           IF MUL-IMPORTE-PAGADO < WS-MOV-IMPORTE (WS-IX-MOV)
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-099 TO WS-MENSAJE-RECHAZO
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * APLICA LA ANULACION: TOMA UN NUMERO DE RECIBO NUEVO PARA EL    *
      * CONTRAASIENTO, RESUELVE SI EL DIA DEL RECIBO YA FUE INFORMADO  *
      * A CONTABILIDAD Y REVIERTE MULTA POR MULTA.                     *
      *****************************************************************
       2300-ANULAR-RECIBO.
           ADD 1 TO CTL-ULT-NRO-RECIBO.
           MOVE CTL-ULT-NRO-RECIBO TO WS-NRO-CONTRAASIENTO.
           REWRITE REG-CONTROL.
           PERFORM 2310-VER-DIA-INFORMADO THRU 2310-EXIT.
           MOVE ZERO TO WS-IMPORTE-ANULADO.
           OPEN EXTEND ARCH-PAGOMOV.
           PERFORM 2320-REVERTIR-MOVIMIENTO THRU 2320-EXIT
               VARYING WS-IX-MOV FROM 1 BY 1
               UNTIL WS-IX-MOV > WS-CANT-MOVIMIENTOS.
           CLOSE ARCH-PAGOMOV.
           ADD 1 TO WS-CONT-ANULADOS.
           IF WS-SW-AJUSTE-CONTAB = 'S'
               ADD 1 TO WS-CONT-AJUSTES
           END-IF.
           MOVE WS-IMPORTE-ANULADO TO WS-IMPORTE-EDIT.
           STRING TRANS-NRO-RECIBO     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MSG-INFO-053         DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  WS-NRO-CONTRAASIENTO DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  INTO REG-SALIDA
           END-STRING.
           WRITE REG-SALIDA.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * UN RECIBO CUYO DIA YA TIENE EL CIERRE MARCADO COMO INFORMADO   *
      * A CONTABILIDAD NO PUEDE CORREGIRSE EN ESE DIA: EL              *
      * CONTRAASIENTO SE MARCA PARA QUE CONTEXP LO INFORME COMO AJUSTE *
      * NEGATIVO EN LA PROXIMA EXPORTACION. SI EL DIA TODAVIA NO SE    *
      * INFORMO, CONTEXP LO DESCUENTA DEL PROPIO DIA DEL RECIBO.       *
      *****************************************************************
       2310-VER-DIA-INFORMADO.
           MOVE 'N' TO WS-SW-AJUSTE-CONTAB.
           IF WS-SW-SIN-ARCH-CIERRES = 'S'
               GO TO 2310-EXIT
           END-IF.
           MOVE WS-MOV-FECHA (1) TO CIE-FECHA.
           READ ARCH-CIERRES
               INVALID KEY
                   GO TO 2310-EXIT
           END-READ.
           IF CIE-INFORMADO
               MOVE 'S' TO WS-SW-AJUSTE-CONTAB
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * DEVUELVE A LA MULTA LO QUE EL RECIBO LE APLICO: SIN NADA       *
      * PAGADO VUELVE A PENDIENTE Y CON ALGO PAGADO A PAGO PARCIAL.    *
      * GRABA EL CONTRAASIENTO DEL MOVIMIENTO CON LOS DATOS DE LA      *
      * ANULACION.                                                     *
      *****************************************************************
       2320-REVERTIR-MOVIMIENTO.
           MOVE WS-MOV-MUL-CODIGO (WS-IX-MOV) TO MUL-CODIGO-MULTA.
           READ ARCH-MULTA
               INVALID KEY
                   GO TO 2320-EXIT
           END-READ.
           SUBTRACT WS-MOV-IMPORTE (WS-IX-MOV) FROM MUL-IMPORTE-PAGADO.
           IF MUL-IMPORTE-PAGADO = ZERO
               MOVE 'P' TO MUL-ESTADO
           ELSE
               MOVE 'C' TO MUL-ESTADO
           END-IF.
           REWRITE REG-MULTA.
           PERFORM 2330-REVERTIR-PLAN THRU 2330-EXIT.
           MOVE SPACES                         TO REG-PAGOMOV.
           MOVE WS-FECHA-HOY                   TO PAG-FECHA.
           MOVE WS-NRO-CONTRAASIENTO           TO PAG-NRO-RECIBO.
           MOVE WS-MOV-USR-CODIGO (WS-IX-MOV)  TO PAG-USR-CODIGO.
           MOVE WS-MOV-MUL-CODIGO (WS-IX-MOV)  TO PAG-MUL-CODIGO.
           MOVE WS-MOV-IMPORTE (WS-IX-MOV)     TO PAG-IMPORTE.
           MOVE 'A'                            TO PAG-TIPO.
           MOVE WS-MOV-CANAL (WS-IX-MOV)       TO PAG-CANAL.
           MOVE TRANS-OPERADOR                 TO PAG-OPERADOR.
           MOVE TRANS-NRO-RECIBO               TO PAG-RECIBO-ANULADO.
           MOVE WS-MOV-FECHA (WS-IX-MOV)       TO PAG-FECHA-ANULADA.
           MOVE TRANS-COD-MOTIVO               TO PAG-COD-MOTIVO.
           MOVE TRANS-AUTORIZANTE              TO PAG-AUTORIZANTE.
           MOVE WS-SW-AJUSTE-CONTAB            TO PAG-AJUSTE-CONTAB.
           WRITE REG-PAGOMOV.
           ADD 1 TO WS-CONT-MOVIMIENTOS.
           ADD WS-MOV-IMPORTE (WS-IX-MOV) TO WS-IMPORTE-ANULADO.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * SI LA MULTA TIENE PLAN DE PAGOS DADO DE ALTA ANTES DEL COBRO,  *
      * EL COBRO LE IMPUTO UNA CUOTA (MULPAGO): SE DESCUENTA LA CUOTA  *
      * Y, SI EL PLAN HABIA QUEDADO CUMPLIDO, VUELVE A VIGENTE; SI     *
      * SEGUIA VIGENTE SE RETROCEDE EL PROXIMO VENCIMIENTO. UN PLAN    *
      * CAIDO NO SE TOCA.                                              *
      *****************************************************************
       2330-REVERTIR-PLAN.
           IF WS-SW-SIN-ARCH-PLANES = 'S'
               GO TO 2330-EXIT
           END-IF.
           MOVE MUL-CODIGO-MULTA TO PLA-MUL-CODIGO.
           READ ARCH-PLANES
               INVALID KEY
                   GO TO 2330-EXIT
           END-READ.
           IF PLA-CAIDO OR PLA-CUOTAS-PAGADAS = ZERO
               GO TO 2330-EXIT
           END-IF.
           MOVE 'DIFDIAS' TO WS-CALL-FUNCION.
           CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                 PLA-FECHA-ALTA
                                 WS-MOV-FECHA (WS-IX-MOV)
                                 WS-CALL-DIAS
           END-CALL.
           IF WS-CALL-DIAS < 0
               GO TO 2330-EXIT
           END-IF.
           SUBTRACT 1 FROM PLA-CUOTAS-PAGADAS.
           IF PLA-CUMPLIDO
               MOVE 'V' TO PLA-ESTADO
           ELSE
               MOVE 'SUMDIAS' TO WS-CALL-FUNCION
               COMPUTE WS-CALL-DIAS = 0 - CONST-DIAS-CUOTA-PLAN
               CALL 'FECHAUTL' USING WS-CALL-FUNCION
                                     PLA-PROXIMO-VENC
                                     WS-FECHA-PLAN
                                     WS-CALL-DIAS
               END-CALL
               MOVE WS-FECHA-PLAN TO PLA-PROXIMO-VENC
           END-IF.
           REWRITE REG-PLANES.
       2330-EXIT.
           EXIT.

      *****************************************************************
      * DEJA EN EL DIARIO COMUN DE TRANSACCIONES LA IMAGEN DE LA       *
      * TRANSACCION RECIEN APLICADA, CON PROGRAMA, FECHA Y HORA, PARA  *
      * QUE EL REPROCESO REPRDIAR PUEDA REAPLICARLA SOBRE UN MAESTRO   *
      * RESTAURADO.                                                    *
      *****************************************************************
       8000-GRABAR-DIARIO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA (1:2) TO WS-HORA-DIARIO (1:2).
           MOVE ':'                   TO WS-HORA-DIARIO (3:1).
           MOVE WS-HORA-SISTEMA (3:2) TO WS-HORA-DIARIO (4:2).
           MOVE ':'                   TO WS-HORA-DIARIO (6:1).
           MOVE WS-HORA-SISTEMA (5:2) TO WS-HORA-DIARIO (7:2).
           MOVE SPACES         TO REG-DIARIO.
           MOVE 'ANULREC'      TO DIA-PROGRAMA.
           MOVE WS-FECHA-HOY   TO DIA-FECHA.
           MOVE WS-HORA-DIARIO TO DIA-HORA.
           MOVE REG-TRANS-ANUL TO DIA-TRANSACCION.
           MOVE 'A'            TO DIA-RESULTADO.
           WRITE REG-DIARIO.
       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-ANUL
                 ARCH-MULTA
                 ARCH-CONTROL
                 ARCH-SALIDA
                 ARCH-DIARIO.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           IF WS-SW-SIN-ARCH-CIERRES = 'N'
               CLOSE ARCH-CIERRES
           END-IF.
           DISPLAY 'ANULREC - RECIBOS ANULADOS: ' WS-CONT-ANULADOS
                   ' MOVIMIENTOS: '              WS-CONT-MOVIMIENTOS
                   ' AJUSTES CONTABLES: '        WS-CONT-AJUSTES
                   ' ERRORES: '                  WS-CONT-ERRORES.
       9000-EXIT.
           EXIT.
