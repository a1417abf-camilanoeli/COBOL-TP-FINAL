      *            IMPORTE O LAS MULTAS A CANCELAR.                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.8                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - CADA PAGO RECIBE UN NUMERO DE     *
      *   LLEVAN EL LEGAJO DEL OPERADOR, VALIDADO CONTRA EL MAESTRO    *
      *   DE OPERADORES (OPERMANT) Y GRABADO EN EL DIARIO DE COBROS    *
      *   Y EN LA SALIDA, PARA EL ARQUEO POR CAJERO DE CIERCAJA.       *
      * 15/10/2026 CNA VERSION 1.7 - EL MOVIMIENTO DEL DIARIO DE       *
      *   COBROS SE LIMPIA ANTES DE ARMARLO, PARA QUE LOS DATOS DE     *
      *   ANULACION QUEDEN EN BLANCO.                                  *
      * 15/10/2026 CNA VERSION 1.8 - EL LEGAJO DEL CAJERO SE VALIDA    *
      *   CONTRA LA MATRIZ DE PERMISOS POR NIVEL DE OPERADOR (PERMVAL) *
      *   EN LUGAR DE LEER EL MAESTRO DE OPERADORES, Y CADA RECHAZO    *
      *   QUEDA EN EL LOG DE ACCESOS DENEGADOS.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULPAGO.
                  RECORD KEY IS PLA-MUL-CODIGO
                  FILE STATUS IS WS-FS-PLANES.

           SELECT ARCH-SALIDA        ASSIGN TO "SALPAGO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.
       01  REG-PLANES.
           COPY PLANPAG.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                   PIC X(80).

       01  WS-FS-PAGOMOV                PIC X(2).
       01  WS-FS-PLANES                 PIC X(2).
       01  WS-SW-SIN-ARCH-PLANES        PIC X(1)  VALUE 'N'.
       01  WS-FS-SALIDA                 PIC X(2).
       01  WS-FS-DIARIO                 PIC X(2).

       01  WS-IMPORTE-APLICADO          PIC 9(7)V99.
       01  WS-IMPORTE-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF WS-FS-PLANES NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-PLANES
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
           OPEN EXTEND ARCH-DIARIO.
           IF WS-FS-DIARIO = '35'
           EXIT.

      *****************************************************************
      * VALIDA EL LEGAJO DE OPERADOR DE LA TRANSACCION CONTRA LA       *
      * MATRIZ DE PERMISOS (PERMVAL): DEBE VENIR INFORMADO, SER UN     *
      * OPERADOR ACTIVO Y TENER EL NIVEL QUE LA MATRIZ PIDE PARA EL    *
      * COBRO. EL RECHAZO QUEDA EN EL LOG DE ACCESOS DENEGADOS. SIN    *
      * MAESTRO DE OPERADORES NO SE VALIDA, PARA NO FRENAR LA          *
      * OPERATORIA ANTERIOR A ESTE CONTROL.                            *
      *****************************************************************
       2010-VALIDAR-OPERADOR.
           MOVE 'MULPAGO'        TO PVA-PROGRAMA.
           MOVE SPACE            TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR   TO PVA-OPERADOR.
           MOVE SPACES           TO PVA-AUTORIZANTE.
           MOVE 'N'              TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-USR-CODIGO TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2010-EXIT.
           EXIT.
      * Y EL TIPO CANCELATORIO O PARCIAL SEGUN COMO QUEDO LA MULTA.    *
      *****************************************************************
       2130-REGISTRAR-MOVIMIENTO.
           MOVE SPACES              TO REG-PAGOMOV.
           MOVE WS-FECHA-HOY        TO PAG-FECHA.
           MOVE CTL-ULT-NRO-RECIBO  TO PAG-NRO-RECIBO.
           MOVE TRANS-USR-CODIGO    TO PAG-USR-CODIGO.
           IF WS-SW-SIN-ARCH-PLANES = 'N'
               CLOSE ARCH-PLANES
           END-IF.
           DISPLAY 'MULPAGO - PAGOS: '          WS-CONT-PAGOS
                   ' MULTAS AFECTADAS: '        WS-CONT-MULTAS-CANCEL
                   ' ERRORES: '                 WS-CONT-ERRORES.
