      *            EMITE EL REPORTE MENSUAL POR MOTIVO.                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - LA QUITA PARCIAL SE RECHAZA SI    *
      *   LOS PASOS BATCH SOBRE LOS MISMOS MAESTROS. LAS               *
      *   TRANSACCIONES DE LA VENTANA SE RETIENEN Y APLICAN LUEGO      *
      *   CON COLATRAN.                                               *
      *****************************************************************
      * 15/10/2026 CNA VERSION 1.4 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR QUE LA CARGA. OPERADOR Y AUTORIZANTE SE VALIDAN *
      *   CONTRA LA MATRIZ DE PERMISOS POR NIVEL DE OPERADOR           *
      *   (PERMVAL): EL AUTORIZANTE DEBE SER UN LEGAJO ACTIVO CON EL   *
      *   NIVEL EXIGIDO PARA EL TIPO DE AJUSTE. CADA RECHAZO QUEDA EN  *
      *   EL LOG DE ACCESOS DENEGADOS.                                 *
      * 15/10/2026 CNA VERSION 1.5 - SE REPONE EL RECHAZO DEL AJUSTE   *
      *   SIN AUTORIZANTE (MSG-ERR-047) ANTES DE LA VALIDACION CONTRA  *
      *   LA MATRIZ DE PERMISOS.                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULAJUST.
           05  TRANS-IMPORTE-QUITA      PIC 9(7)V99.
           05  TRANS-COD-MOTIVO         PIC X(3).
           05  TRANS-AUTORIZANTE        PIC X(8).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-MULTA.
       01  REG-MULTA.
       01  WS-SALDO-MULTA               PIC 9(7)V99.
       01  WS-IMPORTE-AJUSTADO          PIC 9(7)V99.

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           EXIT.

      *****************************************************************
      * VALIDACIONES COMUNES A LOS TRES AJUSTES: MOTIVO OBLIGATORIO,   *
      * OPERADOR Y AUTORIZANTE HABILITADOS POR LA MATRIZ DE PERMISOS   *
      * PARA EL TIPO DE AJUSTE, Y MULTA EXISTENTE CON SALDO AJUSTABLE  *
      * (SOLO PENDIENTES O PARCIALES; UNA MULTA PAGADA, YA CONDONADA O *
      * ANULADA NO ADMITE NUEVOS AJUSTES).                             *
      *****************************************************************
       2050-VALIDAR-COMUNES.
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-047 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2060-VALIDAR-PERMISO THRU 2060-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-MUL-CODIGO TO MUL-CODIGO-MULTA
               READ ARCH-MULTA
       2050-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR QUE CARGA EL AJUSTE Y EL AUTORIZANTE DE DIRECCION  *
      * SE VALIDAN CONTRA LA MATRIZ DE PERMISOS (PERMVAL); EL RECHAZO  *
      * QUEDA EN EL LOG DE ACCESOS DENEGADOS.                          *
      *****************************************************************
       2060-VALIDAR-PERMISO.
           MOVE 'MULAJUST'        TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE TRANS-AUTORIZANTE TO PVA-AUTORIZANTE.
           MOVE 'S'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-MUL-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2060-EXIT.
           EXIT.

      *****************************************************************
      * CONDONACION TOTAL: EL SALDO COMPLETO SE PERDONA Y LA MULTA     *
      * QUEDA EN CONDONADA, ESTADO BIEN DISTINTO DE LA PAGADA.         *
