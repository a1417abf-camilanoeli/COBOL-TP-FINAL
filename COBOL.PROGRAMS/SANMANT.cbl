      *            EL REGISTRO DE SANCION DEL SOCIO.                   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.3                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - EL AUTORIZANTE DEL LEVANTAMIENTO  *
      *   PASA A SER OBLIGATORIO, IGUAL QUE EN LOS AJUSTES DE MULTAS   *
      *   DE MULAJUST: EL REGISTRO DE QUIEN PERDONO LA SANCION NO      *
      *   PUEDE QUEDAR VACIO.                                          *
      * 15/10/2026 CNA VERSION 1.2 - LA TRANSACCION LLEVA EL LEGAJO    *
      *   DEL OPERADOR QUE LA CARGA. OPERADOR Y AUTORIZANTE SE VALIDAN *
      *   CONTRA LA MATRIZ DE PERMISOS POR NIVEL DE OPERADOR           *
      *   (PERMVAL): EL AUTORIZANTE DEBE SER UN LEGAJO ACTIVO CON EL   *
      *   NIVEL EXIGIDO. CADA RECHAZO QUEDA EN EL LOG DE ACCESOS       *
      *   DENEGADOS.                                                   *
      * 15/10/2026 CNA VERSION 1.3 - SE REPONE EL RECHAZO DEL          *
      *   LEVANTAMIENTO SIN AUTORIZANTE (MSG-ERR-047) ANTES DE LA      *
      *   VALIDACION CONTRA LA MATRIZ DE PERMISOS.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANMANT.
           05  TRANS-USR-CODIGO         PIC X(10).
           05  TRANS-MOTIVO             PIC X(30).
           05  TRANS-AUTORIZANTE        PIC X(8).
           05  TRANS-OPERADOR           PIC X(8).

       FD  ARCH-SANCION.
       01  REG-SANCION.

       01  WS-MENSAJE-RECHAZO           PIC X(60).

       01  WS-AREA-PERMISO.
           COPY PERVAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.

      *****************************************************************
      * LEVANTA UNA SUSPENSION VIGENTE: EXIGE MOTIVO Y AUTORIZANTE    *
      * (AMBOS OBLIGATORIOS, OPERADOR Y AUTORIZANTE CON EL NIVEL DE LA *
      * MATRIZ DE PERMISOS),                                           *
      * DEJA EL REGISTRO EN LEVANTADA Y GUARDA QUIEN Y POR QUE LA      *
      * PERDONO. SOLO SE LEVANTAN SANCIONES VIGENTES.                  *
      *****************************************************************
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-047 TO WS-MENSAJE-RECHAZO
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2110-VALIDAR-PERMISO THRU 2110-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               MOVE TRANS-USR-CODIGO TO SAN-USR-CODIGO
               READ ARCH-SANCION
       2100-EXIT.
           EXIT.

      *****************************************************************
      * EL OPERADOR QUE CARGA EL LEVANTAMIENTO Y EL AUTORIZANTE SE     *
      * VALIDAN CONTRA LA MATRIZ DE PERMISOS (PERMVAL); EL RECHAZO     *
      * QUEDA EN EL LOG DE ACCESOS DENEGADOS.                          *
      *****************************************************************
       2110-VALIDAR-PERMISO.
           MOVE 'SANMANT'         TO PVA-PROGRAMA.
           MOVE TRANS-OPERACION   TO PVA-TIPO-TRANS.
           MOVE TRANS-OPERADOR    TO PVA-OPERADOR.
           MOVE TRANS-AUTORIZANTE TO PVA-AUTORIZANTE.
           MOVE 'S'               TO PVA-EXIGE-AUTORIZANTE.
           MOVE TRANS-USR-CODIGO  TO PVA-REFERENCIA.
           CALL 'PERMVAL' USING WS-AREA-PERMISO
           END-CALL.
           IF PVA-DENEGADO
               MOVE 'S'         TO WS-SW-RECHAZADO
               MOVE PVA-MENSAJE TO WS-MENSAJE-RECHAZO
           END-IF.
       2110-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARCH-TRANS-SANCION
                 ARCH-SANCION
