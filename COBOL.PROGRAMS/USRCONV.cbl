      *            RENOMBRA USUARNEW.DAT COMO USUARIO.DAT.             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 2.0                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 2.0 - EL JOB PASA A CONVERTIR DEL       *
      *   LAYOUT V1.3 DEL COPYBOOK (147 BYTES, YA CON LAS FECHAS DE    *
      *   BAJA Y DE CARNET, LA MARCA DE EMAIL Y LOS REBOTES) AL V1.4   *
      *   (210 BYTES), QUE AGREGA EL CODIGO DE FUSION Y UN FILLER DE   *
      *   RESERVA. EL CODIGO DE FUSION QUEDA EN BLANCO. EL MAESTRO EN  *
      *   EL LAYOUT DE 127 BYTES YA FUE CONVERTIDO CON LA VERSION 1.0. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCONV.
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTERIOR DEL MAESTRO DE USUARIOS (147 BYTES, VERSIONES
      * 1.2 Y 1.3 DEL COPYBOOK), DEFINIDO ACA PORQUE EL COPYBOOK YA
      * DESCRIBE EL LAYOUT NUEVO
      *
       FD  ARCH-USUARIO-ANT.
           05  ANT-EMAIL               PIC X(40).
           05  ANT-FECHA-ALTA          PIC X(10).
           05  ANT-ESTADO              PIC X(1).
           05  ANT-FECHA-BAJA          PIC X(10).
           05  ANT-FECHA-VENC-CARNET   PIC X(10).
           05  ANT-MARCA-EMAIL         PIC X(1).
           05  ANT-CANT-REBOTES        PIC X(2).
           05  FILLER                  PIC X(7).

       FD  ARCH-USUARIO-NVO.
       01  REG-USUARIO.
           EXIT.

      *****************************************************************
      * COPIA CAMPO A CAMPO AL LAYOUT NUEVO. EL CODIGO DE FUSION       *
      * QUEDA EN BLANCO (NINGUN SOCIO FUE FUSIONADO TODAVIA) Y LOS     *
      * REBOTES EN BLANCO DE REGISTROS ANTERIORES A REBOPROC PASAN A   *
      * CERO.                                                          *
      *****************************************************************
       2000-CONVERTIR-USUARIO.
           MOVE SPACES          TO REG-USUARIO.
           MOVE ANT-CODIGO      TO USR-CODIGO.
           MOVE ANT-NOMBRE      TO USR-NOMBRE.
           MOVE ANT-CATEGORIA   TO USR-CATEGORIA.
           MOVE ANT-EMAIL       TO USR-EMAIL.
           MOVE ANT-FECHA-ALTA  TO USR-FECHA-ALTA.
           MOVE ANT-ESTADO      TO USR-ESTADO.
           MOVE ANT-FECHA-BAJA  TO USR-FECHA-BAJA.
           MOVE ANT-FECHA-VENC-CARNET TO USR-FECHA-VENC-CARNET.
           MOVE ANT-MARCA-EMAIL TO USR-MARCA-EMAIL.
           IF ANT-CANT-REBOTES NUMERIC
               MOVE ANT-CANT-REBOTES TO USR-CANT-REBOTES
           ELSE
               MOVE ZERO             TO USR-CANT-REBOTES
           END-IF.
           MOVE SPACES          TO USR-COD-FUSION.
           WRITE REG-USUARIO.
           ADD 1 TO WS-CONT-CONVERTIDOS.
           PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
