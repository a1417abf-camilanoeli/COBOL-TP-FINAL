      *****************************************************************
      * COPYBOOK: RESSALA                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LAS RESERVAS DE BOXES Y     *
      *            SALAS DE ESTUDIO GRUPAL POR FECHA Y TURNO (UN      *
      *            REGISTRO POR SALA, DIA Y TURNO). LA CLAVE LLEVA LA *
      *            FECHA COMO AAAAMMDD PARA RECORRER EN ORDEN LOS     *
      *            TURNOS DE UNA SALA; EL SOCIO TITULAR ES CLAVE      *
      *            ALTERNATIVA PARA EL TOPE SEMANAL                   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA RESERVA DE SALA
      *
           05  RSA-CLAVE.
               10  RSA-SAL-CODIGO      PIC X(10).
               10  RSA-FECHA-AMD       PIC 9(8).
               10  RSA-TURNO           PIC 9(1).
           05  RSA-USR-CODIGO          PIC X(10).
           05  RSA-FECHA               PIC X(10).
           05  RSA-INTEGRANTES         PIC 9(2).
      *
      * RESERVADA AL DAR EL ALTA; PRESENTADA CUANDO EL MOSTRADOR
      * REGISTRA LA ASISTENCIA; CANCELADA POR EL SOCIO ANTES DEL DIA;
      * AUSENTE LA MARCA SANCALC SOBRE LA RESERVADA QUE QUEDO SIN
      * PRESENTACION NI CANCELACION (CUENTA COMO INCUMPLIMIENTO)
      *
           05  RSA-ESTADO              PIC X(1).
               88  RSA-RESERVADA       VALUE 'R'.
               88  RSA-PRESENTADA      VALUE 'P'.
               88  RSA-CANCELADA       VALUE 'C'.
               88  RSA-AUSENTE         VALUE 'A'.
           05  RSA-FECHA-ALTA          PIC X(10).
           05  RSA-OPERADOR            PIC X(8).
           05  RSA-HORA-PRESENTACION   PIC X(5).
           05  FILLER                  PIC X(15).
