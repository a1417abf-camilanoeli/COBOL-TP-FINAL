      *            DIRECCION (UN REGISTRO POR SOCIO)                  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      * 15/10/2026 CNA VERSION 1.1 - AGREGADO EL RECUENTO DE AUSENCIAS *
      *                              A TURNOS DE SALAS DE ESTUDIO      *
      *                              RESERVADOS Y NO CANCELADOS DENTRO *
      *                              DE LA VENTANA MOVIL (OCUPA EL     *
      *                              FILLER, LA LONGITUD NO CAMBIA).   *
      *                              SANCALC LO SUMA A LOS ATRASOS     *
      *                              CONTRA EL TOPE DE                 *
      *                              INCUMPLIMIENTOS.                  *
      *
      * ESTRUCTURA PRINCIPAL DE LA SANCION
      *
           05  SAN-USR-CODIGO          PIC X(10).
               88  SAN-LEVANTADA       VALUE 'L'.
           05  SAN-MOTIVO-LEVANTA      PIC X(30).
           05  SAN-AUTORIZANTE         PIC X(8).
           05  SAN-CANT-AUSENCIAS      PIC 9(3).
           05  FILLER                  PIC X(7).
