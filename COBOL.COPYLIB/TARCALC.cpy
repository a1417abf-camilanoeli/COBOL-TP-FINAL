      *****************************************************************
      * COPYBOOK: TARCALC                                             *
      * PROPOSITO: AREA DE COMUNICACION CON EL SUBPROGRAMA MULTARIF,  *
      *            QUE CALCULA LA MULTA POR ATRASO DE UN PRESTAMO     *
      *            CON EL TARIFARIO VIGENTE A LA FECHA DE PROCESO.    *
      *            EL LLAMADOR CARGA LOS DATOS DEL PRESTAMO Y LA      *
      *            MULTA DIARIA POR DEFECTO (CONST-MULTA-DIA) Y       *
      *            RECIBE LA MULTA DIARIA APLICADA Y EL IMPORTE YA    *
      *            TOPEADO. TODOS LOS PROGRAMAS QUE PROYECTAN O       *
      *            GENERAN MULTAS USAN ESTA MISMA RUTINA, ASI EL      *
      *            AVISO AL SOCIO COINCIDE CON LO QUE SE LE COBRA.    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * DATOS DE ENTRADA
      *
           05  TRC-FECHA-PROCESO       PIC X(10).
           05  TRC-USR-CATEGORIA       PIC X(1).
           05  TRC-PRE-TIPO            PIC X(1).
           05  TRC-LIB-CODIGO          PIC X(10).
           05  TRC-PRECIO-REPOSICION   PIC 9(7)V99.
           05  TRC-DIAS-ATRASO         PIC S9(6).
           05  TRC-MULTA-DIA-DEFECTO   PIC 9(3)V99.
      *
      * RESULTADOS DEL CALCULO
      *
           05  TRC-MULTA-DIA           PIC 9(5)V99.
           05  TRC-IMPORTE             PIC 9(7)V99.
           05  TRC-SW-TARIFA           PIC X(1).
               88  TRC-CON-TARIFA      VALUE 'S'.
           05  TRC-SW-RECARGO          PIC X(1).
               88  TRC-CON-RECARGO     VALUE 'S'.
           05  TRC-SW-TOPE             PIC X(1).
               88  TRC-TOPE-APLICADO   VALUE 'S'.
