      *****************************************************************
      * COPYBOOK: FECPROC                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL ARCHIVO DE FECHA DE        *
      *            PROCESO DE LA CADENA BATCH (UN UNICO REGISTRO).    *
      *            CADENCTL LO GRABA CON LA FECHA QUE ESTA CORRIENDO  *
      *            (LA DE HOY O UNA FECHA ATRASADA QUE RECUPERA) Y LO *
      *            VACIA AL TERMINAR; EL OPERADOR PUEDE CARGARLO A    *
      *            MANO PARA CORRER SUELTO UN PASO CON FECHA PASADA.  *
      *            LOS PROGRAMAS DE LA CADENA LO LEEN CON EL          *
      *            SUBPROGRAMA FECPROC; VACIO O SIN ARCHIVO, RIGE LA  *
      *            FECHA DEL SISTEMA. LA MARCA DE ACUMULAR LA PONE    *
      *            CADENCTL EN CADA FECHA POSTERIOR A LA PRIMERA DE   *
      *            UNA MISMA CORRIDA, PARA QUE LOS PASOS AGREGUEN SUS *
      *            LISTADOS A LOS DE LA FECHA ANTERIOR EN LUGAR DE    *
      *            PISARLOS. REPRDIAR LO GRABA CON LA FECHA DE CADA   *
      *            TRAMO DEL DIARIO QUE REAPLICA Y LO VACIA AL        *
      *            TERMINAR.                                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - MARCA DE ACUMULAR LISTADOS        *
      *   (FPR-SW-ACUMULAR).                                           *
      * 15/10/2026 CNA VERSION 1.2 - TAMBIEN LO GRABA REPRDIAR AL      *
      *   REAPLICAR EL DIARIO.                                         *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DE FECHA DE PROCESO
      *
           05  FPR-FECHA-PROCESO       PIC X(10).
           05  FPR-PROGRAMA            PIC X(8).
           05  FPR-SW-ACUMULAR         PIC X(1).
               88  FPR-ACUMULAR        VALUE 'S'.
           05  FILLER                  PIC X(9).
