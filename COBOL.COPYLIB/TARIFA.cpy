      *****************************************************************
      * COPYBOOK: TARIFA                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL TARIFARIO DE MULTAS POR    *
      *            ATRASO (MANTENIDO POR TARIMANT). UNA TARIFA POR    *
      *            CATEGORIA DE SOCIO, TIPO DE PRESTAMO Y FECHA DE    *
      *            ENTRADA EN VIGENCIA, CON FECHA HASTA OPCIONAL,     *
      *            RECARGO PORCENTUAL PARA LOS TITULOS CON            *
      *            BIBLIOGRAFIA DE CATEDRA VIGENTE Y TOPE DE MULTA    *
      *            POR PRESTAMO. MULTARIF RESUELVE LA TARIFA QUE      *
      *            RIGE A LA FECHA DE PROCESO; SIN TARIFA VIGENTE     *
      *            SE APLICA CONST-MULTA-DIA SIN RECARGO NI TOPE.     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA TARIFA
      *
           05  TAR-CLAVE.
               10  TAR-USR-CATEGORIA   PIC X(1).
               10  TAR-PRE-TIPO        PIC X(1).
               10  TAR-FECHA-DESDE     PIC X(10).
           05  TAR-FECHA-HASTA         PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-MULTA-DIA           PIC 9(3)V99.
           05  TAR-PORC-RECARGO-CAT    PIC 9(3).
           05  TAR-TIPO-TOPE           PIC X(1).
               88  TAR-SIN-TOPE        VALUE ' '.
               88  TAR-TOPE-REPOSICION VALUE 'R'.
               88  TAR-TOPE-IMPORTE    VALUE 'I'.
               88  TAR-TOPE-VALIDO     VALUES ' ' 'R' 'I'.
           05  TAR-IMPORTE-TOPE        PIC 9(7)V99.
           05  TAR-ESTADO              PIC X(1).
               88  TAR-ACTIVA          VALUE 'A'.
               88  TAR-BAJA            VALUE 'B'.
           05  FILLER                  PIC X(10).
