      *****************************************************************
      * COPYBOOK: GARMOV                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL DIARIO DE MOVIMIENTOS DE   *
      *            LAS CUENTAS DE GARANTIA (GARMOV.DAT). UN REGISTRO  *
      *            POR MOVIMIENTO CON SU PROPIO NUMERO DE COMPROBANTE *
      *            (NUMERADOR DE GARANTIAS DE CONTROL): DEPOSITO EN   *
      *            EL ALTA (USRMANT), APLICACION A UN CARGO DE        *
      *            REPOSICION (MULCALC) Y DEVOLUCION EN LA BAJA       *
      *            (USRMANT). LOS DEPOSITOS SON UN PASIVO DE LA       *
      *            UNIVERSIDAD: CIERCAJA Y CONTEXP LOS INFORMAN       *
      *            APARTE DE LOS COBROS DE MULTAS.                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL MOVIMIENTO DE GARANTIA
      *
           05  GMV-FECHA               PIC X(10).
           05  GMV-NRO-COMPROBANTE     PIC 9(8).
           05  GMV-USR-CODIGO          PIC X(10).
           05  GMV-TIPO                PIC X(1).
               88  GMV-DEPOSITO        VALUE 'D'.
               88  GMV-APLICACION      VALUE 'A'.
               88  GMV-DEVOLUCION      VALUE 'R'.
           05  GMV-IMPORTE             PIC 9(7)V99.
           05  GMV-SALDO-POSTERIOR     PIC 9(7)V99.
           05  GMV-MUL-CODIGO          PIC X(12).
           05  GMV-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(13).
