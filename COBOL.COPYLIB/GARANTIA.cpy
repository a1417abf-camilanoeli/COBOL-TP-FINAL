      *****************************************************************
      * COPYBOOK: GARANTIA                                            *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LA CUENTA DE DEPOSITO DE    *
      *            GARANTIA DE LOS SOCIOS EXTERNOS (UNA CUENTA POR    *
      *            SOCIO, CLAVE EL CODIGO DE SOCIO). USRMANT LA ABRE  *
      *            EN EL ALTA CON EL DEPOSITO Y SU RECIBO, MULCALC    *
      *            DESCUENTA DEL SALDO LOS CARGOS DE REPOSICION Y LA  *
      *            BAJA EN USRMANT DEVUELVE EL SALDO CON SU           *
      *            COMPROBANTE. CADA MOVIMIENTO QUEDA ADEMAS EN EL    *
      *            DIARIO DE GARANTIAS (GARMOV.CPY).                  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA CUENTA DE GARANTIA
      *
           05  GAR-USR-CODIGO          PIC X(10).
           05  GAR-ESTADO              PIC X(1).
               88  GAR-ACTIVA          VALUE 'A'.
               88  GAR-DEVUELTA        VALUE 'D'.
           05  GAR-FECHA-DEPOSITO      PIC X(10).
           05  GAR-NRO-RECIBO          PIC 9(8).
           05  GAR-IMPORTE-DEPOSITO    PIC 9(7)V99.
           05  GAR-IMPORTE-APLICADO    PIC 9(7)V99.
           05  GAR-SALDO               PIC 9(7)V99.
           05  GAR-FECHA-DEVOLUCION    PIC X(10).
           05  GAR-NRO-COMPROB-DEVOL   PIC 9(8).
           05  GAR-IMPORTE-DEVUELTO    PIC 9(7)V99.
           05  FILLER                  PIC X(20).
