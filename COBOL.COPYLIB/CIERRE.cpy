      *            DIAS ANTERIORES CON EL ARQUEO DE ESE DIA           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *   ASIENTOS DE CONTEXP SOLO TOMA LOS CIERRES SIN MARCAR Y LOS   *
      *   MARCA AL EXPORTAR, PARA NO INFORMAR DOS VECES EL MISMO DIA   *
      *   SI EL JOB SE CORRE DE NUEVO.                                 *
      * 15/10/2026 CNA VERSION 1.2 - AGREGADO EL IMPORTE DE LOS        *
      *   RECIBOS ANULADOS EN EL DIA (CONTRAASIENTOS DE ANULREC), QUE  *
      *   NO FORMA PARTE DEL TOTAL COBRADO. OCUPA TODO EL FILLER.      *
      *
      * ESTRUCTURA PRINCIPAL DEL CIERRE DE CAJA
      *
           05  CIE-SALDO-PENDIENTE     PIC 9(9)V99.
           05  CIE-MARCA-CONTAB        PIC X(1).
               88  CIE-INFORMADO       VALUE 'C'.
           05  CIE-IMPORTE-ANULADO     PIC 9(7)V99.
