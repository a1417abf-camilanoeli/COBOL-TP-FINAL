      *            CIERRE DE CAJA DIARIO LOS CONSOLIDA POR FECHA      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.3                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *   QUE COBRO (DE FILLER): MULPAGO GRABA EL CAJERO DE LA         *
      *   TRANSACCION Y PAGOELEC UN LEGAJO DE SISTEMA, Y CIERCAJA      *
      *   EMITE CON EL EL ARQUEO POR CAJERO DEL TURNO.                 *
      * 15/10/2026 CNA VERSION 1.3 - AGREGADO EL TIPO A (CONTRAASIENTO *
      *   DE UN RECIBO ANULADO POR ANULREC) CON LOS DATOS DE LA        *
      *   ANULACION AL FINAL DEL REGISTRO: RECIBO Y FECHA ANULADOS,    *
      *   MOTIVO, SUPERVISOR AUTORIZANTE Y MARCA DE AJUSTE CONTABLE    *
      *   (EL DIA DEL RECIBO YA ESTABA INFORMADO A CONTABILIDAD). EL   *
      *   CONTRAASIENTO LLEVA SU PROPIO NUMERO DE RECIBO Y SU IMPORTE  *
      *   RESTA. EN LOS COBROS ESTOS CAMPOS VAN EN BLANCO.             *
      *
      * ESTRUCTURA PRINCIPAL DEL MOVIMIENTO DE COBRO
      *
           05  PAG-TIPO                PIC X(1).
               88  PAG-CANCELATORIO    VALUE 'T'.
               88  PAG-PARCIAL         VALUE 'P'.
               88  PAG-CONTRAASIENTO   VALUE 'A'.
           05  PAG-CANAL               PIC X(1).
               88  PAG-CANAL-MOSTRADOR VALUES 'M' ' '.
               88  PAG-CANAL-ELECTRON  VALUE 'E'.
           05  PAG-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(1).
      *
      * DATOS DE LA ANULACION (SOLO EN LOS CONTRAASIENTOS, TIPO A)
      *
           05  PAG-ANULACION.
               10  PAG-RECIBO-ANULADO  PIC 9(8).
               10  PAG-FECHA-ANULADA   PIC X(10).
               10  PAG-COD-MOTIVO      PIC X(3).
               10  PAG-AUTORIZANTE     PIC X(8).
               10  PAG-AJUSTE-CONTAB   PIC X(1).
                   88  PAG-AJUSTE-NEGATIVO VALUE 'S'.
