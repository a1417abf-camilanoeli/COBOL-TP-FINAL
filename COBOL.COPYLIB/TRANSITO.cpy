      *****************************************************************
      * COPYBOOK: TRANSITO                                            *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LOS EJEMPLARES EN TRANSITO  *
      *            ENTRE SUCURSALES (TRANSITO.DAT). UN REGISTRO POR   *
      *            EJEMPLAR CON SU ULTIMO VIAJE: ORIGEN, DESTINO,     *
      *            MOTIVO (VUELTA A SU SEDE O RESERVA A RETIRAR EN    *
      *            OTRA SEDE), FECHAS DE ALTA, DESPACHO Y RECEPCION.  *
      *            LO GRABA ENVIOSUC; REMITSUC ARMA EL REMITO DIARIO  *
      *            POR SUCURSAL Y RPTTRAN LISTA LOS DEMORADOS. LA     *
      *            HISTORIA DE VIAJES QUEDA EN EJELOG.DAT.            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL TRANSITO
      *
           05  TRN-CLAVE.
               10  TRN-LIB-CODIGO      PIC X(10).
               10  TRN-NRO-EJEMPLAR    PIC 9(4).
           05  TRN-SUC-ORIGEN          PIC X(10).
           05  TRN-SUC-DESTINO         PIC X(10).
           05  TRN-MOTIVO              PIC X(1).
               88  TRN-VUELTA-A-SEDE   VALUE 'D'.
               88  TRN-POR-RESERVA     VALUE 'R'.
           05  TRN-RES-CLAVE.
               10  TRN-RES-LIB-CODIGO  PIC X(10).
               10  TRN-RES-NRO-SECUENCIA PIC 9(6).
           05  TRN-ESTADO              PIC X(1).
               88  TRN-A-DESPACHAR     VALUE 'P'.
               88  TRN-EN-CAMINO       VALUE 'E'.
               88  TRN-RECIBIDO        VALUE 'R'.
           05  TRN-FECHA-ALTA          PIC X(10).
           05  TRN-FECHA-DESPACHO      PIC X(10).
           05  TRN-FECHA-RECEPCION     PIC X(10).
           05  TRN-PROGRAMA            PIC X(8).
           05  TRN-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(12).
