      *****************************************************************
      * COPYBOOK: FASCIC                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL CALENDARIO DE FASCICULOS   *
      *            DE LA HEMEROTECA (UN REGISTRO POR PUBLICACION,     *
      *            VOLUMEN Y NUMERO). PUBMANT LO GENERA ESPERADO CON  *
      *            SU FECHA PREVISTA SEGUN LA PERIODICIDAD; FASRECEP  *
      *            LO MARCA RECIBIDO CON EL EJEMPLAR DE SALA QUE DIO  *
      *            DE ALTA, Y RPTFASC CUENTA LOS RECLAMOS DE LOS      *
      *            ATRASADOS AL PROVEEDOR                             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL FASCICULO
      *
           05  FAS-CLAVE.
               10  FAS-PUB-CODIGO      PIC X(10).
               10  FAS-VOLUMEN         PIC 9(4).
               10  FAS-NUMERO          PIC 9(4).
           05  FAS-FECHA-ESPERADA      PIC X(10).
           05  FAS-ESTADO              PIC X(1).
               88  FAS-ESPERADO        VALUE 'E'.
               88  FAS-RECIBIDO        VALUE 'R'.
      *
      * ORIGEN: PREVISTO EN EL CALENDARIO O RECIBIDO SIN ESTARLO
      * (SUPLEMENTOS, NUMEROS ESPECIALES)
      *
           05  FAS-ORIGEN              PIC X(1).
               88  FAS-DE-CALENDARIO   VALUE 'C'.
               88  FAS-FUERA-CALENDARIO VALUE 'X'.
           05  FAS-FECHA-RECEPCION     PIC X(10).
           05  FAS-NRO-EJEMPLAR        PIC 9(4).
           05  FAS-CANT-RECLAMOS       PIC 9(2).
           05  FAS-FECHA-ULT-RECLAMO   PIC X(10).
           05  FILLER                  PIC X(10).
