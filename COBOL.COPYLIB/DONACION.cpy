      *****************************************************************
      * COPYBOOK: DONACION                                            *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LOS ITEMS DE CADA LOTE DE   *
      *            DONACION RECIBIDO: DONANTE Y FECHA DEL LOTE, Y     *
      *            PARA CADA ITEM LA EVALUACION (ACEPTADO E           *
      *            INCORPORADO AL FONDO, O DESTINADO A CANJE O        *
      *            DESCARTE), EL TITULO Y LOS EJEMPLARES. LO GRABA    *
      *            DONPROC, QUE ARMA CON ESTE ARCHIVO LA CARTA DE     *
      *            AGRADECIMIENTO AL DONANTE                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL ITEM DONADO
      *
           05  DNC-CLAVE.
               10  DNC-NRO-LOTE        PIC 9(8).
               10  DNC-NRO-ITEM        PIC 9(3).
           05  DNC-DON-CODIGO          PIC X(10).
           05  DNC-FECHA-LOTE          PIC X(10).
           05  DNC-SUC-CODIGO          PIC X(10).
           05  DNC-DECISION            PIC X(1).
               88  DNC-ACEPTADO        VALUE 'A'.
               88  DNC-CANJE           VALUE 'C'.
               88  DNC-DESCARTE        VALUE 'D'.
           05  DNC-LIB-CODIGO          PIC X(10).
           05  DNC-TITULO              PIC X(60).
           05  DNC-CANTIDAD            PIC 9(3).
           05  DNC-MOTIVO              PIC X(40).
           05  DNC-FECHA-PROCESO       PIC X(10).
           05  DNC-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(24).
