      *****************************************************************
      * COPYBOOK: PRECLOG                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS PARA EL LOG DE REVALORIZACION  *
      *            DE PRECIOS DE REPOSICION (PRECACT): UN REGISTRO    *
      *            POR LIBRO AJUSTADO CON EL PRECIO ANTERIOR Y EL     *
      *            NUEVO, EL PORCENTAJE APLICADO, LA FECHA DE         *
      *            APLICACION Y QUIEN LO CONFIRMO                     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DE LOG
      *
           05  PRL-LIB-CODIGO          PIC X(10).
           05  PRL-CATEGORIA           PIC X(20).
           05  PRL-UBICACION           PIC X(10).
           05  PRL-PRECIO-ANTERIOR     PIC 9(5)V99.
           05  PRL-PRECIO-NUEVO        PIC 9(5)V99.
           05  PRL-PORCENTAJE          PIC 9(3)V99.
           05  PRL-FECHA-APLICACION    PIC X(10).
           05  PRL-FECHA-PROCESO       PIC X(10).
           05  PRL-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(10).
