      *****************************************************************
      * COPYBOOK: DONANTE                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL MAESTRO DE DONANTES DE     *
      *            MATERIAL BIBLIOGRAFICO (PERSONAS, CATEDRAS Y       *
      *            EDITORIALES), DESTINATARIOS DE LA CARTA DE         *
      *            AGRADECIMIENTO DE CADA LOTE DONADO (DONMANT /      *
      *            DONPROC)                                           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL DONANTE
      *
           05  DON-CODIGO              PIC X(10).
           05  DON-NOMBRE              PIC X(40).
           05  DON-TIPO                PIC X(1).
               88  DON-PERSONA         VALUE 'P'.
               88  DON-CATEDRA         VALUE 'C'.
               88  DON-EDITORIAL       VALUE 'E'.
               88  DON-TIPO-VALIDO     VALUE 'P' 'C' 'E'.
           05  DON-CONTACTO            PIC X(40).
           05  DON-DIRECCION           PIC X(40).
           05  DON-TELEFONO            PIC X(15).
           05  DON-EMAIL               PIC X(40).
           05  DON-ESTADO              PIC X(1).
               88  DON-ACTIVO          VALUE 'A'.
               88  DON-BAJA            VALUE 'B'.
           05  DON-FECHA-ALTA          PIC X(10).
           05  DON-FECHA-ULT-LOTE      PIC X(10).
           05  DON-CANT-LOTES          PIC 9(5).
           05  FILLER                  PIC X(20).
