      *****************************************************************
      * COPYBOOK: CERTIF                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL REGISTRO DE CERTIFICADOS   *
      *            DE LIBRE DEUDA EMITIDOS POR LIBREDEU (UN REGISTRO  *
      *            POR CERTIFICADO, CON EL NUMERO CORRELATIVO DEL     *
      *            ARCHIVO DE CONTROL). CERTVER LO CONSULTA PARA      *
      *            VERIFICAR UN CERTIFICADO PRESENTADO.               *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL CERTIFICADO
      *
           05  CER-NUMERO              PIC 9(8).
           05  CER-USR-CODIGO          PIC X(10).
           05  CER-NOMBRE              PIC X(40).
           05  CER-CARRERA             PIC X(30).
           05  CER-FECHA-EMISION       PIC X(10).
           05  CER-ESTADO              PIC X(1).
               88  CER-EMITIDO         VALUE 'E'.
           05  FILLER                  PIC X(10).
