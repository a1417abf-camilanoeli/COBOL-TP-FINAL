      *****************************************************************
      * COPYBOOK: PALABRA                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL INDICE DE PALABRAS CLAVE   *
      *            DEL CATALOGO (PALABRA.DAT): UN REGISTRO POR CADA   *
      *            PALABRA SIGNIFICATIVA DE LIB-TITULO O LIB-AUTOR Y  *
      *            CADA LIBRO QUE LA CONTIENE. LO RECONSTRUYE CADA    *
      *            NOCHE INDPALAB EN LA CADENA DE CADENCTL Y LO       *
      *            CONSULTA CONSPAL EN EL MOSTRADOR.                  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DEL INDICE
      *
           05  PAL-CLAVE.
               10  PAL-PALABRA         PIC X(20).
               10  PAL-LIB-CODIGO      PIC X(10).
           05  PAL-ORIGEN              PIC X(1).
               88  PAL-EN-TITULO       VALUE 'T'.
               88  PAL-EN-AUTOR        VALUE 'A'.
               88  PAL-EN-AMBOS        VALUE 'X'.
           05  FILLER                  PIC X(9).
