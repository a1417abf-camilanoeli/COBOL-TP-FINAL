      *****************************************************************
      * COPYBOOK: PALEXT                                              *
      * PROPOSITO: AREA DE COMUNICACION CON EL SUBPROGRAMA PALEXTR,   *
      *            QUE SEPARA UN TEXTO EN PALABRAS CLAVE PARA EL      *
      *            INDICE DEL CATALOGO: PASA A MAYUSCULAS, QUITA      *
      *            ACENTOS, CORTA EN SIGNOS DE PUNTUACION Y DESCARTA  *
      *            ARTICULOS, PREPOSICIONES Y PALABRAS DE UNA LETRA.  *
      *            EL ARMADO DEL INDICE (INDPALAB) Y LA CONSULTA      *
      *            (CONSPAL) USAN LA MISMA RUTINA, ASI LO QUE SE      *
      *            BUSCA SE NORMALIZA IGUAL QUE LO INDEXADO.          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * DATOS DE ENTRADA
      *
           05  PEX-TEXTO               PIC X(100).
      *
      * RESULTADOS: PALABRAS SIGNIFICATIVAS EN ORDEN DE APARICION
      * (SIN REPETIR) Y CANTIDAD DE PALABRAS DESCARTADAS
      *
           05  PEX-CANT-PALABRAS       PIC 9(2).
           05  PEX-CANT-DESCARTADAS    PIC 9(2).
           05  PEX-PALABRA             PIC X(20) OCCURS 30 TIMES.
