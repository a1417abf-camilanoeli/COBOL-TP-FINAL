      *            SIN CONSULTAR DIRECTAMENTE ESTE SISTEMA.            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - STOP RUN PASA A GOBACK PARA QUE  *
      *   EL PROGRAMA PUEDA CORRER COMO PASO DE LA CADENA NOCTURNA    *
      *   ORQUESTADA POR CADENCTL, SIN CAMBIOS CUANDO CORRE SUELTO.   *
      * 15/10/2026 CNA VERSION 1.2 - EL FEED PUBLICA EL ISBN-13 DEL   *
      *   TITULO COMO ULTIMO CAMPO DEL RENGLON (VACIO SI EL LIBRO NO  *
      *   LO TIENE CARGADO), Y EL RENGLON PASA A 170 POSICIONES.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCAT.
           COPY LIBRO.

       FD  ARCH-FEED.
       01  REG-FEED                   PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-FS-LIBRO                PIC X(2).

      *****************************************************************
      * ARMA UN RENGLON DEL FEED CON LOS CAMPOS QUE CONSUME EL         *
      * CATALOGO WEB: CODIGO, TITULO, AUTOR, CATEGORIA, STOCK          *
      * DISPONIBLE E ISBN, SEPARADOS POR COMA.                         *
      *****************************************************************
       2100-EXPORTAR-LIBRO.
           MOVE SPACES TO REG-FEED.
                  FUNCTION TRIM(LIB-CATEGORIA)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  LIB-STOCK-DISPONIBLE          DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  LIB-ISBN                      DELIMITED BY SPACE
                  INTO REG-FEED
           END-STRING.
           WRITE REG-FEED.
