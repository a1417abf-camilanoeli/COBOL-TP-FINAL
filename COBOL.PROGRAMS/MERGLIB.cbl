      *            CONSTANCIA EN EL LOG, EN LUGAR DE SOBRESCRIBIRLO.   *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.1                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - EXTRACTOS Y MAESTRO SE ABREN CON  *
      *   LA CLAVE ALTERNATIVA LIB-ISBN (CON DUPLICADOS) QUE CARGALIB  *
      *   MANTIENE DESDE LA INCORPORACION DEL ISBN AL MAESTRO.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGLIB.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LIB-CODIGO OF REG-EXTRACTO
                  ALTERNATE RECORD KEY IS LIB-ISBN OF REG-EXTRACTO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-EXTRACTO.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO OF REG-LIBRO
                  ALTERNATE RECORD KEY IS LIB-ISBN OF REG-LIBRO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-LOG-ERRORES    ASSIGN TO "LOGMERGE.DAT"
