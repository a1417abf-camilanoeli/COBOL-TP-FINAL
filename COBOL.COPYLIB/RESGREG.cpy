      *            RECONSTRUIR EL INDEXADO                            *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *
      * MODIFICACIONES:
      * 15/10/2026 CNA VERSION 1.1 - AMPLIADA LA IMAGEN DEL REGISTRO   *
      *   (RSG-DATOS) DE 230 A 300 BYTES POR EL CRECIMIENTO DEL        *
      *   MAESTRO DE LIBROS. LAS GENERACIONES YA GRABADAS SIGUEN       *
      *   SIENDO LEGIBLES: EL ARCHIVO ES SECUENCIAL DE LINEA Y LOS     *
      *   REGISTROS CORTOS SE COMPLETAN CON BLANCOS AL LEERSE.         *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DE RESGUARDO
               88  RSG-CABECERA        VALUE 'H'.
               88  RSG-DATO            VALUE 'D'.
               88  RSG-TRAILER         VALUE 'T'.
           05  RSG-DATOS               PIC X(300).
           05  RSG-CABECERA-R REDEFINES RSG-DATOS.
               10  RSG-CAB-FECHA       PIC X(10).
               10  FILLER              PIC X(1).
               10  RSG-CAB-ARCHIVO     PIC X(12).
               10  FILLER              PIC X(277).
           05  RSG-TRAILER-R REDEFINES RSG-DATOS.
               10  RSG-TRA-CANTIDAD    PIC 9(9).
               10  RSG-TRA-SUMA        PIC 9(13)V99.
               10  FILLER              PIC X(276).
