      * PROPOSITO: ESTRUCTURA DE DATOS PARA LIBROS                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 04/07/2025                                             *
      * VERSION: 1.5                                                  *
      *
      * MODIFICACIONES:
      * 09/08/2026 CNA VERSION 1.1 - AGREGADO LIB-COD-ORIGEN-TRASLADO  *
      * 22/08/2026 CNA VERSION 1.2 - AGREGADO EL PRECIO DE REPOSICION  *
      *   (DE FILLER), BASE DEL CARGO QUE SE LE GENERA AL SOCIO        *
      *   CUANDO UN EJEMPLAR SE DECLARA PERDIDO.                       *
      * 15/10/2026 CNA VERSION 1.3 - AGREGADO LIB-ISBN (ISBN-13 SIN    *
      *   GUIONES, EN BLANCO SI EL TITULO NO LO TIENE CARGADO), CLAVE  *
      *   ALTERNATIVA CON DUPLICADOS DEL MAESTRO, Y AMPLIADO EL FILLER *
      *   DE RESERVA. EL REGISTRO PASA DE 222 A 300 BYTES (CONVERSION  *
      *   POR UNICA VEZ CON LIBCONV).                                  *
      * 15/10/2026 CNA VERSION 1.4 - AGREGADO LIB-FECHA-ACT-PRECIO (DE *
      *   FILLER): FECHA DE APLICACION DE LA ULTIMA REVALORIZACION DEL *
      *   PRECIO DE REPOSICION HECHA POR PRECACT, EN BLANCO SI EL      *
      *   PRECIO NUNCA SE AJUSTO. SIN CAMBIO DE LARGO DEL REGISTRO.    *
      * 15/10/2026 CNA VERSION 1.5 - AGREGADAS LA CLASIFICACION CDU    *
      *   DEL TITULO Y SU SIGNATURA TOPOGRAFICA (DE FILLER), QUE CARGA *
      *   LIBMANT (Y OPCIONALMENTE CARGALIB EN EL ALTA). LA SIGNATURA  *
      *   ES LO QUE VA EN LA ETIQUETA DE LOMO QUE IMPRIME ETIQGEN; EN  *
      *   BLANCO, TITULO TODAVIA NO CLASIFICADO. SIN CAMBIO DE LARGO.  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL LIBRO
               88  LIB-BAJA            VALUE 'B'.
           05  LIB-COD-ORIGEN-TRASLADO PIC X(10).
           05  LIB-PRECIO-REPOSICION   PIC 9(5)V99.
           05  LIB-ISBN                PIC X(13).
           05  LIB-FECHA-ACT-PRECIO    PIC X(10).
           05  LIB-CDU                 PIC X(20).
           05  LIB-SIGNATURA           PIC X(20).
           05  FILLER                  PIC X(21).
