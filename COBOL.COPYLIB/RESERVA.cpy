      *            LIBROS SIN STOCK DISPONIBLE (FIFO POR LIBRO)       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 28/07/2025                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              FILLER, LA LONGITUD NO CAMBIA),   *
      *                              DESDE LA QUE SE CUENTA EL PLAZO   *
      *                              DE RETIRO.                        *
      * 15/10/2026 CNA VERSION 1.2 - AGREGADA LA SUCURSAL DE RETIRO    *
      *                              ELEGIDA POR EL SOCIO (EN BLANCO,  *
      *                              LA SEDE DEL LIBRO) Y EL ESTADO EN *
      *                              TRANSITO PARA LA RESERVA CUYO     *
      *                              EJEMPLAR YA FUE ASIGNADO Y VIAJA  *
      *                              A ESA SEDE. EL REGISTRO CRECE DE  *
      *                              47 A 70 POSICIONES CON FILLER DE  *
      *                              RESERVA (CONVERSION: RESVCONV).   *
      *
      * ESTRUCTURA PRINCIPAL DE LA RESERVA
      *
               88  RES-ATENDIDA        VALUE 'A'.
               88  RES-CANCELADA       VALUE 'C'.
               88  RES-VENCIDA         VALUE 'V'.
               88  RES-EN-TRANSITO     VALUE 'T'.
           05  RES-FECHA-NOTIFICACION  PIC X(10).
           05  RES-SUC-RETIRO          PIC X(10).
           05  FILLER                  PIC X(13).
