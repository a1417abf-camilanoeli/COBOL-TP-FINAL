      * PROPOSITO: ESTRUCTURA DE DATOS PARA PRESTAMOS DE LIBROS       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 30/07/2025                                             *
      * VERSION: 1.5                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              DIA, NO COMPUTA PARA EL TOPE DE   *
      *                              LIBROS DEL SOCIO Y SE CUENTA      *
      *                              APARTE EN LAS ESTADISTICAS.       *
      * 15/10/2026 CNA VERSION 1.5 - AGREGADA LA CONDICION DEL         *
      *                              EJEMPLAR AL PRESTARLO (DE         *
      *                              FILLER), PARA COMPARARLA CON LA   *
      *                              QUE INFORMA EL MOSTRADOR EN LA    *
      *                              DEVOLUCION Y COBRAR EL DANO. LOS  *
      *                              REGISTROS ANTERIORES (EN BLANCO)  *
      *                              NO GENERAN CARGO POR DANO.        *
      *
      * ESTRUCTURA PRINCIPAL DEL PRESTAMO
      *
           05  PRE-TIPO                PIC X(1).
               88  PRE-DOMICILIO       VALUES 'D' ' '.
               88  PRE-SALA            VALUE 'S'.
           05  PRE-CONDICION-PRESTAMO  PIC X(1).
           05  FILLER                  PIC X(12).
