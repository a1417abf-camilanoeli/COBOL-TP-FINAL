      *            LO ELIMINA DEL MAESTRO ACTIVO.                      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.4                                                  *
      *
      * MODIFICACIONES:
      * 09/08/2026 CNA VERSION 1.1 - EL LISTADO AHORA LLEVA EL MISMO   *
      * 22/08/2026 CNA VERSION 1.2 - LA ANTIGUEDAD MINIMA DE ARCHIVO   *
      *   SE RESUELVE AL INICIALIZAR CON PARMLEE SOBRE EL ARCHIVO DE   *
      *   PARAMETROS, SIN RECOMPILAR.                                  *
      * 15/10/2026 CNA VERSION 1.3 - EL REGISTRO DEL HISTORICO PASA A  *
      *   300 BYTES, COMO EL MAESTRO DE LIBROS CON EL ISBN. LAS LINEAS *
      *   YA ARCHIVADAS CONSERVAN SU LARGO ANTERIOR.                   *
      * 15/10/2026 CNA VERSION 1.4 - LA RESERVA EN TRANSITO CUENTA     *
      *   COMO RESERVA ACTIVA DEL LIBRO.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHLIBR.
           COPY RESERVA.

       FD  ARCH-HISTORICO.
       01  REG-HISTORICO               PIC X(300).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                 PIC X(133).
           END-READ.
           IF WS-FS-RESERVA = '00'
                   AND RES-LIB-CODIGO = LIB-CODIGO OF REG-LIBRO
                   AND (RES-PENDIENTE OR RES-NOTIFICADA
                        OR RES-EN-TRANSITO)
               MOVE 'S' TO WS-SW-TIENE-PENDIENTES
           END-IF.
       2185-EXIT.
