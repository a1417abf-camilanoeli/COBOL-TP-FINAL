      *            (VER MERGLIB PARA LA CONSOLIDACION FINAL).          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 1.1                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - EL REGISTRO DE LA TRANSACCION DE  *
      *   ALTA PASA A 249 BYTES PARA ACOMPANAR A CARGALIB: EL ISBN, LA *
      *   CLASIFICACION CDU Y LA SIGNATURA SE TRUNCABAN AL PARTICIONAR.*
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTCARG.
           05  PARM-LIMITE-TRAMO        PIC X(10).

       FD  ARCH-TRANS-LIBRO.
       01  REG-TRANS-LIBRO              PIC X(249).

       FD  ARCH-TRAMO.
       01  REG-TRAMO                    PIC X(249).

       FD  ARCH-REPORTE.
       01  REG-REPORTE                  PIC X(133).
