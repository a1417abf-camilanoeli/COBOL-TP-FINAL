      *            LA HOJA DE VIDA CRONOLOGICA DE CADA EJEMPLAR       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *
      * MODIFICACIONES:
      * 15/10/2026 CNA VERSION 1.1 - AGREGADO EL ORIGEN DEL EJEMPLAR   *
      *   EN LOS REGISTROS DE ALTA (DE FILLER): 'D' PARA LOS           *
      *   EJEMPLARES INGRESADOS POR DONACION (DONPROC), EN BLANCO EN   *
      *   LOS DEMAS.                                                   *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DE LOG
           05  EJL-FECHA-CAMBIO        PIC X(10).
           05  EJL-PROGRAMA            PIC X(8).
           05  EJL-REFERENCIA          PIC X(12).
           05  EJL-ORIGEN              PIC X(1).
               88  EJL-ORIGEN-DONACION VALUE 'D'.
           05  FILLER                  PIC X(9).
