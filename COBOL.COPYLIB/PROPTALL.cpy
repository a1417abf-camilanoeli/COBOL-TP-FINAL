      *****************************************************************
      * COPYBOOK: PROPTALL                                            *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LAS PROPUESTAS DE ENVIO A   *
      *            TALLER: EJEMPLARES QUE VOLVIERON DANADOS EN UNA    *
      *            DEVOLUCION DE PRESTMOV. RPTTALL LAS LISTA HASTA    *
      *            QUE EL EJEMPLAR SE ENVIA A REPARACION POR EJEMANT. *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA PROPUESTA DE TALLER
      *
           05  PRT-LIB-CODIGO          PIC X(10).
           05  PRT-NRO-EJEMPLAR        PIC 9(4).
           05  PRT-FECHA-PROPUESTA     PIC X(10).
           05  PRT-PRE-CODIGO          PIC X(12).
           05  PRT-USR-CODIGO          PIC X(10).
           05  PRT-CONDICION-ANTERIOR  PIC X(1).
           05  FILLER                  PIC X(10).
