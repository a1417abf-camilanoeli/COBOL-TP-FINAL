      *****************************************************************
      * COPYBOOK: PUBPER                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL MAESTRO DE PUBLICACIONES   *
      *            PERIODICAS DE LA HEMEROTECA (UN REGISTRO POR       *
      *            TITULO SUSCRIPTO): PERIODICIDAD, PROVEEDOR,        *
      *            VIGENCIA DE LA SUSCRIPCION Y SUCURSAL. EL CODIGO   *
      *            ES TAMBIEN EL DEL REGISTRO DE LIBRO QUE AGRUPA LOS *
      *            FASCICULOS RECIBIDOS COMO EJEMPLARES. EL ULTIMO    *
      *            VOLUMEN, NUMERO Y FECHA GENERADOS MARCAN HASTA     *
      *            DONDE LLEGA EL CALENDARIO DE FASCICULOS            *
      *            (FASCIC.DAT) QUE ARMA PUBMANT                      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA PUBLICACION PERIODICA
      *
           05  PUB-CODIGO              PIC X(10).
           05  PUB-TITULO              PIC X(60).
           05  PUB-ISSN                PIC X(9).
           05  PUB-PERIODICIDAD        PIC X(1).
               88  PUB-SEMANAL         VALUE 'S'.
               88  PUB-QUINCENAL       VALUE 'Q'.
               88  PUB-MENSUAL         VALUE 'M'.
               88  PUB-BIMESTRAL       VALUE 'B'.
               88  PUB-TRIMESTRAL      VALUE 'T'.
               88  PUB-CUATRIMESTRAL   VALUE 'C'.
               88  PUB-SEMESTRAL       VALUE 'E'.
               88  PUB-ANUAL           VALUE 'A'.
               88  PUB-PERIODICIDAD-VALIDA
                                       VALUES 'S' 'Q' 'M' 'B' 'T'
                                              'C' 'E' 'A'.
           05  PUB-PRV-CODIGO          PIC X(10).
           05  PUB-SUC-CODIGO          PIC X(10).
           05  PUB-FECHA-DESDE         PIC X(10).
           05  PUB-FECHA-HASTA         PIC X(10).
      *
      * NUMEROS POR VOLUMEN: AL PASARLO SE ABRE EL VOLUMEN SIGUIENTE
      * DESDE EL NUMERO 1. EN CERO, NUMERACION CORRIDA SIN CAMBIO DE
      * VOLUMEN
      *
           05  PUB-NROS-POR-VOLUMEN    PIC 9(3).
           05  PUB-ULT-VOLUMEN         PIC 9(4).
           05  PUB-ULT-NUMERO          PIC 9(4).
           05  PUB-ULT-FECHA-ESPERADA  PIC X(10).
           05  PUB-ESTADO              PIC X(1).
               88  PUB-ACTIVA          VALUE 'A'.
               88  PUB-CANCELADA       VALUE 'C'.
           05  PUB-FECHA-ALTA          PIC X(10).
           05  FILLER                  PIC X(20).
