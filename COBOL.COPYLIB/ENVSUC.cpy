      *****************************************************************
      * COPYBOOK: ENVSUC                                              *
      * PROPOSITO: AREA DE COMUNICACION CON EL SUBPROGRAMA ENVIOSUC,  *
      *            QUE REGISTRA EN TRANSITO.DAT LOS ENVIOS DE         *
      *            EJEMPLARES ENTRE SUCURSALES. FUNCION 'ALTA  ' ABRE *
      *            UN TRANSITO (ORIGEN, DESTINO, MOTIVO Y RESERVA);   *
      *            FUNCION 'RECIBE' CIERRA EL TRANSITO ABIERTO DEL    *
      *            EJEMPLAR EN LA SEDE QUE LO RECIBE Y DEVUELVE SU    *
      *            ORIGEN, MOTIVO Y RESERVA.                          *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * DATOS DE ENTRADA
      *
           05  ENV-FUNCION             PIC X(6).
               88  ENV-ALTA            VALUE 'ALTA  '.
               88  ENV-RECIBE          VALUE 'RECIBE'.
           05  ENV-LIB-CODIGO          PIC X(10).
           05  ENV-NRO-EJEMPLAR        PIC 9(4).
           05  ENV-SUC-ORIGEN          PIC X(10).
           05  ENV-SUC-DESTINO         PIC X(10).
           05  ENV-MOTIVO              PIC X(1).
           05  ENV-RES-LIB-CODIGO      PIC X(10).
           05  ENV-RES-NRO-SECUENCIA   PIC 9(6).
           05  ENV-FECHA               PIC X(10).
           05  ENV-PROGRAMA            PIC X(8).
           05  ENV-OPERADOR            PIC X(8).
      *
      * DATOS DE SALIDA (EN LA RECEPCION, ORIGEN, MOTIVO Y RESERVA
      * VUELVEN CARGADOS DESDE EL TRANSITO CERRADO)
      *
           05  ENV-RESULTADO           PIC X(1).
               88  ENV-OK              VALUE 'S'.
               88  ENV-ERROR           VALUE 'N'.
           05  ENV-MENSAJE             PIC X(60).
