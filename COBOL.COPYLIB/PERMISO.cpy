      *****************************************************************
      * COPYBOOK: PERMISO                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DE LA MATRIZ DE PERMISOS POR   *
      *            NIVEL DE OPERADOR (PERMISO.DAT). CADA ENTRADA DICE *
      *            PARA UN PROGRAMA DE MOVIMIENTOS Y UN TIPO DE       *
      *            TRANSACCION EL NIVEL MINIMO DEL OPERADOR QUE LA    *
      *            CARGA Y, SI CORRESPONDE, EL DEL AUTORIZANTE. UN    *
      *            TIPO '*' VALE PARA TODAS LAS TRANSACCIONES DEL     *
      *            PROGRAMA SIN ENTRADA PROPIA. LA MANTIENE PERMMANT  *
      *            Y LA CONSULTA EL SUBPROGRAMA PERMVAL.              *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL PERMISO
      *
           05  PRM-CLAVE.
               10  PRM-PROGRAMA        PIC X(8).
               10  PRM-TIPO-TRANS      PIC X(1).
                   88  PRM-TODAS       VALUE '*'.
      *
      * NIVELES MINIMOS SEGUN OPE-NIVEL DE OPERADOR.CPY (1 CAJERO,
      * 2 SUPERVISOR, 3 DIRECCION). NIVEL DE AUTORIZANTE CERO: LA
      * TRANSACCION NO EXIGE AUTORIZANTE
      *
           05  PRM-NIVEL-OPERADOR      PIC 9(1).
           05  PRM-NIVEL-AUTORIZANTE   PIC 9(1).
           05  PRM-DESCRIPCION         PIC X(30).
           05  PRM-ESTADO              PIC X(1).
               88  PRM-ACTIVO          VALUE 'A'.
               88  PRM-BAJA            VALUE 'B'.
           05  PRM-FECHA-MODIF         PIC X(10).
           05  FILLER                  PIC X(20).
