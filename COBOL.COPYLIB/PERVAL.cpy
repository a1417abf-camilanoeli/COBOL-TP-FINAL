      *****************************************************************
      * COPYBOOK: PERVAL                                              *
      * PROPOSITO: AREA DE COMUNICACION CON EL SUBPROGRAMA PERMVAL,   *
      *            QUE VALIDA UNA TRANSACCION DE MOVIMIENTOS CONTRA   *
      *            LA MATRIZ DE PERMISOS. EL LLAMADOR CARGA PROGRAMA, *
      *            TIPO, OPERADOR, AUTORIZANTE (SI LO HAY) Y UNA      *
      *            REFERENCIA PARA EL LOG; RECIBE EL RESULTADO Y EL   *
      *            MENSAJE DE RECHAZO.                                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - AGREGADO PVA-NIVEL-MINIMO: NIVEL  *
      *   DE OPERADOR QUE EL PROGRAMA EXIGE POR ENCIMA DE LA MATRIZ    *
      *   (PERMMANT).                                                  *
      *****************************************************************
      *
      * DATOS DE ENTRADA
      *
           05  PVA-PROGRAMA            PIC X(8).
           05  PVA-TIPO-TRANS          PIC X(1).
           05  PVA-OPERADOR            PIC X(8).
           05  PVA-AUTORIZANTE         PIC X(8).
      *
      * 'S' SI EL PROGRAMA EXIGE AUTORIZANTE AUNQUE LA MATRIZ NO LO
      * PIDA (SE TOMA NIVEL SUPERVISOR COMO MINIMO)
      *
           05  PVA-EXIGE-AUTORIZANTE   PIC X(1).
               88  PVA-CON-AUTORIZANTE VALUE 'S'.
           05  PVA-REFERENCIA          PIC X(20).
      *
      * NIVEL MINIMO DEL OPERADOR QUE IMPONE EL PROGRAMA POR ENCIMA DE
      * LA MATRIZ (CERO O NO NUMERICO: RIGE SOLO LA MATRIZ)
      *
           05  PVA-NIVEL-MINIMO        PIC 9(1).
      *
      * DATOS DE SALIDA
      *
           05  PVA-RESULTADO           PIC X(1).
               88  PVA-PERMITIDO       VALUE 'S'.
               88  PVA-DENEGADO        VALUE 'N'.
           05  PVA-SW-SIN-OPERADORES   PIC X(1).
               88  PVA-SIN-OPERADORES  VALUE 'S'.
           05  PVA-MENSAJE             PIC X(60).
