      *****************************************************************
      * COPYBOOK: ACCLOG                                              *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL LOG DE ACCESOS DENEGADOS   *
      *            (ACCLOG.DAT). PERMVAL GRABA UN REGISTRO POR CADA   *
      *            TRANSACCION RECHAZADA POR LA MATRIZ DE PERMISOS:   *
      *            PROGRAMA, TIPO, OPERADOR, AUTORIZANTE, CAUSA Y     *
      *            NIVELES EXIGIDO E INFORMADO. DE ESTE LOG SALE EL   *
      *            REPORTE SEMANAL RPTDENEG PARA DIRECCION.           *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL REGISTRO DE ACCESO DENEGADO
      *
           05  ACC-FECHA               PIC X(10).
           05  ACC-HORA                PIC X(8).
           05  ACC-PROGRAMA            PIC X(8).
           05  ACC-TIPO-TRANS          PIC X(1).
           05  ACC-OPERADOR            PIC X(8).
           05  ACC-AUTORIZANTE         PIC X(8).
           05  ACC-CAUSA               PIC X(1).
               88  ACC-OPERADOR-INVALIDO  VALUE 'O'.
               88  ACC-OPERADOR-NIVEL     VALUE 'N'.
               88  ACC-AUTORIZ-INVALIDO   VALUE 'A'.
               88  ACC-AUTORIZ-NIVEL      VALUE 'U'.
           05  ACC-NIVEL-EXIGIDO       PIC 9(1).
           05  ACC-NIVEL-INFORMADO     PIC 9(1).
           05  ACC-REFERENCIA          PIC X(20).
           05  FILLER                  PIC X(14).
