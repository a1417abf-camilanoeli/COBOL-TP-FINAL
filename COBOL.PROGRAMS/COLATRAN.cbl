      *            ORDEN DE LA OPERATORIA DE MOSTRADOR.                *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.3                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - AL APLICAR LO RETENIDO, LAS       *
      *   EXTEND EN VEZ DE PISARLO: LO QUE EL MOSTRADOR DEPOSITO       *
      *   ENTRE LA LIBERACION DEL SEMAFORO Y ESTA CORRIDA SE CONSERVA  *
      *   Y SE APLICA EN LA MISMA PASADA.                              *
      * 15/10/2026 CNA VERSION 1.2 - SE AGREGA LA COLA DE ANULACIONES  *
      *   DE RECIBOS (ANULREC), QUE SE APLICA DESPUES DE LOS COBROS.   *
      * 15/10/2026 CNA VERSION 1.3 - SE AGREGA LA COLA DE RESERVAS DE  *
      *   SALAS DE ESTUDIO (SALARESV).                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLATRAN.
               VALUE 'TRANPRES.DATCOLAPRES.DATPRESTMOV'.
           05  FILLER              PIC X(32)
               VALUE 'TRANPAGO.DATCOLAPAGO.DATMULPAGO '.
           05  FILLER              PIC X(32)
               VALUE 'TRANANUL.DATCOLAANUL.DATANULREC '.
           05  FILLER              PIC X(32)
               VALUE 'TRANRES.DAT COLARES.DAT RESVMANT'.
           05  FILLER              PIC X(32)
               VALUE 'TRANSLIB.DATCOLATRAS.DATTRANSLIB'.
           05  FILLER              PIC X(32)
               VALUE 'TRANAJUS.DATCOLAAJUS.DATMULAJUST'.
           05  FILLER              PIC X(32)
               VALUE 'TRANSALA.DATCOLASALA.DATSALARESV'.
       01  WS-TABLA-COLAS-R REDEFINES WS-TABLA-COLAS.
           05  WS-COLA OCCURS 9 TIMES.
               10  WS-COL-TRAN         PIC X(12).
               10  WS-COL-COLA         PIC X(12).
               10  WS-COL-PROGRAMA     PIC X(8).
       01  WS-CANT-COLAS               PIC 9(2)  VALUE 09.
       01  WS-IX-COLA                  PIC 9(2)  VALUE ZERO.

       01  WS-NOMBRE-ORIGEN            PIC X(12).
