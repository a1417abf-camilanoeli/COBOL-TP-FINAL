      *            EXCEPTUADOS.                                        *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 15/10/2026 CNA VERSION 1.1 - LA ETAPA B EXCEPTUA AL EXTERNO    *
      *   CON SALDO DE GARANTIA ACTIVA: SU BAJA QUEDA PARA USRMANT,    *
      *   QUE LIQUIDA Y DEVUELVE LA GARANTIA.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURUSR.
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-MULTA.

           SELECT ARCH-GARANTIA       ASSIGN TO "GARANTIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GAR-USR-CODIGO
                  FILE STATUS IS WS-FS-GARANTIA.

           SELECT ARCH-RECIENTES      ASSIGN TO "DEPWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       01  REG-MULTA.
           COPY MULTA.

       FD  ARCH-GARANTIA.
       01  REG-GARANTIA.
           COPY GARANTIA.

       FD  ARCH-RECIENTES.
       01  REG-RECIENTES.
           05  REC-USR-CODIGO          PIC X(10).
       01  WS-FS-PRESTAMO              PIC X(2).
       01  WS-FS-HISTORICO             PIC X(2).
       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-GARANTIA              PIC X(2).
       01  WS-FS-RECIENTES             PIC X(2).
       01  WS-FS-CANDIDATOS            PIC X(2).
       01  WS-FS-AVISOS                PIC X(2).
           05  WS-SW-SIN-HISTORICO     PIC X(1)  VALUE 'N'.
           05  WS-SW-OPERO-RECIENTE    PIC X(1)  VALUE 'N'.
           05  WS-SW-MULTA-PENDIENTE   PIC X(1)  VALUE 'N'.
           05  WS-SW-SIN-ARCH-GARANTIA PIC X(1)  VALUE 'N'.
           05  WS-SW-GARANTIA-SALDO    PIC X(1)  VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-CONT-AVISADOS        PIC 9(6)  VALUE ZERO.
           OPEN I-O   ARCH-USUARIO.
           OPEN INPUT ARCH-PRESTAMO.
           OPEN INPUT ARCH-MULTA.
           OPEN INPUT ARCH-GARANTIA.
           IF WS-FS-GARANTIA NOT = '00'
               MOVE 'S' TO WS-SW-SIN-ARCH-GARANTIA
           END-IF.
           OPEN OUTPUT ARCH-SALIDA.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ETAPA B: POR CADA CANDIDATO AVISADO, SI YA PASO EL PLAZO Y NO  *
      * VOLVIO A OPERAR DESDE EL AVISO, SE APLICA LA BAJA CON SU       *
      * FECHA; CASO CONTRARIO QUEDA EXCEPTUADO. EL EXTERNO CON SALDO   *
      * DE GARANTIA TAMBIEN QUEDA EXCEPTUADO: SU BAJA SE HACE POR      *
      * USRMANT, QUE LIQUIDA LA GARANTIA Y EMITE EL COMPROBANTE.       *
      *****************************************************************
       5000-ETAPA-BAJA.
           OPEN INPUT ARCH-CANDIDATOS.
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5400-BUSCAR-GARANTIA THRU 5400-EXIT.
           IF WS-SW-GARANTIA-SALDO = 'S'
               ADD 1 TO WS-CONT-EXCEPTUADOS
               STRING CAN-USR-CODIGO DELIMITED BY SIZE
                      ' EXCEPTUADO: GARANTIA CON SALDO A DEVOLVER'
                                     DELIMITED BY SIZE
                      INTO REG-SALIDA
               END-STRING
               WRITE REG-SALIDA
           ELSE
               MOVE 'B'          TO USR-ESTADO
               MOVE WS-FECHA-HOY TO USR-FECHA-BAJA
       5300-EXIT.
           EXIT.

       5400-BUSCAR-GARANTIA.
           MOVE 'N' TO WS-SW-GARANTIA-SALDO.
           IF NOT USR-EXTERNO OR WS-SW-SIN-ARCH-GARANTIA = 'S'
               GO TO 5400-EXIT
           END-IF.
           MOVE USR-CODIGO TO GAR-USR-CODIGO.
           READ ARCH-GARANTIA
               INVALID KEY
                   GO TO 5400-EXIT
           END-READ.
           IF GAR-ACTIVA AND GAR-SALDO > ZERO
               MOVE 'S' TO WS-SW-GARANTIA-SALDO
           END-IF.
       5400-EXIT.
           EXIT.

      *****************************************************************
      * BUSCA OPERATORIA DEL SOCIO POSTERIOR A LA FECHA DE REFERENCIA: *
      * UN PRESTAMO ABIERTO EN CUALQUIER MOMENTO, UN PRESTAMO          *
                 ARCH-PRESTAMO
                 ARCH-MULTA
                 ARCH-SALIDA.
           IF WS-SW-SIN-ARCH-GARANTIA = 'N'
               CLOSE ARCH-GARANTIA
           END-IF.
           DISPLAY 'DEPURUSR - ETAPA: '  PARM-ETAPA
                   ' AVISADOS: '         WS-CONT-AVISADOS
                   ' BAJADOS: '          WS-CONT-BAJADOS
