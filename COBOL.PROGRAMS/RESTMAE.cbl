      *            RESTAURA Y TERMINA CON CODIGO DE ERROR.             *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.2                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - EL MAESTRO DE LIBROS SE           *
      *   RECONSTRUYE CON SU CLAVE ALTERNATIVA LIB-ISBN (CON           *
      *   DUPLICADOS). UNA GENERACION GRABADA ANTES DEL ISBN SE        *
      *   RESTAURA IGUAL, CON EL ISBN EN BLANCO.                       *
      * 15/10/2026 CNA VERSION 1.2 - SE RESTAURAN TAMBIEN TRANSITO     *
      *   (NOMBRE CORTO TRANSITO) Y RESSALA (CON SU CLAVE ALTERNATIVA  *
      *   RSA-USR-CODIGO). UNA GENERACION GRABADA ANTES NO TRAE ESOS   *
      *   DOS ARCHIVOS.                                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTMAE.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-EJEMPLAR       ASSIGN TO "EJEMPLAR.DAT"
                  RECORD KEY IS CTL-CLAVE
                  FILE STATUS IS WS-FS-CONTROL.

           SELECT ARCH-TRANSITO       ASSIGN TO "TRANSITO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-CLAVE
                  FILE STATUS IS WS-FS-TRANSITO.

           SELECT ARCH-RESSALA        ASSIGN TO "RESSALA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RSA-CLAVE
                  ALTERNATE RECORD KEY IS RSA-USR-CODIGO
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-RESSALA.

           SELECT ARCH-SALIDA         ASSIGN TO "SALREST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-SALIDA.
       01  REG-CONTROL.
           COPY CONTROL.

       FD  ARCH-TRANSITO.
       01  REG-TRANSITO.
           COPY TRANSITO.

       FD  ARCH-RESSALA.
       01  REG-RESSALA.
           COPY RESSALA.

       FD  ARCH-SALIDA.
       01  REG-SALIDA                  PIC X(80).

       01  WS-FS-MULTA                 PIC X(2).
       01  WS-FS-SANCION               PIC X(2).
       01  WS-FS-CONTROL               PIC X(2).
       01  WS-FS-TRANSITO              PIC X(2).
       01  WS-FS-RESSALA               PIC X(2).
       01  WS-FS-SALIDA                PIC X(2).

       01  WS-SWITCHES.
               VALUE 'SANCSANCION SANCION.DAT '.
           05  FILLER              PIC X(24)
               VALUE 'CTRLCONTROL CONTROL.DAT '.
           05  FILLER              PIC X(24)
               VALUE 'TRANTRANSITOTRANSITO.DAT'.
           05  FILLER              PIC X(24)
               VALUE 'RSALRESSALA RESSALA.DAT '.
       01  WS-TABLA-MAESTROS-R REDEFINES WS-TABLA-MAESTROS.
           05  WS-MAESTRO OCCURS 10 TIMES.
               10  WS-MAE-TAG          PIC X(4).
               10  WS-MAE-CORTO        PIC X(8).
               10  WS-MAE-ARCHIVO      PIC X(12).
       01  WS-CANT-MAESTROS            PIC 9(2)  VALUE 10.
       01  WS-IX-MAESTRO               PIC 9(2)  VALUE ZERO.

       01  WS-TAG-ARCHIVO              PIC X(4).
               WHEN 'CTRL'
                   OPEN OUTPUT ARCH-CONTROL
                   MOVE WS-FS-CONTROL TO WS-FS-MAESTRO
               WHEN 'TRAN'
                   OPEN OUTPUT ARCH-TRANSITO
                   MOVE WS-FS-TRANSITO TO WS-FS-MAESTRO
               WHEN 'RSAL'
                   OPEN OUTPUT ARCH-RESSALA
                   MOVE WS-FS-RESSALA TO WS-FS-MAESTRO
           END-EVALUATE.
       7200-EXIT.
           EXIT.
               WHEN 'CTRL'
                   MOVE RSG-DATOS TO REG-CONTROL
                   WRITE REG-CONTROL
               WHEN 'TRAN'
                   MOVE RSG-DATOS TO REG-TRANSITO
                   WRITE REG-TRANSITO
               WHEN 'RSAL'
                   MOVE RSG-DATOS TO REG-RESSALA
                   WRITE REG-RESSALA
           END-EVALUATE.
       7300-EXIT.
           EXIT.
                   CLOSE ARCH-SANCION
               WHEN 'CTRL'
                   CLOSE ARCH-CONTROL
               WHEN 'TRAN'
                   CLOSE ARCH-TRANSITO
               WHEN 'RSAL'
                   CLOSE ARCH-RESSALA
           END-EVALUATE.
       7400-EXIT.
           EXIT.
