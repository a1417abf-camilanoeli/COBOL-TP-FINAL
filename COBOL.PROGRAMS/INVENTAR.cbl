      *            QUE NO EXISTEN EN EL MAESTRO.                       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.1                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 15/10/2026 CNA VERSION 1.1 - EL DETALLE DE FALTANTES Y         *
      *   APARECIDOS MUESTRA LA SIGNATURA TOPOGRAFICA DEL TITULO       *
      *   (LEIDA DEL MAESTRO DE LIBROS), PARA QUE EL PERSONAL BUSQUE   *
      *   EL EJEMPLAR EN EL ESTANTE QUE CORRESPONDE.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAR.
                  RECORD KEY IS EJE-CLAVE
                  FILE STATUS IS WS-FS-EJEMPLAR.

           SELECT ARCH-LIBRO          ASSIGN TO "LIBRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LIB-CODIGO
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-TRABAJO        ASSIGN TO "INVWORK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       01  REG-EJEMPLAR.
           COPY EJEMPLAR.

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
           COPY LIBRO.

       FD  ARCH-TRABAJO.
       01  REG-TRABAJO.
           05  IVW-CODIGO-BARRA        PIC X(15).

       01  WS-FS-ESCANEOS              PIC X(2).
       01  WS-FS-EJEMPLAR              PIC X(2).
       01  WS-FS-LIBRO                 PIC X(2).
       01  WS-FS-TRABAJO               PIC X(2).
       01  WS-FS-PROPUESTAS            PIC X(2).
       01  WS-FS-REPORTE               PIC X(2).

       1000-INICIALIZAR.
           OPEN INPUT  ARCH-ESCANEOS.
           OPEN INPUT  ARCH-LIBRO.
           OPEN OUTPUT ARCH-TRABAJO.
           CLOSE ARCH-TRABAJO.
           OPEN I-O    ARCH-TRABAJO.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * SIGNATURA TOPOGRAFICA DEL TITULO DEL EJEMPLAR, PARA BUSCARLO   *
      * EN EL ESTANTE. TITULO SIN CLASIFICAR O INEXISTENTE: EN BLANCO. *
      *****************************************************************
       3250-BUSCAR-SIGNATURA.
           MOVE SPACES         TO LIN-INV-SIGNATURA.
           MOVE EJE-LIB-CODIGO TO LIB-CODIGO.
           READ ARCH-LIBRO
               INVALID KEY
                   GO TO 3250-EXIT
           END-READ.
           MOVE LIB-SIGNATURA  TO LIN-INV-SIGNATURA.
       3250-EXIT.
           EXIT.

       3300-EVALUAR-NO-ESCANEADO.
           IF EJE-DISPONIBLE OR EJE-RESERVADO
               ADD 1 TO WS-CONT-FALTANTES
               MOVE SPACES            TO LIN-INV-UBICACION
               MOVE 'FALTANTE EN ESTANTE'
                   TO LIN-INV-SITUACION
               PERFORM 3250-BUSCAR-SIGNATURA THRU 3250-EXIT
               WRITE REG-REPORTE FROM LINEA-DETALLE-INV
               PERFORM 3350-PROPONER-PERDIDO THRU 3350-EXIT
           END-IF.
                   MOVE 'APARECIDO (FIGURA PRESTADO)'
                       TO LIN-INV-SITUACION
               END-IF
               PERFORM 3250-BUSCAR-SIGNATURA THRU 3250-EXIT
               WRITE REG-REPORTE FROM LINEA-DETALLE-INV
           END-IF.
       3400-EXIT.
               MOVE IVW-UBICACION    TO LIN-INV-UBICACION
               MOVE 'SIN REGISTRO EN MAESTRO'
                   TO LIN-INV-SITUACION
               MOVE SPACES           TO LIN-INV-SIGNATURA
               WRITE REG-REPORTE FROM LINEA-DETALLE-INV
           END-IF.
           PERFORM 5100-LEER-TRABAJO THRU 5100-EXIT.
           MOVE WS-CONT-FALTANTES TO LIN-TOTAL-REGISTROS.
           WRITE REG-REPORTE FROM LINEA-TOTAL-REGISTROS.
           CLOSE ARCH-ESCANEOS
                 ARCH-LIBRO
                 ARCH-TRABAJO
                 ARCH-PROPUESTAS
                 ARCH-REPORTE.
