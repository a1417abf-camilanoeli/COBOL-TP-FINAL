      *            ORDEN PARA SALTAR LO YA PROCESADO.                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 29/07/2025                                             *
      * VERSION: 2.0                                                  *
      *                                                                *
      * MODIFICACIONES:                                                *
      * 31/07/2025 CNA VERSION 1.1 - CHECKPOINT/REINICIO: CADA         *
      * 22/08/2026 CNA VERSION 1.6 - LAS CONSTANTES DE NEGOCIO SE      *
      *   RESUELVEN AL INICIALIZAR CON PARMLEE SOBRE EL ARCHIVO DE     *
      *   PARAMETROS, SIN RECOMPILAR.                                  *
      * 15/10/2026 CNA VERSION 1.7 - LA TRANSACCION DE ALTA LLEVA AL   *
      *   FINAL EL ISBN DEL TITULO (OPCIONAL, ISBN-10 O ISBN-13, CON O *
      *   SIN GUIONES). SE VALIDA EL DIGITO VERIFICADOR CON ISBNVAL,   *
      *   EL ISBN-10 SE CONVIERTE A ISBN-13 Y SE RECHAZA EL ISBN QUE   *
      *   YA ESTA CARGADO EN OTRO LIBRO (CLAVE ALTERNATIVA LIB-ISBN).  *
      * 15/10/2026 CNA VERSION 1.8 - EL ALTA DEJA EN BLANCO LA FECHA   *
      *   DE LA ULTIMA REVALORIZACION DEL PRECIO                       *
      *   (LIB-FECHA-ACT-PRECIO), QUE SOLO GRABA PRECACT.              *
      * 15/10/2026 CNA VERSION 1.9 - LA TRANSACCION DE ALTA LLEVA AL   *
      *   FINAL LA CLASIFICACION CDU Y LA SIGNATURA TOPOGRAFICA DEL    *
      *   TITULO (OPCIONALES). SIN SIGNATURA SE ARMA CON EL NUMERO CDU *
      *   Y LAS TRES PRIMERAS LETRAS DEL AUTOR, IGUAL QUE LA           *
      *   CLASIFICACION DE LIBMANT.                                    *
      * 15/10/2026 CNA VERSION 2.0 - EL NUMERO CDU DEL ALTA SE VALIDA  *
      *   CARACTER POR CARACTER COMO EN LIBMANT.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALIB.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIB-CODIGO
                  ALTERNATE RECORD KEY IS LIB-ISBN
                      WITH DUPLICATES
                  FILE STATUS IS WS-FS-LIBRO.

           SELECT ARCH-LOG-ERRORES    ASSIGN TO WS-NOMBRE-LOG
           05  TRANS-UBICACION          PIC X(10).
           05  TRANS-USUARIO-ALTA       PIC X(8).
           05  TRANS-PRECIO-REPOS       PIC X(7).
           05  TRANS-ISBN               PIC X(17).
           05  TRANS-CDU                PIC X(20).
           05  TRANS-CDU-R REDEFINES TRANS-CDU.
               10  TRANS-CDU-CAR        PIC X(1) OCCURS 20 TIMES.
           05  TRANS-SIGNATURA          PIC X(20).

       FD  ARCH-LIBRO.
       01  REG-LIBRO.
       01  WS-FS-SUCURSAL               PIC X(2).
       01  WS-SW-SIN-ARCH-SUCURSAL      PIC X(1)  VALUE 'N'.
       01  WS-UBICACION-VALIDAR         PIC X(10).
       01  WS-IX-CDU                    PIC 9(2)  VALUE ZERO.

      *****************************************************************
      * NOMBRES DE ARCHIVO DE ESTA CORRIDA. LOS VALORES POR DEFECTO    *
       01  WS-PRECIO-REPOS-X.
           05  WS-PRECIO-REPOS-NUM      PIC 9(5)V99.

      *
      * ISBN DE LA TRANSACCION NORMALIZADO A ISBN-13 POR ISBNVAL
      *
       01  WS-ISBN-NORMALIZADO          PIC X(13).
       01  WS-ISBN-RESULTADO            PIC X(1).
           88  WS-ISBN-INVALIDO         VALUE 'E'.

       01  WS-ULTIMO-CODIGO-PROCESADO   PIC X(10)  VALUE SPACES.

       01  WS-TOTAL-CARGADOS            PIC 9(7)  VALUE ZERO.
                       MOVE MSG-ERR-006 TO WS-MENSAJE-RECHAZO
               END-READ
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2150-VALIDAR-ISBN THRU 2150-EXIT
           END-IF.
           IF NOT WS-RECHAZADO
               PERFORM 2160-VALIDAR-CLASIFICACION THRU 2160-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * EL ISBN ES OPCIONAL. SI VIENE, DEBE SER UN ISBN-10 O ISBN-13   *
      * CON DIGITO VERIFICADOR CORRECTO, Y SU FORMA ISBN-13 NO PUEDE   *
      * ESTAR YA CARGADA EN OTRO LIBRO DEL CATALOGO.                   *
      *****************************************************************
       2150-VALIDAR-ISBN.
           MOVE SPACES TO WS-ISBN-NORMALIZADO.
           IF TRANS-ISBN = SPACES
               GO TO 2150-EXIT
           END-IF.
           CALL 'ISBNVAL' USING TRANS-ISBN
                                WS-ISBN-NORMALIZADO
                                WS-ISBN-RESULTADO
           END-CALL.
           IF WS-ISBN-INVALIDO
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-092 TO WS-MENSAJE-RECHAZO
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-ISBN-NORMALIZADO TO LIB-ISBN.
           READ ARCH-LIBRO KEY IS LIB-ISBN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SW-RECHAZADO
                   MOVE MSG-ERR-093 TO WS-MENSAJE-RECHAZO
           END-READ.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * LA CLASIFICACION ES OPCIONAL EN EL ALTA (SE PUEDE CARGAR       *
      * DESPUES CON LIBMANT). SI VIENE, EL NUMERO CDU SE VALIDA COMO   *
      * EN LIBMANT: EMPIEZA CON UN DIGITO Y SOLO LLEVA DIGITOS Y LOS   *
      * SIGNOS AUXILIARES . : / ( ) - = + ". UNA SIGNATURA SIN NUMERO  *
      * CDU SE RECHAZA.                                                *
      *****************************************************************
       2160-VALIDAR-CLASIFICACION.
           IF TRANS-CDU = SPACES AND TRANS-SIGNATURA = SPACES
               GO TO 2160-EXIT
           END-IF.
           IF TRANS-CDU-CAR (1) NOT NUMERIC
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-138 TO WS-MENSAJE-RECHAZO
               GO TO 2160-EXIT
           END-IF.
           PERFORM 2170-VALIDAR-CARACTER-CDU THRU 2170-EXIT
               VARYING WS-IX-CDU FROM 2 BY 1
               UNTIL WS-IX-CDU > 20 OR WS-RECHAZADO.
       2160-EXIT.
           EXIT.

       2170-VALIDAR-CARACTER-CDU.
           IF TRANS-CDU-CAR (WS-IX-CDU) NOT NUMERIC
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = SPACE
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '.'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = ':'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '/'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '('
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = ')'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '-'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '='
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '+'
                   AND TRANS-CDU-CAR (WS-IX-CDU) NOT = '"'
               MOVE 'S' TO WS-SW-RECHAZADO
               MOVE MSG-ERR-138 TO WS-MENSAJE-RECHAZO
           END-IF.
       2170-EXIT.
           EXIT.

      *****************************************************************
      * DEJA CONSTANCIA DE LA TRANSACCION RECHAZADA EN EL ARCHIVO DE   *
      * AUDITORIA, CON EL CODIGO DE LIBRO Y EL TEXTO COMPLETO DEL      *
               MOVE TRANS-PRECIO-REPOS  TO WS-PRECIO-REPOS-X
               MOVE WS-PRECIO-REPOS-NUM TO LIB-PRECIO-REPOSICION
           END-IF.
           MOVE WS-ISBN-NORMALIZADO  TO LIB-ISBN.
           MOVE SPACES               TO LIB-FECHA-ACT-PRECIO.
           MOVE TRANS-CDU            TO LIB-CDU.
           MOVE SPACES               TO LIB-SIGNATURA.
           IF TRANS-SIGNATURA NOT = SPACES
               MOVE TRANS-SIGNATURA  TO LIB-SIGNATURA
           ELSE
               IF TRANS-CDU NOT = SPACES
                   STRING TRANS-CDU         DELIMITED BY SPACE
                          ' '               DELIMITED BY SIZE
                          TRANS-AUTOR (1:3) DELIMITED BY SIZE
                          INTO LIB-SIGNATURA
                   END-STRING
               END-IF
           END-IF.
           WRITE REG-LIBRO.
           ADD 1 TO WS-TOTAL-CARGADOS.
       2600-EXIT.
