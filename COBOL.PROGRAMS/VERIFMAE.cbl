      *            REPORTE DE TODO LO ENCONTRADO.                      *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.6                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - EL ESTADO CARNET VENCIDO DEL      *
      *   DEL MAESTRO DE EJEMPLARES SE SUMA A LOS VALORES VALIDOS.     *
      * 22/08/2026 CNA VERSION 1.4 - EL ESTADO EN TALLER DEL MAESTRO   *
      *   DE EJEMPLARES SE SUMA A LOS VALORES VALIDOS.                 *
      * 15/10/2026 CNA VERSION 1.5 - LA CATEGORIA EXTERNO DEL MAESTRO  *
      *   DE USUARIOS ES VALIDA.                                       *
      * 15/10/2026 CNA VERSION 1.6 - EL ESTADO EN TRANSITO DE          *
      *   EJEMPLARES Y DE RESERVAS SE SUMA A LOS VALORES VALIDOS.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFMAE.
           END-IF.
           IF NOT (EJE-DISPONIBLE OR EJE-PRESTADO OR EJE-FUERA-CIRC
                   OR EJE-PERDIDO OR EJE-RESERVADO
                   OR EJE-PRESTAMO-INST OR EJE-EN-TALLER
                   OR EJE-EN-TRANSITO)
               MOVE 'ESTADO DE EJEMPLAR INVALIDO'
                   TO WS-DETALLE-PROBLEMA
               PERFORM 1200-ANOTAR-PROBLEMA THRU 1200-EXIT
               MOVE 'CLAVE VACIA' TO WS-DETALLE-PROBLEMA
               PERFORM 1200-ANOTAR-PROBLEMA THRU 1200-EXIT
           END-IF.
           IF NOT (USR-ESTUDIANTE OR USR-DOCENTE OR USR-EXTERNO)
               MOVE 'CATEGORIA DE USUARIO INVALIDA'
                   TO WS-DETALLE-PROBLEMA
               PERFORM 1200-ANOTAR-PROBLEMA THRU 1200-EXIT
               PERFORM 1200-ANOTAR-PROBLEMA THRU 1200-EXIT
           END-IF.
           IF NOT (RES-PENDIENTE OR RES-NOTIFICADA OR RES-ATENDIDA
                   OR RES-CANCELADA OR RES-VENCIDA OR RES-EN-TRANSITO)
               MOVE 'ESTADO DE RESERVA INVALIDO'
                   TO WS-DETALLE-PROBLEMA
               PERFORM 1200-ANOTAR-PROBLEMA THRU 1200-EXIT
