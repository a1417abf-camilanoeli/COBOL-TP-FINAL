      *            MULTAS Y REPORTES                                 *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 10/07/2025                                             *
      * VERSION: 1.2                                                  *
      *****************************************************************
      * MODIFICACIONES:                                               *
      * 22/08/2026 CNA VERSION 1.1 - AGREGADO EL CALENDARIO DE DIAS    *
      *   (CANTIDAD DE DIAS HABILES ENTRE DOS FECHAS). SABADOS,        *
      *   DOMINGOS Y LAS FECHAS DEL CALENDARIO NO CUENTAN COMO         *
      *   HABILES. EL CALENDARIO SE CARGA UNA SOLA VEZ POR CORRIDA.    *
      * 15/10/2026 CNA VERSION 1.2 - AGREGADA LA FUNCION DIASEM:       *
      *   DEVUELVE EN LK-DIAS EL DIA DE LA SEMANA DE LK-FECHA-1 (1     *
      *   LUNES A 7 DOMINGO), PARA LOS REPORTES QUE ABREN LA           *
      *   OPERATORIA POR DIA DE LA SEMANA.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAUTL.
           88  LK-SUMAR-HABILES    VALUE 'SUMHAB'.
           88  LK-SIG-HABIL        VALUE 'SIGHAB'.
           88  LK-DIF-HABILES      VALUE 'DIFHAB'.
           88  LK-DIA-SEMANA       VALUE 'DIASEM'.
       01  LK-FECHA-1              PIC X(10).
       01  LK-FECHA-2              PIC X(10).
       01  LK-DIAS                 PIC S9(6).
                   PERFORM 4000-SIGUIENTE-HABIL THRU 4000-EXIT
               WHEN LK-DIF-HABILES
                   PERFORM 5000-DIFERENCIA-HABILES THRU 5000-EXIT
               WHEN LK-DIA-SEMANA
                   PERFORM 6000-DIA-SEMANA THRU 6000-EXIT
               WHEN OTHER
                   MOVE SPACES TO LK-FECHA-2
                   MOVE ZERO   TO LK-DIAS
       5100-EXIT.
           EXIT.

      *****************************************************************
      * DEVUELVE EN LK-DIAS EL DIA DE LA SEMANA DE LK-FECHA-1, DE 1    *
      * (LUNES) A 7 (DOMINGO), CON EL MISMO CALENDARIO INTERNO QUE     *
      * USA 8500-ES-DIA-HABIL.                                         *
      *****************************************************************
       6000-DIA-SEMANA.
           PERFORM 9000-TEXTO-A-FECHA THRU 9000-EXIT.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-AAAAMMDD).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-FECHA-ENTERO, 7).
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           MOVE WS-DIA-SEMANA TO LK-DIAS.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * CARGA EL CALENDARIO DE FERIADOS LA PRIMERA VEZ QUE SE PIDE     *
      * UNA FUNCION EN DIAS HABILES. SI EL ARCHIVO NO EXISTE, SOLO     *
