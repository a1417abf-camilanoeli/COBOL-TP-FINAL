      * PROPOSITO: CONSTANTES DEL SISTEMA DE BIBLIOTECA               *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 30/07/2025                                             *
      * VERSION: 3.2                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              LOS DIAS ENTRE VENCIMIENTOS DE    *
      *                              LOS PLANES DE PAGOS DE CARGOS DE  *
      *                              REPOSICION (PLANGEN / MULPAGO).   *
      * 15/10/2026 CNA VERSION 2.6 - AGREGADA LA HORA DE APERTURA      *
      *                              (HHMM): EL BUZON DE DEVOLUCIONES  *
      *                              VACIADO ANTES DE ESA HORA SE TOMA *
      *                              COMO DEPOSITADO EL DIA ANTERIOR   *
      *                              (BUZONDEV).                       *
      * 15/10/2026 CNA VERSION 2.7 - AGREGADO EL PORCENTAJE DEL PRECIO *
      *                              DE REPOSICION QUE SE COBRA COMO   *
      *                              CARGO POR DANO CUANDO EL EJEMPLAR *
      *                              VUELVE EN PEOR CONDICION QUE LA   *
      *                              QUE TENIA AL PRESTARSE            *
      *                              (PRESTMOV).                       *
      * 15/10/2026 CNA VERSION 2.8 - AGREGADOS EL PLAZO DE PRESTAMO Y  *
      *                              EL CUPO DE LIBROS DE LOS SOCIOS   *
      *                              EXTERNOS Y EL IMPORTE MINIMO DEL  *
      *                              DEPOSITO DE GARANTIA QUE DEJAN    *
      *                              AL ASOCIARSE (USRMANT).           *
      * 15/10/2026 CNA VERSION 2.9 - AGREGADO EL PLAZO EN DIAS QUE     *
      *                              PUEDE DEMORAR UN EJEMPLAR EN      *
      *                              TRANSITO ENTRE SUCURSALES ANTES   *
      *                              DE SALIR EN EL LISTADO DE         *
      *                              TRANSITOS DEMORADOS (RPTTRAN).    *
      * 15/10/2026 CNA VERSION 3.0 - AGREGADOS LOS PLAZOS DE LA        *
      *                              HEMEROTECA: DIAS DE GRACIA DE UN  *
      *                              FASCICULO ESPERADO ANTES DE       *
      *                              RECLAMARLO, DIAS DE ATRASO DESDE  *
      *                              LOS QUE SE DA POR FALTANTE        *
      *                              (RPTFASC) Y ANTICIPACION DEL      *
      *                              AVISO DE VENCIMIENTO DE           *
      *                              SUSCRIPCIONES (RPTSUSC).          *
      * 15/10/2026 CNA VERSION 3.1 - AGREGADOS EL TOPE SEMANAL DE      *
      *                              RESERVAS DE SALAS DE ESTUDIO POR  *
      *                              SOCIO Y LA GRILLA DE TURNOS DE    *
      *                              LAS SALAS: HORA DEL PRIMER TURNO, *
      *                              HORAS POR TURNO Y CANTIDAD DE     *
      *                              TURNOS DEL DIA (SALARESV,         *
      *                              RPTSALA).                         *
      * 15/10/2026 CNA VERSION 3.2 - AGREGADO EL PREFIJO DE LOS        *
      *                              CODIGOS DE BARRAS DEFINITIVOS DE  *
      *                              EJEMPLARES (EAN-13 DE CIRCULACION *
      *                              INTERNA, PREFIJO 2), QUE ARMA     *
      *                              ETIQGEN CON EL NUMERADOR DE       *
      *                              CONTROL Y EL DIGITO VERIFICADOR.  *
      *
      * CONSTANTES GENERALES DEL SISTEMA
      *
       01  CONSTANTES-SISTEMA.
           05  CONST-NOMBRE-SISTEMA     PIC X(30)
               VALUE 'SISTEMA BIBLIOTECA UNLAM'.
           05  CONST-PREFIJO-CODBARRA   PIC 9(4) VALUE 2900.
           05  CONST-VERSION            PIC X(5)
               VALUE 'V1.0'.
           05  CONST-UNIVERSIDAD        PIC X(40)
           05  CONST-FACTOR-DANADO      PIC 9(3) VALUE 050.
           05  CONST-MAX-CUOTAS-PLAN    PIC 9(2) VALUE 12.
           05  CONST-DIAS-CUOTA-PLAN    PIC 9(3) VALUE 030.
           05  CONST-HORA-APERTURA      PIC 9(4) VALUE 0800.
           05  CONST-PORC-CARGO-DANO    PIC 9(3) VALUE 030.
           05  CONST-DIAS-PRESTAMO-EXT  PIC 9(2) VALUE 07.
           05  CONST-MAX-LIBROS-EXT     PIC 9(2) VALUE 02.
           05  CONST-DEPOSITO-GARANTIA  PIC 9(5)V99 VALUE 15000.00.
           05  CONST-DIAS-TRANSITO      PIC 9(2) VALUE 03.
           05  CONST-DIAS-GRACIA-FASC   PIC 9(3) VALUE 015.
           05  CONST-DIAS-FALTA-FASC    PIC 9(3) VALUE 060.
           05  CONST-DIAS-AVISO-SUSC    PIC 9(3) VALUE 060.
           05  CONST-TOPE-SALAS-SEMANA  PIC 9(2) VALUE 02.
           05  CONST-HORA-INICIO-TURNOS PIC 9(2) VALUE 08.
           05  CONST-HORAS-TURNO-SALA   PIC 9(1) VALUE 2.
           05  CONST-CANT-TURNOS-SALA   PIC 9(1) VALUE 6.
      *
      * CONSTANTES DE FORMATO PARA REPORTES
      *
