      *            POR DEFECTO DEL COPYBOOK CONSTANT.                  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 22/08/2026                                             *
      * VERSION: 1.10                                                 *
      * MODIFICACIONES:                                               *
      * 03/09/2026 CNA VERSION 1.1 - EL GRUPO DE CONSTANTES SE         *
      *   EXTIENDE CON LA CANTIDAD DE GENERACIONES DE RESGUARDO Y EL   *
      * 03/09/2026 CNA VERSION 1.4 - SE AGREGAN EL TOPE DE CUOTAS Y    *
      *   LOS DIAS ENTRE VENCIMIENTOS DE LOS PLANES DE PAGOS, EN       *
      *   ESPEJO DE CONSTANT.CPY V2.5.                                 *
      * 15/10/2026 CNA VERSION 1.5 - SE AGREGA LA HORA DE APERTURA     *
      *   QUE USA EL BUZON DE DEVOLUCIONES, EN ESPEJO DE CONSTANT.CPY  *
      *   V2.6.                                                        *
      * 15/10/2026 CNA VERSION 1.6 - SE AGREGA EL PORCENTAJE DEL       *
      *   CARGO POR DANO EN LA DEVOLUCION, EN ESPEJO DE CONSTANT.CPY   *
      *   V2.7.                                                        *
      * 15/10/2026 CNA VERSION 1.7 - SE AGREGAN EL PLAZO Y EL CUPO DE  *
      *   LOS SOCIOS EXTERNOS Y EL DEPOSITO DE GARANTIA, EN ESPEJO DE  *
      *   CONSTANT.CPY V2.8.                                           *
      * 15/10/2026 CNA VERSION 1.8 - SE AGREGA EL PLAZO DE LOS         *
      *   TRANSITOS ENTRE SUCURSALES, EN ESPEJO DE CONSTANT.CPY V2.9.  *
      * 15/10/2026 CNA VERSION 1.9 - SE AGREGAN LOS PLAZOS DE LA       *
      *   HEMEROTECA (GRACIA Y FALTANTE DE FASCICULOS, AVISO DE        *
      *   VENCIMIENTO DE SUSCRIPCIONES), EN ESPEJO DE CONSTANT.CPY     *
      *   V3.0.                                                        *
      * 15/10/2026 CNA VERSION 1.10 - SE AGREGAN EL TOPE SEMANAL DE    *
      *   RESERVAS DE SALAS DE ESTUDIO Y LA GRILLA DE TURNOS DE LAS    *
      *   SALAS, EN ESPEJO DE CONSTANT.CPY V3.1. EL TOPE SE PUEDE      *
      *   PISAR CON EL PARAMETRO TOPE-SALAS.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLEE.
           05  LK-FACTOR-DANADO         PIC 9(3).
           05  LK-MAX-CUOTAS-PLAN       PIC 9(2).
           05  LK-DIAS-CUOTA-PLAN       PIC 9(3).
           05  LK-HORA-APERTURA         PIC 9(4).
           05  LK-PORC-CARGO-DANO       PIC 9(3).
           05  LK-DIAS-PRESTAMO-EXT     PIC 9(2).
           05  LK-MAX-LIBROS-EXT        PIC 9(2).
           05  LK-DEPOSITO-GARANTIA     PIC 9(5)V99.
           05  LK-DIAS-TRANSITO         PIC 9(2).
           05  LK-DIAS-GRACIA-FASC      PIC 9(3).
           05  LK-DIAS-FALTA-FASC       PIC 9(3).
           05  LK-DIAS-AVISO-SUSC       PIC 9(3).
           05  LK-TOPE-SALAS-SEMANA     PIC 9(2).
           05  LK-HORA-INICIO-TURNOS    PIC 9(2).
           05  LK-HORAS-TURNO-SALA      PIC 9(1).
           05  LK-CANT-TURNOS-SALA      PIC 9(1).

       PROCEDURE DIVISION USING LK-FECHA-HOY LK-CONSTANTES-NEGOCIO.

                       MOVE WS-VALOR-EFECTIVO TO LK-MAX-CUOTAS-PLAN
                   WHEN 'DIAS-CUOTA'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-CUOTA-PLAN
                   WHEN 'HORA-APERT'
                       MOVE WS-VALOR-EFECTIVO TO LK-HORA-APERTURA
                   WHEN 'PORC-DANO'
                       MOVE WS-VALOR-EFECTIVO TO LK-PORC-CARGO-DANO
                   WHEN 'DIAS-PRE-EXT'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-PRESTAMO-EXT
                   WHEN 'MAX-LIB-EXT'
                       MOVE WS-VALOR-EFECTIVO TO LK-MAX-LIBROS-EXT
                   WHEN 'DEPOSITO-GAR'
                       MOVE WS-VALOR-EFECTIVO TO LK-DEPOSITO-GARANTIA
                   WHEN 'DIAS-TRANSIT'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-TRANSITO
                   WHEN 'GRACIA-FASC'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-GRACIA-FASC
                   WHEN 'FALTA-FASC'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-FALTA-FASC
                   WHEN 'AVISO-SUSC'
                       MOVE WS-VALOR-EFECTIVO TO LK-DIAS-AVISO-SUSC
                   WHEN 'TOPE-SALAS'
                       MOVE WS-VALOR-EFECTIVO TO LK-TOPE-SALAS-SEMANA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
