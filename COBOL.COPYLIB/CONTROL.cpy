      *            DISTINTOS ARCHIVOS TRANSACCIONALES DEL SISTEMA     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 10/07/2025                                             *
      * VERSION: 1.7                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              BLANCOS EN EL CAMPO: OCGENER LO   *
      *                              INICIALIZA EN CERO SI NO ES       *
      *                              NUMERICO.                         *
      * 15/10/2026 CNA VERSION 1.4 - AGREGADO EL NUMERADOR DE          *
      *                              CERTIFICADOS DE LIBRE DEUDA, MAS  *
      *                              UN FILLER DE RESERVA PARA LOS     *
      *                              PROXIMOS NUMERADORES. EL          *
      *                              REGISTRO PASA DE 54 A 102 BYTES:  *
      *                              EL CONTROL.DAT ANTERIOR SE        *
      *                              CONVIERTE POR UNICA VEZ CON EL    *
      *                              JOB CTLCONV. LOS CAMPOS NUEVOS    *
      *                              EN BLANCO SE TOMAN COMO CERO.     *
      * 15/10/2026 CNA VERSION 1.5 - AGREGADO EL NUMERADOR DE          *
      *                              COMPROBANTES DE LA CUENTA DE      *
      *                              GARANTIA DE SOCIOS EXTERNOS       *
      *                              (DEPOSITO, APLICACION Y           *
      *                              DEVOLUCION), DEL FILLER DE        *
      *                              RESERVA. EN BLANCO SE TOMA COMO   *
      *                              CERO.                             *
      * 15/10/2026 CNA VERSION 1.6 - AGREGADO EL NUMERADOR DE LOTES DE *
      *                              DONACION (DONPROC), DEL FILLER DE *
      *                              RESERVA. EN BLANCO SE TOMA COMO   *
      *                              CERO.                             *
      * 15/10/2026 CNA VERSION 1.7 - AGREGADO EL NUMERADOR DE CODIGOS  *
      *                              DE BARRAS DEFINITIVOS DE          *
      *                              EJEMPLARES (ETIQGEN), DEL FILLER  *
      *                              DE RESERVA. EN BLANCO SE TOMA     *
      *                              COMO CERO.                        *
      *
      * REGISTRO DE CONTROL (UN UNICO REGISTRO, CLAVE FIJA)
      *
           05  CTL-ULT-NRO-RECIBO      PIC 9(8).
           05  CTL-ULT-NRO-PREST-INT   PIC 9(8).
           05  CTL-ULT-NRO-ORDEN       PIC 9(4).
           05  CTL-ULT-NRO-CERTIF      PIC 9(8).
           05  CTL-ULT-NRO-GARANTIA    PIC 9(8).
           05  CTL-ULT-NRO-DONACION    PIC 9(8).
           05  CTL-ULT-NRO-ETIQUETA    PIC 9(8).
           05  FILLER                  PIC X(16).
