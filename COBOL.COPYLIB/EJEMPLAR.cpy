      *            FISICAS) DE UN LIBRO, REGISTRO HIJO DE LIBRO       *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 28/07/2025                                             *
      * VERSION: 1.7                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              REPARACION O ENCUADERNACION,      *
      *                              FUERA DE CIRCULACION HASTA SU     *
      *                              REINGRESO POR EJEMANT.            *
      * 15/10/2026 CNA VERSION 1.4 - AGREGADO ESTADO EN TRANSITO PARA  *
      *                              EJEMPLARES QUE VIAJAN ENTRE       *
      *                              SUCURSALES (DEVUELTOS EN UNA SEDE *
      *                              QUE NO ES LA SUYA O ENVIADOS A LA *
      *                              SEDE DE RETIRO DE UNA RESERVA).   *
      *                              ORIGEN Y DESTINO EN TRANSITO.DAT; *
      *                              LA RECEPCION LA REGISTRA EJEMANT. *
      * 15/10/2026 CNA VERSION 1.5 - AGREGADO EL REGIMEN DE PRESTAMO   *
      *                              DEL EJEMPLAR (DE FILLER): LOS     *
      *                              FASCICULOS DE HEMEROTECA QUE DA   *
      *                              DE ALTA FASRECEP SE PRESTAN SOLO  *
      *                              EN SALA. EN BLANCO, REGIMEN       *
      *                              NORMAL.                           *
      * 15/10/2026 CNA VERSION 1.6 - AGREGADO EL ORIGEN DEL EJEMPLAR   *
      *                              (DE FILLER): 'D' PARA LOS         *
      *                              INGRESADOS POR DONACION           *
      *                              (DONPROC). EN BLANCO, EJEMPLAR    *
      *                              ADQUIRIDO. VALFONDO VALUA POR     *
      *                              SEPARADO EL FONDO DONADO.         *
      * 15/10/2026 CNA VERSION 1.7 - AGREGADA LA MARCA DE ETIQUETA     *
      *                              PENDIENTE (DE FILLER): 'P' PARA   *
      *                              LOS EJEMPLARES DADOS DE ALTA CON  *
      *                              CODIGO DE BARRAS PROVISORIO, A    *
      *                              LOS QUE ETIQGEN LES ASIGNA EL     *
      *                              CODIGO DEFINITIVO E IMPRIME SUS   *
      *                              ETIQUETAS. EN BLANCO, EJEMPLAR YA *
      *                              ETIQUETADO.                       *
      *
      * ESTRUCTURA PRINCIPAL DEL EJEMPLAR
      *
               88  EJE-RESERVADO       VALUE 'R'.
               88  EJE-PRESTAMO-INST   VALUE 'I'.
               88  EJE-EN-TALLER       VALUE 'T'.
               88  EJE-EN-TRANSITO     VALUE 'N'.
           05  EJE-REGIMEN             PIC X(1).
               88  EJE-SOLO-SALA       VALUE 'S'.
           05  EJE-ORIGEN              PIC X(1).
               88  EJE-ORIGEN-DONACION VALUE 'D'.
           05  EJE-SW-ETIQUETA         PIC X(1).
               88  EJE-ETIQUETA-PENDIENTE VALUE 'P'.
           05  FILLER                  PIC X(7).
