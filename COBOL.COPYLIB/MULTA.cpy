      *            VENCIDOS (UNA MULTA POR PRESTAMO, CLAVE COMUN)     *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 18/07/2025                                             *
      * VERSION: 1.3                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              DISTINTA DE LA PAGADA) Y ANULADA  *
      *                              POR ERROR, DEL CIRCUITO DE        *
      *                              AJUSTES DE MULAJUST.              *
      * 15/10/2026 CNA VERSION 1.3 - AGREGADO EL TIPO CARGO POR DANO,  *
      *                              QUE GENERA PRESTMOV CUANDO EL     *
      *                              EJEMPLAR VUELVE EN PEOR CONDICION *
      *                              QUE LA QUE TENIA AL PRESTARSE     *
      *                              (CODIGO DEL PRESTAMO CON PREFIJO  *
      *                              D, COMO EL R DE LA REPOSICION).   *
      *
      * ESTRUCTURA PRINCIPAL DE LA MULTA
      *
           05  MUL-TIPO                PIC X(1).
               88  MUL-TIPO-ATRASO     VALUES 'A' ' '.
               88  MUL-TIPO-REPOSICION VALUE 'R'.
               88  MUL-TIPO-DANO       VALUE 'D'.
           05  FILLER                  PIC X(9).
