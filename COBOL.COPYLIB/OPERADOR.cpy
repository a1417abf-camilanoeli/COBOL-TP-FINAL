      *            PUEDE EMITIR EL ARQUEO POR CAJERO DEL TURNO        *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 03/09/2026                                             *
      * VERSION: 1.1                                                  *
      *
      * MODIFICACIONES:
      * 15/10/2026 CNA VERSION 1.1 - AGREGADA LA SUCURSAL DE REVISTA   *
      *   DEL OPERADOR (OPE-SUC-CODIGO), TOMADA DEL FILLER, PARA ABRIR *
      *   POR SEDE LA CARGA DEL MOSTRADOR (RPTCARGA).                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DEL OPERADOR
           05  OPE-ESTADO              PIC X(1).
               88  OPE-ACTIVO          VALUE 'A'.
               88  OPE-BAJA            VALUE 'B'.
           05  OPE-SUC-CODIGO          PIC X(10).
