      *****************************************************************
      * COPYBOOK: SALAEST                                             *
      * PROPOSITO: ESTRUCTURA DE DATOS DEL MAESTRO DE BOXES Y SALAS   *
      *            DE ESTUDIO GRUPAL (UN REGISTRO POR SALA, CON LA    *
      *            SUCURSAL QUE LA ALOJA, SU CAPACIDAD Y EL HORARIO   *
      *            EN QUE SE PUEDE RESERVAR). MANTENIDO POR SALAMANT  *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 15/10/2026                                             *
      * VERSION: 1.0                                                  *
      *****************************************************************
      *
      * ESTRUCTURA PRINCIPAL DE LA SALA
      *
           05  SAL-CODIGO              PIC X(10).
           05  SAL-SUC-CODIGO          PIC X(10).
           05  SAL-NOMBRE              PIC X(30).
           05  SAL-CAPACIDAD           PIC 9(2).
      *
      * HORARIO DE LA SALA EN HORAS ENTERAS (APERTURA INCLUIDA,
      * CIERRE EXCLUIDO): SOLO SE RESERVAN LOS TURNOS DE LA GRILLA
      * QUE CAEN COMPLETOS DENTRO DE ESTE HORARIO
      *
           05  SAL-HORA-APERTURA       PIC 9(2).
           05  SAL-HORA-CIERRE         PIC 9(2).
           05  SAL-ESTADO              PIC X(1).
               88  SAL-ACTIVA          VALUE 'A'.
               88  SAL-BAJA            VALUE 'B'.
           05  FILLER                  PIC X(13).
