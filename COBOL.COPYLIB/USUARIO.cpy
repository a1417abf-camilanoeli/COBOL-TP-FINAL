      *            BIBLIOTECA                                         *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 14/07/2025                                             *
      * VERSION: 1.7                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      *                              REENVIOS EL EMAIL QUEDA MARCADO   *
      *                              Y EL SOCIO PASA A LA LISTA DE     *
      *                              CONTACTO TELEFONICO.              *
      * 15/10/2026 CNA VERSION 1.4 - AGREGADO EL CODIGO DEL SOCIO      *
      *                              SOBREVIVIENTE EN EL QUE SE        *
      *                              FUSIONO UN CODIGO DUPLICADO (LO   *
      *                              GRABA FUSUSR AL DAR DE BAJA EL    *
      *                              CODIGO ABSORBIDO). NO ENTRA EN EL *
      *                              FILLER: EL REGISTRO PASA DE 147 A *
      *                              210 BYTES, CON UN FILLER DE       *
      *                              RESERVA PARA NO TENER QUE VOLVER  *
      *                              A CONVERTIR EL MAESTRO, Y EL      *
      *                              USUARIO.DAT ANTERIOR SE CONVIERTE *
      *                              POR UNICA VEZ CON USRCONV V2.0.   *
      * 15/10/2026 CNA VERSION 1.5 - AGREGADAS LA CARRERA Y LA         *
      *                              FACULTAD O DEPARTAMENTO DEL SOCIO *
      *                              (DEL FILLER DE RESERVA, SIN       *
      *                              CAMBIO DE LARGO NI CONVERSION),   *
      *                              QUE ACTUALIZA PADRSYNC CON CADA   *
      *                              PADRON Y CARGA USRMANT PARA LOS   *
      *                              DOCENTES. LAS USA RPTCARR PARA    *
      *                              LAS ESTADISTICAS POR CARRERA.     *
      * 15/10/2026 CNA VERSION 1.6 - AGREGADA LA CATEGORIA EXTERNO     *
      *                              (EGRESADOS, INVESTIGADORES        *
      *                              VISITANTES Y VECINOS), CON CUPO   *
      *                              Y PLAZO PROPIOS Y DEPOSITO DE     *
      *                              GARANTIA (GARANTIA.CPY).          *
      * 15/10/2026 CNA VERSION 1.7 - AGREGADA LA MARCA DE SOCIO        *
      *                              ANONIMIZADO (DE FILLER), QUE      *
      *                              GRABA ANONUSR AL REEMPLAZAR LOS   *
      *                              DATOS PERSONALES DE UN SOCIO DADO *
      *                              DE BAJA HACE MAS DE N ANIOS (LEY  *
      *                              25.326). EL SOCIO CONSERVA        *
      *                              CODIGO, CATEGORIA, CARRERA,       *
      *                              FACULTAD Y FECHAS.                *
      *
      * ESTRUCTURA PRINCIPAL DEL USUARIO
      *
           05  USR-CATEGORIA           PIC X(1).
               88  USR-ESTUDIANTE      VALUE 'E'.
               88  USR-DOCENTE         VALUE 'D'.
               88  USR-EXTERNO         VALUE 'X'.
           05  USR-TELEFONO            PIC X(15).
           05  USR-EMAIL               PIC X(40).
           05  USR-FECHA-ALTA          PIC X(10).
           05  USR-MARCA-EMAIL         PIC X(1).
               88  USR-EMAIL-INVALIDO  VALUE 'I'.
           05  USR-CANT-REBOTES        PIC 9(2).
           05  USR-COD-FUSION          PIC X(10).
           05  USR-CARRERA             PIC X(30).
           05  USR-FACULTAD            PIC X(20).
           05  USR-MARCA-ANONIM        PIC X(1).
               88  USR-ANONIMIZADO     VALUE 'S'.
           05  FILLER                  PIC X(9).
