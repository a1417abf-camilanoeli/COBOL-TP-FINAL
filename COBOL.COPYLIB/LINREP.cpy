      * PROPOSITO: LAYOUTS DE LINEAS PARA REPORTES                    *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 4.0                                                  *
      *****************************************************************
      *
      * MODIFICACIONES:
      * 03/09/2026 CNA VERSION 2.7 - AGREGADOS EL ENCABEZADO Y EL      *
      *   DETALLE DEL ARQUEO POR CAJERO DEL CIERRE DE CAJA             *
      *   (CIERCAJA), CON ESPACIO PARA LA FIRMA DEL TURNO.             *
      * 15/10/2026 CNA VERSION 2.8 - AGREGADOS EL ENCABEZADO Y EL      *
      *   DETALLE DEL LISTADO DE LECTURAS DEL BUZON DE DEVOLUCIONES    *
      *   (BUZONDEV): CODIGO DE BARRAS, SUCURSAL, VACIADO, FECHA DE    *
      *   DEPOSITO Y SITUACION DE LA LECTURA.                          *
      * 15/10/2026 CNA VERSION 2.9 - AGREGADO EL ISBN A LA FICHA DE    *
      *   TITULO (CONSLIB) Y AL DETALLE DEL REPORTE DE POSIBLES        *
      *   DUPLICADOS (DUPLIBR), Y LA LINEA QUE INDICA EL CRITERIO DE   *
      *   COINCIDENCIA (ISBN O TITULO/AUTOR) DE CADA PASADA.           *
      * 15/10/2026 CNA VERSION 3.0 - AGREGADAS LAS LINEAS DE LA        *
      *   BUSQUEDA POR PALABRA CLAVE (CONSPAL): PEDIDO Y PALABRAS      *
      *   USADAS, ENCABEZADO, DETALLE CON UBICACION, DISPONIBLES Y     *
      *   COLA DE RESERVAS, Y TOTAL DE TITULOS ENCONTRADOS.            *
      * 15/10/2026 CNA VERSION 3.1 - AGREGADAS LAS LINEAS DE LAS       *
      *   ESTADISTICAS POR CARRERA (RPTCARR): PERIODO, CARRERA Y       *
      *   FACULTAD, Y TOTALES DE SOCIOS, PRESTAMOS Y MULTAS. EL        *
      *   RANKING DE TITULOS USA LAS LINEAS DE RPTCIRC.                *
      * 15/10/2026 CNA VERSION 3.2 - EL IMPORTE DEL ARQUEO POR CAJERO  *
      *   LLEVA SIGNO: CON RECIBOS ANULADOS EN EL TURNO EL NETO DEL    *
      *   CAJERO PUEDE QUEDAR NEGATIVO.                                *
      * 15/10/2026 CNA VERSION 3.3 - AGREGADAS LAS LINEAS DEL REPORTE  *
      *   SEMANAL DE ACCESOS DENEGADOS (RPTDENEG): ENCABEZADO, DETALLE *
      *   DEL RECHAZO, RESUMEN POR OPERADOR Y POR CAUSA.               *
      * 15/10/2026 CNA VERSION 3.4 - AGREGADAS LAS LINEAS DEL REMITO   *
      *   DIARIO DE TRANSITOS POR SUCURSAL (REMITSUC): SEDE, SECCIONES *
      *   A DESPACHAR Y A RECIBIR CON CASILLA DE CONTROL, TOTALES Y    *
      *   FIRMAS; Y EL ENCABEZADO Y EL DETALLE DEL REPORTE DE          *
      *   TRANSITOS DEMORADOS (RPTTRAN).                               *
      * 15/10/2026 CNA VERSION 3.5 - AGREGADAS LAS LINEAS DEL REPORTE  *
      *   MENSUAL DE FASCICULOS ATRASADOS Y FALTANTES DE LA HEMEROTECA *
      *   (RPTFASC) Y DEL AVISO DE SUSCRIPCIONES PROXIMAS A VENCER     *
      *   (RPTSUSC).                                                   *
      * 15/10/2026 CNA VERSION 3.6 - AGREGADOS EL ENCABEZADO Y EL      *
      *   DETALLE DEL REPORTE DE IMPACTO DE LA REVALORIZACION DE       *
      *   PRECIOS DE REPOSICION (PRECACT): TITULOS, EJEMPLARES,        *
      *   PORCENTAJE, VALOR ANTERIOR, NUEVO Y DIFERENCIA.              *
      * 15/10/2026 CNA VERSION 3.7 - AGREGADOS EL ENCABEZADO Y EL      *
      *   DETALLE DEL REPORTE DE CARGA DEL MOSTRADOR (RPTCARGA):       *
      *   FRANJA HORARIA POR DIA DE LA SEMANA, CANTIDAD POR TIPO DE    *
      *   MOVIMIENTO, PROMEDIO POR DIA HABIL Y MARCA DE FRANJA PICO.   *
      * 15/10/2026 CNA VERSION 3.8 - AGREGADAS LAS LINEAS DE LA GRILLA *
      *   DIARIA DE OCUPACION DE SALAS DE ESTUDIO (RPTSALA): TITULO    *
      *   CON LOS TURNOS, FILA POR SALA Y TOTALES DE LA SUCURSAL.      *
      * 15/10/2026 CNA VERSION 3.9 - LA SIGNATURA TOPOGRAFICA DEL      *
      *   TITULO SE AGREGA AL DETALLE DE LA TOMA DE INVENTARIO         *
      *   (INVENTAR) Y, CON LA CLASIFICACION CDU Y LA UBICACION, EN    *
      *   UNA LINEA NUEVA DE LA FICHA INTEGRAL DE TITULO (CONSLIB).    *
      * 15/10/2026 CNA VERSION 4.0 - LA SITUACION DEL LISTADO DEL      *
      *   BUZON SE ENSANCHA PARA EL MOTIVO DE RECHAZO DE LA            *
      *   DEVOLUCION.                                                  *
      *
      * LINEAS DE CABECERA DEL REPORTE
      *

      *
      * ENCABEZADO Y DETALLE PARA EL REPORTE DE POSIBLES DUPLICADOS
      * (MISMO ISBN, O MISMO TITULO Y AUTOR, BAJO CODIGOS DISTINTOS)
      *
       01  LINEA-CRITERIO-DUPLIC.
           05  FILLER                  PIC X(29)
               VALUE 'CANDIDATOS POR COINCIDENCIA '.
           05  LIN-DUP-CRITERIO        PIC X(16).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  LINEA-TITULO-DUPLIC.
           05  FILLER                  PIC X(10) VALUE 'CODIGO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'STOCK'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'UBICACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'ISBN'.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  LINEA-DETALLE-DUPLIC.
           05  LIN-DUP-LIB-CODIGO      PIC X(10).
           05  LIN-DUP-STOCK           PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DUP-UBICACION       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DUP-ISBN            PIC X(13).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  LINEA-TOTAL-GRUPOS-DUPLIC.
           05  FILLER                  PIC X(24)
           05  FILLER                  PIC X(10) VALUE 'UBICACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'SITUACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'SIGNATURA'.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  LINEA-DETALLE-INV.
           05  LIN-INV-CODIGO-BARRA    PIC X(15).
           05  LIN-INV-UBICACION       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-INV-SITUACION       PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-INV-SIGNATURA       PIC X(20).
           05  FILLER                  PIC X(39) VALUE SPACES.

      *
      * ENCABEZADO Y DETALLE DEL REPORTE DE OPERACIONES
           05  LIN-FIL-STOCK-TOTAL     PIC ZZ9.
           05  FILLER                  PIC X(7)  VALUE ' DISP: '.
           05  LIN-FIL-STOCK-DISP      PIC ZZ9.
           05  FILLER                  PIC X(7)  VALUE ' ISBN: '.
           05  LIN-FIL-ISBN            PIC X(13).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  LINEA-FICHA-CLASIF.
           05  FILLER                  PIC X(8)  VALUE 'CDU:    '.
           05  LIN-FIL-CDU             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'SIGNATURA: '.
           05  LIN-FIL-SIGNATURA       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'UBICACION: '.
           05  LIN-FIL-UBICACION       PIC X(10).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  LINEA-FICHA-EJEMPLAR.
           05  FILLER                  PIC X(9)  VALUE 'EJEMPLAR '.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CJR-RECIBOS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CJR-IMPORTE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE '....................'.
           05  FILLER                  PIC X(37) VALUE SPACES.

      *
      * ENCABEZADO Y DETALLE DEL LISTADO DE LECTURAS DEL BUZON DE
      * DEVOLUCIONES (BUZONDEV)
      *
       01  LINEA-TITULO-BUZON.
           05  FILLER                  PIC X(15) VALUE 'CODIGO BARRA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE 'VACIADO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DEPOSITO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'LIBRO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'EJEM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'SITUACION'.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  LINEA-DETALLE-BUZON.
           05  LIN-BUZ-CODIGO-BARRA    PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-SUCURSAL        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-FECHA-VACIADO   PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-BUZ-HORA-VACIADO    PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-FECHA-DEPOSITO  PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-NRO-EJEMPLAR    PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUZ-SITUACION       PIC X(56).

      *
      * LINEAS DE LA BUSQUEDA DE TITULOS POR PALABRA CLAVE (CONSPAL)
      *
       01  LINEA-PEDIDO-BUSQ.
           05  FILLER                  PIC X(10) VALUE 'BUSQUEDA: '.
           05  LIN-BUS-PEDIDO          PIC X(60).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  LINEA-PALABRAS-BUSQ.
           05  FILLER                  PIC X(10) VALUE 'PALABRAS: '.
           05  LIN-BUS-PALABRAS        PIC X(100).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  LINEA-TITULO-BUSQ.
           05  FILLER                  PIC X(10) VALUE 'CODIGO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'AUTOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'UBICACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'DISPON'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'RESERV'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  LINEA-DETALLE-BUSQ.
           05  LIN-BUS-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUS-TITULO          PIC X(45).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUS-AUTOR           PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUS-UBICACION       PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  LIN-BUS-DISPONIBLE      PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  LIN-BUS-COLA            PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  LINEA-TOTAL-BUSQ.
           05  FILLER                  PIC X(22)
               VALUE 'TITULOS ENCONTRADOS: '.
           05  LIN-BUS-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-BUS-OBSERVACION     PIC X(50).
           05  FILLER                  PIC X(52) VALUE SPACES.

      *
      * LINEAS DE LAS ESTADISTICAS DE USO POR CARRERA (RPTCARR)
      *
       01  LINEA-PERIODO-CARR.
           05  FILLER                  PIC X(9)  VALUE 'PERIODO: '.
           05  LIN-CAR-DESDE           PIC X(10).
           05  FILLER                  PIC X(4)  VALUE ' AL '.
           05  LIN-CAR-HASTA           PIC X(10).
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  LINEA-CARRERA-CARR.
           05  FILLER                  PIC X(9)  VALUE 'CARRERA: '.
           05  LIN-CAR-CARRERA         PIC X(30).
           05  FILLER                  PIC X(22)
               VALUE '  FACULTAD O DEPTO.: '.
           05  LIN-CAR-FACULTAD        PIC X(20).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  LINEA-TOTALES-CARR.
           05  FILLER                  PIC X(16)
               VALUE 'SOCIOS ACTIVOS: '.
           05  LIN-CAR-SOCIOS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20)
               VALUE '  PREST. DOMICILIO: '.
           05  LIN-CAR-DOMICILIO       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  PREST. SALA: '.
           05  LIN-CAR-SALA            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)
               VALUE '  MULTAS: '.
           05  LIN-CAR-MULTAS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)
               VALUE '  IMPORTE: '.
           05  LIN-CAR-IMPORTE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

      *
      * LINEAS DEL REPORTE SEMANAL DE ACCESOS DENEGADOS POR LA MATRIZ
      * DE PERMISOS (RPTDENEG)
      *
       01  LINEA-TITULO-DENEG.
           05  FILLER                  PIC X(10) VALUE 'FECHA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'HORA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'PROGRAMA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'TIPO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'OPERADOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'AUTORIZ.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'CAUSA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'EXIGE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'TIENE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'REFERENCIA'.
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  LINEA-DETALLE-DENEG.
           05  LIN-DEN-FECHA           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-HORA            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-PROGRAMA        PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  LIN-DEN-TIPO            PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LIN-DEN-OPERADOR        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-AUTORIZANTE     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-CAUSA           PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LIN-DEN-NIVEL-EXIGIDO   PIC 9(1).
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  LIN-DEN-NIVEL-INFORMADO PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-REFERENCIA      PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  LINEA-OPERADOR-DENEG.
           05  FILLER                  PIC X(10) VALUE 'OPERADOR: '.
           05  LIN-DEN-RES-OPERADOR    PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-RES-NOMBRE      PIC X(40).
           05  FILLER                  PIC X(12)
               VALUE '  RECHAZOS: '.
           05  LIN-DEN-RES-CANTIDAD    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  LINEA-CAUSA-DENEG.
           05  LIN-DEN-CAU-DESCRIPCION PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-DEN-CAU-CANTIDAD    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

      *
      * LINEAS DEL REMITO DIARIO DE EJEMPLARES EN TRANSITO ENTRE
      * SUCURSALES (REMITSUC): SEDE, SECCION A DESPACHAR / A RECIBIR,
      * DETALLE CON CASILLA DE CONTROL Y FIRMAS
      *
       01  LINEA-SUCURSAL-REM.
           05  FILLER                  PIC X(23)
               VALUE 'REMITO DE LA SUCURSAL: '.
           05  LIN-REM-SUC-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-SUC-NOMBRE      PIC X(30).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  LINEA-SECCION-REM.
           05  LIN-REM-SECCION         PIC X(40).
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  LINEA-TITULO-REM.
           05  FILLER                  PIC X(10) VALUE 'LIBRO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'EJEM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'CODIGO BARRA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-TIT-SEDE        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'MOTIVO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FECHA ALTA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CONTROL'.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  LINEA-DETALLE-REM.
           05  LIN-REM-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-NRO-EJEMPLAR    PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-CODIGO-BARRA    PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-TITULO          PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-SEDE            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-MOTIVO          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-REM-FECHA           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '[ ] ________'.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  LINEA-TOTAL-REM.
           05  FILLER                  PIC X(20)
               VALUE 'TOTAL DE EJEMPLARES '.
           05  LIN-REM-TOT-SECCION     PIC X(12).
           05  FILLER                  PIC X(2)  VALUE ': '.
           05  LIN-REM-TOT-CANTIDAD    PIC ZZ,ZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  LINEA-FIRMA-REM.
           05  FILLER                  PIC X(40)
               VALUE 'ENTREGO: ______________________________'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'RECIBIO: ______________________________'.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *
      * LINEAS DEL REPORTE DE TRANSITOS DEMORADOS ENTRE SUCURSALES
      * (RPTTRAN)
      *
       01  LINEA-TITULO-TRNV.
           05  FILLER                  PIC X(10) VALUE 'LIBRO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'EJEM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ORIGEN'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DESTINO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'MOTIVO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SITUACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FECHA ALTA'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE ' DIAS'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  LINEA-DETALLE-TRNV.
           05  LIN-TRV-LIB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-NRO-EJEMPLAR    PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-TITULO          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-ORIGEN          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-DESTINO         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-MOTIVO          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-SITUACION       PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-FECHA-ALTA      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TRV-DIAS            PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

      *
      * LINEAS DEL REPORTE MENSUAL DE FASCICULOS ATRASADOS Y
      * FALTANTES DE LA HEMEROTECA (RPTFASC). EL QUIEBRE POR
      * PROVEEDOR USA LINEA-PROVEEDOR-OC
      *
       01  LINEA-TITULO-FASC.
           05  FILLER                  PIC X(10) VALUE 'PUBLICAC.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'ISSN'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'VOL.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'NRO.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ESPERADO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE ' DIAS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SITUACION'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'RECLAMO'.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  LINEA-DETALLE-FASC.
           05  LIN-FAS-PUB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-TITULO          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-ISSN            PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-VOLUMEN         PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-NUMERO          PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-ESPERADO        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-DIAS            PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-SITUACION       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-FAS-RECLAMO         PIC Z9.
           05  FILLER                  PIC X(33) VALUE SPACES.

      *
      * LINEAS DEL AVISO DE SUSCRIPCIONES DE HEMEROTECA PROXIMAS A
      * VENCER O VENCIDAS (RPTSUSC)
      *
       01  LINEA-TITULO-SUSC.
           05  FILLER                  PIC X(10) VALUE 'PUBLICAC.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE 'TITULO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PROVEEDOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'VENCE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE '  DIAS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SITUACION'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  LINEA-DETALLE-SUSC.
           05  LIN-SUS-PUB-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-TITULO          PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-PRV-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-SUC-CODIGO      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-FECHA-HASTA     PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-DIAS            PIC -ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-SUS-SITUACION       PIC X(12).
           05  FILLER                  PIC X(23) VALUE SPACES.
      *
      * LINEAS DEL REPORTE DE IMPACTO DE LA REVALORIZACION DE PRECIOS
      * DE REPOSICION (PRECACT): POR CATEGORIA Y POR SUCURSAL, VALOR
      * DEL STOCK ANTES Y DESPUES DEL AJUSTE
      *
       01  LINEA-TITULO-PRECIO.
           05  FILLER                  PIC X(30) VALUE 'CONCEPTO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'TITULOS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'EJEMPL.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'PORC.'.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                           '   VALOR ANTERIOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                           '      VALOR NUEVO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                                           '       DIFERENCIA'.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  LINEA-DETALLE-PRECIO.
           05  LIN-PRC-CONCEPTO        PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRC-TITULOS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRC-EJEMPLARES      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRC-PORCENTAJE      PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  LIN-PRC-VALOR-ANTERIOR  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRC-VALOR-NUEVO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-PRC-DIFERENCIA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
      * LINEAS DEL REPORTE DE CARGA DEL MOSTRADOR (RPTCARGA): FRANJA
      * HORARIA POR DIA DE LA SEMANA Y POR TIPO DE MOVIMIENTO, CON EL
      * PROMEDIO POR DIA HABIL DEL MES Y LA MARCA DE FRANJA PICO
      *
       01  LINEA-TITULO-CARGA.
           05  FILLER                  PIC X(5)  VALUE 'HORA'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
                  '   LUN   MAR   MIE   JUE   VIE   SAB   DOM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                  ' PREST DEVOL RENOV COBRO RESER'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE '  TOTAL'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'PROM/HAB.'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'PICO'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  LINEA-DETALLE-CARGA.
           05  LIN-CAR-FRANJA          PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-CAR-DIA             PIC ZZZZZ9 OCCURS 7 TIMES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CAR-TIPO            PIC ZZZZZ9 OCCURS 5 TIMES.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CAR-TOTAL           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CAR-PROMEDIO        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-CAR-MARCA           PIC X(6).
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
      * LINEAS DE LA GRILLA DIARIA DE OCUPACION DE SALAS DE ESTUDIO
      * (RPTSALA): UNA FILA POR SALA Y UNA COLUMNA POR TURNO, CON EL
      * SOCIO TITULAR Y EL ESTADO DE LA RESERVA O LA MARCA DE LIBRE
      *
       01  LINEA-TITULO-SALA.
           05  FILLER                  PIC X(10) VALUE 'SALA'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'NOMBRE'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE 'CAP'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'HORARIO'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-SAT-TURNO           PIC X(14) OCCURS 6 TIMES.
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  LINEA-DETALLE-SALA.
           05  LIN-SAG-CODIGO          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-SAG-NOMBRE          PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-SAG-CAPACIDAD       PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-SAG-HORARIO         PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LIN-SAG-CELDA           PIC X(14) OCCURS 6 TIMES.
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  LINEA-TOTAL-SALA.
           05  LIN-TSA-CONCEPTO        PIC X(36).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TSA-CANTIDAD        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIN-TSA-PORCENTAJE      PIC X(8).
           05  FILLER                  PIC X(78) VALUE SPACES.
