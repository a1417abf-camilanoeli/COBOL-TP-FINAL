      * PROPOSITO: MENSAJES DEL SISTEMA                               *
      * AUTOR: ESTUDIANTE Z70681 (Camila Noelí Abuin)                 *
      * FECHA: 31/07/2025                                             *
      * VERSION: 4.8                                                  *
      *
      * MODIFICACIONES:
      * 09/08/2026 CNA VERSION 1.8 - AGREGADO MSG-ERR-030 PARA EL      *
      * 03/09/2026 CNA VERSION 3.2 - AGREGADOS MSG-ERR-077 A 079 Y     *
      *   MSG-INFO-039/040 PARA EL MAESTRO DE OPERADORES DE MOSTRADOR  *
      *   (OPERMANT) Y LA VALIDACION DE LEGAJO EN LOS MOVIMIENTOS.     *
      * 15/10/2026 CNA VERSION 3.3 - AGREGADOS MSG-ERR-080 Y           *
      *   MSG-INFO-041/042 PARA LA DEVOLUCION CON FECHA DE DEPOSITO    *
      *   DEL BUZON (BUZONDEV / PRESTMOV).                             *
      * 15/10/2026 CNA VERSION 3.4 - AGREGADOS MSG-ERR-081 Y           *
      *   MSG-INFO-043/044 PARA LA CONDICION DEL EJEMPLAR EN LA        *
      *   DEVOLUCION, EL CARGO POR DANO Y LA PROPUESTA DE TALLER       *
      *   (PRESTMOV).                                                  *
      * 15/10/2026 CNA VERSION 3.5 - AGREGADOS MSG-ERR-082 A 086 Y     *
      *   MSG-INFO-045 A 047 PARA EL TARIFARIO DE MULTAS (TARIMANT).   *
      * 15/10/2026 CNA VERSION 3.6 - AGREGADOS MSG-ERR-087/088 Y       *
      *   MSG-INFO-048 A 050 PARA EL CERTIFICADO DE LIBRE DEUDA        *
      *   (LIBREDEU / CERTVER).                                        *
      * 15/10/2026 CNA VERSION 3.7 - AGREGADOS MSG-ERR-089 A 091       *
      *   Y MSG-INFO-051 PARA LA FUSION DE SOCIOS DUPLICADOS (FUSUSR). *
      * 15/10/2026 CNA VERSION 3.8 - AGREGADOS MSG-ERR-092 A 094 Y     *
      *   MSG-INFO-052 PARA EL ISBN DEL MAESTRO DE LIBROS (CARGALIB Y  *
      *   CARGA INICIAL ISBNINI).                                      *
      * 15/10/2026 CNA VERSION 3.9 - AGREGADO MSG-ERR-095 PARA LA      *
      *   CARGA DE LA CARRERA EN USRMANT (SOLO DOCENTES).              *
      * 15/10/2026 CNA VERSION 4.0 - AGREGADOS MSG-ERR-096 A 099 Y     *
      *   MSG-INFO-053 PARA LA ANULACION DE RECIBOS DE COBRO (ANULREC).*
      * 15/10/2026 CNA VERSION 4.1 - AGREGADOS MSG-ERR-100 A 105 Y     *
      *   MSG-INFO-054 A 056 PARA LA MATRIZ DE PERMISOS (PERMVAL Y     *
      *   PERMMANT).                                                   *
      * 15/10/2026 CNA VERSION 4.2 - AGREGADOS MSG-ERR-106 A 108 Y     *
      *   MSG-INFO-057/058 PARA LOS SOCIOS EXTERNOS Y SU DEPOSITO DE   *
      *   GARANTIA.                                                    *
      * 15/10/2026 CNA VERSION 4.3 - AGREGADOS MSG-ERR-109 A 111 Y     *
      *   MSG-INFO-059 A 061 PARA EL TRANSITO DE EJEMPLARES ENTRE      *
      *   SUCURSALES (ENVIOSUC, EJEMANT, PRESTMOV).                    *
      * 15/10/2026 CNA VERSION 4.4 - AGREGADOS MSG-ERR-112 A 118 Y     *
      *   MSG-INFO-062 A 066 PARA LA HEMEROTECA (PUBMANT, FASRECEP Y   *
      *   PRESTMOV).                                                   *
      * 15/10/2026 CNA VERSION 4.5 - AGREGADOS MSG-ERR-119 A 125 Y     *
      *   MSG-INFO-067 A 073 PARA LAS DONACIONES (DONMANT Y DONPROC).  *
      * 15/10/2026 CNA VERSION 4.6 - AGREGADOS MSG-ERR-126 A 137 Y     *
      *   MSG-INFO-074 A 078 PARA LAS SALAS DE ESTUDIO (SALAMANT Y     *
      *   SALARESV).                                                   *
      * 15/10/2026 CNA VERSION 4.7 - AGREGADOS MSG-ERR-138 A 140 Y     *
      *   MSG-INFO-079 Y 080 PARA LA CLASIFICACION DE TITULOS          *
      *   (LIBMANT) Y EL ETIQUETADO DEFINITIVO DE EJEMPLARES           *
      *   (ETIQGEN).                                                   *
      * 15/10/2026 CNA VERSION 4.8 - AGREGADOS MSG-ERR-141 A 144 PARA  *
      *   EL TOPE DE MOVIMIENTOS DE ANULREC, LA FUSION DE SOCIOS       *
      *   (FUSUSR) Y EL AUTORIZANTE DISTINTO DEL OPERADOR (PERMVAL).   *
      *****************************************************************
      *
      * MENSAJES DE ERROR
               VALUE 'ERROR: OPERADOR YA EXISTE EN EL MAESTRO'.
           05  MSG-ERR-079           PIC X(60)
               VALUE 'ERROR: OPERADOR NO ENCONTRADO O DADO DE BAJA'.
           05  MSG-ERR-080           PIC X(60)
               VALUE 'ERROR: FECHA DE DEPOSITO INVALIDA'.
           05  MSG-ERR-081           PIC X(60)
               VALUE 'ERROR: CONDICION DE DEVOLUCION INVALIDA'.
           05  MSG-ERR-082           PIC X(60)
               VALUE 'ERROR: TIPO DE PRESTAMO INVALIDO'.
           05  MSG-ERR-083           PIC X(60)
               VALUE 'ERROR: TARIFA YA EXISTENTE PARA ESA VIGENCIA'.
           05  MSG-ERR-084           PIC X(60)
               VALUE 'ERROR: TARIFA INEXISTENTE'.
           05  MSG-ERR-085           PIC X(60)
               VALUE 'ERROR: MULTA DIARIA O RECARGO INVALIDO'.
           05  MSG-ERR-086           PIC X(60)
               VALUE 'ERROR: TOPE DE MULTA INVALIDO'.
           05  MSG-ERR-087           PIC X(60)
               VALUE 'ERROR: CERTIFICADO DE LIBRE DEUDA INEXISTENTE'.
           05  MSG-ERR-088           PIC X(60)
               VALUE 'ERROR: EL CERTIFICADO NO CORRESPONDE AL LEGAJO'.
           05  MSG-ERR-089           PIC X(60)
               VALUE 'ERROR: CODIGO A ELIMINAR IGUAL AL SOBREVIVIENTE'.
           05  MSG-ERR-090           PIC X(60)
               VALUE 'ERROR: SOBREVIVIENTE INEXISTENTE O DADO DE BAJA'.
           05  MSG-ERR-091           PIC X(60)
               VALUE 'ERROR: EL CODIGO A ELIMINAR YA FUE FUSIONADO'.
           05  MSG-ERR-092           PIC X(60)
               VALUE 'ERROR: ISBN INVALIDO (DIGITO VERIFICADOR)'.
           05  MSG-ERR-093           PIC X(60)
               VALUE 'ERROR: ISBN YA CARGADO EN OTRO LIBRO'.
           05  MSG-ERR-094           PIC X(60)
               VALUE 'ERROR: LIBRO NO ENCONTRADO'.
           05  MSG-ERR-095           PIC X(60)
               VALUE 'ERROR: CARRERA DEL ALUMNO SE TOMA DEL PADRON'.
           05  MSG-ERR-096           PIC X(60)
               VALUE 'ERROR: RECIBO NO ENCONTRADO EN DIARIO DE COBROS'.
           05  MSG-ERR-097           PIC X(60)
               VALUE 'ERROR: RECIBO YA ANULADO O ES CONTRAASIENTO'.
           05  MSG-ERR-098           PIC X(60)
               VALUE 'ERROR: AUTORIZANTE NO ES SUPERVISOR ACTIVO'.
           05  MSG-ERR-099           PIC X(60)
               VALUE 'ERROR: MULTA DEL RECIBO CON AJUSTE POSTERIOR'.
           05  MSG-ERR-100           PIC X(60)
               VALUE 'ERROR: OPERADOR SIN NIVEL PARA ESTA TRANSACCION'.
           05  MSG-ERR-101           PIC X(60)
               VALUE 'ERROR: AUTORIZANTE INEXISTENTE O DADO DE BAJA'.
           05  MSG-ERR-102           PIC X(60)
               VALUE 'ERROR: AUTORIZANTE SIN NIVEL PARA LA TRANSACCION'.
           05  MSG-ERR-103           PIC X(60)
               VALUE 'ERROR: PERMISO YA EXISTENTE'.
           05  MSG-ERR-104           PIC X(60)
               VALUE 'ERROR: PERMISO NO ENCONTRADO'.
           05  MSG-ERR-105           PIC X(60)
               VALUE 'ERROR: NIVEL MINIMO INVALIDO'.
           05  MSG-ERR-106           PIC X(60)
               VALUE 'ERROR: DEPOSITO DE GARANTIA MENOR AL MINIMO'.
           05  MSG-ERR-107           PIC X(60)
               VALUE 'ERROR: CATEGORIA EXTERNO SOLO EN EL ALTA'.
           05  MSG-ERR-108           PIC X(60)
               VALUE 'ERROR: EL SOCIO YA TIENE CUENTA DE GARANTIA'.
           05  MSG-ERR-109           PIC X(60)
               VALUE 'ERROR: EL EJEMPLAR NO TIENE UN TRANSITO ABIERTO'.
           05  MSG-ERR-110           PIC X(60)
               VALUE 'ERROR: EL TRANSITO TIENE DESTINO EN OTRA SEDE'.
           05  MSG-ERR-111           PIC X(60)
               VALUE 'ERROR: LA RESERVA SE RETIRA EN OTRA SUCURSAL'.
           05  MSG-ERR-112           PIC X(60)
               VALUE 'ERROR: FASCICULO DE HEMEROTECA, SOLO EN SALA'.
           05  MSG-ERR-113           PIC X(60)
               VALUE 'ERROR: PUBLICACION PERIODICA YA EXISTENTE'.
           05  MSG-ERR-114           PIC X(60)
               VALUE 'ERROR: PUBLICACION PERIODICA NO ENCONTRADA'.
           05  MSG-ERR-115           PIC X(60)
               VALUE 'ERROR: PERIODICIDAD O NUMERACION INVALIDA'.
           05  MSG-ERR-116           PIC X(60)
               VALUE 'ERROR: VIGENCIA DE LA SUSCRIPCION INVALIDA'.
           05  MSG-ERR-117           PIC X(60)
               VALUE 'ERROR: FASCICULO YA RECIBIDO'.
           05  MSG-ERR-118           PIC X(60)
               VALUE 'ERROR: EJEMPLAR PEDIDO NO DISPONIBLE PARA SALA'.
           05  MSG-ERR-119           PIC X(60)
               VALUE 'ERROR: DONANTE YA EXISTENTE'.
           05  MSG-ERR-120           PIC X(60)
               VALUE 'ERROR: DONANTE NO ENCONTRADO O DADO DE BAJA'.
           05  MSG-ERR-121           PIC X(60)
               VALUE 'ERROR: NOMBRE O TIPO DE DONANTE INVALIDO'.
           05  MSG-ERR-122           PIC X(60)
               VALUE 'ERROR: ITEM DONADO SIN LOTE VALIDO'.
           05  MSG-ERR-123           PIC X(60)
               VALUE 'ERROR: DECISION SOBRE EL ITEM DONADO INVALIDA'.
           05  MSG-ERR-124           PIC X(60)
               VALUE 'ERROR: DATOS DEL TITULO DONADO INCOMPLETOS'.
           05  MSG-ERR-125           PIC X(60)
               VALUE 'ERROR: FECHA DEL LOTE DE DONACION INVALIDA'.
           05  MSG-ERR-126           PIC X(60)
               VALUE 'ERROR: SALA DE ESTUDIO NO ENCONTRADA'.
           05  MSG-ERR-127           PIC X(60)
               VALUE 'ERROR: SALA DE ESTUDIO YA EXISTE'.
           05  MSG-ERR-128           PIC X(60)
               VALUE 'ERROR: SALA DE ESTUDIO DADA DE BAJA'.
           05  MSG-ERR-129           PIC X(60)
               VALUE 'ERROR: CAPACIDAD U HORARIO DE LA SALA INVALIDOS'.
           05  MSG-ERR-130           PIC X(60)
               VALUE 'ERROR: TURNO FUERA DEL HORARIO DE LA SALA'.
           05  MSG-ERR-131           PIC X(60)
               VALUE 'ERROR: TURNO DE SALA YA RESERVADO'.
           05  MSG-ERR-132           PIC X(60)
               VALUE 'ERROR: INTEGRANTES FUERA DE LA CAPACIDAD'.
           05  MSG-ERR-133           PIC X(60)
               VALUE 'ERROR: FECHA DE RESERVA INVALIDA O PASADA'.
           05  MSG-ERR-134           PIC X(60)
               VALUE 'ERROR: TOPE SEMANAL DE RESERVAS DE SALA'.
           05  MSG-ERR-135           PIC X(60)
               VALUE 'ERROR: RESERVA DE SALA INEXISTENTE O NO ACTIVA'.
           05  MSG-ERR-136           PIC X(60)
               VALUE 'ERROR: PRESENTACION FUERA DEL DIA DEL TURNO'.
           05  MSG-ERR-137           PIC X(60)
               VALUE 'ERROR: LA SALA TIENE RESERVAS PENDIENTES'.
           05  MSG-ERR-138           PIC X(60)
               VALUE 'ERROR: CLASIFICACION CDU INVALIDA'.
           05  MSG-ERR-139           PIC X(60)
               VALUE 'ERROR: TITULO SIN SIGNATURA TOPOGRAFICA'.
           05  MSG-ERR-140           PIC X(60)
               VALUE 'ERROR: EJEMPLAR FUERA DEL ESTANTE'.
           05  MSG-ERR-141           PIC X(60)
               VALUE 'ERROR: RECIBO CON MAS DE 50 MOVIMIENTOS'.
           05  MSG-ERR-142           PIC X(60)
               VALUE 'ERROR: TOPE DE FUSIONES DE LA CORRIDA ALCANZADO'.
           05  MSG-ERR-143           PIC X(60)
               VALUE 'ERROR: LOS DOS SOCIOS TIENEN GARANTIA ACTIVA'.
           05  MSG-ERR-144           PIC X(60)
               VALUE 'ERROR: EL AUTORIZANTE DEBE SER OTRO OPERADOR'.

      *
      * MENSAJES INFORMATIVOS
               VALUE 'OPERADOR REGISTRADO EXITOSAMENTE'.
           05  MSG-INFO-040          PIC X(60)
               VALUE 'OPERADOR ACTUALIZADO EXITOSAMENTE'.
           05  MSG-INFO-041          PIC X(60)
               VALUE 'MULTA RECALCULADA A LA FECHA DE DEPOSITO'.
           05  MSG-INFO-042          PIC X(60)
               VALUE 'MULTA ANULADA POR DEPOSITO EN TERMINO'.
           05  MSG-INFO-043          PIC X(60)
               VALUE 'CARGO POR DANO GENERADO'.
           05  MSG-INFO-044          PIC X(60)
               VALUE 'EJEMPLAR DANADO: PROPUESTO PARA TALLER'.
           05  MSG-INFO-045          PIC X(60)
               VALUE 'TARIFA REGISTRADA EXITOSAMENTE'.
           05  MSG-INFO-046          PIC X(60)
               VALUE 'TARIFA ACTUALIZADA EXITOSAMENTE'.
           05  MSG-INFO-047          PIC X(60)
               VALUE 'TARIFA DADA DE BAJA'.
           05  MSG-INFO-048          PIC X(60)
               VALUE 'CERTIFICADO DE LIBRE DEUDA EMITIDO'.
           05  MSG-INFO-049          PIC X(60)
               VALUE 'CON DEUDA: CERTIFICADO NO EMITIDO'.
           05  MSG-INFO-050          PIC X(60)
               VALUE 'CERTIFICADO DE LIBRE DEUDA VALIDO'.
           05  MSG-INFO-051          PIC X(60)
               VALUE 'SOCIOS FUSIONADOS: CODIGO ABSORBIDO DADO DE BAJA'.
           05  MSG-INFO-052          PIC X(60)
               VALUE 'ISBN CARGADO EN EL MAESTRO DE LIBROS'.
           05  MSG-INFO-053          PIC X(60)
               VALUE 'RECIBO ANULADO: CONTRAASIENTO REGISTRADO'.
           05  MSG-INFO-054          PIC X(60)
               VALUE 'PERMISO REGISTRADO EXITOSAMENTE'.
           05  MSG-INFO-055          PIC X(60)
               VALUE 'PERMISO ACTUALIZADO EXITOSAMENTE'.
           05  MSG-INFO-056          PIC X(60)
               VALUE 'PERMISO DADO DE BAJA'.
           05  MSG-INFO-057          PIC X(60)
               VALUE 'DEPOSITO DE GARANTIA RECIBIDO'.
           05  MSG-INFO-058          PIC X(60)
               VALUE 'SALDO DE GARANTIA DEVUELTO'.
           05  MSG-INFO-059          PIC X(60)
               VALUE 'EJEMPLAR EN TRANSITO A SU SUCURSAL'.
           05  MSG-INFO-060          PIC X(60)
               VALUE 'EJEMPLAR EN TRANSITO A LA SUCURSAL DE RETIRO'.
           05  MSG-INFO-061          PIC X(60)
               VALUE 'TRANSITO RECIBIDO: EJEMPLAR DISPONIBLE'.
           05  MSG-INFO-062          PIC X(60)
               VALUE 'PUBLICACION REGISTRADA, CALENDARIO GENERADO'.
           05  MSG-INFO-063          PIC X(60)
               VALUE 'PUBLICACION PERIODICA ACTUALIZADA'.
           05  MSG-INFO-064          PIC X(60)
               VALUE 'SUSCRIPCION RENOVADA, CALENDARIO EXTENDIDO'.
           05  MSG-INFO-065          PIC X(60)
               VALUE 'FASCICULO RECIBIDO, ALTA DE EJEMPLAR DE SALA'.
           05  MSG-INFO-066          PIC X(60)
               VALUE 'FASCICULO RECIBIDO FUERA DE CALENDARIO'.
           05  MSG-INFO-067          PIC X(60)
               VALUE 'DONANTE REGISTRADO'.
           05  MSG-INFO-068          PIC X(60)
               VALUE 'DONANTE ACTUALIZADO'.
           05  MSG-INFO-069          PIC X(60)
               VALUE 'DONANTE DADO DE BAJA'.
           05  MSG-INFO-070          PIC X(60)
               VALUE 'LOTE DE DONACION REGISTRADO'.
           05  MSG-INFO-071          PIC X(60)
               VALUE 'DONACION INCORPORADA AL FONDO'.
           05  MSG-INFO-072          PIC X(60)
               VALUE 'ITEM DONADO DESTINADO A CANJE'.
           05  MSG-INFO-073          PIC X(60)
               VALUE 'ITEM DONADO DESTINADO A DESCARTE'.
           05  MSG-INFO-074          PIC X(60)
               VALUE 'SALA DE ESTUDIO DADA DE ALTA'.
           05  MSG-INFO-075          PIC X(60)
               VALUE 'SALA DE ESTUDIO MODIFICADA'.
           05  MSG-INFO-076          PIC X(60)
               VALUE 'RESERVA DE SALA REGISTRADA'.
           05  MSG-INFO-077          PIC X(60)
               VALUE 'RESERVA DE SALA CANCELADA'.
           05  MSG-INFO-078          PIC X(60)
               VALUE 'PRESENTACION A SALA REGISTRADA'.
           05  MSG-INFO-079          PIC X(60)
               VALUE 'CLASIFICACION DEL TITULO ACTUALIZADA'.
           05  MSG-INFO-080          PIC X(60)
               VALUE 'CODIGO DE BARRAS DEFINITIVO ASIGNADO'.
