           RECORD KEY IS TSA-ID
           FILE STATUS IS FSSA.

*> SELECT COLAINMEDIATASFILE: transferencias a otras entidades que el
*> cliente pide inmediatas; ENVIARINMEDIATAS las remite a la red
*> cada pocos minutos y aplica la respuesta (aceptada o rechazada)
           SELECT COLAINMEDIATASFILE ASSIGN TO "COLA-INMEDIATAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INM-ID
           FILE STATUS IS FSINM.

*> SELECT RECALLSFILE: peticiones de recuperacion (recall) de una
*> transferencia ya enviada a otra entidad; ENVIARTRANSFSALIENTES las
*> manda a la entidad destino y aplica su respuesta
           SELECT RECALLSFILE ASSIGN TO "RECALLS-TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-NUMERO
           FILE STATUS IS FSRCL.

*> SELECT STAFFFILE: cuentas de personal para el modo de servicio
*> oculto del supervisor (mismo fichero que usan los programas de
*> mantenimiento de oficina)
           RECORD KEY IS CODENT-CODIGO
           FILE STATUS IS FSCE.

*> SELECT APLAZAMIENTOSFILE: espectaculos aplazados desde MANTENEESPEC;
*> mientras su ventana de devolucion sigue abierta la anulacion de
*> entradas se admite sin la regla de caducidad
           SELECT APLAZAMIENTOSFILE ASSIGN TO  "APLAZAMIENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-ESPEC
           FILE STATUS IS FSAPL.

*> SELECT BONOSREGALOFILE: bonos regalo vendidos en el cajero, con
*> el valor que les queda; se canjean como pago de entradas y
*> CADUCARBONOS lleva a ingresos lo no usado al caducar
           SELECT BONOSREGALOFILE ASSIGN TO  "BONOS-REGALO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BON-CODIGO
           FILE STATUS IS FSBON.

*> SELECT CANJESBONOSFILE: cada pago de entradas hecho con un bono
*> regalo, para la liquidacion al promotor y la contabilidad
           SELECT CANJESBONOSFILE ASSIGN TO  "CANJES-BONOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNJ-CLAVE
           FILE STATUS IS FSCNJ.

*> SELECT RECLAMACIONESFILE: reclamaciones de movimientos abiertas
*> por los clientes desde la pantalla de movimientos; el back-office
*> las trabaja con GESTIONARRECLAMACIONES
           RECORD KEY IS HIT-NUMERO
           FILE STATUS IS FSCSN.

*> SELECT PRODUCTOSFILE: catalogo de productos de cuenta con sus
*> condiciones fechadas; al contratar una cuenta se elige el
*> producto y de el salen el tipo de interes y el descubierto
           SELECT PRODUCTOSFILE ASSIGN TO  "PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CLAVE
           FILE STATUS IS FSPRD.

*> SELECT PRESTAMOSFILE: prestamos de la oficina (MANTENEPRESTAMOS);
*> el cajero los lee para la posicion global del cliente y los
*> rehace en la amortizacion anticipada
           SELECT PRESTAMOSFILE ASSIGN TO  "PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUMERO
           FILE STATUS IS FSPR.

*> SELECT POSICIONESFILE: posiciones globales impresas por la
*> impresora de recibos, una linea del recibo por registro
           SELECT POSICIONESFILE ASSIGN TO  "POSICIONES-GLOBALES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSPGL.

*> SELECT PODERESFILE: poderes notariales sobre cuentas
*> (MANTENEPODERES), por tarjeta del apoderado; USOSPODERFILE deja
*> constancia de cada uso que el apoderado hace del poder
           SELECT PODERESFILE ASSIGN TO  "PODERES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POD-TARJ
           FILE STATUS IS FSPOD.

           SELECT USOSPODERFILE ASSIGN TO  "USOS-PODERES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSUPD.

*> SELECT GASTOSFILE: gasto mensual por cuenta y categoria que deja
*> cada noche CATEGORIZARGASTOS
           SELECT GASTOSFILE ASSIGN TO  "GASTOS-MENSUALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GMS-CLAVE
           FILE STATUS IS FSGM.

*> SELECT AMORTIZACIONESFILE: amortizaciones anticipadas de
*> prestamos hechas en el cajero, una por registro
           SELECT AMORTIZACIONESFILE ASSIGN TO  "AMORTIZACIONES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAMO.

*> SELECT CUADROSFILE: cuadros de amortizacion impresos por la
*> impresora de recibos, una linea del recibo por registro
           SELECT CUADROSFILE ASSIGN TO  "CUADROS-AMORTIZACION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCDA.

*> SELECT TALONARIOSFILE: talonarios de cheques pedidos en el
*> cajero, con el rango de numeros de cada uno por cuenta;
*> CHEQUESCLIFILE guarda las ordenes de no pago del cliente y los
*> cheques que PAGARCHEQUESCLIENTES ha pagado o devuelto
           SELECT TALONARIOSFILE ASSIGN TO  "TALONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-CLAVE
           FILE STATUS IS FSTAL.

           SELECT CHEQUESCLIFILE ASSIGN TO  "CHEQUES-CLIENTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCL-CLAVE
           FILE STATUS IS FSCCL.

*> SELECT ONGSFILE: ONG a las que se puede donar desde el cajero
*> (MANTENEMAESTROS); DONACIONESFILE guarda cada donativo por DNI
*> del donante para la remesa diaria REMESARONGS, el Modelo 182 y
*> el certificado, que sale por la impresora de recibos
           SELECT ONGSFILE ASSIGN TO  "ONGS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONG-COD
           FILE STATUS IS FSONG.

           SELECT DONACIONESFILE ASSIGN TO  "DONACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DON-CLAVE
           FILE STATUS IS FSDON.

           SELECT CERTDONATIVOSFILE ASSIGN TO
               "CERTIFICADOS-DONATIVOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCDN.

*> SELECT CONDICIONESFILE: versiones de las condiciones de cada
*> producto contratable en el cajero por fecha de efecto
*> (MANTENECONDICIONES); CONTRATOSFILE es el registro de contratos
*> con la version aceptada y el resumen mostrado al cliente, que la
*> oficina consulta con CONSULTACONTRATOS
           SELECT CONDICIONESFILE ASSIGN TO  "CONDICIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COND-CLAVE
           FILE STATUS IS FSCOND.

           SELECT CONTRATOSFILE ASSIGN TO  "CONTRATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-CLAVE
           FILE STATUS IS FSCTR.

*> SELECT CONTROLESTARJFILE: controles de uso que el propio cliente
*> pone a su tarjeta (uso en el extranjero, cajeros de otras
*> entidades, limite temporal y congelacion); los respetan el cajero,
*> PROCESARADEUDOSEMISOR y RETENERTPV. Cada operacion denegada por
*> ellos queda en DENEGACIONESTARJFILE con su codigo de motivo
           SELECT CONTROLESTARJFILE ASSIGN TO  "CONTROLES-TARJETA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTJ-TARJ
           FILE STATUS IS FSCTJ.

           SELECT DENEGACIONESTARJFILE ASSIGN TO
               "DENEGACIONES-TARJETA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDNG.

*> SELECT PUNTUACIONESFILE: puntuacion de comportamiento mensual de
*> cada persona con sus preconcedidos (ver PUNTUARCLIENTES); la
*> consultan las campanas de regla P y el anticipo de nomina
           SELECT PUNTUACIONESFILE ASSIGN TO  "PUNTUACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUN-DNI
           FILE STATUS IS FSPUN.

*> SELECT RENTABILIDADFILE: rentabilidad mensual de cada persona con
*> su tramo A a D (ver RENTABILIDADCLIENTES); la consultan las
*> campanas de regla R
           SELECT RENTABILIDADFILE ASSIGN TO  "RENTABILIDAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNT-DNI
           FILE STATUS IS FSRNT.

*> SELECT FACTURASFILE: registro de facturas expedidas a peticion del
*> cliente (serie F) y de las rectificativas que se emiten al
*> devolver la compra facturada (serie R); la clave alternativa es
*> el apunte facturado, para saber si una compra ya tiene factura.
*> SERIESFACTURAFILE lleva el ultimo numero de cada serie y
*> ejercicio, FISCALESFILE los datos del emisor y los tipos de IVA
*> (writeDatosFiscalesFile) y FACTIMPRESASFILE las facturas que
*> salen por la impresora de recibos, una linea por registro
           SELECT FACTURASFILE ASSIGN TO  "FACTURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-MOV-CLAVE WITH DUPLICATES
           FILE STATUS IS FSFAC.

           SELECT SERIESFACTURAFILE ASSIGN TO  "SERIES-FACTURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-CLAVE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FSSEF.

           SELECT FISCALESFILE ASSIGN TO  "DATOS-FISCALES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSFIS.

           SELECT FACTIMPRESASFILE ASSIGN TO  "FACTURAS-IMPRESAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSFIM.

*> SELECT PREVENTASFILE: ventanas de preventa de los espectaculos
*> (MANTENEESPEC); mientras dura la ventana solo compran entradas
*> los abonados del promotor, los clientes por encima del umbral de
*> puntos y los que ya entraron a otra funcion del promotor, con un
*> cupo de entradas por tarjeta. Cada compra hecha en preventa queda
*> en VENTASPREVENTAFILE, del que INFORMEPREVENTAS saca la acogida
*> de la preventa frente a la venta general. PROMOTORESFILE da el
*> promotor de cada espectaculo
           SELECT PREVENTASFILE ASSIGN TO  "PREVENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-ESPEC
           FILE STATUS IS FSPRV.

           SELECT VENTASPREVENTAFILE ASSIGN TO  "VENTAS-PREVENTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSVPV.

           SELECT PROMOTORESFILE ASSIGN TO  "PROMOTORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROM-ESPEC
           FILE STATUS IS FSPM.

*> SELECT TRAZADOSFILE: registro de control de cada fichero maestro
*> (version de trazado y numero de registros, ver SELLARTRAZADOS);
*> el cajero no arranca si algun maestro no tiene el trazado con
*> que se compilo
           SELECT TRAZADOSFILE ASSIGN TO  "CONTROL-TRAZADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRZ-FICHERO
           FILE STATUS IS FSTZ.


        DATA DIVISION.
         FILE SECTION.
            02 USER-FECHA-CADUCIDAD    PIC 9(8).
            02 USER-PUNTOS             PIC 9(7).
            02 USER-COD-REFERIDO       PIC X(10).
            02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

         FD MOVFILE.
         01 REG-MOVIMIENTOS.
*> FECHA-NEGOCIO.DAT y el corte de dia CIERREDIA), ademas del
*> sello real de MOV-FECHA/MOV-HORA
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
*> Tipo y subtipo de operacion del apunte: los procesos que
*> clasifican movimientos miran este codigo y no el texto libre
*> de MOV-CONCEPTO (relacion de subtipos en MIGRARTIPOSMOV)
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-REINTEGRO    VALUE "RE".
                 88 MOV-OP-INGRESO      VALUE "IN".
                 88 MOV-OP-DEPOSITO-NOCT VALUE "DN".
                 88 MOV-OP-CUARENTENA   VALUE "BV".
                 88 MOV-OP-TRANSFERENCIA VALUE "TF".
                 88 MOV-OP-PAGO-MOVIL   VALUE "PM".
                 88 MOV-OP-RECARGA      VALUE "RM".
                 88 MOV-OP-ENTRADAS     VALUE "EN".
                 88 MOV-OP-LIQUIDACION  VALUE "LQ".
                 88 MOV-OP-INTERESES    VALUE "IT".
                 88 MOV-OP-COMISION     VALUE "CO".
                 88 MOV-OP-PRESTAMO     VALUE "PR".
                 88 MOV-OP-NOMINA       VALUE "NO".
                 88 MOV-OP-ADEUDO       VALUE "AD".
                 88 MOV-OP-PLAZO        VALUE "PF".
                 88 MOV-OP-CHEQUE-BANC  VALUE "CB".
                 88 MOV-OP-EMBARGO      VALUE "EM".
                 88 MOV-OP-AJUSTE       VALUE "AJ".
                 88 MOV-OP-CANCELACION  VALUE "CC".
                 88 MOV-OP-MIGRADO      VALUE "MG".
                 88 MOV-OP-PRESCRIPCION VALUE "PS".
                 88 MOV-OP-SIN-TIPO     VALUE SPACES.
              02 MOV-SUBTIPO-OP         PIC XX.

         FD ESPECFILE.
         01 REG-ESPECTACULO.
           02 ESPEC-NUMERO           PIC 9(4).
           02 ESPEC-NOMBRE           PIC X(20).
           02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
           02 ESPEC-DESCRIPCION      PIC X(30).
           02 ESPEC-ENT-TOTAL        PIC 9(3).
           02 ESPEC-PRECIO-NINO      PIC 999V99.
           02 ESPEC-PRECIO-SENIOR    PIC 999V99.
           02 ESPEC-SOLO-ADULTOS     PIC X.
           02 ESPEC-RECINTO        PIC 99.

         FD LOGINFILE.
         01 REG-LOGIN.

*> FD CAMPANASFILE: una campana por registro; la regla E exige al
*> menos CAM-NUM-OPS compras de entradas en la cuenta, la S un
*> saldo por encima de CAM-UMBRAL, la P una puntuacion de al menos
*> CAM-NUM-OPS puntos con preconcedido (prestamo desde CAM-UMBRAL),
*> la R un tramo de rentabilidad igual o mejor que el CAM-NUM-OPS
*> (1 A, 2 B, 3 C, 4 D) y la T alcanza a todos
         FD CAMPANASFILE.
         01 REG-CAMPANA.
           02 CAM-NUMERO             PIC 9(3).
           02 ABO-PROMOTOR           PIC X(30).
           02 ABO-NOMBRE             PIC X(20).
           02 ABO-PRECIO             PIC 9(3)V99.
           02 ABO-ESPEC-DESDE        PIC 9(4).
           02 ABO-ESPEC-HASTA        PIC 9(4).
           02 ABO-ACTIVO             PIC X.

         FD PREFERENCIASFILE.
         FD ASIENTOFILE.
         01 REG-ASIENTO.
           02 ASIENTO-CLAVE.
              03 ASIENTO-ESPEC          PIC 9(4).
              03 ASIENTO-NUM            PIC 9(3).
           02 ASIENTO-OCUPADO        PIC X.
           02 ASIENTO-ZONA           PIC X(2).
           02 ASIENTO-ZONA-NOMBRE    PIC X(15).
           02 ASIENTO-FILA           PIC 99.
           02 ASIENTO-BUTACA         PIC 99.
           02 ASIENTO-ACCESIBLE      PIC X.
           02 ASIENTO-PRECIO         PIC 999V99.

         FD WAITLISTFILE.
         01 REG-LISTA-ESPERA.
           02 WAIT-CLAVE.
              03 WAIT-ESPEC             PIC 9(4).
              03 WAIT-TARJ              PIC 9(10).
           02 WAIT-CUENTA             PIC X(24).
           02 WAIT-NUM-ENTRADAS       PIC 9(3).
*> Retenida por coincidencia con la lista de sanciones, a la espera
*> de que la oficina la libere o la rechace en GESTIONARSANCIONES
              88 TSA-RETENIDA        VALUE "S".
*> Inmediata en manos de ENVIARINMEDIATAS: no sale en el envio de
*> fin de dia
              88 TSA-INMEDIATA       VALUE "I".
*> Recuperada: la entidad destino acepto el recall y el importe
*> volvio a la cuenta de origen
              88 TSA-RECUPERADA      VALUE "R".

*> FD RECALLSFILE: un recall por registro, numerado correlativamente,
*> contra el id de la saliente. Motivo: D duplicada, B beneficiario
*> erroneo, F fraude. Canal: C cajero, O oficina. Estados: P pendiente
*> de envio, E enviado a la entidad destino, A aceptado (importe
*> reabonado), R rechazado por la entidad destino
         FD RECALLSFILE.
         01 REG-RECALL.
           02 RCL-NUMERO             PIC 9(6).
           02 RCL-TSA-ID             PIC 9(6).
           02 RCL-TARJ               PIC 9(10).
           02 RCL-CUENTA-ORIGEN      PIC X(24).
           02 RCL-CUENTA-DESTINO     PIC X(24).
           02 RCL-BANCO-COD          PIC X(4).
           02 RCL-IMPORTE            PIC 9(9)V99.
           02 RCL-MOTIVO             PIC X.
           02 RCL-CANAL              PIC X.
           02 RCL-SOLICITANTE        PIC X(8).
           02 RCL-FECHA-ALTA         PIC 9(8).
           02 RCL-FECHA-ENVIO        PIC 9(8).
           02 RCL-ESTADO             PIC X.
              88 RCL-PENDIENTE       VALUE "P".
              88 RCL-ENVIADO         VALUE "E".
              88 RCL-ACEPTADO        VALUE "A".
              88 RCL-RECHAZADO       VALUE "R".
           02 RCL-MOTIVO-RESP        PIC X(30).
           02 RCL-FECHA-CIERRE       PIC 9(8).

*> FD COLAINMEDIATASFILE: una transferencia inmediata por registro,
*> con el mismo id que en TRANSF-SALIENTES.DAT. Estados: P pendiente
*> de envio, E enviada a la red a la espera de respuesta, A aceptada
*> (comision cobrada), R rechazada y reabonada al cliente, S retenida
*> por sanciones al enviar (sigue el circuito de la saliente normal).
*> La comision se fija al ordenar, que es la que se le muestra al
*> cliente
         FD COLAINMEDIATASFILE.
         01 REG-COLA-INMEDIATA.
           02 INM-ID                 PIC 9(6).
           02 INM-TARJ               PIC 9(10).
           02 INM-CUENTA-ORIGEN      PIC X(24).
           02 INM-CUENTA-DESTINO     PIC X(24).
           02 INM-TITULAR            PIC X(20).
           02 INM-BANCO-COD          PIC X(4).
           02 INM-IMPORTE            PIC 9(9)V99.
           02 INM-COMISION           PIC 99V99.
           02 INM-REFERENCIA         PIC X(20).
           02 INM-FECHA              PIC 9(8).
           02 INM-HORA               PIC X(8).
           02 INM-ESTADO             PIC X.
              88 INM-PENDIENTE       VALUE "P".
              88 INM-ENVIADA         VALUE "E".
              88 INM-ACEPTADA        VALUE "A".
              88 INM-RECHAZADA       VALUE "R".
              88 INM-RETENIDA        VALUE "S".
           02 INM-MOTIVO             PIC X(30).
           02 INM-FECHA-RESOLUCION   PIC 9(8).

         FD STAFFFILE.
         01 REG-STAFF.
*> aceptan abonos, se frenan cargos); ver GESTIONARFALLECIDOS
           02 PER-FALLECIDO          PIC X.
           02 PER-FECHA-FALLECIMIENTO PIC 9(8).
*> Residencia fiscal de la persona para CRS/FATCA: pais (ISO de
*> dos letras), NIF extranjero, marca de ciudadano de EEUU y
*> fecha de la autocertificacion (cero si no la ha firmado);
*> se mantiene en MANTENECLIENTES
           02 PER-RESIDENCIA-FISCAL  PIC XX.
           02 PER-NIF-EXTRANJERO     PIC X(20).
           02 PER-CIUDADANO-EEUU     PIC X.
           02 PER-FECHA-AUTOCERT     PIC 9(8).
*> Menores: fecha de nacimiento (cero si no consta), marca de
*> menor de edad y DNI del tutor legal, que ha de ser otra
*> persona de este fichero; se mantiene en MANTENECLIENTES y la
*> marca la levanta CUMPLIRMAYORIAEDAD al cumplir los 18
           02 PER-FECHA-NACIMIENTO   PIC 9(8).
           02 PER-MENOR              PIC X.
           02 PER-DNI-TUTOR          PIC X(9).
*> Diligencia debida (KYC): nacionalidad (ISO de dos letras), tipo
*> de documento de identidad (D DNI, N NIE, P pasaporte), numero y
*> fecha de caducidad (cero si no consta) y fecha de la ultima
*> revision, que se mantienen en MANTENECLIENTES; el nivel de
*> riesgo (B bajo, M medio, A alto, en blanco sin calcular) con su
*> puntuacion y fecha lo pone CALIFICARRIESGO, y REVISARKYC marca
*> la restriccion a solo abonos por documento caducado
           02 PER-NACIONALIDAD       PIC XX.
           02 PER-TIPO-DOCUMENTO     PIC X.
           02 PER-NUM-DOCUMENTO      PIC X(20).
           02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
           02 PER-FECHA-ULT-REVISION PIC 9(8).
           02 PER-NIVEL-RIESGO       PIC X.
           02 PER-PUNTOS-RIESGO      PIC 999.
           02 PER-FECHA-RIESGO       PIC 9(8).
           02 PER-RESTRINGIDO-DOC    PIC X.
*> Direccion postal estructurada: via, numero, piso y puerta,
*> codigo postal, municipio, provincia y pais (ISO de dos letras),
*> validada contra CODIGOS-POSTALES.DAT en MANTENECLIENTES. Estado
*> V valida, P pendiente de completar (direccion libre antigua sin
*> convertir del todo, ver CONVERTIRDIRECCIONES), D devuelta por
*> correos (CORREODEVUELTO: sin envios en papel hasta que se
*> actualice), con la fecha del ultimo cambio de estado
           02 PER-DIR-VIA            PIC X(40).
           02 PER-DIR-NUMERO         PIC X(5).
           02 PER-DIR-PISO           PIC X(10).
           02 PER-DIR-CP             PIC X(5).
           02 PER-DIR-MUNICIPIO      PIC X(30).
           02 PER-DIR-PROVINCIA      PIC X(20).
           02 PER-DIR-PAIS           PIC XX.
           02 PER-DIR-ESTADO         PIC X.
           02 PER-DIR-FECHA-ESTADO   PIC 9(8).

*> FD CLAVESHISTFILE: una clave historica (transformada) por
*> registro, numerada por tarjeta; el registro de secuencia mas alta
*> Meses de vigencia de la clave antes de forzar su cambio (ver
*> CLAVES-HISTORIAL.DAT y COMPROBAR-VIGENCIA-CLAVE)
           02 PARAM-MESES-CLAVE       PIC 99.
*> Antiguedad maxima en dias de las partidas de la cuenta puente
*> al cierre contable, y que hace el cierre si quedan mas viejas
*> (A=avisar, B=no cerrar); ver CIERRECONTABLE
           02 PARAM-DIAS-PUENTE       PIC 999.
           02 PARAM-ACCION-PUENTE     PIC X.
*> Techo diario de efectivo de los titulares menores de edad, por
*> persona (ver COMPROBAR-LIMITE-PERSONA)
           02 PARAM-LIMITE-MENOR      PIC 9(7)V99.
*> Dias que una autorizacion de compra en comercio retiene el
*> importe si el esquema no llega a compensarla (ver RETENERTPV)
           02 PARAM-DIAS-AUTORIZACION PIC 99.
*> Importe maximo de una transferencia inmediata a otra entidad y
*> comision que se cobra cuando la red la acepta
           02 PARAM-TOPE-INMEDIATA    PIC 9(7)V99.
           02 PARAM-COMISION-INMEDIATA PIC 99V99.

*> Tabla de mensajes promocionales de la pantalla de bienvenida, uno
*> por registro, que el back-office puede editar sin recompilar con
           02 EXTRACTO-CONCEPTO       PIC X(40).
           02 EXTRACTO-CANTIDAD       PIC --------9.99.
           02 EXTRACTO-SALDO          PIC S9(9)V99.
*> Tras los apuntes del mes, una linea por categoria de gasto con
*> CATEGORIA en el lugar de la fecha, el nombre de la categoria, el
*> total gastado y el numero de cargos
         01 REG-EXTRACTO-CATEGORIA.
           02 EXC-CUENTA              PIC X(24).
           02 EXC-MARCA               PIC X(10).
           02 EXC-NOMBRE              PIC X(40).
           02 EXC-IMPORTE             PIC --------9.99.
           02 EXC-NUM-MOVS            PIC 9(11).

         FD FXFILE.
         01 REG-FX.
           02 HMOV-IMPORTE           PIC S9(9)V99.
           02 HMOV-TERMINAL            PIC X(4).
           02 HMOV-FECHA-NEGOCIO       PIC 9(8).
           02 HMOV-TIPO-OP           PIC XX.
           02 HMOV-SUBTIPO-OP        PIC XX.

         FD BENEFICIARIOFILE.
         01 REG-BENEFICIARIO.
           02 WAL-CANTIDAD           PIC S9(9)V99.
           02 WAL-SALDO-ANTES        PIC S9(9)V99.
           02 WAL-SALDO-DESPUES      PIC S9(9)V99.
           02 WAL-TIPO-OP            PIC XX.
           02 WAL-SUBTIPO-OP         PIC XX.

*> FD CODRETIROFILE: codigos de retirada sin tarjeta solicitados desde
*> la banca online. Cada codigo lleva asociada la cuenta y el importe
              88 RET-PENDIENTE       VALUE "P".
              88 RET-LIBERADA        VALUE "L".

*> FD APLAZAMIENTOSFILE: APL-ESTADO "A" con la ventana abierta hasta
*> APL-FIN-VENTANA (AAAAMMDD), "C" una vez cerrada
         FD APLAZAMIENTOSFILE.
         01 REG-APLAZAMIENTO.
           02 APL-ESPEC              PIC 9(4).
           02 APL-FECHA-ANTERIOR     PIC 9(8).
           02 APL-FECHA-NUEVA        PIC 9(8).
           02 APL-FIN-VENTANA        PIC 9(8).
           02 APL-ESTADO             PIC X.
              88 APL-VENTANA-ABIERTA VALUE "A".
              88 APL-VENTANA-CERRADA VALUE "C".
           02 APL-NUM-AVISOS         PIC 9(5).
           02 APL-NUM-DEVUELTAS      PIC 9(5).
           02 APL-IMPORTE-DEVUELTO   PIC 9(9)V99.
           02 APL-STAFF-ID           PIC X(8).
           02 APL-FECHA-ALTA         PIC 9(8).

*> FD BONOSREGALOFILE: el codigo lleva la secuencia del bono en las
*> seis primeras cifras y cuatro de control tomadas del reloj al
*> venderlo. BON-ESTADO "V" vigente, "A" agotado, "C" caducado
         FD BONOSREGALOFILE.
         01 REG-BONO-REGALO.
           02 BON-CODIGO             PIC 9(10).
           02 BON-VALOR              PIC 9(5)V99.
           02 BON-SALDO              PIC 9(5)V99.
           02 BON-TARJ-COMPRA        PIC 9(10).
           02 BON-CUENTA-COMPRA      PIC X(24).
           02 BON-FECHA-EMISION      PIC 9(8).
           02 BON-FECHA-CADUCIDAD    PIC 9(8).
           02 BON-ESTADO             PIC X.
              88 BON-VIGENTE         VALUE "V".
              88 BON-AGOTADO         VALUE "A".
              88 BON-CADUCADO        VALUE "C".
           02 BON-NUM-CANJES         PIC 9(3).
           02 BON-FECHA-ULT-CANJE    PIC 9(8).
           02 BON-IMPORTE-CADUCADO   PIC 9(5)V99.
           02 BON-FECHA-CADUCADO     PIC 9(8).

*> FD CANJESBONOSFILE: un registro por compra pagada (en todo o en
*> parte) con un bono; CNJ-ESTADO "V" aplicado, "A" anulado porque
*> se devolvieron las entradas y el importe volvio al bono
         FD CANJESBONOSFILE.
         01 REG-CANJE-BONO.
           02 CNJ-CLAVE.
              03 CNJ-CODIGO          PIC 9(10).
              03 CNJ-SEC             PIC 9(3).
           02 CNJ-TARJ               PIC 9(10).
           02 CNJ-CUENTA             PIC X(24).
           02 CNJ-ESPEC              PIC 9(4).
           02 CNJ-NUM-ENTRADAS       PIC 9(3).
           02 CNJ-IMPORTE            PIC 9(5)V99.
           02 CNJ-FECHA-NEGOCIO      PIC 9(8).
           02 CNJ-ESTADO             PIC X.
              88 CNJ-APLICADO        VALUE "V".
              88 CNJ-ANULADO         VALUE "A".
           02 CNJ-FECHA-ANULACION    PIC 9(8).

*> FD CODIGOSENTRADAFILE: un codigo de admision por asiento vendido
*> (V=valido, U=usado en puerta, A=anulado por devolucion)
         FD CODIGOSENTRADAFILE.
         01 REG-CODIGO-ENTRADA.
           02 CODENT-CODIGO          PIC 9(8).
           02 CODENT-ESPEC           PIC 9(4).
           02 CODENT-ASIENTO         PIC 9(3).
           02 CODENT-TARJ            PIC 9(10).
           02 CODENT-ESTADO          PIC X.
              88 CODENT-VALIDO       VALUE "V".
              88 CODENT-USADO        VALUE "U".
              88 CODENT-ANULADO      VALUE "A".
           02 CODENT-ZONA            PIC X(2).
           02 CODENT-FILA            PIC 99.
           02 CODENT-BUTACA          PIC 99.

*> FD RECLAMACIONESFILE: una reclamacion por registro, con el apunte
*> reclamado, el motivo alegado y su tramitacion (R=recibida,
              88 CHQ-ABONADO         VALUE "A".
              88 CHQ-DEVUELTO        VALUE "D".

*> FD PRODUCTOSFILE: una fila por producto y fecha de efecto; vale
*> la de fecha mas reciente no posterior a la fecha de negocio
         FD PRODUCTOSFILE.
         01 REG-PRODUCTO.
           02 PRD-CLAVE.
              03 PRD-CODIGO          PIC X(3).
              03 PRD-FECHA-EFECTO    PIC 9(8).
           02 PRD-NOMBRE             PIC X(30).
           02 PRD-TIPO-ACREEDOR      PIC 9V9999.
           02 PRD-TIPO-DEUDOR        PIC 9V9999.
           02 PRD-COMISION-MANT      PIC 9(5)V99.
           02 PRD-UMBRAL-EXENCION    PIC 9(9)V99.
           02 PRD-EXENCION-NOMINA    PIC X.
           02 PRD-LIMITE-DESCUBIERTO PIC 9(7)V99.
           02 PRD-REPRECIADO         PIC X.

*> FD PRESTAMOSFILE: un prestamo por registro (A=activo,
*> L=liquidado), con el mismo formato que MANTENEPRESTAMOS
         FD PRESTAMOSFILE.
         01 REG-PRESTAMO.
           02 PRE-NUMERO             PIC 9(6).
           02 PRE-TARJ               PIC 9(10).
           02 PRE-CUENTA             PIC X(24).
           02 PRE-CAPITAL            PIC 9(9)V99.
           02 PRE-TIPO               PIC 9V9999.
           02 PRE-MESES              PIC 99.
           02 PRE-CUOTA              PIC 9(7)V99.
           02 PRE-CUOTAS-PAGADAS     PIC 99.
           02 PRE-IMPAGADO           PIC 9(9)V99.
           02 PRE-FECHA-ALTA         PIC 9(8).
           02 PRE-ULT-CUOTA-AAAAMM   PIC 9(6).
           02 PRE-FECHA-PRIMER-IMPAGO PIC 9(8).
           02 PRE-ESTADO             PIC X.
              88 PRE-ACTIVO          VALUE "A".
              88 PRE-LIQUIDADO       VALUE "L".

         FD POSICIONESFILE.
         01 REG-POSICION.
           02 PGL-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 PGL-FECHA              PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 PGL-HORA               PIC X(8).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 PGL-LINEA              PIC X(72).

*> FD PODERESFILE: un poder por tarjeta de apoderado, sobre una sola
*> cuenta del poderdante: alcance (la consulta siempre, la retirada
*> y la transferencia segun las marcas S/N), limite por operacion
*> (cero, sin limite propio), vigencia desde/hasta (hasta a cero,
*> indefinido), fecha de revocacion pedida y estado (V=vigente,
*> C=caducado, R=revocado), que fija CADUCARPODERES por la noche.
*> La clave y el bloqueo de la tarjeta van como en SECUND.DAT
         FD PODERESFILE.
         01 REG-PODER.
           02 POD-TARJ               PIC 9(10).
           02 POD-PIN                PIC 9(4).
           02 POD-DNI-APODERADO      PIC X(9).
           02 POD-NOMBRE-APODERADO   PIC X(30).
           02 POD-TARJ-TITULAR       PIC 9(10).
           02 POD-CUENTA             PIC X(24).
           02 POD-DNI-TITULAR        PIC X(9).
           02 POD-RETIRAR            PIC X.
           02 POD-TRANSFERIR         PIC X.
           02 POD-LIMITE-OPERACION   PIC 9(7)V99.
           02 POD-FECHA-DESDE        PIC 9(8).
           02 POD-FECHA-HASTA        PIC 9(8).
           02 POD-FECHA-REVOCACION   PIC 9(8).
           02 POD-ESTADO             PIC X.
              88 POD-VIGENTE         VALUE "V".
              88 POD-CADUCADO        VALUE "C".
              88 POD-REVOCADO        VALUE "R".
           02 POD-FECHA-BAJA         PIC 9(8).
           02 POD-MOTIVO-BAJA        PIC X(20).
           02 POD-BLOQUEADA          PIC X.
           02 POD-FECHA-BLOQUEO.
              03 POD-BLOQUEO-AAAAMMDD PIC 9(8).
              03 POD-BLOQUEO-HORA.
                 04 POD-BLOQUEO-HH      PIC 99.
                 04 POD-BLOQUEO-MM      PIC 99.
                 04 POD-BLOQUEO-SS      PIC 99.

*> FD USOSPODERFILE: una linea por uso del poder, aceptado (A) o
*> denegado (D) con su motivo
         FD USOSPODERFILE.
         01 REG-USO-PODER.
           02 USO-FECHA              PIC X(10).
           02 FILLER                 PIC X.
           02 USO-HORA               PIC X(8).
           02 FILLER                 PIC X.
           02 USO-TARJ-APODERADO     PIC 9(10).
           02 FILLER                 PIC X.
           02 USO-DNI-APODERADO      PIC X(9).
           02 FILLER                 PIC X.
           02 USO-CUENTA             PIC X(24).
           02 FILLER                 PIC X.
           02 USO-OPERACION          PIC X(12).
           02 FILLER                 PIC X.
           02 USO-IMPORTE            PIC ZZZZZZ9.99.
           02 FILLER                 PIC X.
           02 USO-RESULTADO          PIC X.
           02 FILLER                 PIC X.
           02 USO-MOTIVO             PIC X(30).

*> FD GASTOSFILE: gasto acumulado por cuenta, mes (AAAAMM) y
*> categoria, con el nombre de la categoria
         FD GASTOSFILE.
         01 REG-GASTO-MENSUAL.
           02 GMS-CLAVE.
              03 GMS-CUENTA          PIC X(24).
              03 GMS-PERIODO         PIC 9(6).
              03 GMS-CATEGORIA       PIC X(3).
           02 GMS-NOMBRE             PIC X(20).
           02 GMS-IMPORTE            PIC 9(9)V99.
           02 GMS-NUM-MOVS           PIC 9(5).

*> FD AMORTIZACIONESFILE: la amortizacion anticipada de un prestamo:
*> capital pendiente antes, importe amortizado, comision, modalidad
*> (C=reduce cuota, P=reduce plazo, T=total) y la cuota y los meses
*> que quedaban antes y despues. El prestamo se rehace sobre el
*> pendiente nuevo, asi que el contrato original queda solo aqui
         FD AMORTIZACIONESFILE.
         01 REG-AMORTIZACION.
           02 AMO-NUMERO             PIC 9(6).
           02 AMO-TARJ               PIC 9(10).
           02 AMO-CUENTA             PIC X(24).
           02 AMO-FECHA-NEGOCIO      PIC 9(8).
           02 AMO-HORA               PIC X(8).
           02 AMO-PENDIENTE-ANTES    PIC 9(9)V99.
           02 AMO-IMPORTE            PIC 9(9)V99.
           02 AMO-COMISION           PIC 9(7)V99.
           02 AMO-MODALIDAD          PIC X.
           02 AMO-CUOTA-ANTES        PIC 9(7)V99.
           02 AMO-MESES-ANTES        PIC 99.
           02 AMO-CUOTA-NUEVA        PIC 9(7)V99.
           02 AMO-MESES-NUEVOS       PIC 99.

         FD CUADROSFILE.
         01 REG-CUADRO.
           02 CDA-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDA-FECHA              PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDA-HORA               PIC X(8).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDA-LINEA              PIC X(72).

*> FD TALONARIOSFILE: un talonario por registro, con la cuenta y el
*> primer numero como clave, el ultimo numero del rango, la tarjeta
*> que lo pidio, la fecha de negocio del pedido y su estado
*> (A=activo, X=anulado)
         FD TALONARIOSFILE.
         01 REG-TALONARIO.
           02 TAL-CLAVE.
              03 TAL-CUENTA          PIC X(24).
              03 TAL-PRIMERO         PIC 9(7).
           02 TAL-ULTIMO             PIC 9(7).
           02 TAL-TARJ               PIC 9(10).
           02 TAL-FECHA-PEDIDO       PIC 9(8).
           02 TAL-ESTADO             PIC X.
              88 TAL-ACTIVO          VALUE "A".
              88 TAL-ANULADO         VALUE "X".

*> FD CHEQUESCLIFILE: los cheques de cliente con alguna incidencia,
*> por cuenta y numero: S orden de no pago, P pagado, D devuelto
         FD CHEQUESCLIFILE.
         01 REG-CHEQUE-CLIENTE.
           02 CCL-CLAVE.
              03 CCL-CUENTA          PIC X(24).
              03 CCL-NUMERO          PIC 9(7).
           02 CCL-ESTADO             PIC X.
              88 CCL-NO-PAGAR        VALUE "S".
              88 CCL-PAGADO          VALUE "P".
              88 CCL-DEVUELTO        VALUE "D".
           02 CCL-FECHA              PIC 9(8).
           02 CCL-IMPORTE            PIC 9(9)V99.
           02 CCL-BANCO-COD          PIC X(4).
           02 CCL-REFERENCIA         PIC X(20).
           02 CCL-MOTIVO             PIC X(30).
           02 CCL-TARJ               PIC 9(10).

         FD ONGSFILE.
         01 REG-ONG.
           02 ONG-COD                PIC 99.
           02 ONG-NOMBRE             PIC X(30).
           02 ONG-NIF                PIC X(9).
           02 ONG-CUENTA             PIC X(24).

*> FD DONACIONESFILE: un donativo por registro, por DNI del donante,
*> fecha de negocio y secuencia del dia. El nombre y el NIF de la ONG
*> se copian al donar para que el certificado no dependa del maestro
         FD DONACIONESFILE.
         01 REG-DONACION.
           02 DON-CLAVE.
              03 DON-DNI             PIC X(9).
              03 DON-FECHA           PIC 9(8).
              03 DON-SEC             PIC 9(4).
           02 DON-ONG-COD            PIC 99.
           02 DON-ONG-NIF            PIC X(9).
           02 DON-ONG-NOMBRE         PIC X(30).
           02 DON-IMPORTE            PIC 9(7)V99.
           02 DON-CUENTA             PIC X(24).
           02 DON-TARJ               PIC 9(10).
           02 DON-NOMBRE             PIC X(30).
           02 DON-HORA               PIC X(8).
           02 DON-REMESADA           PIC X.
              88 DON-PENDIENTE       VALUE "N".
              88 DON-REMITIDA        VALUE "S".
           02 DON-FECHA-REMESA       PIC 9(8).

         FD CERTDONATIVOSFILE.
         01 REG-CERT-DONATIVO.
           02 CDN-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDN-FECHA              PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDN-HORA               PIC X(8).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 CDN-LINEA              PIC X(72).

         FD CONDICIONESFILE.
         01 REG-CONDICION.
           02 COND-CLAVE.
              03 COND-PRODUCTO       PIC X(8).
              03 COND-FECHA-EFECTO   PIC 9(8).
           02 COND-VERSION           PIC X(8).
           02 COND-TITULO            PIC X(40).
           02 COND-TEXTO OCCURS 3 TIMES PIC X(60).

*> FD CONTRATOSFILE: un contrato por registro, por cuenta y secuencia.
*> Sin condiciones en el maestro la version queda en blanco y la
*> fecha de efecto a cero (condiciones generales del producto)
         FD CONTRATOSFILE.
         01 REG-CONTRATO.
           02 CTR-CLAVE.
              03 CTR-CUENTA          PIC X(24).
              03 CTR-SEC             PIC 9(6).
           02 CTR-PRODUCTO           PIC X(8).
           02 CTR-REFERENCIA         PIC X(20).
           02 CTR-VERSION            PIC X(8).
           02 CTR-FECHA-EFECTO-COND  PIC 9(8).
           02 CTR-TARJ               PIC 9(10).
           02 CTR-TERMINAL           PIC X(4).
           02 CTR-FECHA              PIC X(10).
           02 CTR-HORA               PIC X(8).
           02 CTR-FECHA-NEGOCIO      PIC 9(8).
           02 CTR-RESUMEN OCCURS 4 TIMES PIC X(60).

*> FD CONTROLESTARJFILE: sin registro, la tarjeta no tiene ningun
*> control puesto. El limite temporal sustituye a USER-LIMITE-DIARIO
*> hasta CTJ-LIMITE-HASTA inclusive
         FD CONTROLESTARJFILE.
         01 REG-CONTROL-TARJETA.
           02 CTJ-TARJ               PIC 9(10).
           02 CTJ-USO-EXTRANJERO     PIC X.
              88 CTJ-EXTRANJERO-SI   VALUE "S".
           02 CTJ-CAJEROS-AJENOS     PIC X.
              88 CTJ-AJENOS-SI       VALUE "S".
           02 CTJ-LIMITE-TEMPORAL    PIC 9(7)V99.
           02 CTJ-LIMITE-HASTA       PIC 9(8).
           02 CTJ-CONGELADA          PIC X.
              88 CTJ-TARJETA-CONGELADA VALUE "S".
           02 CTJ-FECHA-CAMBIO       PIC 9(8).

*> FD DENEGACIONESTARJFILE: canal CAJE cajero propio, REDI retirada
*> de la red en este cajero, EMIS adeudo de cajero ajeno, TPV
*> autorizacion en comercio. Codigos CT01 congelada, CT02 uso en el
*> extranjero, CT03 cajeros de otras entidades, CT04 limite temporal
         FD DENEGACIONESTARJFILE.
         01 REG-DENEGACION-TARJETA.
           02 DNG-TARJ               PIC 9(10).
           02 DNG-FECHA              PIC 9(8).
           02 DNG-HORA               PIC X(8).
           02 DNG-CANAL              PIC X(4).
           02 DNG-IMPORTE            PIC 9(7)V99.
           02 DNG-CODIGO             PIC X(4).
           02 DNG-MOTIVO             PIC X(30).

*> FD PUNTUACIONESFILE: puntos de 0 a 999, factores que los forman
*> e importes preconcedidos de descubierto y prestamo personal
         FD PUNTUACIONESFILE.
         01 REG-PUNTUACION.
           02 PUN-DNI                PIC X(9).
           02 PUN-PERIODO            PIC 9(6).
           02 PUN-FECHA-CALCULO      PIC 9(8).
           02 PUN-PUNTOS             PIC 999.
           02 PUN-MESES-NOMINA       PIC 9.
           02 PUN-NOMINA-MEDIA       PIC 9(7)V99.
           02 PUN-SALDO-MEDIO        PIC S9(9)V99.
           02 PUN-DIAS-DESCUBIERTO   PIC 99.
           02 PUN-PRESTAMOS-IMPAGO   PIC 99.
           02 PUN-IMPORTE-IMPAGADO   PIC 9(9)V99.
           02 PUN-ADEUDOS-DEVUELTOS  PIC 99.
           02 PUN-EMBARGOS-ABIERTOS  PIC 99.
           02 PUN-DESCUBIERTO-PREAP  PIC 9(7)V99.
           02 PUN-PRESTAMO-PREAP     PIC 9(7)V99.

*> FD RENTABILIDADFILE: componentes de la rentabilidad del ultimo
*> mes calculado, puesto y tramo (A la mas rentable a D)
         FD RENTABILIDADFILE.
         01 REG-RENTABILIDAD.
           02 RNT-DNI                PIC X(9).
           02 RNT-PERIODO            PIC 9(6).
           02 RNT-FECHA-CALCULO      PIC 9(8).
           02 RNT-COMISIONES-MANT    PIC S9(7)V99.
           02 RNT-COMISIONES-INMED   PIC S9(7)V99.
           02 RNT-RECARGOS           PIC S9(7)V99.
           02 RNT-COMISIONES-OTRAS   PIC S9(7)V99.
           02 RNT-MARGEN-SALDOS      PIC S9(7)V99.
           02 RNT-INTERESES-PAGADOS  PIC 9(7)V99.
           02 RNT-MARGEN-PRESTAMOS   PIC S9(7)V99.
           02 RNT-INTERESES-DESCUB   PIC 9(7)V99.
           02 RNT-NUM-OPERACIONES    PIC 9(5).
           02 RNT-COSTE-OPERACIONES  PIC 9(7)V99.
           02 RNT-PROVISION          PIC 9(9)V99.
           02 RNT-DOTACION           PIC S9(9)V99.
           02 RNT-RESULTADO          PIC S9(9)V99.
           02 RNT-PUESTO             PIC 9(5).
           02 RNT-TRAMO              PIC X.

*> FD FACTURASFILE: los importes de la rectificativa van en negativo.
*> FAC-CLASE "E" entradas o abono de temporada, "S" comision de
*> servicio; FAC-ESTADO "V" vigente, "R" ya rectificada
         FD FACTURASFILE.
         01 REG-FACTURA.
           02 FAC-CLAVE.
              03 FAC-SERIE           PIC X.
                 88 FAC-ORDINARIA    VALUE "F".
                 88 FAC-RECTIFICATIVA VALUE "R".
              03 FAC-EJERCICIO       PIC 9(4).
              03 FAC-NUMERO          PIC 9(6).
           02 FAC-MOV-CLAVE.
              03 FAC-MOV-ID          PIC X(24).
              03 FAC-MOV-SEC         PIC 9(6).
           02 FAC-FECHA-EXPEDICION   PIC 9(8).
           02 FAC-FECHA-OPERACION    PIC 9(8).
           02 FAC-TARJ               PIC 9(10).
           02 FAC-NIF                PIC X(9).
           02 FAC-NOMBRE             PIC X(30).
           02 FAC-DOMICILIO          PIC X(30).
           02 FAC-CONCEPTO           PIC X(40).
           02 FAC-CLASE              PIC X.
           02 FAC-TIPO-IVA           PIC 99V99.
           02 FAC-BASE               PIC S9(7)V99.
           02 FAC-CUOTA              PIC S9(7)V99.
           02 FAC-TOTAL              PIC S9(7)V99.
           02 FAC-RECTIFICADA.
              03 FAC-RECT-SERIE      PIC X.
              03 FAC-RECT-EJERCICIO  PIC 9(4).
              03 FAC-RECT-NUMERO     PIC 9(6).
           02 FAC-ESTADO             PIC X.
              88 FAC-VIGENTE         VALUE "V".
              88 FAC-YA-RECTIFICADA  VALUE "R".

         FD SERIESFACTURAFILE.
         01 REG-SERIE-FACTURA.
           02 SER-CLAVE.
              03 SER-SERIE           PIC X.
              03 SER-EJERCICIO       PIC 9(4).
           02 SER-ULTIMO-NUMERO      PIC 9(6).
           02 SER-FECHA-ULTIMA       PIC 9(8).

         FD FISCALESFILE.
         01 REG-DATOS-FISCALES.
           02 FIS-NIF                PIC X(9).
           02 FIS-RAZON-SOCIAL       PIC X(40).
           02 FIS-DOMICILIO          PIC X(40).
           02 FIS-IVA-ENTRADAS       PIC 99V99.
           02 FIS-IVA-SERVICIOS      PIC 99V99.

         FD FACTIMPRESASFILE.
         01 REG-FACTURA-IMPRESA.
           02 FIM-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 FIM-FECHA              PIC X(10).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 FIM-HORA               PIC X(8).
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 FIM-LINEA              PIC X(72).

*> FD PREVENTASFILE: una ventana de preventa por espectaculo, con
*> las fechas de inicio y fin (AAAAMMDD) y los criterios que dan
*> derecho a comprar en ella; un criterio que no se usa queda a "N"
*> o a cero, y un cupo cero deja la preventa sin cupo por tarjeta
         FD PREVENTASFILE.
         01 REG-PREVENTA.
           02 PRV-ESPEC              PIC 9(4).
           02 PRV-FECHA-INICIO       PIC 9(8).
           02 PRV-FECHA-FIN          PIC 9(8).
           02 PRV-ABONADOS           PIC X.
           02 PRV-ASISTENTES         PIC X.
           02 PRV-PUNTOS-MINIMOS     PIC 9(7).
           02 PRV-CUPO-TARJETA       PIC 9(3).
           02 PRV-STAFF-ID           PIC X(8).
           02 PRV-FECHA-ALTA         PIC 9(8).

*> FD VENTASPREVENTAFILE: una linea por compra hecha en preventa,
*> con el criterio por el que la tarjeta pudo comprar (A abonado
*> del promotor, P puntos, H asistente a otra funcion del promotor)
         FD VENTASPREVENTAFILE.
         01 REG-VENTA-PREVENTA.
           02 VPV-ESPEC              PIC 9(4).
           02 FILLER                 PIC X(2).
           02 VPV-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2).
           02 VPV-ENTRADAS           PIC 9(3).
           02 FILLER                 PIC X(2).
           02 VPV-IMPORTE            PIC 9(7)V99.
           02 FILLER                 PIC X(2).
           02 VPV-CRITERIO           PIC X.
           02 FILLER                 PIC X(2).
           02 VPV-FECHA              PIC 9(8).

         FD PROMOTORESFILE.
         01 REG-PROMOTOR.
           02 PROM-ESPEC             PIC 9(4).
           02 PROM-NOMBRE            PIC X(30).
           02 PROM-CUENTA            PIC X(24).
           02 PROM-COMISION-PCT      PIC 99V99.
           02 PROM-LIQUIDADA         PIC X.

         FD TRAZADOSFILE.
         01 REG-CONTROL-TRAZADO.
           02 TRZ-FICHERO            PIC X(12).
           02 TRZ-VERSION            PIC 9(3).
           02 TRZ-NUM-REGISTROS      PIC 9(9).
           02 TRZ-FECHA              PIC 9(8).
           02 TRZ-PROGRAMA           PIC X(20).

        WORKING-STORAGE SECTION.
         77 OP                       PIC X.
         77 OPCION                   PIC 9.
         77 FSJR                      PIC XX.
         77 FSRC                      PIC XX.
         77 FSCE                      PIC XX.
         77 FSAPL                     PIC XX.
         77 FSBON                     PIC XX.
         77 FSFAC                     PIC XX.
         77 FSSEF                     PIC XX.
         77 FSFIS                     PIC XX.
         77 FSFIM                     PIC XX.
         77 FSPRV                     PIC XX.
         77 FSVPV                     PIC XX.
         77 FSPM                      PIC XX.
         77 FSTZ                      PIC XX.
         77 TRAZADO-FICHERO-WS        PIC X(12).
         77 TRAZADO-VERSION-WS        PIC 9(3).
         77 FSCNJ                     PIC XX.
         77 FSRT                      PIC XX.
         77 FSTM                      PIC XX.
         77 FSFN                      PIC XX.
         77 FSTP                      PIC XX.
         77 FSST                      PIC XX.
         77 FSSA                      PIC XX.
         77 FSINM                     PIC XX.
         77 FSRCL                     PIC XX.
         77 FSLG                      PIC XX.
         77 FSES                      PIC XX.
         77 FSPP                      PIC XX.
         77 FSABO                     PIC XX.
         77 FSCAM                     PIC XX.
         77 FSRCA                     PIC XX.
         77 FSPRD                     PIC XX.
         77 FSPR                      PIC XX.
         77 FSPGL                     PIC XX.
         77 FSPOD                     PIC XX.
         77 FSUPD                     PIC XX.
         77 FSGM                      PIC XX.
         77 FSAMO                     PIC XX.
         77 FSCDA                     PIC XX.
         77 FSTAL                     PIC XX.
         77 FSCCL                     PIC XX.
         77 FSONG                     PIC XX.
         77 FSDON                     PIC XX.
         77 FSCDN                     PIC XX.
         77 FSCOND                    PIC XX.
         77 FSCTR                     PIC XX.
         77 FSCTJ                     PIC XX.
         77 FSDNG                     PIC XX.
         77 CAMPANA-MOSTRADA-WS       PIC X VALUE "N".
         77 CAMPANA-ELEGIDA-WS        PIC 9(3).
         77 TEXTO-CAMPANA-WS          PIC X(60).
         77 RESPUESTA-CAMPANA-WS      PIC X.
         77 ABONO-COMPRA-WS           PIC 9(3) VALUE 0.
         77 CODIGO-ABONO-WS           PIC 9(8).
         77 OPCION-BONO-WS            PIC 9 VALUE 0.
         77 PREF-RECIBO-WS            PIC X VALUE "P".
         77 PREF-EXTRACTO-WS          PIC X VALUE "E".
         77 PREF-CANAL-WS             PIC X VALUE "S".
         77 HAY-ANTICIPO-WS           PIC X(2).
*> Porcentaje maximo del anticipo sobre la ultima nomina
         77 PCT-ANTICIPO-NOMINA       PIC 9V99 VALUE 0.50.
*> Puntuacion de comportamiento por debajo de la cual no se concede
*> el anticipo; sin puntuacion calculada no se exige
         77 PUNTOS-MINIMOS-ANTICIPO   PIC 999 VALUE 400.
         77 FSPUN                     PIC XX.
         77 HAY-PUNTUACION-WS         PIC X(2).
         77 PUNTOS-CLIENTE-WS         PIC 999.
         77 PRESTAMO-PREAP-WS         PIC 9(7)V99.
         77 DESCUBIERTO-PREAP-WS      PIC 9(7)V99.
         77 FSRNT                     PIC XX.
         77 TRAMO-CLIENTE-WS          PIC X.
         77 TRAMO-CAMPANA-WS          PIC X.
         77 LETRAS-TRAMO-RNT          PIC X(4) VALUE "ABCD".
         77 FSDA                      PIC XX.
         77 ACREEDOR-MANDATO-WS       PIC X(10).
         77 VENTANA-DIAS-WS           PIC 999 VALUE 56.
                03 SALDO-CUENTA-D    PIC --------9.99.
         77 LINEA-ESPEC                 PIC 99 VALUE 12.
         01 ESPECTACULO.
            02 LINEA-DETALLE-ESPEC OCCURS 999 TIMES.
                03 FILLER                PIC X(1) VALUE SPACES.
                03 NUM-D-ESPEC          PIC 9(4).
                03 FILLER                PIC X(1) VALUE SPACES.
                03 FECHA-D-ESPEC           PIC X(10).
                03 FILLER                PIC X(3) VALUE SPACES.
                03 NOMBRE-D-ESPEC       PIC X(20).
            02 I-REGLA               PIC 99.
            02 OPS-EN-VENTANA-WS     PIC 9(3).
            02 SEGUNDOS-VENTANA-WS   PIC 9(6).
            02 TIPO-OP-CLASE-WS      PIC XX.
            02 MSJ-OPERACION-DENEGADA PIC X(48) VALUE
               "Operacion denegada por seguridad!!!!!!!!!!!!!!!".

               VALUE "Saldo insuficiente. Indique una cantidad menor!!".
            02 MSJ-ERROR-LIMITE-DIARIO  PIC X(48)
               VALUE "Ha superado el limite diario de retirada!!!!!!!".
            02 MSJ-ERROR-CONGELADA   PIC X(48)
               VALUE "Tarjeta congelada. Descongelela en la opcion S!!".
            02 MSJ-ERROR-LIMITE-TEMPORAL PIC X(48)
               VALUE "Supera el limite temporal puesto a la tarjeta!!!".
            02 CANTIDAD-RET-MOV      PIC --------9.99.
            02 TOTAL-RETIRADO-HOY    PIC 9(7)V99.
            02 FECHA-HOY-COMP        PIC 9(8).
               VALUE "J.- Ceder entradas".
            02 IDI-OPC-CERTIFICADO     PIC X(21)
               VALUE "H.- Certificado saldo".
            02 IDI-OPC-DUPLICADO       PIC X(22)
               VALUE "G.- Recibos y facturas".
            02 IDI-OPC-INGRESAR-CHEQUE PIC X(19)
               VALUE "F.- Ingresar cheque".
            02 IDI-OPC-DEPOSITO-NOCT   PIC X(21)
               VALUE "T - Cheque bancario".
            02 IDI-OPC-PREFERENCIAS    PIC X(20)
               VALUE "U - Mis preferencias".
            02 IDI-OPC-ABONO-TEMP      PIC X(25)
               VALUE "V - Abonos y bonos regalo".
            02 IDI-OPC-POSICION-GLOBAL PIC X(19)
               VALUE "W - Posicion global".
            02 IDI-OPC-MIS-GASTOS      PIC X(14)
               VALUE "X - Mis gastos".
            02 IDI-OPC-AMORTIZAR-PRE   PIC X(22)
               VALUE "Y - Amortizar prestamo".
            02 IDI-OPC-TALONARIO       PIC X(24)
               VALUE "Z - Talonario de cheques".
            02 IDI-OPC-DONAR           PIC X(19)
               VALUE "I - Donar a una ONG".
            02 IDI-OPC-CONTROLES       PIC X(24)
               VALUE "S - Controles de tarjeta".
            02 IDI-RETENIDO-PENDIENTE  PIC X(19)
               VALUE "Retenido pendiente:".
            02 IDI-SALDO-DISPONIBLE    PIC X(17)
            02 EUROS-APERTURA         PIC 9(7).
            02 CENT-APERTURA          PIC 99.
            02 IMPORTE-APERTURA       PIC 9(7)V99.
            02 PRODUCTO-APERTURA      PIC X(3).
            02 NOMBRE-PRODUCTO-WS     PIC X(30).
            02 TIPO-PRODUCTO-WS       PIC 9V9999.
            02 LIMITE-PRODUCTO-WS     PIC 9(7)V99.
            02 PRODUCTO-ENCONTRADO    PIC X(2).
            02 ERROR-CONTRATAR        PIC X(47).
            02 MSJ-ERROR-CONTRATAR-HUECO PIC X(47)
               VALUE "No puede contratar mas cuentas con esta tarjeta".
            02 MSJ-ERROR-CONTRATAR-PRODUCTO PIC X(47)
               VALUE "El producto indicado no esta en el catalogo".

        01 DATOS-CANCELAR-CUENTA.
            02 CUENTAS-ACTIVAS        PIC 9.
            02 WAL-CANTIDAD-WS       PIC S9(9)V99.
            02 WAL-SALDO-ANTES-WS    PIC S9(9)V99.
            02 WAL-SALDO-DESPUES-WS  PIC S9(9)V99.
            02 WAL-TIPO-OP-WS        PIC XX.
            02 WAL-SUBTIPO-OP-WS     PIC XX.

        01 DATOS-MONEDA.
            02 MONEDA-SELECCIONADA  PIC X(3).
            02 NUM-ENTRADAS-ADULTO   PIC 9(3).
            02 MSJ-ERROR-CATEGORIAS  PIC X(51) VALUE
               "Entradas de nino y senior superan el total pedido!".
            02 NUM-ESPEC             PIC 9(4).
            02 COSTE-TOTAL-ENTRADAS  PIC 9(4)V99.
            02 COSTE-TOTAL-ENT-MOV   PIC ---9.99.
            02 NUM-TOTAL-ESPEC       PIC 999.
            02 HAY-ENTRADAS             PIC X(2).
            02 EXISTE-ESPECTACULO     PIC X(2).
            02 MSJ-ENTER-ESPEC       PIC X(22).
            02 MSJ-MAS-ESPEC         PIC X(22)
                VALUE "Enter-Mas espectaculos".
            02 NUM-PANTALLA-ESPEC    PIC 999 VALUE 1.
            02 TOTAL-PANTALLAS-ESPEC PIC 999.
            02 RESTO-ESPEC             PIC 99.
            02 NUM-PRIMER-ESPEC      PIC 9(4).
            02 NUM-ULTIMO-ESPEC      PIC 9(4).
            02 MSJ-COMPRAR-ENTRADAS  PIC X(51).
            02 MSJ-ERROR-ENTRADAS    PIC X(51) VALUE
               "Entradas insuficientes. Indique una cantidad menor!".
               "No quedan entradas suficientes para su peticion".
            02 MSJ-ERROR-ESPEC       PIC X(50) VALUE
               "El espectaculo seleccionado no existe. Elija otro!".
            02 MSJ-ERROR-ESPEC-ADULTOS PIC X(51) VALUE
               "Espectaculo solo para adultos. Elija otro!".
            02 ASIENTO-NUM-ELEGIDO   PIC 9(3).
            02 I-ASIENTO             PIC 99 VALUE 1.
            02 J-ASIENTO             PIC 99.
            02 MSJ-ERROR-ASIENTO     PIC X(51) VALUE
               "Asiento no disponible. Elija otro numero de asiento".
            02 ASIENTOS-ELEGIDOS OCCURS 50 TIMES PIC 9(3).
*> Ubicacion y precio de cada asiento elegido en los espectaculos con
*> recinto: zona, fila y butaca, y el precio de la entrada ya con la
*> categoria (adulto, nino o senior) que le toca por su orden
            02 ZONA-ELEGIDA          PIC X(2).
            02 FILA-ELEGIDA          PIC 99.
            02 BUTACA-ELEGIDA        PIC 99.
            02 ZONAS-ELEGIDAS OCCURS 50 TIMES PIC X(2).
            02 FILAS-ELEGIDAS OCCURS 50 TIMES PIC 99.
            02 BUTACAS-ELEGIDAS OCCURS 50 TIMES PIC 99.
            02 PRECIOS-ELEGIDOS OCCURS 50 TIMES PIC 999V99.
            02 ZONA-HALLADA-WS       PIC X(2).
            02 FILA-HALLADA-WS       PIC 99.
            02 BUTACA-HALLADA-WS     PIC 99.
            02 PRECIO-BASE-HALLADO-WS PIC 999V99.
            02 CATEGORIA-ASIENTO-WS  PIC X(6).
            02 PRECIO-ADULTO-ESPEC-WS PIC 999V99.
            02 PRECIO-NINO-ESPEC-WS  PIC 999V99.
            02 PRECIO-SENIOR-ESPEC-WS PIC 999V99.
            02 PRECIO-CALCULO-WS     PIC S9(4)V99.
            02 PRECIO-PAGADOR-WS     PIC 999V99.
            02 FILA-EDIT-WS          PIC Z9.
            02 BUTACA-EDIT-WS        PIC Z9.
*> Resumen por zona del plano del espectaculo elegido, para que el
*> cliente vea zonas, filas, precios y asientos libres antes de elegir
            02 NUM-ZONAS-ESPEC       PIC 99.
            02 K-ZONA                PIC 99.
            02 LINEA-ZONA-WS         PIC 99.
            02 TABLA-ZONAS-ESPEC OCCURS 8 TIMES.
               03 TZ-ZONA            PIC X(2).
               03 TZ-NOMBRE          PIC X(15).
               03 TZ-FILAS           PIC 99.
               03 TZ-PRECIO          PIC 999V99.
               03 TZ-LIBRES          PIC 9(3).
               03 TZ-ACCESIBLES      PIC 9(3).
            02 LINEA-ZONA-ESPEC.
               03 FILLER             PIC X(14) VALUE SPACES.
               03 LZE-ZONA           PIC X(2).
               03 FILLER             PIC X(3) VALUE SPACES.
               03 LZE-NOMBRE         PIC X(15).
               03 FILLER             PIC X(2) VALUE SPACES.
               03 LZE-FILAS          PIC Z9.
               03 FILLER             PIC X(4) VALUE SPACES.
               03 LZE-PRECIO         PIC ZZ9.99.
               03 FILLER             PIC X(4) VALUE SPACES.
               03 LZE-LIBRES         PIC ZZ9.
               03 FILLER             PIC X(5) VALUE SPACES.
               03 LZE-ACCESIBLES     PIC ZZ9.
*> Codigos de admision generados para los asientos de la compra en
*> curso, para mostrarselos al cliente al confirmar
            02 CODENT-CODIGO-WS      PIC 9(8).
            02 LINEA-CODIGO-ENT.
               03 FILLER             PIC X(16) VALUE "        Asiento ".
               03 LCE-ASIENTO        PIC ZZ9.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 LCE-UBICACION      PIC X(25).
               03 FILLER             PIC X(9) VALUE " codigo  ".
               03 LCE-CODIGO         PIC 9(8).
            02 LINEA-CODIGO-ENT-WS   PIC 99.

*> Campos de la compra en grupo: un cargo del precio de su asiento
*> (PRECIOS-ELEGIDOS) por entrada a la tarjeta de su propio pagador, en
*> vez de cargar todo COSTE-TOTAL-ENTRADAS a la tarjeta que entro al
*> menu de espectaculos
            02 GRUPO-COMPRA          PIC X VALUE "N".
            02 I-PAGADOR             PIC 99.
            02 GRUPO-PAGADOR-TARJ OCCURS 50 TIMES PIC 9(10).
            02 CANJE-PUNTOS          PIC X VALUE "N".
            02 PUNTOS-DISPONIBLES-WS PIC 9(7).

*> Campos del pago con bono regalo de una compra de entradas
*> individual: cualquier titular puede canjear un bono que conozca,
*> en todo o en parte, y lo que sobre sigue en el codigo
            02 CANJE-BONO            PIC X VALUE "N".
            02 CODIGO-CANJE-WS       PIC 9(10) VALUE 0.
            02 DESCUENTO-BONO-WS     PIC 9(5)V99 VALUE 0.
            02 SALDO-BONO-CANJE-WS   PIC 9(5)V99.
            02 SALDO-BONO-CANJE-ED   PIC ZZZZ9.99.
            02 INTENTOS-BONO-WS      PIC 9 VALUE 0.
            02 SEC-CANJE-WS          PIC 9(3) VALUE 0.
            02 MSJ-PAGO-BONO-WS      PIC X(45).
            02 DESCUENTO-BONO-ED     PIC ZZZZ9.99.
            02 MSJ-ERROR-BONO        PIC X(51) VALUE
               "Bono regalo inexistente, caducado o sin saldo!!!!!".
            02 MSJ-ERROR-BONO-USADO  PIC X(51) VALUE
               "El bono regalo ha cambiado. Repita la compra!!!!!!".

*> Campos de la venta de bonos regalo: importes fijos a elegir,
*> codigo unico impreso en el recibo y caducidad a un año vista
        01 DATOS-BONO-REGALO.
            02 VALOR-BONO-WS         PIC 9(5)V99.
            02 VALOR-BONO-ED         PIC ZZZZ9.99.
            02 CODIGO-BONO-PARTES.
               03 BONO-SEC-WS        PIC 9(6).
               03 BONO-CONTROL-WS    PIC 9(4).
            02 CODIGO-BONO-WS REDEFINES CODIGO-BONO-PARTES PIC 9(10).
            02 HORA-BONO-WS          PIC 9(8).
            02 HORA-COCIENTE-WS      PIC 9(8).
            02 CADUCIDAD-BONO-WS     PIC 9(8).
            02 CADUCIDAD-BONO-F.
               03 CAD-BONO-DD        PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 CAD-BONO-MM        PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 CAD-BONO-AA        PIC 9999.
            02 MSJ-BONO              PIC X(47).
            02 MSJ-ERROR-BONO-OPCION PIC X(47) VALUE
               "Elija uno de los importes de la lista".
            02 MSJ-ERROR-BONO-SALDO  PIC X(47) VALUE
               "Saldo disponible insuficiente para el bono".

        01 ANULACION-ENTRADAS.
            02 ANUL-DD               PIC 99.
            02 ANUL-MM               PIC 99.
               03 FILLER                PIC X VALUE "/".
               03 ANUL-FB-AA            PIC 9999.
            02 ANUL-ENCONTRADA       PIC X(2).
            02 ANUL-NUM-ESPEC        PIC 9(4).
            02 ANUL-NUM-ENTRADAS     PIC 9(3).
            02 ANUL-IMPORTE          PIC 9(4)V99.
            02 MSJ-ANULAR            PIC X(51).
               "No se encontro ninguna compra en esa fecha".
            02 MSJ-ERROR-ANULAR-CADUCADA PIC X(51) VALUE
               "No se puede anular, el espectaculo ya ha pasado".
            02 ANUL-EN-VENTANA-APLAZ PIC X(2).
            02 MSJ-ANULAR-APLAZ      PIC X(51).
            02 MSJ-AVISO-ANULAR-APLAZ PIC X(51) VALUE
               "Devolucion por aplazamiento del espectaculo".
*> Compra pagada en parte con bono regalo: en MOV-CUENTA-DESTINO
*> lleva el codigo del bono (bytes 9-18) y la secuencia del canje
*> (bytes 19-21); lo pagado con el bono vuelve al bono
            02 ANUL-CANJE-CLAVE.
               03 ANUL-CANJE-CODIGO     PIC 9(10).
               03 ANUL-CANJE-SEC        PIC 9(3).
            02 ANUL-CANJE-CLAVE-X REDEFINES ANUL-CANJE-CLAVE
                                     PIC X(13).
            02 MSJ-ANULAR-BONO       PIC X(51).
            02 MSJ-AVISO-ANULAR-BONO PIC X(51) VALUE
               "Lo pagado con bono regalo se devuelve al bono".

*> Campos de la reclamacion de un movimiento desde la pantalla de
*> movimientos: el cliente indica la fecha y el importe del apunte que
            02 MSJ-ERROR-MOTIVO-RECL PIC X(51) VALUE
               "Indique un motivo entre 1 y 4".

*> Campos del recall de una transferencia a otra entidad ya enviada:
*> el cliente indica la fecha y el importe de la transferencia y el
*> motivo (1-Duplicada, 2-Beneficiario erroneo, 3-Fraude)
        01 DATOS-RECALL.
            02 RCL-DD                PIC 99.
            02 RCL-MM                PIC 99.
            02 RCL-AA                PIC 9999.
            02 RCL-FECHA-BUSCADA     PIC 9(8).
            02 EUROS-RCL             PIC 9(6).
            02 CENT-RCL              PIC 99.
            02 IMPORTE-RCL           PIC 9(6)V99.
            02 MOTIVO-RCL            PIC 9.
            02 RCL-ENCONTRADA        PIC X(2).
            02 RCL-ABIERTO           PIC X(2).
            02 NUM-RCL-WS            PIC 9(6).
            02 MSJ-RECALL            PIC X(51).
            02 MSJ-ERROR-RECALL      PIC X(51) VALUE
               "No hay transferencia enviada con esa fecha/importe".
            02 MSJ-ERROR-RECALL-ABIERTO PIC X(51) VALUE
               "Esa transferencia ya tiene un recall en curso".
            02 MSJ-ERROR-MOTIVO-RCL  PIC X(51) VALUE
               "Indique un motivo entre 1 y 3".

*> Campos del duplicado de recibo: el cliente localiza el movimiento
*> por fecha e importe (igual que en la reclamacion) y el recibo se
*> lee directamente de RECIBOS.DAT por la clave del apunte
            02 MSJ-ERROR-SIN-RECIBO  PIC X(51) VALUE
               "Ese movimiento no tiene recibo archivado".

*> Campos de la solicitud de factura: el cliente localiza la compra
*> de entradas o la comision por fecha e importe, como en el
*> duplicado de recibo, y da el NIF, el nombre y el domicilio del
*> destinatario de la factura
        01 DATOS-SOLICITUD-FACTURA.
            02 SFA-DD                PIC 99.
            02 SFA-MM                PIC 99.
            02 SFA-AA                PIC 9999.
            02 SFA-FECHA-BUSCADA.
               03 SFA-FB-DD             PIC 99.
               03 FILLER                PIC X VALUE "/".
               03 SFA-FB-MM             PIC 99.
               03 FILLER                PIC X VALUE "/".
               03 SFA-FB-AA             PIC 9999.
            02 EUROS-SFA             PIC 9(6).
            02 CENT-SFA              PIC 99.
            02 IMPORTE-SFA           PIC 9(6)V99.
            02 SFA-NIF               PIC X(9).
            02 SFA-NOMBRE            PIC X(30).
            02 SFA-DOMICILIO         PIC X(30).
*> "SI" hallado y facturable, "AN" compra ya devuelta, "NO" no hay
*> ningun cargo facturable con esa fecha e importe
            02 SFA-ENCONTRADO        PIC X(2).
            02 MSJ-FACTURA           PIC X(51).
            02 MSJ-FACTURA-IMPRESA   PIC X(51).
            02 MSJ-FACTURA-RECT      PIC X(51).
            02 MSJ-ERROR-FACT-NOMOV  PIC X(51) VALUE
               "No hay compra ni comision con esa fecha e importe".
            02 MSJ-ERROR-FACT-ANULADA PIC X(51) VALUE
               "Esa compra esta devuelta: no se puede facturar".
            02 MSJ-ERROR-FACT-NIF    PIC X(51) VALUE
               "El NIF del destinatario no es valido".
            02 MSJ-ERROR-FACT-NOMBRE PIC X(51) VALUE
               "Indique el nombre o razon social del destinatario".
            02 MSJ-ERROR-FACT-EMISOR PIC X(51) VALUE
               "Facturacion no disponible: consulte en su oficina".
            02 MSJ-ERROR-FACT-OCUPADO PIC X(51) VALUE
               "Registro de facturas ocupado, intentelo de nuevo".

*> Factura en curso, con la misma disposicion que REG-FACTURA para
*> pasarla de una vez al registro; los datos del emisor y los tipos
*> de IVA salen de DATOS-FISCALES.DAT (si falta el fichero no se
*> expiden facturas)
        01 FACTURA-TRABAJO.
            02 FTR-CLAVE.
               03 FTR-SERIE             PIC X.
               03 FTR-EJERCICIO         PIC 9(4).
               03 FTR-NUMERO            PIC 9(6).
            02 FTR-MOV-CLAVE.
               03 FTR-MOV-ID            PIC X(24).
               03 FTR-MOV-SEC           PIC 9(6).
            02 FTR-FECHA-EXPEDICION  PIC 9(8).
            02 FTR-FECHA-OPERACION   PIC 9(8).
            02 FTR-TARJ              PIC 9(10).
            02 FTR-NIF               PIC X(9).
            02 FTR-NOMBRE            PIC X(30).
            02 FTR-DOMICILIO         PIC X(30).
            02 FTR-CONCEPTO          PIC X(40).
            02 FTR-CLASE             PIC X.
            02 FTR-TIPO-IVA          PIC 99V99.
            02 FTR-BASE              PIC S9(7)V99.
            02 FTR-CUOTA             PIC S9(7)V99.
            02 FTR-TOTAL             PIC S9(7)V99.
            02 FTR-RECTIFICADA.
               03 FTR-RECT-SERIE        PIC X.
               03 FTR-RECT-EJERCICIO    PIC 9(4).
               03 FTR-RECT-NUMERO       PIC 9(6).
            02 FTR-ESTADO            PIC X.

        01 DATOS-EMISION-FACTURA.
            02 EMISOR-NIF-WS         PIC X(9).
            02 EMISOR-RAZON-WS       PIC X(40).
            02 EMISOR-DOMICILIO-WS   PIC X(40).
            02 IVA-ENTRADAS-WS       PIC 99V99.
            02 IVA-SERVICIOS-WS      PIC 99V99.
            02 NUMERO-FACTURA-OK     PIC X(2).
            02 REINTENTOS-SERIE-WS   PIC 9.
            02 COMPRA-ANULADA-ID-WS  PIC X(24).
            02 COMPRA-ANULADA-SEC-WS PIC 9(6).
            02 NUM-FACTURA-TXT       PIC X(13).
            02 NUM-FACTURA-RECT-TXT  PIC X(13).
            02 FECHA-IMPR-FACT-WS    PIC 9(8).
            02 FECHA-IMPR-FACT-R REDEFINES FECHA-IMPR-FACT-WS.
               03 AA-IMPR-FACT          PIC 9999.
               03 MM-IMPR-FACT          PIC 99.
               03 DD-IMPR-FACT          PIC 99.
            02 FECHA-EXP-FACT-ED     PIC X(10).
            02 FECHA-OPE-FACT-ED     PIC X(10).
            02 IMPORTE-FACT-ED       PIC -------9.99.
            02 TIPO-IVA-FACT-ED      PIC Z9.99.
            02 LINEA-IMPR-FACT-WS    PIC X(72).

*> Comprobacion del NIF del destinatario: DNI (8 cifras y letra
*> modulo 23), NIE (X, Y o Z por 0, 1 o 2 y la misma letra) o NIF
*> de persona juridica (letra de organizacion, 7 cifras y control,
*> que puede ir como cifra o como letra de JABCDEFGHI)
        01 VALIDACION-NIF-FACTURA.
            02 NIF-VALIDAR-WS        PIC X(9).
            02 NIF-DNI-WS            PIC X(9).
            02 NIF-NUMERO-WS         PIC 9(8).
            02 COCIENTE-NIF          PIC 9(8).
            02 RESTO-NIF             PIC 99.
            02 POSICION-LETRA-NIF    PIC 99.
            02 TABLA-LETRAS-NIF      PIC X(23)
               VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
            02 LETRAS-ORGANIZACION   PIC X(17)
               VALUE "ABCDEFGHJNPQRSUVW".
            02 TABLA-CONTROL-CIF     PIC X(10) VALUE "JABCDEFGHI".
            02 CUENTA-LETRA-CIF      PIC 99.
            02 I-CIF                 PIC 9.
            02 DIGITO-CIF-WS         PIC 9.
            02 DOBLE-CIF-WS          PIC 99.
            02 SUMA-CIF-WS           PIC 999.
            02 COCIENTE-CIF          PIC 999.
            02 RESTO-CIF             PIC 99.
            02 CONTROL-CIF-WS        PIC 99.
            02 CONTROL-CIF-CIFRA     PIC 9.
            02 CONTROL-CIF-X REDEFINES CONTROL-CIF-CIFRA PIC X.
            02 NIF-VALIDO-WS         PIC X(2).

*> Campos del digito de control de los numeros de cuenta propios:
*> formato ES + 2 digitos de control + tarjeta(10) + hueco(1) +
*> relleno(9); el control es el resto modulo 97 del cuerpo de 20
            02 ENTIDAD-EXTERNA-OK    PIC X.
            02 CODIGO-ENTIDAD-DEST-WS PIC 9(6).
            02 TSA-ID-WS             PIC 9(6).
*> Transferencia inmediata: solo para destinos de otra entidad (las
*> de la casa ya se abonan en el acto) y hasta el tope de PARAMS.DAT
            02 TRANSF-INMEDIATA-WS   PIC X VALUE "N".
            02 TOPE-INMEDIATA-WS     PIC 9(7)V99 VALUE 15000.
            02 COMISION-INMEDIATA-WS PIC 99V99 VALUE 0.50.
            02 COMISION-INMEDIATA-ED PIC Z9.99.
            02 MSJ-INMEDIATA-TRANSF  PIC X(47).
            02 MSJ-ERROR-TOPE-INMEDIATA PIC X(47) VALUE
               "Supera el tope de la transferencia inmediata!!!".

*> Modo de formacion: con la marca a "S" el cajero trabaja contra el
*> juego de pruebas TEST-*.DAT que genera ANONIMIZARDATOS (incluido
            02 CED-TARJ-DESTINO      PIC 9(10).
            02 CED-CUENTA-DESTINO    PIC X(24).
            02 CED-DESTINO-EXISTE    PIC X(2).
            02 NUM-ESPEC-CED-X       PIC X(4).
            02 MSJ-CEDER             PIC X(51).
            02 MSJ-ERROR-CEDER       PIC X(51) VALUE
               "No se encontro ninguna compra cedible en esa fecha".
            02 I-CERT                PIC 99.
            02 SALDO-CERT-ABS-WS     PIC 9(9)V99.

*> Campos de la posicion global: tarjetas de la persona (de
*> PERSONAS.DAT), sus cuentas sin repetir con la tasa a euros de
*> cada una (FX.DAT, a la par si no hay tasa) y los acumulados en
*> euros por tipo de producto
        01 POSICION-GLOBAL-WS.
            02 DNI-POSICION-WS       PIC X(9).
            02 NUM-TARJETAS-POS-WS   PIC 9.
            02 TARJETA-POSICION-WS   PIC 9(10) OCCURS 5 TIMES.
            02 NUM-CUENTAS-POS-WS    PIC 99.
            02 CUENTA-POSICION-WS    OCCURS 15 TIMES.
               03 CUENTA-POS-NUM-WS  PIC X(24).
               03 CUENTA-POS-TASA-WS PIC 9(5)V9999.
            02 T-POS                 PIC 9.
            02 M-POS                 PIC 9.
            02 C-POS                 PIC 99.
            02 CUENTA-BUSCAR-POS-WS  PIC X(24).
            02 TARJETA-BUSCAR-POS-WS PIC 9(10).
            02 ENCONTRADA-POS-WS     PIC X(2).
            02 TASA-POS-WS           PIC 9(5)V9999.
            02 MONEDA-POS-WS         PIC X(3).
            02 IMPORTE-POS-WS        PIC S9(11)V99.
            02 NUM-HUC-POS-WS        PIC 99.
            02 NUM-PLZ-POS-WS        PIC 99.
            02 NUM-PRE-POS-WS        PIC 99.
            02 NUM-ANT-POS-WS        PIC 99.
            02 ACTIVO-CTA-POS-WS     PIC 9(11)V99.
            02 DEUDA-CTA-POS-WS      PIC 9(11)V99.
            02 DISP-CTA-POS-WS       PIC S9(11)V99.
            02 AHORRADO-POS-WS       PIC 9(11)V99.
            02 PLAZOS-POS-WS         PIC 9(11)V99.
            02 PRESTAMOS-POS-WS      PIC 9(11)V99.
            02 ANTICIPOS-POS-WS      PIC 9(11)V99.
            02 EMBARGO-POS-WS        PIC S9(11)V99.
            02 TOTAL-ACTIVO-POS-WS   PIC 9(11)V99.
            02 TOTAL-DEUDA-POS-WS    PIC 9(11)V99.
            02 NETO-POS-WS           PIC S9(11)V99.
            02 DISPONIBLE-POS-WS     PIC S9(11)V99.
            02 MSJ-POSICION          PIC X(47).
            02 LINEA-IMPR-POS-WS     PIC X(72).
            02 CABECERA-IMPR-POS-WS.
               03 FILLER             PIC X(22)
                  VALUE "Producto           Num".
               03 FILLER             PIC X(14) VALUE "        Activo".
               03 FILLER             PIC X(14) VALUE "         Deuda".
               03 FILLER             PIC X(14) VALUE "    Disponible".
            02 LINEA-POS-WS.
               03 CONCEPTO-LPOS-WS   PIC X(20).
               03 NUM-LPOS-WS        PIC Z9.
               03 FILLER             PIC X VALUE SPACES.
               03 ACTIVO-LPOS-WS     PIC ---------9.99.
               03 FILLER             PIC X VALUE SPACES.
               03 DEUDA-LPOS-WS      PIC ---------9.99.
               03 FILLER             PIC X VALUE SPACES.
               03 DISP-LPOS-WS       PIC ---------9.99.

*> Campos del titular menor de edad: la marca y el DNI del tutor
*> salen de PERSONAS.DAT en el acceso; el techo diario de efectivo
*> de los menores es un parametro de PARAMS.DAT. La autorizacion del
*> tutor pide su tarjeta y su clave, con tres intentos
        01 DATOS-MENOR-WS.
            02 MENOR-SESION-WS       PIC X VALUE "N".
            02 DNI-TUTOR-SESION-WS   PIC X(9).
            02 LIMITE-MENOR-WS       PIC 9(7)V99 VALUE 100.
            02 TARJ-TUTOR-WS         PIC 9(10).
            02 PIN-TUTOR-WS          PIC 9(4).
            02 INTENTOS-TUTOR-WS     PIC 9.
            02 TUTOR-AUTORIZA-WS     PIC X.
            02 MSJ-TUTOR             PIC X(51).
            02 ESPEC-ABONO-MENOR-WS  PIC 9(5).
            02 ABONO-ADULTOS-WS      PIC X.

*> Campos de la preventa del espectaculo elegido: si su ventana esta
*> abierta a la fecha de negocio, los criterios y el cupo de la
*> ventana, el promotor del espectaculo, por que criterio puede
*> comprar la tarjeta y cuantas entradas suyas tiene ya
        01 DATOS-PREVENTA-WS.
            02 PREVENTA-ABIERTA-WS   PIC X VALUE "N".
            02 PREVENTA-DENEGADA-WS  PIC X VALUE "N".
            02 ABONADOS-PREVENTA-WS  PIC X.
            02 ASISTENTES-PREVENTA-WS PIC X.
            02 CUPO-PREVENTA-WS      PIC 9(3).
            02 CRITERIO-PREVENTA-WS  PIC X.
            02 PROMOTOR-PREVENTA-WS  PIC X(30).
            02 ENTRADAS-PREVENTA-WS  PIC 9(5).
            02 MSJ-PREVENTA-NO-ELEGIBLE PIC X(51) VALUE
               "En preventa: solo abonados y clientes habituales".
            02 MSJ-PREVENTA-CUPO     PIC X(51) VALUE
               "Supera el cupo de entradas por tarjeta en preventa".

*> Documento de identidad del titular caducado con el plazo de
*> gracia vencido (lo marca REVISARKYC en PERSONAS.DAT): la sesion
*> solo admite abonos hasta que lo renueve en su oficina
        01 DATOS-DOCUMENTO-WS.
            02 DOC-CADUCADO-SESION-WS PIC X VALUE "N".

*> Direccion postal del titular devuelta por correos (la marca
*> CORREODEVUELTO en PERSONAS.DAT): al entrar se le pide que la
*> actualice y los extractos en papel quedan retenidos
        01 DATOS-DIRECCION-WS.
            02 DIR-DEVUELTA-SESION-WS PIC X VALUE "N".

*> Campos de la sesion de un apoderado: entra con la tarjeta de su
*> poder y opera la cuenta del poderdante como una secundaria, con
*> el alcance y el limite por operacion del poder
        01 DATOS-APODERADO-WS.
            02 ES-APODERADO-WS       PIC X VALUE "N".
            02 APO-DNI-WS            PIC X(9).
            02 APO-RETIRAR-WS        PIC X.
            02 APO-TRANSFERIR-WS     PIC X.
            02 APO-LIMITE-WS         PIC 9(7)V99.
            02 APO-OPERACION-WS      PIC X(12).
            02 APO-IMPORTE-WS        PIC 9(7)V99.
            02 APO-RESULTADO-WS      PIC X.
            02 APO-MOTIVO-WS         PIC X(30).
            02 APO-PERMITIDA-WS      PIC X.
            02 MSJ-ERROR-LIMITE-PODER PIC X(47) VALUE
               "Importe por encima del limite del poder".

*> Campos de la opcion "Mis gastos": los cuatro meses que se
*> comparan (los tres anteriores y el de la fecha de negocio, por
*> este orden), el gasto de cada categoria en cada uno y la linea
*> que se pinta por categoria. Caben diez categorias; lo que no
*> cabe se suma en la ultima fila
        01 MIS-GASTOS-WS.
            02 PER-GASTO-WS          PIC 9(6) OCCURS 4 TIMES.
            02 ETIQ-PER-GASTO-WS     OCCURS 4 TIMES.
               03 ETIQ-MES-GASTO-WS  PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 ETIQ-ANO-GASTO-WS  PIC 9999.
            02 ANO-GASTO-WS          PIC 9999.
            02 MES-GASTO-WS          PIC 99.
            02 NUM-CAT-GASTO-WS      PIC 99.
            02 CAT-GASTO-WS          OCCURS 10 TIMES.
               03 CAT-COD-GASTO-WS   PIC X(3).
               03 CAT-NOM-GASTO-WS   PIC X(20).
               03 CAT-IMP-GASTO-WS   PIC 9(9)V99 OCCURS 4 TIMES.
            02 TOT-IMP-GASTO-WS      PIC 9(9)V99 OCCURS 4 TIMES.
            02 MEDIA-GASTO-WS        PIC 9(9)V99.
            02 C-GAS                 PIC 9.
            02 F-GAS                 PIC 99.
            02 ENCONTRADA-GAS-WS     PIC X(2).
            02 LINEA-GASTO           PIC 99.
            02 MSJ-GASTOS            PIC X(47).
            02 LINEA-GASTO-WS.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 NOMBRE-LGAS-WS     PIC X(20).
               03 FILLER             PIC X VALUE SPACES.
               03 MES-LGAS-WS        OCCURS 3 TIMES.
                  04 IMP-LGAS-WS     PIC ZZZZZZ9.99.
                  04 FILLER          PIC X VALUE SPACES.
               03 MEDIA-LGAS-WS      PIC ZZZZZZ9.99.
               03 FILLER             PIC X VALUE SPACES.
               03 ACTUAL-LGAS-WS     PIC ZZZZZZ9.99.

*> Campos de la amortizacion anticipada de prestamos: la lista de
*> prestamos vivos de la tarjeta (caben cinco), lo que pide el
*> cliente, el calculo de la comision y del prestamo rehecho y las
*> lineas del cuadro de amortizacion nuevo. La comision es el 1% de
*> lo amortizado si quedan mas de doce cuotas y el 0,5% si no
        01 AMORTIZACION-WS.
            02 NUM-LISTA-AMORT-WS    PIC 9.
            02 LINEA-LISTA-AMORT-WS  PIC X(67) OCCURS 5 TIMES.
            02 LINEA-LPRE-WS.
               03 NUMERO-LPRE-WS     PIC 9(6).
               03 FILLER             PIC X(2) VALUE SPACES.
               03 CUENTA-LPRE-WS     PIC X(24).
               03 FILLER             PIC X VALUE SPACES.
               03 PENDIENTE-LPRE-WS  PIC ZZZZZZZZ9.99.
               03 FILLER             PIC X VALUE SPACES.
               03 CUOTA-LPRE-WS      PIC ZZZZZZ9.99.
               03 FILLER             PIC X(4) VALUE SPACES.
               03 MESES-LPRE-WS      PIC Z9.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 MORA-LPRE-WS       PIC X(3).
            02 NUM-PRE-AMORT-WS      PIC 9(6).
            02 EUROS-AMORT-WS        PIC 9(7).
            02 CENT-AMORT-WS         PIC 99.
            02 TOTAL-AMORT-WS        PIC X.
            02 MODALIDAD-AMORT-WS    PIC X.
            02 TEXTO-MODALIDAD-AMORT-WS PIC X(24).
            02 IMPORTE-AMORT-WS      PIC 9(9)V99.
            02 PENDIENTE-AMORT-WS    PIC 9(9)V99.
            02 NUEVO-PENDIENTE-AMORT-WS PIC 9(9)V99.
            02 PCT-COMISION-AMORT-WS PIC 9V9999.
            02 COMISION-AMORT-WS     PIC 9(7)V99.
            02 CARGO-AMORT-WS        PIC 9(9)V99.
            02 MESES-RESTAN-AMORT-WS PIC 99.
            02 CUOTA-ANTES-AMORT-WS  PIC 9(7)V99.
            02 TIPO-AMORT-WS         PIC 9V9999.
            02 ULT-CUOTA-AMORT-WS    PIC 9(6).
            02 NUEVA-CUOTA-AMORT-WS  PIC 9(7)V99.
            02 NUEVOS-MESES-AMORT-WS PIC 99.
            02 MESES-CALC-AMORT-WS   PIC 9(7).
            02 AMORT-MENSUAL-WS      PIC S9(9)V9(6).
            02 INTERES-TABLA-AMORT-WS PIC 9(7)V99.
            02 CAPITAL-TABLA-AMORT-WS PIC 9(9)V99.
            02 PENDIENTE-TABLA-AMORT-WS PIC 9(9)V99.
            02 ANO-TABLA-AMORT-WS    PIC 9999.
            02 MES-TABLA-AMORT-WS    PIC 99.
            02 F-AMO                 PIC 99.
            02 MSJ-AMORT             PIC X(47).
            02 ESC-AMORT-WS          PIC X(14).
            02 PIE-AMORT-WS          PIC X(17).
            02 IMPORTE-ED-AMORT-WS   PIC ZZZZZZZZ9.99.
            02 COMISION-ED-AMORT-WS  PIC ZZZZZZ9.99.
            02 CUOTA-ED-AMORT-WS     PIC ZZZZZZ9.99.
            02 LINEA-IMPR-AMORT-WS   PIC X(72).
            02 LINEA-TABLA-AMORT-WS.
               03 CUOTA-NUM-TAMO-WS  PIC Z9.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 MES-TAMO-WS        PIC 99.
               03 FILLER             PIC X VALUE "/".
               03 ANO-TAMO-WS        PIC 9999.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 CUOTA-TAMO-WS      PIC ZZZZZZ9.99.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 INTERES-TAMO-WS    PIC ZZZZZZ9.99.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 CAPITAL-TAMO-WS    PIC ZZZZZZ9.99.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 PENDIENTE-TAMO-WS  PIC ZZZZZZZZ9.99.
            02 CABECERA-TABLA-AMORT-WS PIC X(72) VALUE
               "N.  Mes           Cuota     Interes     Capital     Pendiente".
            02 PCT-COMISION-AMORT-LARGO PIC 9V9999 VALUE 0.0100.
            02 PCT-COMISION-AMORT-CORTO PIC 9V9999 VALUE 0.0050.
            02 MESES-COMISION-AMORT  PIC 99 VALUE 12.

*> Campos de los talonarios de cheques: los ultimos talonarios de
*> la cuenta de la sesion (caben cinco), el rango del que se pide y
*> el cheque al que se da orden de no pago. Los talonarios son de
*> veinticinco cheques y solo los admiten la cuenta corriente y la
*> de empresa
        01 TALONARIO-WS.
            02 NUM-LISTA-TAL-WS      PIC 9.
            02 LINEA-LISTA-TAL-WS    PIC X(40) OCCURS 5 TIMES.
            02 LINEA-LTAL-WS.
               03 PRIMERO-LTAL-WS    PIC 9(7).
               03 FILLER             PIC X(3) VALUE " - ".
               03 ULTIMO-LTAL-WS     PIC 9(7).
               03 FILLER             PIC X(3) VALUE SPACES.
               03 FECHA-LTAL-WS      PIC 99/99/9999.
               03 FILLER             PIC X(2) VALUE SPACES.
               03 ESTADO-LTAL-WS     PIC X(8).
            02 PRODUCTO-TAL-WS       PIC X(3).
            02 ULTIMO-NUM-TAL-WS     PIC 9(7).
            02 FECHA-ULT-TAL-WS      PIC 9(8).
            02 PRIMERO-NUEVO-TAL-WS  PIC 9(7).
            02 ULTIMO-NUEVO-TAL-WS   PIC 9(7).
            02 NUM-CHEQUE-NO-PAGO-WS PIC 9(7).
            02 CHEQUE-EN-TALONARIO   PIC X(2).
            02 ESTADO-CHEQUE-WS      PIC X.
            02 FECHA-AMD-TAL-WS      PIC 9(8).
            02 FILLER REDEFINES FECHA-AMD-TAL-WS.
               03 AA-TAL-WS          PIC 9999.
               03 MM-TAL-WS          PIC 99.
               03 DD-TAL-WS          PIC 99.
            02 FECHA-DMA-TAL-WS      PIC 9(8).
            02 MSJ-TALONARIO         PIC X(47).
            02 ESC-TALONARIO-WS      PIC X(14).
            02 PIE-TALONARIO-WS      PIC X(17).
            02 CHEQUES-POR-TALONARIO PIC 99 VALUE 25.

*> Campos de los donativos a ONG: la lista de ONG del maestro (caben
*> siete en pantalla), el donativo en curso, lo donado por el DNI en
*> el ejercicio actual y en el anterior, y el desglose por ONG del
*> certificado del ejercicio anterior
        01 DONACION-WS.
            02 NUM-ONGS-WS           PIC 9.
            02 LISTA-ONG-WS OCCURS 7 TIMES.
               03 LISTA-ONG-COD      PIC 99.
               03 LISTA-ONG-NOMBRE   PIC X(30).
               03 LISTA-ONG-NIF      PIC X(9).
            02 LINEA-LISTA-ONG-WS    PIC X(34) OCCURS 7 TIMES.
            02 LINEA-LONG-WS.
               03 NUM-LONG-WS        PIC 9.
               03 FILLER             PIC X(3) VALUE SPACES.
               03 NOMBRE-LONG-WS     PIC X(30).
            02 SELECCION-ONG-WS      PIC 9.
            02 COD-ONG-DON-WS        PIC 99.
            02 NOMBRE-ONG-DON-WS     PIC X(30).
            02 NIF-ONG-DON-WS        PIC X(9).
            02 EUROS-DONACION-WS     PIC 9(5).
            02 CENT-DONACION-WS      PIC 99.
            02 IMPORTE-DONACION-WS   PIC 9(5)V99.
            02 IMPORTE-ED-DON-WS     PIC ZZZZ9.99.
            02 DNI-DONANTE-WS        PIC X(9).
            02 NOMBRE-DONANTE-WS     PIC X(30).
            02 EJERCICIO-DON-WS      PIC 9999.
            02 EJERCICIO-ANT-DON-WS  PIC 9999.
            02 TOTAL-EJ-DON-WS       PIC 9(7)V99.
            02 TOTAL-ANT-DON-WS      PIC 9(7)V99.
            02 SEC-DON-WS            PIC 9(4).
            02 EJ-LEIDO-DON-WS       PIC 9999.
            02 ONG-CERT-HALLADA-WS   PIC X(2).
            02 NUM-CERT-DON-WS       PIC 99.
            02 K-DON                 PIC 99.
            02 CERT-DON-WS OCCURS 10 TIMES.
               03 CERT-ONG-COD       PIC 99.
               03 CERT-ONG-NOMBRE    PIC X(30).
               03 CERT-ONG-NIF       PIC X(9).
               03 CERT-IMPORTE       PIC 9(7)V99.
            02 LINEA-IMPR-DON-WS     PIC X(72).
            02 LINEA-CERT-ONG-WS.
               03 NOMBRE-LCERT-WS    PIC X(30).
               03 FILLER             PIC X(5) VALUE " NIF ".
               03 NIF-LCERT-WS       PIC X(9).
               03 FILLER             PIC X(3) VALUE SPACES.
               03 IMPORTE-LCERT-WS   PIC ZZZZZZ9.99.
               03 FILLER             PIC X(4) VALUE " EUR".
            02 MSJ-DONACION          PIC X(47).
            02 ESC-DONACION-WS       PIC X(14).
            02 PIE-DONACION-WS       PIC X(17).

*> Campos del registro de contratos: las condiciones vigentes del
*> producto que se contrata, la linea de aceptacion que lo muestra en
*> la pantalla de confirmacion y el resumen que queda como evidencia
        01 CONTRATO-WS.
            02 PRODUCTO-COND-WS      PIC X(8).
            02 VERSION-COND-WS       PIC X(8).
            02 TITULO-COND-WS        PIC X(40).
            02 FECHA-COND-WS         PIC 9(8).
            02 LINEA-COND-WS         PIC X(60).
            02 CUENTA-CTR-WS         PIC X(24).
            02 REFERENCIA-CTR-WS     PIC X(20).
            02 RESUMEN-CTR-WS OCCURS 4 TIMES PIC X(60).
            02 SEC-CTR-WS            PIC 9(6).
            02 IMPORTE-CTR-ED-WS     PIC ZZZZZZ9.99.
            02 IMPORTE2-CTR-ED-WS    PIC ZZZZZZ9.99.
            02 TIPO-CTR-ED-WS        PIC 9.9999.

*> Campos de los controles de tarjeta: los de la pantalla, el limite
*> diario habitual del titular para compararlo con el temporal, y
*> la entrada y la salida de COMPROBAR-CONTROLES-TARJETA (canal e
*> importe a contrastar; si se deniega, codigo y motivo)
        01 CONTROLES-TARJETA-WS.
            02 CTJ-EXTRANJERO-WS     PIC X.
            02 CTJ-AJENOS-WS         PIC X.
            02 CTJ-EUROS-LIMITE-WS   PIC 9(5).
            02 CTJ-HASTA-WS          PIC 9(8).
            02 CTJ-CONGELADA-WS      PIC X.
            02 CTJ-LIMITE-DIARIO-WS  PIC 9(7)V99.
            02 CTJ-HOY-WS            PIC 9(8).
            02 CTJ-CANAL-WS          PIC X(4).
            02 CTJ-IMPORTE-WS        PIC 9(9)V99.
            02 CTJ-DENEGAR-WS        PIC X.
            02 CTJ-CODIGO-WS         PIC X(4).
            02 CTJ-MOTIVO-WS         PIC X(30).
            02 MSJ-CONTROLES         PIC X(48).

*> Campos de la pantalla de avisos de cuenta: estado (S/N) y umbral
*> en euros de cada tipo de aviso para la cuenta de la sesion
        01 AVISOS-CUENTA.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 25 PIC X(24) FROM IDI-OPC-CONTROLES.
            02 LINE 7 COL 25 PIC X(19) FROM IDI-OPC-DONAR.
            02 LINE 8 COL 25 PIC X(24) FROM IDI-OPC-TALONARIO.
            02 LINE 9 COL 25 PIC X(22) FROM IDI-OPC-CONSULTAR-SALDO.
            02 LINE 10 COL 25 PIC X(27) FROM IDI-OPC-CONSULTAR-MOVS.
            02 LINE 11 COL 25 PIC X(20) FROM IDI-OPC-RETIRAR.
            02 LINE 12 COL 25 PIC X(21) FROM IDI-OPC-INGRESAR.
            02 LINE 13 COL 25 PIC X(25) FROM IDI-OPC-TRANSFERENCIA.
            02 LINE 14 COL 25 PIC X(33) FROM IDI-OPC-ENTRADAS.
            02 LINE 15 COL 25 PIC X(22) FROM IDI-OPC-AMORTIZAR-PRE.
            02 LINE 16 COL 25 PIC X(17) FROM IDI-OPC-CAMBIAR-CLAVE.
            02 LINE 17 COL 25 PIC X(18) FROM IDI-OPC-MINI-EXTRACTO.
            02 LINE 18 COL 25 PIC X(28) FROM IDI-OPC-TRANSF-PERIODICA.
            02 LINE 10 COL 56 PIC X(19) FROM IDI-OPC-PAGO-MOVIL.
            02 LINE 9 COL 56 PIC X(19) FROM IDI-OPC-CHEQUE-BANC.
            02 LINE 8 COL 56 PIC X(20) FROM IDI-OPC-PREFERENCIAS.
            02 LINE 7 COL 56 PIC X(25) FROM IDI-OPC-ABONO-TEMP.
            02 LINE 6 COL 56 PIC X(19) FROM IDI-OPC-POSICION-GLOBAL.
            02 LINE 5 COL 56 PIC X(14) FROM IDI-OPC-MIS-GASTOS.
            02 LINE 16 COL 56 PIC X(21) FROM IDI-OPC-INGRESO-TERCERO.
            02 LINE 17 COL 56 PIC X(17) FROM IDI-OPC-AVISOS-CTA.
            02 LINE 18 COL 56 PIC X(18) FROM IDI-OPC-CEDER-ENTRADAS.
            02 LINE 19 COL 56 PIC X(21) FROM IDI-OPC-CERTIFICADO.
            02 LINE 20 COL 56 PIC X(22) FROM IDI-OPC-DUPLICADO.
            02 LINE 21 COL 56 PIC X(19) FROM IDI-OPC-INGRESAR-CHEQUE.
            02 LINE 22 COL 56 PIC X(21) FROM IDI-OPC-CANCELAR-CTA.
            02 LINE 23 COL 56 PIC X(12) FROM IDI-ESC-SALIR.
            02 LINE 23 COL 59 VALUE "Arriba -".
            02 LINE 24 COL 54 VALUE "Movs. Siguientes".
            02 LINE 22 COL 32 VALUE "R - Reclamar".
            02 LINE 22 COL 50 VALUE "T - Recuperar transf.".

         01 PANTALLA-MINI-EXTRACTO.
            02 BLANK SCREEN.
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 13 COL 20 VALUE
                "El codigo admite en toda la serie".
            02 LINE 17 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

*> Pantalla de eleccion entre abono de temporada y bono regalo
         01 PANTALLA-MENU-ABONOS-BONOS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 26 VALUE "ABONOS Y BONOS REGALO" UNDERLINE.
            02 LINE 10 COL 20 VALUE "1 - Abono de temporada".
            02 LINE 11 COL 20 VALUE "2 - Bono regalo para espectaculos".
            02 LINE 23 COL 17 VALUE "Esc - Volver al menu".

*> Pantalla de compra de bono regalo
         01 PANTALLA-COMPRAR-BONO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 7 COL 20 VALUE "Bono regalo para espectaculos".
            02 LINE 9 COL 20 VALUE "1 -  25 EUR".
            02 LINE 10 COL 20 VALUE "2 -  50 EUR".
            02 LINE 11 COL 20 VALUE "3 - 100 EUR".
            02 LINE 12 COL 20 VALUE "4 - 150 EUR".
            02 LINE 14 COL 20 VALUE "Importe elegido:".
            02 LINE 14 COL 37 PIC 9 USING OPCION-BONO-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 16 COL 20 VALUE
                "Cualquier titular lo canjea al comprar entradas".
            02 LINE 17 COL 20 VALUE
                "en el cajero; caduca a los doce meses.".
            02 LINE 19 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 21 COL 17 PIC X(47) FROM MSJ-BONO HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

*> Pantalla con el codigo del bono regalo recien vendido
         01 PANTALLA-BONO-EMITIDO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 7 COL 20 VALUE "Bono regalo emitido" UNDERLINE.
            02 LINE 10 COL 20 VALUE "Codigo del bono:".
            02 LINE 10 COL 40 PIC 9(10) FROM CODIGO-BONO-WS HIGHLIGHT.
            02 LINE 12 COL 20 VALUE "Valor:".
            02 LINE 12 COL 40 PIC X(8) FROM VALOR-BONO-ED.
            02 LINE 12 COL 49 VALUE "EUR".
            02 LINE 14 COL 20 VALUE "Valido hasta el:".
            02 LINE 14 COL 40 PIC X(10) FROM CADUCIDAD-BONO-F.
            02 LINE 17 COL 20 VALUE
                "Guarde el recibo: el codigo es el bono.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Pantalla de los controles de uso de la tarjeta de la sesion
         01 PANTALLA-CONTROLES-TARJETA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 27 VALUE "CONTROLES DE LA TARJETA" UNDERLINE.
            02 LINE 8 COL 14 VALUE "Tarjeta:".
            02 LINE 8 COL 23 PIC 9(10) FROM NUM-TARJETA.
            02 LINE 10 COL 14 VALUE "Uso en el extranjero (S/N):".
            02 LINE 10 COL 58 PIC X USING CTJ-EXTRANJERO-WS UNDERLINE.
            02 LINE 11 COL 14 VALUE "Cajeros de otras entidades (S/N):".
            02 LINE 11 COL 58 PIC X USING CTJ-AJENOS-WS UNDERLINE.
            02 LINE 13 COL 14 VALUE "Limite diario habitual (EUR):".
            02 LINE 13 COL 58 PIC ZZZZZZ9.99 FROM CTJ-LIMITE-DIARIO-WS.
            02 LINE 14 COL 14
               VALUE "Limite diario temporal (EUR, 0 = ninguno):".
            02 LINE 14 COL 58 PIC 9(5) USING CTJ-EUROS-LIMITE-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 15 COL 14 VALUE "Vigente hasta el dia (AAAAMMDD):".
            02 LINE 15 COL 58 PIC 9(8) USING CTJ-HASTA-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 17 COL 14 VALUE "Tarjeta congelada (S/N):".
            02 LINE 17 COL 58 PIC X USING CTJ-CONGELADA-WS UNDERLINE.
            02 LINE 18 COL 14
               VALUE "Congelada no admite retiradas ni compras hasta".
            02 LINE 19 COL 14
               VALUE "que la descongele desde esta misma pantalla.".
            02 LINE 21 COL 14 PIC X(48) FROM MSJ-CONTROLES.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Guardar".

*> Pantalla de preferencias de contacto y documentos
         01 PANTALLA-PREFERENCIAS.
            02 BLANK SCREEN.
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 17 COL 22 VALUE
                "Se descuenta de su proxima nomina".
            02 LINE 19 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

            02 LINE 8 COL 24 VALUE "Identificador del acreedor:".
            02 LINE 8 COL 52 PIC X(10) USING ACREEDOR-MANDATO-WS
                UNDERLINE.
            02 LINE 12 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

            02 LINE 15 COL 44 PIC 9.9999 FROM TIPO-PLAZO-WS.
            02 LINE 16 COL 22 VALUE
                "(3m 1,50% - 6m 2,00% - 12m 2,50%)".
            02 LINE 19 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Confirmar".

*> Pantallas de la amortizacion anticipada de prestamos: la lista de
*> prestamos vivos de la tarjeta con lo que se pide, la confirmacion
*> con la comision y el prestamo resultante, y el rechazo a las
*> tarjetas secundarias
         01 PANTALLA-AMORTIZAR-PRESTAMO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 28 VALUE "AMORTIZAR PRESTAMO" UNDERLINE.
            02 LINE 8 COL 3 VALUE
               "Numero  Cuenta                      Pendiente      Cuota Meses Mora".
            02 LINE 9 COL 3 PIC X(67) FROM LINEA-LISTA-AMORT-WS(1).
            02 LINE 10 COL 3 PIC X(67) FROM LINEA-LISTA-AMORT-WS(2).
            02 LINE 11 COL 3 PIC X(67) FROM LINEA-LISTA-AMORT-WS(3).
            02 LINE 12 COL 3 PIC X(67) FROM LINEA-LISTA-AMORT-WS(4).
            02 LINE 13 COL 3 PIC X(67) FROM LINEA-LISTA-AMORT-WS(5).
            02 LINE 15 COL 3 VALUE "Numero de prestamo:".
            02 LINE 15 COL 32 PIC 9(6) USING NUM-PRE-AMORT-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 16 COL 3 VALUE "Amortizacion total (S/N):".
            02 LINE 16 COL 32 PIC X USING TOTAL-AMORT-WS UNDERLINE.
            02 LINE 17 COL 3 VALUE "Importe parcial (EUR):".
            02 LINE 17 COL 32 PIC 9(7) USING EUROS-AMORT-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 17 COL 39 VALUE ",".
            02 LINE 17 COL 40 PIC 99 USING CENT-AMORT-WS UNDERLINE FULL.
            02 LINE 18 COL 3 VALUE "Reducir (C=cuota, P=plazo):".
            02 LINE 18 COL 32 PIC X USING MODALIDAD-AMORT-WS UNDERLINE.
            02 LINE 19 COL 3 VALUE
               "Comision: 1% de lo amortizado si quedan mas de 12".
            02 LINE 20 COL 3 VALUE
               "cuotas, 0,5% si quedan 12 o menos".
            02 LINE 21 COL 3 PIC X(47) FROM MSJ-AMORT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-CONFIRMAR-AMORT.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 6 COL 22 VALUE "Amortizacion anticipada".
            02 LINE 8 COL 22 VALUE "Prestamo:".
            02 LINE 8 COL 49 PIC 9(6) FROM NUM-PRE-AMORT-WS.
            02 LINE 9 COL 22 VALUE "Capital pendiente:".
            02 LINE 9 COL 43 PIC ZZZZZZZZ9.99 FROM PENDIENTE-AMORT-WS.
            02 LINE 10 COL 22 VALUE "Importe a amortizar:".
            02 LINE 10 COL 43 PIC ZZZZZZZZ9.99 FROM IMPORTE-AMORT-WS.
            02 LINE 11 COL 22 VALUE "Comision:".
            02 LINE 11 COL 45 PIC ZZZZZZ9.99 FROM COMISION-AMORT-WS.
            02 LINE 12 COL 22 VALUE "Total a cargar:".
            02 LINE 12 COL 43 PIC ZZZZZZZZ9.99 FROM CARGO-AMORT-WS.
            02 LINE 14 COL 22 PIC X(24) FROM TEXTO-MODALIDAD-AMORT-WS.
            02 LINE 15 COL 22 VALUE "Cuota actual:".
            02 LINE 15 COL 45 PIC ZZZZZZ9.99 FROM CUOTA-ANTES-AMORT-WS.
            02 LINE 15 COL 57 PIC Z9 FROM MESES-RESTAN-AMORT-WS.
            02 LINE 15 COL 60 VALUE "cuotas".
            02 LINE 16 COL 22 VALUE "Cuota nueva:".
            02 LINE 16 COL 45 PIC ZZZZZZ9.99 FROM NUEVA-CUOTA-AMORT-WS.
            02 LINE 16 COL 57 PIC Z9 FROM NUEVOS-MESES-AMORT-WS.
            02 LINE 16 COL 60 VALUE "cuotas".
            02 LINE 18 COL 22 VALUE
               "El cuadro nuevo sale con el recibo".
            02 LINE 21 COL 17 PIC X(47) FROM MSJ-AMORT.
            02 LINE 23 COL 17 PIC X(14) FROM ESC-AMORT-WS.
            02 LINE 23 COL 48 PIC X(17) FROM PIE-AMORT-WS.

         01 PANTALLA-AMORT-SECUNDARIA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 28 VALUE "AMORTIZAR PRESTAMO" UNDERLINE.
            02 LINE 11 COL 14
               VALUE "La amortizacion de prestamos solo puede hacerla".
            02 LINE 12 COL 14
               VALUE "el titular con su propia tarjeta.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Pantallas de los talonarios de cheques: el submenu con los
*> ultimos talonarios de la cuenta, el pedido de uno nuevo, la
*> orden de no pago de un cheque y el rechazo a las tarjetas
*> secundarias
         01 PANTALLA-MENU-TALONARIOS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 27 VALUE "TALONARIO DE CHEQUES" UNDERLINE.
            02 LINE 8 COL 14 VALUE "Cuenta:".
            02 LINE 8 COL 22 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 10 COL 14 VALUE
               "Numeros             Pedido      Estado".
            02 LINE 11 COL 14 PIC X(40) FROM LINEA-LISTA-TAL-WS(1).
            02 LINE 12 COL 14 PIC X(40) FROM LINEA-LISTA-TAL-WS(2).
            02 LINE 13 COL 14 PIC X(40) FROM LINEA-LISTA-TAL-WS(3).
            02 LINE 14 COL 14 PIC X(40) FROM LINEA-LISTA-TAL-WS(4).
            02 LINE 15 COL 14 PIC X(40) FROM LINEA-LISTA-TAL-WS(5).
            02 LINE 17 COL 14 VALUE "1 - Pedir talonario nuevo".
            02 LINE 18 COL 14 VALUE "2 - Orden de no pago de un cheque".
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-TALONARIO.
            02 LINE 23 COL 17 VALUE "Esc - Volver al menu".

         01 PANTALLA-PEDIR-TALONARIO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 30 VALUE "PEDIR TALONARIO" UNDERLINE.
            02 LINE 9 COL 14 VALUE "Cuenta:".
            02 LINE 9 COL 22 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 11 COL 14 VALUE "Talonario de".
            02 LINE 11 COL 27 PIC Z9 FROM CHEQUES-POR-TALONARIO.
            02 LINE 11 COL 30 VALUE "cheques".
            02 LINE 12 COL 14 VALUE "Del numero:".
            02 LINE 12 COL 27 PIC 9(7) FROM PRIMERO-NUEVO-TAL-WS.
            02 LINE 13 COL 14 VALUE "Al numero:".
            02 LINE 13 COL 27 PIC 9(7) FROM ULTIMO-NUEVO-TAL-WS.
            02 LINE 16 COL 14 VALUE
               "El talonario se recoge en su oficina, sin coste".
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-TALONARIO.
            02 LINE 23 COL 17 PIC X(14) FROM ESC-TALONARIO-WS.
            02 LINE 23 COL 48 PIC X(17) FROM PIE-TALONARIO-WS.

         01 PANTALLA-NO-PAGO-CHEQUE.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 29 VALUE "ORDEN DE NO PAGO" UNDERLINE.
            02 LINE 9 COL 14 VALUE "Cuenta:".
            02 LINE 9 COL 22 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 11 COL 14 VALUE "Numero de cheque:".
            02 LINE 11 COL 32 PIC 9(7) USING NUM-CHEQUE-NO-PAGO-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 14 COL 14 VALUE
               "Si se presenta al cobro, el cheque se devolvera".
            02 LINE 15 COL 14 VALUE
               "sin pagar. La orden no se anula en el cajero.".
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-TALONARIO.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-CONFIRMAR-NO-PAGO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 29 VALUE "ORDEN DE NO PAGO" UNDERLINE.
            02 LINE 9 COL 14 VALUE "Cuenta:".
            02 LINE 9 COL 22 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 11 COL 14 VALUE "Numero de cheque:".
            02 LINE 11 COL 32 PIC 9(7) FROM NUM-CHEQUE-NO-PAGO-WS.
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-TALONARIO.
            02 LINE 23 COL 17 PIC X(14) FROM ESC-TALONARIO-WS.
            02 LINE 23 COL 48 PIC X(17) FROM PIE-TALONARIO-WS.

         01 PANTALLA-TALONARIO-SECUNDARIA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 27 VALUE "TALONARIO DE CHEQUES" UNDERLINE.
            02 LINE 11 COL 14
               VALUE "Los talonarios y las ordenes de no pago solo".
            02 LINE 12 COL 14
               VALUE "puede pedirlos el titular con su propia tarjeta.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Pantallas de los donativos a ONG: el submenu con lo donado por el
*> titular, el donativo (elegir ONG e importe), su confirmacion y el
*> rechazo a las tarjetas secundarias
         01 PANTALLA-MENU-DONATIVOS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 29 VALUE "DONATIVOS A ONG" UNDERLINE.
            02 LINE 8 COL 14 VALUE "Cuenta:".
            02 LINE 8 COL 22 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 10 COL 14 VALUE "Donado en el ejercicio".
            02 LINE 10 COL 37 PIC 9999 FROM EJERCICIO-DON-WS.
            02 LINE 10 COL 41 VALUE ":".
            02 LINE 10 COL 44 PIC ZZZZZZ9.99 FROM TOTAL-EJ-DON-WS.
            02 LINE 10 COL 55 VALUE "EUR".
            02 LINE 11 COL 14 VALUE "Donado en el ejercicio".
            02 LINE 11 COL 37 PIC 9999 FROM EJERCICIO-ANT-DON-WS.
            02 LINE 11 COL 41 VALUE ":".
            02 LINE 11 COL 44 PIC ZZZZZZ9.99 FROM TOTAL-ANT-DON-WS.
            02 LINE 11 COL 55 VALUE "EUR".
            02 LINE 14 COL 14 VALUE "1 - Hacer un donativo".
            02 LINE 15 COL 14 VALUE "2 - Certificado de donativos del ejercicio".
            02 LINE 15 COL 57 PIC 9999 FROM EJERCICIO-ANT-DON-WS.
            02 LINE 17 COL 14 VALUE
               "Los donativos a entidades de la Ley 49/2002".
            02 LINE 18 COL 14 VALUE
               "desgravan en el IRPF del titular de la tarjeta.".
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-DONACION.
            02 LINE 23 COL 17 VALUE "Esc - Volver al menu".

         01 PANTALLA-DONAR.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 30 VALUE "HACER UN DONATIVO" UNDERLINE.
            02 LINE 8 COL 14 VALUE "Num ONG".
            02 LINE 9 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(1).
            02 LINE 10 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(2).
            02 LINE 11 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(3).
            02 LINE 12 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(4).
            02 LINE 13 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(5).
            02 LINE 14 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(6).
            02 LINE 15 COL 14 PIC X(34) FROM LINEA-LISTA-ONG-WS(7).
            02 LINE 17 COL 14 VALUE "Numero de la ONG:".
            02 LINE 17 COL 43 PIC 9 USING SELECCION-ONG-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 18 COL 14 VALUE "Importe del donativo (EUR):".
            02 LINE 18 COL 43 PIC 9(5) USING EUROS-DONACION-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 18 COL 48 VALUE ",".
            02 LINE 18 COL 49 PIC 99 USING CENT-DONACION-WS
                UNDERLINE FULL.
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-DONACION.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-CONFIRMAR-DONACION.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 30 VALUE "HACER UN DONATIVO" UNDERLINE.
            02 LINE 9 COL 14 VALUE "Donativo de".
            02 LINE 9 COL 26 PIC ZZZZ9.99 FROM IMPORTE-DONACION-WS.
            02 LINE 9 COL 35 VALUE "EUR a:".
            02 LINE 11 COL 14 PIC X(30) FROM NOMBRE-ONG-DON-WS.
            02 LINE 12 COL 14 VALUE "NIF".
            02 LINE 12 COL 18 PIC X(9) FROM NIF-ONG-DON-WS.
            02 LINE 14 COL 14 VALUE "Desde la cuenta:".
            02 LINE 14 COL 31 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 16 COL 14 VALUE "Se certificara a nombre de:".
            02 LINE 17 COL 14 PIC X(30) FROM NOMBRE-DONANTE-WS.
            02 LINE 17 COL 46 PIC X(9) FROM DNI-DONANTE-WS.
            02 LINE 21 COL 14 PIC X(47) FROM MSJ-DONACION.
            02 LINE 23 COL 17 PIC X(14) FROM ESC-DONACION-WS.
            02 LINE 23 COL 48 PIC X(17) FROM PIE-DONACION-WS.

         01 PANTALLA-DONATIVO-SECUNDARIA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 29 VALUE "DONATIVOS A ONG" UNDERLINE.
            02 LINE 11 COL 14
               VALUE "Los donativos se certifican al titular: solo".
            02 LINE 12 COL 14
               VALUE "puede hacerlos con su propia tarjeta.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Pantallas de las huchas de ahorro
         01 PANTALLA-MENU-HUCHAS.
            02 BLANK SCREEN.
                "y transferencias entre cuentas propias".
            02 LINE 23 COL 48 VALUE "Enter - Continuar".

*> Pantalla de operacion fuera del alcance del poder con que entra
*> un apoderado
         01 PANTALLA-OPERACION-APODERADO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 9 COL 17 VALUE
                "Operacion no incluida en su poder".
            02 LINE 11 COL 17 PIC X(30) FROM APO-MOTIVO-WS.
            02 LINE 23 COL 48 VALUE "Enter - Continuar".

*> Pantalla de aviso de documento de identidad caducado: sale en el
*> acceso y cada vez que se elige una operacion que no es un abono
         01 PANTALLA-DOCUMENTO-CADUCADO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 9 COL 17 VALUE
                "Su documento de identidad ha caducado.".
            02 LINE 11 COL 17 VALUE
                "Solo puede hacer ingresos en efectivo, de cheques".
            02 LINE 12 COL 17 VALUE
                "y depositos nocturnos.".
            02 LINE 14 COL 17 VALUE
                "Acuda a su oficina para renovarlo.".
            02 LINE 23 COL 48 VALUE "Enter - Continuar".

*> Pantalla de aviso de direccion devuelta por correos: sale una vez
*> en el acceso mientras la oficina no grabe la direccion corregida
         01 PANTALLA-DIRECCION-DEVUELTA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 9 COL 17 VALUE
                "Correos nos ha devuelto la correspondencia".
            02 LINE 10 COL 17 VALUE
                "enviada a su direccion postal.".
            02 LINE 12 COL 17 VALUE
                "Por favor, actualice su direccion en su oficina.".
            02 LINE 14 COL 17 VALUE
                "Hasta entonces no le enviaremos nada en papel.".
            02 LINE 23 COL 48 VALUE "Enter - Continuar".

*> Pantalla de "Mis gastos": las filas de categoria y el total se
*> pintan despues, una por linea a partir de la 11
         01 PANTALLA-MIS-GASTOS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 35 VALUE "MIS GASTOS" UNDERLINE.
            02 LINE 8 COL 3 VALUE "Cuenta:".
            02 LINE 8 COL 11 PIC X(24) FROM CUENTA-SELECCIONADA.
            02 LINE 8 COL 57 VALUE "Importes en EUR".
            02 LINE 10 COL 3 VALUE "Categoria".
            02 LINE 10 COL 27 PIC X(7) FROM ETIQ-PER-GASTO-WS(1).
            02 LINE 10 COL 38 PIC X(7) FROM ETIQ-PER-GASTO-WS(2).
            02 LINE 10 COL 49 PIC X(7) FROM ETIQ-PER-GASTO-WS(3).
            02 LINE 10 COL 62 VALUE "Media".
            02 LINE 10 COL 70 PIC X(7) FROM ETIQ-PER-GASTO-WS(4)
                HIGHLIGHT.
            02 LINE 22 COL 3 PIC X(47) FROM MSJ-GASTOS.
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

*> Pantalla del resultado de la dispensacion: si el dispensador se
*> atasco a mitad, el importe no entregado (presentado y retraido)
*> se devuelve automaticamente a la cuenta y los billetes van al
            02 LINE 17 COL 59 PIC 99 USING CENTT FULL BLANK WHEN ZERO.
            02 LINE 18 COL 16 VALUE "Concepto/referencia (opcional): ".
            02 LINE 18 COL 49 PIC X(20) USING REFERENCIA-TRANSF.
            02 LINE 19 COL 16 VALUE "Inmediata a otra entidad (S/N):".
            02 LINE 19 COL 49 PIC X USING TRANSF-INMEDIATA-WS.
            02 LINE 20 COL 16 PIC X(47) FROM ERROR-TRANSF HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".
            02 LINE 16 COL 22 VALUE "cuyo titular es ".
            02 LINE 14 COL 36 PIC X(24) FROM CUENTA-DESTINO.
            02 LINE 16 COL 38 PIC X(20) FROM TITULAR.
            02 LINE 18 COL 17 PIC X(47) FROM MSJ-INMEDIATA-TRANSF.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 46 VALUE "Enter - Confirmar".

            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 46 VALUE "Enter - Confirmar".

*> Autorizacion del tutor legal en las operaciones de un menor
         01 PANTALLA-AUTORIZACION-TUTOR.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 8 COL 27 VALUE "Autorizacion del tutor" UNDERLINE.
            02 LINE 11 COL 13
               VALUE "El titular es menor de edad: esta operacion la".
            02 LINE 12 COL 13
               VALUE "autoriza su tutor legal con su tarjeta y clave.".
            02 LINE 15 COL 19 VALUE "Tarjeta del tutor:".
            02 LINE 15 COL 40 PIC 9(10) USING TARJ-TUTOR-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 17 COL 19 VALUE "Clave del tutor:".
            02 LINE 17 COL 40 PIC 9(4) USING PIN-TUTOR-WS
                SECURE BLANK WHEN ZERO.
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-TUTOR HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 46 VALUE "Enter - Confirmar".

         01 PANTALLA-TRANSF-CONFIRMADA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 9 COL 25 VALUE "Saldo actual:              EUR".
            02 LINE 9 COL 39 PIC --------9.99 FROM SALDO-SELECCIONADO.
            02 LINE 11 COL 2 VALUE "Num".
            02 LINE 12 COL 1 VALUE "-----".
            02 LINE 11 COL 9 VALUE "Fecha".
            02 LINE 12 COL 7 VALUE "----------".
            02 LINE 11 COL 27 VALUE "Nombre".
            02 LINE 9 COL 25 VALUE "Saldo actual:              EUR".
            02 LINE 9 COL 39 PIC --------9.99 FROM SALDO-SELECCIONADO.
            02 LINE 11 COL 2 VALUE "Num".
            02 LINE 12 COL 1 VALUE "-----".
            02 LINE 11 COL 9 VALUE "Fecha".
            02 LINE 12 COL 7 VALUE "----------".
            02 LINE 11 COL 27 VALUE "Nombre".
            02 LINE 11 COL 86 VALUE "Disponible".
            02 LINE 12 COL 86 VALUE "----------".	
            02 LINE 20 COL 18 VALUE "Comprar '   ' entradas ".
            02 LINE 20 COL 41 VALUE "del espectaculo '    '".
            02 LINE 20 COL 27 PIC 9(3) USING NUM-ENTRADAS
                BLANK WHEN ZERO.
            02 LINE 20 COL 58 PIC 9(4) USING NUM-ESPEC BLANK WHEN ZERO.
            02 LINE 21 COL 18 VALUE "de las que son de nino '   ' y senior '   '".
            02 LINE 21 COL 41 PIC 9(3) USING NUM-ENTRADAS-NINO
                BLANK WHEN ZERO.
            02 LINE 13 COL 20 VALUE "Numero de asiento: ".
            02 LINE 13 COL 39 PIC 9(3) USING ASIENTO-NUM-ELEGIDO
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 15 COL 20 VALUE "Entrada de".
            02 LINE 15 COL 31 PIC X(6) FROM CATEGORIA-ASIENTO-WS.
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-ASIENTO HIGHLIGHT.
            02 LINE 24 COL 17 VALUE "Esc - Cancelar".
            02 LINE 24 COL 48 VALUE "Enter - Aceptar".

*> Eleccion de asiento en un espectaculo con recinto: encima se listan
*> las zonas del plano (lineas 10 a 17) y el cliente teclea zona, fila
*> y butaca en vez del numero correlativo del asiento
         01 PANTALLA-ELEGIR-ASIENTO-ZONA AUTO REQUIRED.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 7 COL 20 VALUE "Seleccion de asientos" UNDERLINE.
            02 LINE 9 COL 14
               VALUE "Zona Nombre           Filas  Precio  Libres  Acces.".
            02 LINE 19 COL 14 VALUE "Entrada '  ' de '   ' de".
            02 LINE 19 COL 23 PIC 99 FROM I-ASIENTO.
            02 LINE 19 COL 31 PIC 9(3) FROM NUM-ENTRADAS.
            02 LINE 19 COL 39 PIC X(6) FROM CATEGORIA-ASIENTO-WS.
            02 LINE 20 COL 14 VALUE "Zona:".
            02 LINE 20 COL 20 PIC X(2) USING ZONA-ELEGIDA UNDERLINE.
            02 LINE 20 COL 25 VALUE "Fila:".
            02 LINE 20 COL 31 PIC 99 USING FILA-ELEGIDA
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 20 COL 36 VALUE "Butaca:".
            02 LINE 20 COL 44 PIC 99 USING BUTACA-ELEGIDA
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-ASIENTO HIGHLIGHT.
            02 LINE 24 COL 17 VALUE "Esc - Cancelar".
            02 LINE 24 COL 48 VALUE "Enter - Aceptar".
            02 LINE 12 COL 44 PIC 9(7) USING EUROS-APERTURA UNDERLINE
               BLANK WHEN ZERO.
            02 LINE 12 COL 52 PIC 99 USING CENT-APERTURA UNDERLINE FULL.
            02 LINE 14 COL 9 VALUE "Producto (CTE, JOV, AHO, EMP):".
            02 LINE 14 COL 44 PIC X(3) USING PRODUCTO-APERTURA UNDERLINE.
            02 LINE 20 COL 16 PIC X(47) FROM ERROR-CONTRATAR HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".
            02 LINE 12 COL 29 PIC X(24) FROM NUEVA-CUENTA-WS.
            02 LINE 13 COL 10 VALUE "ingreso de apertura de          EUR".
            02 LINE 13 COL 34 PIC ZZZZZ9.99 FROM IMPORTE-APERTURA.
            02 LINE 15 COL 10 VALUE "Producto:".
            02 LINE 15 COL 20 PIC X(3) FROM PRODUCTO-APERTURA.
            02 LINE 15 COL 24 PIC X(30) FROM NOMBRE-PRODUCTO-WS.
            02 LINE 18 COL 10 PIC X(60) FROM LINEA-COND-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 46 VALUE "Enter - Confirmar".

            02 LINE 24 COL 17 VALUE "Esc - Cancelar".
            02 LINE 24 COL 48 VALUE "Enter - Continuar".

         01 PANTALLA-CANJE-BONO AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 7 COL 23 VALUE "Compra de entradas de espectaculos"
                UNDERLINE.
            02 LINE 11 COL 12 VALUE "Importe a pagar:          EUR".
            02 LINE 11 COL 30 PIC ---9.99 FROM COSTE-TOTAL-ENTRADAS.
            02 LINE 13 COL 12
               VALUE "Desea pagar con un bono regalo? (S/N):".
            02 LINE 13 COL 52 PIC X USING CANJE-BONO UNDERLINE.
            02 LINE 14 COL 12 VALUE "Codigo del bono:".
            02 LINE 14 COL 30 PIC 9(10) USING CODIGO-CANJE-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 22 COL 14 PIC X(51) FROM MSJ-COMPRAR-ENTRADAS
                HIGHLIGHT.
            02 LINE 24 COL 17 VALUE "Esc - Sin bono".
            02 LINE 24 COL 48 VALUE "Enter - Continuar".

         01 PANTALLA-DATOS-PAGADOR AUTO REQUIRED.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 10 COL 35 PIC 9(3) USING NUM-ENTRADAS
                BLANK WHEN ZERO.
            02 LINE 13 COL 19 VALUE "Precio de esta entrada:      EUR".
            02 LINE 13 COL 46 PIC ---9.99 FROM PRECIO-PAGADOR-WS.
            02 LINE 16 COL 19 VALUE "Tarjeta: ".
            02 LINE 16 COL 29 PIC 9(10) USING PAGADOR-TARJ-WS
                UNDERLINE BLANK WHEN ZERO.
            02 LINE 14 COL 38 PIC X(20) FROM ESPEC-NOMBRE.
            02 LINE 17 COL 27 VALUE "Precio total:         EUR".
            02 LINE 17 COL 41 PIC ---9.99 FROM COSTE-TOTAL-ENTRADAS.
            02 LINE 19 COL 18 PIC X(45) FROM MSJ-PAGO-BONO-WS.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 47 VALUE "Enter - Confirmar".

            02 LINE 12 COL 28 PIC ZZ9 FROM ANUL-NUM-ENTRADAS.
            02 LINE 12 COL 41 VALUE "del espectaculo ".
            02 LINE 12 COL 57 PIC X(20) FROM ESPEC-NOMBRE.
            02 LINE 14 COL 14 PIC X(51) FROM MSJ-ANULAR-APLAZ.
            02 LINE 15 COL 14 PIC X(51) FROM MSJ-ANULAR-BONO.
            02 LINE 17 COL 22 VALUE "Se le abonaran:         EUR".
            02 LINE 17 COL 38 PIC -------9.99 FROM ANUL-IMPORTE.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 15 COL 19
               VALUE "El saldo resultante es de              EUR".
            02 LINE 15 COL 45 PIC --------9.99 FROM SALDO-SELECCIONADO.
            02 LINE 18 COL 13 PIC X(51) FROM MSJ-FACTURA-RECT.
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-SIN-ESPECTACULOS.
               VALUE "en la oficina indicando esa referencia.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Posicion global de la persona: una linea por tipo de producto con
*> lo que suma de activo, de deuda y de disponible, todo en euros
         01 PANTALLA-POSICION-GLOBAL.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 31 VALUE "POSICION GLOBAL" UNDERLINE.
            02 LINE 8 COL 8 VALUE "Titular:".
            02 LINE 8 COL 17 PIC X(30) FROM USER-NOM-APE.
            02 LINE 8 COL 50 VALUE "DNI:".
            02 LINE 8 COL 55 PIC X(9) FROM DNI-POSICION-WS.
            02 LINE 10 COL 8 VALUE "Producto".
            02 LINE 10 COL 27 VALUE "Num".
            02 LINE 10 COL 38 VALUE "Activo".
            02 LINE 10 COL 53 VALUE "Deuda".
            02 LINE 10 COL 62 VALUE "Disponible".
            02 LINE 11 COL 8 VALUE "Cuentas".
            02 LINE 11 COL 28 PIC Z9 FROM NUM-CUENTAS-POS-WS.
            02 LINE 11 COL 31 PIC ---------9.99 FROM ACTIVO-CTA-POS-WS.
            02 LINE 11 COL 45 PIC ---------9.99 FROM DEUDA-CTA-POS-WS.
            02 LINE 11 COL 59 PIC ---------9.99 FROM DISP-CTA-POS-WS.
            02 LINE 12 COL 8 VALUE "  de ello en huchas".
            02 LINE 12 COL 28 PIC Z9 FROM NUM-HUC-POS-WS.
            02 LINE 12 COL 31 PIC ---------9.99 FROM AHORRADO-POS-WS.
            02 LINE 13 COL 8 VALUE "Plazos fijos".
            02 LINE 13 COL 28 PIC Z9 FROM NUM-PLZ-POS-WS.
            02 LINE 13 COL 31 PIC ---------9.99 FROM PLAZOS-POS-WS.
            02 LINE 14 COL 8 VALUE "Prestamos".
            02 LINE 14 COL 28 PIC Z9 FROM NUM-PRE-POS-WS.
            02 LINE 14 COL 45 PIC ---------9.99 FROM PRESTAMOS-POS-WS.
            02 LINE 15 COL 8 VALUE "Anticipos de nomina".
            02 LINE 15 COL 28 PIC Z9 FROM NUM-ANT-POS-WS.
            02 LINE 15 COL 45 PIC ---------9.99 FROM ANTICIPOS-POS-WS.
            02 LINE 16 COL 8 VALUE "Embargo pendiente".
            02 LINE 16 COL 59 PIC ---------9.99 FROM EMBARGO-POS-WS.
            02 LINE 18 COL 8 VALUE "TOTAL" HIGHLIGHT.
            02 LINE 18 COL 31 PIC ---------9.99 FROM TOTAL-ACTIVO-POS-WS
                HIGHLIGHT.
            02 LINE 18 COL 45 PIC ---------9.99 FROM TOTAL-DEUDA-POS-WS
                HIGHLIGHT.
            02 LINE 18 COL 59 PIC ---------9.99 FROM DISPONIBLE-POS-WS
                HIGHLIGHT.
            02 LINE 19 COL 8 VALUE "Posicion neta:".
            02 LINE 19 COL 31 PIC ---------9.99 FROM NETO-POS-WS.
            02 LINE 19 COL 59 VALUE "Importes en EUR".
            02 LINE 21 COL 17 PIC X(47) FROM MSJ-POSICION.
            02 LINE 23 COL 17 VALUE "I - Imprimir".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-POSICION-SECUNDARIA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 31 VALUE "POSICION GLOBAL" UNDERLINE.
            02 LINE 11 COL 14
               VALUE "La posicion global solo puede consultarla el".
            02 LINE 12 COL 14
               VALUE "titular con su propia tarjeta.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-AVISOS-CUENTA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 18 COL 34 PIC X(8) FROM RECIBO-HORA.
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

*> Pantalla de eleccion entre duplicado de recibo y factura
         01 PANTALLA-MENU-RECIBOS-FACTURAS.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 6 COL 29 VALUE "RECIBOS Y FACTURAS" UNDERLINE.
            02 LINE 10 COL 20 VALUE "1 - Duplicado de un recibo".
            02 LINE 11 COL 20
               VALUE "2 - Factura de una compra o comision".
            02 LINE 23 COL 17 VALUE "Esc - Volver al menu".

         01 PANTALLA-SOLICITAR-FACTURA REQUIRED AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 7 COL 28 VALUE "Solicitud de factura" UNDERLINE.
            02 LINE 10 COL 14 VALUE "Fecha del cargo:        /  /    ".
            02 LINE 10 COL 36 PIC 99 USING SFA-DD UNDERLINE FULL.
            02 LINE 10 COL 39 PIC 99 USING SFA-MM UNDERLINE FULL.
            02 LINE 10 COL 42 PIC 9999 USING SFA-AA UNDERLINE FULL.
            02 LINE 12 COL 14
               VALUE "Importe del cargo:            .   EUR".
            02 LINE 12 COL 38 PIC 9(6) USING EUROS-SFA.
            02 LINE 12 COL 45 PIC 99 USING CENT-SFA FULL
                BLANK WHEN ZERO.
            02 LINE 14 COL 14 VALUE "NIF del destinatario:".
            02 LINE 14 COL 36 PIC X(9) USING SFA-NIF UNDERLINE.
            02 LINE 15 COL 14 VALUE "Nombre o razon social:".
            02 LINE 15 COL 37 PIC X(30) USING SFA-NOMBRE UNDERLINE.
            02 LINE 16 COL 14 VALUE "Domicilio:".
            02 LINE 16 COL 37 PIC X(30) USING SFA-DOMICILIO UNDERLINE.
            02 LINE 19 COL 13 PIC X(51) FROM MSJ-FACTURA HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-FACTURA-EMITIDA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 7 COL 28 VALUE "Factura expedida" UNDERLINE.
            02 LINE 9 COL 16 VALUE "Numero:".
            02 LINE 9 COL 34 PIC X(13) FROM NUM-FACTURA-TXT.
            02 LINE 10 COL 16 VALUE "Destinatario:".
            02 LINE 10 COL 34 PIC X(9) FROM FTR-NIF.
            02 LINE 11 COL 34 PIC X(30) FROM FTR-NOMBRE.
            02 LINE 13 COL 16 VALUE "Base imponible:".
            02 LINE 13 COL 34 PIC -------9.99 FROM FTR-BASE.
            02 LINE 14 COL 16 VALUE "IVA      %:".
            02 LINE 14 COL 20 PIC Z9.99 FROM FTR-TIPO-IVA.
            02 LINE 14 COL 34 PIC -------9.99 FROM FTR-CUOTA.
            02 LINE 15 COL 16 VALUE "Total factura:".
            02 LINE 15 COL 34 PIC -------9.99 FROM FTR-TOTAL.
            02 LINE 18 COL 13 PIC X(51) FROM MSJ-FACTURA-IMPRESA
                HIGHLIGHT.
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-RECLAMAR-MOV REQUIRED AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-RECALL-TRANSF REQUIRED AUTO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 8 COL 21 VALUE "Recuperar una transferencia enviada"
                UNDERLINE.
            02 LINE 11 COL 14 VALUE "Fecha de la orden:      /  /    ".
            02 LINE 11 COL 36 PIC 99 USING RCL-DD UNDERLINE FULL.
            02 LINE 11 COL 39 PIC 99 USING RCL-MM UNDERLINE FULL.
            02 LINE 11 COL 42 PIC 9999 USING RCL-AA UNDERLINE FULL.
            02 LINE 13 COL 14
               VALUE "Importe transferido:          .   EUR".
            02 LINE 13 COL 38 PIC 9(6) USING EUROS-RCL.
            02 LINE 13 COL 45 PIC 99 USING CENT-RCL FULL
                BLANK WHEN ZERO.
            02 LINE 15 COL 14 VALUE "Motivo (1-Transferencia duplicada".
            02 LINE 16 COL 22 VALUE "2-Beneficiario erroneo".
            02 LINE 17 COL 22 VALUE "3-Fraude):".
            02 LINE 17 COL 33 PIC 9 USING MOTIVO-RCL UNDERLINE FULL.
            02 LINE 20 COL 13 PIC X(51) FROM MSJ-RECALL HIGHLIGHT.
            02 LINE 23 COL 17 VALUE "Esc - Cancelar".
            02 LINE 23 COL 48 VALUE "Enter - Aceptar".

         01 PANTALLA-RECALL-REGISTRADO.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
            02 LINE 4 COL 30 PIC X(10) FROM FECHAF.
            02 LINE 4 COL 41 VALUE "-".
            02 LINE 4 COL 43 PIC X(8) FROM HORAF.
            02 LINE 8 COL 21 VALUE "Recuperar una transferencia enviada"
                UNDERLINE.
            02 LINE 12 COL 16
               VALUE "Peticion registrada. Su referencia es:".
            02 LINE 14 COL 32 PIC 9(6) FROM NUM-RCL-WS HIGHLIGHT.
            02 LINE 16 COL 12
               VALUE "Se pedira hoy a la entidad destino; si la acepta".
            02 LINE 17 COL 12
               VALUE "el importe volvera a su cuenta con un apunte.".
            02 LINE 23 COL 32 VALUE "Enter - Aceptar".

         01 PANTALLA-RECLAMACION-ABIERTA.
            02 BLANK SCREEN.
            02 LINE 3 COL 26 PIC X(32) FROM IDI-TITULO-CAJERO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
           PERFORM CARGAR-TERMINAL.
           PERFORM CARGAR-ESTADO-JOURNAL THRU FIN-CARGAR-ESTADO-JOURNAL.
           PERFORM RECUPERAR-WAL-ARRANQUE THRU FIN-RECUPERAR-WAL-ARRANQUE.
         MOVE "SESION" TO JRN-EVENTO-WS.
         MOVE "Tarjeta aceptada, clave correcta" TO JRN-DETALLE-WS.
         PERFORM GRABAR-JOURNAL.
         IF ES-APODERADO-WS = "S"
           MOVE "ACCESO" TO APO-OPERACION-WS
           MOVE 0 TO APO-IMPORTE-WS
           MOVE "A" TO APO-RESULTADO-WS
           MOVE SPACES TO APO-MOTIVO-WS
           PERFORM REGISTRAR-USO-PODER.
         PERFORM CARGAR-DATOS-MENOR THRU FIN-CARGAR-DATOS-MENOR.
         IF DOC-CADUCADO-SESION-WS = "S"
           MOVE "DOC-CADUCADO" TO JRN-EVENTO-WS
           MOVE "Documento caducado: sesion solo abonos"
               TO JRN-DETALLE-WS
           PERFORM GRABAR-JOURNAL
           PERFORM MOSTRAR-DOCUMENTO-CADUCADO.
         IF DIR-DEVUELTA-SESION-WS = "S" AND ES-APODERADO-WS NOT = "S"
           MOVE "DIR-DEVUELTA" TO JRN-EVENTO-WS
           MOVE "Direccion devuelta: aviso de actualizar"
               TO JRN-DETALLE-WS
           PERFORM GRABAR-JOURNAL
           PERFORM MOSTRAR-DIRECCION-DEVUELTA.
         IF ES-TARJETA-SECUNDARIA = "S"
           PERFORM OBTENER-CUENTA-SECUNDARIA
         ELSE
                  DELIMITED BY SIZE INTO JRN-DETALLE-WS
              PERFORM GRABAR-JOURNAL.

*> Un apoderado solo consulta, retira y transfiere; el resto de
*> opciones no entra en ningun poder
            IF COB-CRT-STATUS = 0 AND ES-APODERADO-WS = "S"
              PERFORM COMPROBAR-OPCION-APODERADO
              IF APO-PERMITIDA-WS NOT = "S"
                MOVE "OPCION" TO APO-OPERACION-WS
                MOVE "Opcion fuera del poder" TO APO-MOTIVO-WS
                GO TO OPERACION-NO-APODERADO.

*> Con el documento de identidad caducado solo se admiten los
*> abonos: ingreso de efectivo, de cheque y deposito nocturno
            IF COB-CRT-STATUS = 0 AND DOC-CADUCADO-SESION-WS = "S"
              IF TECLA NOT = "4" AND TECLA NOT = "F" AND TECLA NOT = "f"
                 AND TECLA NOT = "M" AND TECLA NOT = "m"
                GO TO OPERACION-SOLO-ABONOS.

			IF COB-CRT-STATUS = 2005
			  MOVE 0 TO NUM-ERRORES-CNUEVA
		      MOVE 0 TO NUM-ERRORES-CACTUAL
                                              GO TO INGRESAR-CHEQUE
                                            ELSE
                                              IF TECLA = "G" OR TECLA = "g"
                                                GO TO MENU-RECIBOS-FACTURAS
                                              ELSE
                                                IF TECLA = "H" OR TECLA = "h"
                                                  GO TO CERTIFICADO-SALDO
                                                                        GO TO GESTIONAR-PREFERENCIAS
                                                                      ELSE
                                                                        IF TECLA = "V" OR TECLA = "v"
                                                                          GO TO MENU-ABONOS-BONOS
                                                                        ELSE
                                                                          IF TECLA = "W" OR TECLA = "w"
                                                                            GO TO POSICION-GLOBAL
                                                                          ELSE
                                                                            IF TECLA = "X" OR TECLA = "x"
                                                                              GO TO MIS-GASTOS
                                                                            ELSE
                                                                              IF TECLA = "Y" OR TECLA = "y"
                                                                                GO TO AMORTIZAR-PRESTAMO
                                                                              ELSE
                                                                                IF TECLA = "Z" OR TECLA = "z"
                                                                                  GO TO GESTIONAR-TALONARIOS
                                                                                ELSE
                                                                                  IF TECLA = "I" OR TECLA = "i"
                                                                                    GO TO GESTIONAR-DONATIVOS
                                                                                  ELSE
                                                                                    IF TECLA = "S" OR TECLA = "s"
                                                                                      GO TO GESTIONAR-CONTROLES-TARJETA
                                                                                    ELSE
                                                                                      GO TO MENU-OPCIONES.

*> Procedimiento mostrar-pantalla-seleccion-cuenta
       MOSTRAR-PANTALLA-SELECCION-CUENTA.
                   MOVE PARAM-DIAS-RETENCION TO DIAS-RETENCION-WS
                 END-IF
                 IF PARAM-MESES-CLAVE > 0
                   MOVE PARAM-MESES-CLAVE TO MESES-CLAVE-WS
                 END-IF
                 IF PARAM-LIMITE-MENOR IS NUMERIC AND
                    PARAM-LIMITE-MENOR > 0
                   MOVE PARAM-LIMITE-MENOR TO LIMITE-MENOR-WS
                 END-IF
                 IF PARAM-TOPE-INMEDIATA IS NUMERIC AND
                    PARAM-TOPE-INMEDIATA > 0
                   MOVE PARAM-TOPE-INMEDIATA TO TOPE-INMEDIATA-WS
                 END-IF
                 IF PARAM-COMISION-INMEDIATA IS NUMERIC
                   MOVE PARAM-COMISION-INMEDIATA
                       TO COMISION-INMEDIATA-WS.
           CLOSE PARAMFILE.

*> Procedimiento cargar-mensajes-bienvenida: recarga en
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-ABONO-TEMP.
           MOVE "OPC-POSICION-GLOBAL" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-POSICION-GLOBAL.
           MOVE "OPC-MIS-GASTOS" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-MIS-GASTOS.
           MOVE "OPC-AMORTIZAR-PREST" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-AMORTIZAR-PRE.
           MOVE "OPC-TALONARIO" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-TALONARIO.
           MOVE "OPC-DONAR" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-DONAR.
           MOVE "OPC-CONTROLES" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
             MOVE IDI-TEXTO TO IDI-OPC-CONTROLES.
           MOVE "RETENIDO-PENDIENTE" TO IDI-LITERAL.
           PERFORM LEER-LITERAL-IDIOMA THRU FIN-LEER-LITERAL-IDIOMA.
           IF LITERAL-LEIDO = "SI"
               AT END GO TO CERRAR-CONTADORES-HOY.
           IF MOV-FECHA-NEGOCIO NOT = FECHA-NEGOCIO-WS
             GO TO LEER-CONTADOR-HOY.
           IF MOV-OP-REINTEGRO
             ADD 1 TO CONT-RETIRADAS-WS
           ELSE
             IF MOV-OP-INGRESO
               ADD 1 TO CONT-INGRESOS-WS
             ELSE
               IF MOV-OP-TRANSFERENCIA
                 ADD 1 TO CONT-TRANSF-WS
               ELSE
                 ADD 1 TO CONT-OTRAS-WS.
                     + FUNCTION ORD(JRN-EVENTO-WS(I-JRN:1)).
           ADD 1 TO I-JRN.

*> Procedimiento registrar-uso-poder: deja en USOS-PODERES.DAT cada
*> uso que hace un apoderado de su poder, con la operacion, el importe
*> y si se acepto (A) o se denego (D) y por que. Se llama con
*> APO-OPERACION-WS, APO-IMPORTE-WS, APO-RESULTADO-WS y APO-MOTIVO-WS
*> ya cargados
       REGISTRAR-USO-PODER.
           PERFORM OBTENER-FECHA.
           OPEN EXTEND USOSPODERFILE.
           IF FSUPD = "35"
             CLOSE USOSPODERFILE
             OPEN OUTPUT USOSPODERFILE.
           MOVE SPACES TO REG-USO-PODER.
           MOVE FECHAF TO USO-FECHA.
           MOVE HORAF TO USO-HORA.
           MOVE NUM-TARJETA TO USO-TARJ-APODERADO.
           MOVE APO-DNI-WS TO USO-DNI-APODERADO.
           MOVE CUENTA-SECUNDARIA-PERMITIDA TO USO-CUENTA.
           MOVE APO-OPERACION-WS TO USO-OPERACION.
           MOVE APO-IMPORTE-WS TO USO-IMPORTE.
           MOVE APO-RESULTADO-WS TO USO-RESULTADO.
           MOVE APO-MOTIVO-WS TO USO-MOTIVO.
           WRITE REG-USO-PODER.
           CLOSE USOSPODERFILE.

*> Procedimiento comprobar-lista-negra: consulta LISTANEGRA.DAT con
*> el numero tecleado; la tarjeta esta retenible si figura con fecha
*> de efecto ya alcanzada. La lista no caduca ni se autodesbloquea
           IF TARJETA-EN-LISTA = "SI"
             GO TO TARJETA-RETENIDA.
           MOVE "N" TO ES-TARJETA-SECUNDARIA.
           MOVE "N" TO ES-APODERADO-WS.
           MOVE NUM-TARJETA TO NUM-TARJETA-OPERAR.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA TO USER-TARJ.
           MOVE NUM-TARJETA TO SECUND-TARJ.
           READ SECUNDFILE INVALID KEY
               CLOSE SECUNDFILE
               GO TO COMPROBAR-ACCESO-APODERADO.
           PERFORM COMPROBAR-AUTODESBLOQUEO-SECUNDARIA
                        THRU FIN-COMPROBAR-AUTODESBLOQUEO-SECUNDARIA.
           IF SECUND-BLOQUEADA = "1" OR SECUND-BLOQUEADA = "D"
       FIN-COMPROBAR-AUTODESBLOQUEO-SECUNDARIA.
           EXIT.

*> Procedimiento comprobar-autodesbloqueo-apoderado: lo mismo para la
*> tarjeta de un poder. PODERESFILE debe estar abierto en modo INPUT
*> con REG-PODER ya leido al entrar, y queda en ese mismo estado al
*> salir.
       COMPROBAR-AUTODESBLOQUEO-APODERADO.
           IF POD-BLOQUEADA NOT = "1"
             GO TO FIN-COMPROBAR-AUTODESBLOQUEO-APODERADO.
           IF POD-BLOQUEO-AAAAMMDD = 0
             GO TO FIN-COMPROBAR-AUTODESBLOQUEO-APODERADO.

           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-COMP =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           COMPUTE DIAS-DESDE-BLOQUEO =
                     FUNCTION INTEGER-OF-DATE(FECHA-HOY-COMP) -
                     FUNCTION INTEGER-OF-DATE(POD-BLOQUEO-AAAAMMDD).
           COMPUTE SEGUNDOS-TRANSCURRIDOS =
                     (DIAS-DESDE-BLOQUEO * 86400)
                     + ((HH OF HORA * 3600) + (MM OF HORA * 60)
                          + SS OF HORA)
                     - ((POD-BLOQUEO-HH * 3600)
                          + (POD-BLOQUEO-MM * 60)
                          + POD-BLOQUEO-SS).
           COMPUTE LIMITE-SEGUNDOS-DESBLOQUEO = HORAS-DESBLOQUEO * 3600.

           IF SEGUNDOS-TRANSCURRIDOS >= LIMITE-SEGUNDOS-DESBLOQUEO
             CLOSE PODERESFILE
             OPEN I-O PODERESFILE
             MOVE NUM-TARJETA TO POD-TARJ
             READ PODERESFILE
             MOVE "0" TO POD-BLOQUEADA
             MOVE 0 TO POD-BLOQUEO-AAAAMMDD
             MOVE 0 TO POD-BLOQUEO-HH
             MOVE 0 TO POD-BLOQUEO-MM
             MOVE 0 TO POD-BLOQUEO-SS
             REWRITE REG-PODER
             CLOSE PODERESFILE
             OPEN INPUT PODERESFILE
             MOVE NUM-TARJETA TO POD-TARJ
             READ PODERESFILE
             OPEN I-O LOGINFILE
             MOVE NUM-TARJETA TO LOGIN-TARJ
             READ LOGINFILE
             MOVE 0 TO LOGIN-NUM-INTENTOS
             REWRITE REG-LOGIN
             CLOSE LOGINFILE.
       FIN-COMPROBAR-AUTODESBLOQUEO-APODERADO.
           EXIT.

*> Procedimiento error-tarjeta-bloqueada
       ERROR-TAJETA-BLOQUEADA.
           CLOSE USERFILE.
           PERFORM RESTAURAR-CAMPOS-ACCESO.
           GO TO INICIO.

*> Procedimiento comprobar-acceso-apoderado: la tarjeta tampoco es
*> secundaria; puede ser la de un apoderado (PODERES.DAT). El poder
*> ha de estar vigente, dentro de sus fechas y sin revocacion ya en
*> efecto aunque el batch nocturno aun no la haya aplicado; si no lo
*> esta, el intento queda registrado y se rechaza como caducada. Un
*> poder valido se opera igual que una secundaria, sobre la cuenta del
*> poderdante, con el alcance y el limite del poder. En formacion no
*> se admiten apoderados: no hay juego de pruebas de poderes
       COMPROBAR-ACCESO-APODERADO.
           IF MODO-FORMACION-WS = "S"
             GO TO COMPROBAR-TARJETA-INTERBANCARIA.
           OPEN INPUT PODERESFILE.
           IF FSPOD = "35"
             CLOSE PODERESFILE
             GO TO COMPROBAR-TARJETA-INTERBANCARIA.
           MOVE NUM-TARJETA TO POD-TARJ.
           READ PODERESFILE INVALID KEY
               CLOSE PODERESFILE
               GO TO COMPROBAR-TARJETA-INTERBANCARIA.
           PERFORM COMPROBAR-AUTODESBLOQUEO-APODERADO
                        THRU FIN-COMPROBAR-AUTODESBLOQUEO-APODERADO.
           IF POD-BLOQUEADA = "1"
             CLOSE PODERESFILE
             GO TO ERROR-TAJETA-BLOQUEADA.

           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-COMP =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           MOVE SPACES TO APO-MOTIVO-WS.
           IF NOT POD-VIGENTE
             MOVE "Poder caducado o revocado" TO APO-MOTIVO-WS.
           IF FECHA-HOY-COMP < POD-FECHA-DESDE
             MOVE "Poder aun no vigente" TO APO-MOTIVO-WS.
           IF POD-FECHA-HASTA > 0 AND FECHA-HOY-COMP > POD-FECHA-HASTA
             MOVE "Poder fuera de vigencia" TO APO-MOTIVO-WS.
           IF POD-FECHA-REVOCACION > 0
                  AND FECHA-HOY-COMP >= POD-FECHA-REVOCACION
             MOVE "Poder revocado" TO APO-MOTIVO-WS.

           MOVE POD-PIN TO EXPECTED-PIN-ACCESO.
           MOVE POD-TARJ-TITULAR TO NUM-TARJETA-OPERAR.
           MOVE POD-CUENTA TO CUENTA-SECUNDARIA-PERMITIDA.
           MOVE POD-DNI-APODERADO TO APO-DNI-WS.
           MOVE POD-RETIRAR TO APO-RETIRAR-WS.
           MOVE POD-TRANSFERIR TO APO-TRANSFERIR-WS.
           MOVE POD-LIMITE-OPERACION TO APO-LIMITE-WS.
           CLOSE PODERESFILE.

           IF APO-MOTIVO-WS NOT = SPACES
             MOVE "ACCESO" TO APO-OPERACION-WS
             MOVE 0 TO APO-IMPORTE-WS
             MOVE "D" TO APO-RESULTADO-WS
             PERFORM REGISTRAR-USO-PODER
             GO TO ERROR-TARJETA-CADUCADA.
           MOVE "S" TO ES-TARJETA-SECUNDARIA.
           MOVE "S" TO ES-APODERADO-WS.

           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE INVALID KEY GO TO ERROR-USUARIO.
           GO TO COMPROBAR-ACCESO-COMUN.

*> Procedimiento comprobar-tarjeta-interbancaria: ultimo recurso antes
*> de rechazar una tarjeta que no tiene registro ni en USERFILE ni en
*> SECUNDFILE. Se extrae el BIN (los 6 primeros digitos del numero de

*> Procedimiento bloqueo-tarjeta
       BLOQUEO-TARJETA.
           IF ES-APODERADO-WS = "S"
             GO TO BLOQUEO-TARJETA-APODERADO.
           IF ES-TARJETA-SECUNDARIA = "S"
             OPEN I-O SECUNDFILE
             MOVE NUM-TARJETA TO SECUND-TARJ
             END-IF
             GO TO INICIO.

*> La tarjeta de un apoderado se bloquea en su poder, sin tocar la
*> del poderdante; el aviso va al titular de la cuenta
       BLOQUEO-TARJETA-APODERADO.
           OPEN I-O PODERESFILE.
           MOVE NUM-TARJETA TO POD-TARJ.
           READ PODERESFILE.

         MUESTRA-MSJ-BLOQUEO-APODERADO.
           DISPLAY PANTALLA-BLOQUEO-TARJETA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO MUESTRA-MSJ-BLOQUEO-APODERADO.
           MOVE 0 TO NUM-INTENTOS-ACC.
           PERFORM OBTENER-FECHA.
           MOVE "1" TO POD-BLOQUEADA.
           COMPUTE POD-BLOQUEO-AAAAMMDD =
                     (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                      + DD OF FECHA.
           MOVE HH OF HORA TO POD-BLOQUEO-HH.
           MOVE MM OF HORA TO POD-BLOQUEO-MM.
           MOVE SS OF HORA TO POD-BLOQUEO-SS.
           REWRITE REG-PODER.
           CLOSE PODERESFILE.
           MOVE POD-TARJ-TITULAR TO NOTIF-TARJ-WS.
           MOVE " " TO NOTIF-DNI-WS.
           MOVE " " TO NOTIF-TFNO-WS.
           MOVE "TARJETA-BLOQUEADA" TO NOTIF-TIPO-WS.
           MOVE "Tarjeta de apoderado bloqueada por seguridad"
               TO NOTIF-DETALLE-WS.
           PERFORM GUARDAR-NOTIFICACION.
           MOVE "ACCESO" TO APO-OPERACION-WS.
           MOVE 0 TO APO-IMPORTE-WS.
           MOVE "D" TO APO-RESULTADO-WS.
           MOVE "Tarjeta bloqueada por clave" TO APO-MOTIVO-WS.
           PERFORM REGISTRAR-USO-PODER.
           GO TO INICIO.


*> Procedimiento registro-en-uso: el registro del cliente lo tiene
*> bloqueado el otro terminal; se informa y se vuelve al menu sin
			     IF TECLA = "R" OR TECLA = "r"
			       GO TO RECLAMAR-MOVIMIENTO
			     ELSE
			       IF TECLA = "T" OR TECLA = "t"
			         GO TO PEDIR-RECALL-TRANSF
			       ELSE
			         MOVE 12 TO LINEA-MOV
		             GO TO MOSTRAR-PANTALLA-MOV.

*> Procedimiento certificado-saldo: emite un certificado formal del
*> saldo de la cuenta seleccionada, con el titular de USERS.DAT y una
             GO TO MUESTRA-CERTIFICADO.
           GO TO MENU-OPCIONES.

*> Procedimiento posicion-global: reune en una pantalla todo lo que
*> la persona de la sesion tiene con el banco por todas sus
*> tarjetas (la lista sale de PERSONAS.DAT): cuentas, huchas, plazos
*> fijos, prestamos, anticipos de nomina y embargo pendiente, con el
*> activo, la deuda y el disponible de cada tipo de producto en
*> euros. Con I se imprime por la impresora de recibos. Una tarjeta
*> secundaria no la ve: heredaria la posicion entera del titular
       POSICION-GLOBAL.
*> En modo de formacion PERSONAS.DAT y los ficheros de productos no
*> estan redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           IF ES-TARJETA-SECUNDARIA = "S"
             GO TO POSICION-TARJETA-SECUNDARIA.
           MOVE SPACES TO MSJ-POSICION.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           CLOSE USERFILE.
           PERFORM CALCULAR-POSICION-GLOBAL
               THRU FIN-CALCULAR-POSICION-GLOBAL.

           MOVE "POSICION" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Posicion global de " NUM-TARJETAS-POS-WS
                  " tarjetas y " NUM-CUENTAS-POS-WS " cuentas"
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

         MUESTRA-POSICION-GLOBAL.
           DISPLAY PANTALLA-POSICION-GLOBAL.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MUESTRA-POSICION-GLOBAL.
           IF TECLA = "I" OR TECLA = "i"
             PERFORM IMPRIMIR-POSICION-GLOBAL
                 THRU FIN-IMPRIMIR-POSICION-GLOBAL
             GO TO MUESTRA-POSICION-GLOBAL.
           GO TO MENU-OPCIONES.

       POSICION-TARJETA-SECUNDARIA.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-POSICION-SECUNDARIA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO POSICION-TARJETA-SECUNDARIA.
           GO TO MENU-OPCIONES.

*> Procedimiento calcular-posicion-global: recorre las tarjetas de
*> la persona y sus cuentas (una cuenta compartida por dos tarjetas
*> cuenta una vez), y despues cada fichero de productos una sola
*> vez, quedandose con lo que pertenece a esas tarjetas o cuentas.
*> Las huchas ya estan dentro del saldo de su cuenta: se muestran
*> aparte pero no suman otra vez al activo, solo restan disponible.
*> Sin PERSONAS.DAT, o con el DNI sin registro, la posicion es la de
*> la tarjeta de la sesion. Al salir REG-USUARIO vuelve a ser el de
*> la sesion
       CALCULAR-POSICION-GLOBAL.
           MOVE USER-DNI TO DNI-POSICION-WS.
           MOVE 0 TO NUM-TARJETAS-POS-WS.
           MOVE 0 TO NUM-CUENTAS-POS-WS.
           MOVE 0 TO NUM-HUC-POS-WS.
           MOVE 0 TO NUM-PLZ-POS-WS.
           MOVE 0 TO NUM-PRE-POS-WS.
           MOVE 0 TO NUM-ANT-POS-WS.
           MOVE 0 TO ACTIVO-CTA-POS-WS.
           MOVE 0 TO DEUDA-CTA-POS-WS.
           MOVE 0 TO DISP-CTA-POS-WS.
           MOVE 0 TO AHORRADO-POS-WS.
           MOVE 0 TO PLAZOS-POS-WS.
           MOVE 0 TO PRESTAMOS-POS-WS.
           MOVE 0 TO ANTICIPOS-POS-WS.
           MOVE 1 TO T-POS.
           PERFORM LIMPIAR-TARJETA-POS UNTIL T-POS > 5.

*> Lista de tarjetas de la persona
           OPEN INPUT PERSONASFILE.
           IF FSPE = "35"
             CLOSE PERSONASFILE
             GO TO ANADIR-TARJETA-SESION-POS.
           MOVE DNI-POSICION-WS TO PER-DNI.
           READ PERSONASFILE
               INVALID KEY
                 CLOSE PERSONASFILE
                 GO TO ANADIR-TARJETA-SESION-POS.
           MOVE PER-NUM-TARJETAS TO NUM-TARJETAS-POS-WS.
           MOVE 1 TO T-POS.
           PERFORM COPIAR-TARJETA-POS UNTIL T-POS > 5.
           CLOSE PERSONASFILE.

*> La tarjeta de la sesion entra siempre, aunque el indice de
*> personas no la tenga todavia
         ANADIR-TARJETA-SESION-POS.
           MOVE NUM-TARJETA-OPERAR TO TARJETA-BUSCAR-POS-WS.
           PERFORM BUSCAR-TARJETA-POS THRU FIN-BUSCAR-TARJETA-POS.
           IF ENCONTRADA-POS-WS NOT = "SI" AND NUM-TARJETAS-POS-WS < 5
             ADD 1 TO NUM-TARJETAS-POS-WS
             MOVE NUM-TARJETA-OPERAR
                 TO TARJETA-POSICION-WS(NUM-TARJETAS-POS-WS).

           MOVE 1 TO T-POS.
           PERFORM SUMAR-TARJETA-POS THRU FIN-SUMAR-TARJETA-POS
               UNTIL T-POS > NUM-TARJETAS-POS-WS.

           PERFORM SUMAR-RETENCIONES-POS
               THRU FIN-SUMAR-RETENCIONES-POS.
           PERFORM SUMAR-HUCHAS-POS THRU FIN-SUMAR-HUCHAS-POS.
           PERFORM SUMAR-PLAZOS-POS THRU FIN-SUMAR-PLAZOS-POS.
           PERFORM SUMAR-PRESTAMOS-POS THRU FIN-SUMAR-PRESTAMOS-POS.
           PERFORM SUMAR-ANTICIPOS-POS THRU FIN-SUMAR-ANTICIPOS-POS.

           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           CLOSE USERFILE.

*> El embargo se traba contra el DNI, no contra una cuenta: resta
*> una sola vez del disponible de la persona
           PERFORM CALCULAR-EMBARGADO-CUENTA
               THRU FIN-CALCULAR-EMBARGADO-CUENTA.
           COMPUTE EMBARGO-POS-WS = 0 - EMBARGADO-CUENTA-WS.

           COMPUTE TOTAL-ACTIVO-POS-WS =
               ACTIVO-CTA-POS-WS + PLAZOS-POS-WS.
           COMPUTE TOTAL-DEUDA-POS-WS =
               DEUDA-CTA-POS-WS + PRESTAMOS-POS-WS + ANTICIPOS-POS-WS.
           COMPUTE NETO-POS-WS =
               TOTAL-ACTIVO-POS-WS - TOTAL-DEUDA-POS-WS.
           COMPUTE DISPONIBLE-POS-WS =
               DISP-CTA-POS-WS + EMBARGO-POS-WS.
       FIN-CALCULAR-POSICION-GLOBAL.
           EXIT.

       LIMPIAR-TARJETA-POS.
           MOVE 0 TO TARJETA-POSICION-WS(T-POS).
           ADD 1 TO T-POS.

       COPIAR-TARJETA-POS.
           MOVE PER-TARJETA(T-POS) TO TARJETA-POSICION-WS(T-POS).
           ADD 1 TO T-POS.

*> Las cuentas de una tarjeta de la persona; las tarjetas secundarias
*> de PERSONAS.DAT no tienen registro en USERS.DAT y no aportan nada
       SUMAR-TARJETA-POS.
           IF TARJETA-POSICION-WS(T-POS) = 0
             GO TO SIGUIENTE-TARJETA-POS.
           OPEN INPUT USERFILE.
           MOVE TARJETA-POSICION-WS(T-POS) TO USER-TARJ.
           READ USERFILE
               INVALID KEY
                 CLOSE USERFILE
                 GO TO SIGUIENTE-TARJETA-POS.
           CLOSE USERFILE.
           MOVE 1 TO M-POS.
           PERFORM SUMAR-CUENTA-POS THRU FIN-SUMAR-CUENTA-POS
               UNTIL M-POS > 3.

         SIGUIENTE-TARJETA-POS.
           ADD 1 TO T-POS.
       FIN-SUMAR-TARJETA-POS.
           EXIT.

*> Un saldo acreedor es activo y uno deudor (descubierto) es deuda
       SUMAR-CUENTA-POS.
           IF USER-NUM-CUENTA(M-POS) = SPACES
             GO TO SIGUIENTE-CUENTA-POS.
           MOVE USER-NUM-CUENTA(M-POS) TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           IF ENCONTRADA-POS-WS = "SI" OR NUM-CUENTAS-POS-WS = 15
             GO TO SIGUIENTE-CUENTA-POS.
           MOVE USER-MONEDA(M-POS) TO MONEDA-POS-WS.
           PERFORM OBTENER-TASA-POSICION
               THRU FIN-OBTENER-TASA-POSICION.
           ADD 1 TO NUM-CUENTAS-POS-WS.
           MOVE CUENTA-BUSCAR-POS-WS
               TO CUENTA-POS-NUM-WS(NUM-CUENTAS-POS-WS).
           MOVE TASA-POS-WS TO CUENTA-POS-TASA-WS(NUM-CUENTAS-POS-WS).
           COMPUTE IMPORTE-POS-WS ROUNDED =
               USER-SALDO(M-POS) * TASA-POS-WS.
           IF IMPORTE-POS-WS < 0
             SUBTRACT IMPORTE-POS-WS FROM DEUDA-CTA-POS-WS
           ELSE
             ADD IMPORTE-POS-WS TO ACTIVO-CTA-POS-WS.
           ADD IMPORTE-POS-WS TO DISP-CTA-POS-WS.

         SIGUIENTE-CUENTA-POS.
           ADD 1 TO M-POS.
       FIN-SUMAR-CUENTA-POS.
           EXIT.

*> Busca CUENTA-BUSCAR-POS-WS entre las cuentas de la persona y deja
*> su tasa a euros (a la par si no es de la persona)
       BUSCAR-CUENTA-POS.
           MOVE "NO" TO ENCONTRADA-POS-WS.
           MOVE 1 TO TASA-POS-WS.
           MOVE 1 TO C-POS.

         COMPARAR-CUENTA-POS.
           IF C-POS > NUM-CUENTAS-POS-WS
             GO TO FIN-BUSCAR-CUENTA-POS.
           IF CUENTA-POS-NUM-WS(C-POS) = CUENTA-BUSCAR-POS-WS
             MOVE "SI" TO ENCONTRADA-POS-WS
             MOVE CUENTA-POS-TASA-WS(C-POS) TO TASA-POS-WS
             GO TO FIN-BUSCAR-CUENTA-POS.
           ADD 1 TO C-POS.
           GO TO COMPARAR-CUENTA-POS.
       FIN-BUSCAR-CUENTA-POS.
           EXIT.

       BUSCAR-TARJETA-POS.
           MOVE "NO" TO ENCONTRADA-POS-WS.
           MOVE 1 TO C-POS.

         COMPARAR-TARJETA-POS.
           IF C-POS > NUM-TARJETAS-POS-WS
             GO TO FIN-BUSCAR-TARJETA-POS.
           IF TARJETA-POSICION-WS(C-POS) = TARJETA-BUSCAR-POS-WS
             MOVE "SI" TO ENCONTRADA-POS-WS
             GO TO FIN-BUSCAR-TARJETA-POS.
           ADD 1 TO C-POS.
           GO TO COMPARAR-TARJETA-POS.
       FIN-BUSCAR-TARJETA-POS.
           EXIT.

*> Tasa moneda/EUR de FX.DAT; una cuenta en euros (o sin moneda, las
*> anteriores a la multidivisa) o sin tasa cargada va a la par, como
*> en OBTENER-TASA-RETIRADA
       OBTENER-TASA-POSICION.
           MOVE 1 TO TASA-POS-WS.
           IF MONEDA-POS-WS = "EUR" OR MONEDA-POS-WS = SPACES
             GO TO FIN-OBTENER-TASA-POSICION.
           OPEN INPUT FXFILE.
           IF FSF = "35"
             CLOSE FXFILE
             GO TO FIN-OBTENER-TASA-POSICION.
           MOVE MONEDA-POS-WS TO FX-ORIGEN.
           MOVE "EUR" TO FX-DESTINO.
           READ FXFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FX-TASA TO TASA-POS-WS.
           CLOSE FXFILE.
       FIN-OBTENER-TASA-POSICION.
           EXIT.

*> Las retenciones pendientes restan disponible a su cuenta
       SUMAR-RETENCIONES-POS.
           OPEN INPUT RETENCIONESFILE.
           IF FSRT = "35"
             CLOSE RETENCIONESFILE
             GO TO FIN-SUMAR-RETENCIONES-POS.

         LEER-RETENCION-POS.
           READ RETENCIONESFILE NEXT RECORD
               AT END GO TO CERRAR-RETENCIONES-POS.
           IF NOT RET-PENDIENTE
             GO TO LEER-RETENCION-POS.
           MOVE RET-CUENTA TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           IF ENCONTRADA-POS-WS = "SI"
             COMPUTE DISP-CTA-POS-WS ROUNDED =
                 DISP-CTA-POS-WS - (RET-IMPORTE * TASA-POS-WS).
           GO TO LEER-RETENCION-POS.

         CERRAR-RETENCIONES-POS.
           CLOSE RETENCIONESFILE.
       FIN-SUMAR-RETENCIONES-POS.
           EXIT.

       SUMAR-HUCHAS-POS.
           OPEN INPUT HUCHASFILE.
           IF FSHU = "35"
             CLOSE HUCHASFILE
             GO TO FIN-SUMAR-HUCHAS-POS.

         LEER-HUCHA-POS.
           READ HUCHASFILE NEXT RECORD
               AT END GO TO CERRAR-HUCHAS-POS.
           MOVE HUC-CUENTA TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           IF ENCONTRADA-POS-WS NOT = "SI"
             GO TO LEER-HUCHA-POS.
           ADD 1 TO NUM-HUC-POS-WS.
           COMPUTE IMPORTE-POS-WS ROUNDED = HUC-AHORRADO * TASA-POS-WS.
           ADD IMPORTE-POS-WS TO AHORRADO-POS-WS.
           SUBTRACT IMPORTE-POS-WS FROM DISP-CTA-POS-WS.
           GO TO LEER-HUCHA-POS.

         CERRAR-HUCHAS-POS.
           CLOSE HUCHASFILE.
       FIN-SUMAR-HUCHAS-POS.
           EXIT.

*> Los plazos fijos activos de las tarjetas de la persona, en la
*> moneda de su cuenta vinculada; no estan disponibles hasta vencer
       SUMAR-PLAZOS-POS.
           OPEN INPUT PLAZOSFILE.
           IF FSPLZ = "35"
             CLOSE PLAZOSFILE
             GO TO FIN-SUMAR-PLAZOS-POS.

         LEER-PLAZO-POS.
           READ PLAZOSFILE NEXT RECORD
               AT END GO TO CERRAR-PLAZOS-POS.
           IF NOT PLZ-ACTIVO
             GO TO LEER-PLAZO-POS.
           MOVE PLZ-TARJ TO TARJETA-BUSCAR-POS-WS.
           PERFORM BUSCAR-TARJETA-POS THRU FIN-BUSCAR-TARJETA-POS.
           IF ENCONTRADA-POS-WS NOT = "SI"
             GO TO LEER-PLAZO-POS.
           MOVE PLZ-CUENTA TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           ADD 1 TO NUM-PLZ-POS-WS.
           COMPUTE IMPORTE-POS-WS ROUNDED = PLZ-CAPITAL * TASA-POS-WS.
           ADD IMPORTE-POS-WS TO PLAZOS-POS-WS.
           GO TO LEER-PLAZO-POS.

         CERRAR-PLAZOS-POS.
           CLOSE PLAZOSFILE.
       FIN-SUMAR-PLAZOS-POS.
           EXIT.

*> La deuda de un prestamo activo es el capital aun no amortizado
*> (la parte de las cuotas que quedan, como en DECLARARCIRBE) mas lo
*> impagado
       SUMAR-PRESTAMOS-POS.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
             CLOSE PRESTAMOSFILE
             GO TO FIN-SUMAR-PRESTAMOS-POS.

         LEER-PRESTAMO-POS.
           READ PRESTAMOSFILE NEXT RECORD
               AT END GO TO CERRAR-PRESTAMOS-POS.
           IF NOT PRE-ACTIVO
             GO TO LEER-PRESTAMO-POS.
           MOVE PRE-TARJ TO TARJETA-BUSCAR-POS-WS.
           PERFORM BUSCAR-TARJETA-POS THRU FIN-BUSCAR-TARJETA-POS.
           IF ENCONTRADA-POS-WS NOT = "SI"
             GO TO LEER-PRESTAMO-POS.
           MOVE PRE-CUENTA TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           ADD 1 TO NUM-PRE-POS-WS.
           IF PRE-MESES > 0 AND PRE-CUOTAS-PAGADAS < PRE-MESES
             COMPUTE IMPORTE-POS-WS ROUNDED =
                 PRE-CAPITAL * (PRE-MESES - PRE-CUOTAS-PAGADAS)
                 / PRE-MESES
           ELSE
             MOVE 0 TO IMPORTE-POS-WS.
           COMPUTE IMPORTE-POS-WS ROUNDED =
               (IMPORTE-POS-WS + PRE-IMPAGADO) * TASA-POS-WS.
           ADD IMPORTE-POS-WS TO PRESTAMOS-POS-WS.
           GO TO LEER-PRESTAMO-POS.

         CERRAR-PRESTAMOS-POS.
           CLOSE PRESTAMOSFILE.
       FIN-SUMAR-PRESTAMOS-POS.
           EXIT.

       SUMAR-ANTICIPOS-POS.
           OPEN INPUT ANTICIPOSFILE.
           IF FSAN = "35"
             CLOSE ANTICIPOSFILE
             GO TO FIN-SUMAR-ANTICIPOS-POS.

         LEER-ANTICIPO-POS.
           READ ANTICIPOSFILE NEXT RECORD
               AT END GO TO CERRAR-ANTICIPOS-POS.
           IF NOT ANT-ABIERTO
             GO TO LEER-ANTICIPO-POS.
           MOVE ANT-CUENTA TO CUENTA-BUSCAR-POS-WS.
           PERFORM BUSCAR-CUENTA-POS THRU FIN-BUSCAR-CUENTA-POS.
           IF ENCONTRADA-POS-WS NOT = "SI"
             GO TO LEER-ANTICIPO-POS.
           ADD 1 TO NUM-ANT-POS-WS.
           COMPUTE IMPORTE-POS-WS ROUNDED = ANT-IMPORTE * TASA-POS-WS.
           ADD IMPORTE-POS-WS TO ANTICIPOS-POS-WS.
           GO TO LEER-ANTICIPO-POS.

         CERRAR-ANTICIPOS-POS.
           CLOSE ANTICIPOSFILE.
       FIN-SUMAR-ANTICIPOS-POS.
           EXIT.

*> Procedimiento imprimir-posicion-global: la posicion sale por la
*> impresora de recibos (POSICIONES-GLOBALES.DAT, una linea por
*> registro). Con la impresora averiada no se imprime; si el titular
*> prefiere los recibos a fichero queda solo archivada, como en
*> EMITIR-RECIBO
       IMPRIMIR-POSICION-GLOBAL.
           MOVE "IMPRESORA" TO DISPOSITIVO-WS.
           PERFORM LEER-ESTADO-DISPOSITIVO
               THRU FIN-LEER-ESTADO-DISPOSITIVO.
           IF ESTADO-DISPOSITIVO-WS = "A"
             MOVE "Impresora averiada: no se puede imprimir"
                 TO MSJ-POSICION
             GO TO FIN-IMPRIMIR-POSICION-GLOBAL.
           PERFORM LEER-PREFERENCIAS
               THRU FIN-LEER-PREFERENCIAS.
           PERFORM OBTENER-FECHA.
           OPEN EXTEND POSICIONESFILE.
           IF FSPGL = "35"
             CLOSE POSICIONESFILE
             OPEN OUTPUT POSICIONESFILE.

           MOVE SPACES TO LINEA-IMPR-POS-WS.
           STRING "POSICION GLOBAL - " USER-NOM-APE
               DELIMITED BY SIZE INTO LINEA-IMPR-POS-WS.
           PERFORM GRABAR-LINEA-POSICION.
           MOVE SPACES TO LINEA-IMPR-POS-WS.
           STRING "DNI " DNI-POSICION-WS " - importes en EUR"
               DELIMITED BY SIZE INTO LINEA-IMPR-POS-WS.
           PERFORM GRABAR-LINEA-POSICION.
           MOVE CABECERA-IMPR-POS-WS TO LINEA-IMPR-POS-WS.
           PERFORM GRABAR-LINEA-POSICION.

           MOVE "Cuentas" TO CONCEPTO-LPOS-WS.
           MOVE NUM-CUENTAS-POS-WS TO NUM-LPOS-WS.
           MOVE ACTIVO-CTA-POS-WS TO ACTIVO-LPOS-WS.
           MOVE DEUDA-CTA-POS-WS TO DEUDA-LPOS-WS.
           MOVE DISP-CTA-POS-WS TO DISP-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "  de ello en huchas" TO CONCEPTO-LPOS-WS.
           MOVE NUM-HUC-POS-WS TO NUM-LPOS-WS.
           MOVE AHORRADO-POS-WS TO ACTIVO-LPOS-WS.
           MOVE 0 TO DEUDA-LPOS-WS.
           MOVE 0 TO DISP-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "Plazos fijos" TO CONCEPTO-LPOS-WS.
           MOVE NUM-PLZ-POS-WS TO NUM-LPOS-WS.
           MOVE PLAZOS-POS-WS TO ACTIVO-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "Prestamos" TO CONCEPTO-LPOS-WS.
           MOVE NUM-PRE-POS-WS TO NUM-LPOS-WS.
           MOVE 0 TO ACTIVO-LPOS-WS.
           MOVE PRESTAMOS-POS-WS TO DEUDA-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "Anticipos de nomina" TO CONCEPTO-LPOS-WS.
           MOVE NUM-ANT-POS-WS TO NUM-LPOS-WS.
           MOVE ANTICIPOS-POS-WS TO DEUDA-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "Embargo pendiente" TO CONCEPTO-LPOS-WS.
           MOVE 0 TO NUM-LPOS-WS.
           MOVE 0 TO DEUDA-LPOS-WS.
           MOVE EMBARGO-POS-WS TO DISP-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "TOTAL" TO CONCEPTO-LPOS-WS.
           MOVE TOTAL-ACTIVO-POS-WS TO ACTIVO-LPOS-WS.
           MOVE TOTAL-DEUDA-POS-WS TO DEUDA-LPOS-WS.
           MOVE DISPONIBLE-POS-WS TO DISP-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           MOVE "Posicion neta" TO CONCEPTO-LPOS-WS.
           MOVE NETO-POS-WS TO ACTIVO-LPOS-WS.
           MOVE 0 TO DEUDA-LPOS-WS.
           MOVE 0 TO DISP-LPOS-WS.
           PERFORM GRABAR-LINEA-DETALLE-POS.
           CLOSE POSICIONESFILE.

           IF PREF-RECIBO-WS = "F"
             MOVE "Posicion archivada (recibos a fichero)"
                 TO MSJ-POSICION
             MOVE "RECIBO-FICH" TO JRN-EVENTO-WS
             MOVE "Posicion global a fichero (preferencia)"
                 TO JRN-DETALLE-WS
           ELSE
             MOVE "Posicion impresa. Recoja su recibo" TO MSJ-POSICION
             MOVE "POSICION-IMP" TO JRN-EVENTO-WS
             MOVE "Posicion global impresa" TO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-IMPRIMIR-POSICION-GLOBAL.
           EXIT.

       GRABAR-LINEA-DETALLE-POS.
           MOVE LINEA-POS-WS TO LINEA-IMPR-POS-WS.
           PERFORM GRABAR-LINEA-POSICION.

       GRABAR-LINEA-POSICION.
           MOVE NUM-TARJETA-OPERAR TO PGL-TARJ.
           MOVE FECHAF TO PGL-FECHA.
           MOVE HORAF TO PGL-HORA.
           MOVE LINEA-IMPR-POS-WS TO PGL-LINEA.
           WRITE REG-POSICION.

*> Procedimiento gestionar-avisos: alta, modificacion y baja de los
*> avisos que el titular quiere recibir sobre la cuenta de la sesion;
*> cada noche EVALUARALERTAS los evalua y deja los disparados en
*> NOTIFICA.DAT
       GESTIONAR-AVISOS.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           MOVE SPACES TO MSJ-AVISOS.
           MOVE "N" TO AVI-SALDO-ACT.
           MOVE "N" TO AVI-MOV-ACT.
           MOVE "N" TO AVI-NOMINA-ACT.
           MOVE "N" TO AVI-ORDEN-ACT.
           MOVE 0 TO AVI-SALDO-UMB.
           MOVE 0 TO AVI-MOV-UMB.
           PERFORM CARGAR-AVISOS-CUENTA THRU FIN-CARGAR-AVISOS-CUENTA.

         MOSTRAR-PANTALLA-AVISOS.
           DISPLAY PANTALLA-AVISOS-CUENTA.
           ACCEPT PANTALLA-AVISOS-CUENTA
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
               MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
               GO TO MENU-OPCIONES.

           IF AVI-SALDO-ACT = "s"
             MOVE "S" TO AVI-SALDO-ACT.
           IF AVI-SALDO-ACT = "n"
             MOVE "N" TO AVI-SALDO-ACT.
           IF AVI-MOV-ACT = "s"
             MOVE "S" TO AVI-MOV-ACT.
           IF AVI-MOV-ACT = "n"
             MOVE "N" TO AVI-MOV-ACT.
           IF AVI-NOMINA-ACT = "s"
             MOVE "S" TO AVI-NOMINA-ACT.
           IF AVI-NOMINA-ACT = "n"
             MOVE "N" TO AVI-NOMINA-ACT.
           IF AVI-ORDEN-ACT = "s"
             MOVE "S" TO AVI-ORDEN-ACT.
           IF AVI-ORDEN-ACT = "n"
             MOVE "N" TO AVI-ORDEN-ACT.
           IF (AVI-SALDO-ACT NOT = "S" AND AVI-SALDO-ACT NOT = "N") OR
              (AVI-MOV-ACT NOT = "S" AND AVI-MOV-ACT NOT = "N") OR
              (AVI-NOMINA-ACT NOT = "S" AND AVI-NOMINA-ACT NOT = "N")
              OR
              (AVI-ORDEN-ACT NOT = "S" AND AVI-ORDEN-ACT NOT = "N")
             MOVE "Conteste S o N a cada aviso!!!!!!!!!!!!!!!!!!!!"
                 TO MSJ-AVISOS
             GO TO MOSTRAR-PANTALLA-AVISOS.
           IF AVI-SALDO-ACT = "S" AND AVI-SALDO-UMB = 0
             MOVE "Indique el umbral del aviso de saldo!!!!!!!!!!!"
                 TO MSJ-AVISOS
             GO TO MOSTRAR-PANTALLA-AVISOS.
           IF AVI-MOV-ACT = "S" AND AVI-MOV-UMB = 0
             MOVE "Indique el umbral del aviso de movimiento!!!!!!"
                 TO MSJ-AVISOS
             GO TO MOSTRAR-PANTALLA-AVISOS.

           PERFORM GUARDAR-AVISOS-CUENTA
               THRU FIN-GUARDAR-AVISOS-CUENTA.

           MOVE "AVISOS" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Avisos cuenta S=" AVI-SALDO-ACT
                  " M=" AVI-MOV-ACT " N=" AVI-NOMINA-ACT
                  " O=" AVI-ORDEN-ACT
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           GO TO MENU-OPCIONES.

*> Procedimiento cargar-avisos-cuenta: recupera de ALERTAS.DAT lo ya
*> suscrito para la tarjeta y la cuenta de la sesion
       CARGAR-AVISOS-CUENTA.
           OPEN INPUT ALERTASFILE.
           IF FSAL = "35"
             CLOSE ALERTASFILE
             GO TO FIN-CARGAR-AVISOS-CUENTA.
           MOVE NUM-TARJETA-OPERAR TO ALR-TARJ.
           MOVE CUENTA-SELECCIONADA TO ALR-CUENTA.
           MOVE "S" TO ALR-TIPO.
           READ ALERTASFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "S" TO AVI-SALDO-ACT
                 MOVE ALR-UMBRAL TO AVI-SALDO-UMB.
           MOVE "M" TO ALR-TIPO.
           READ ALERTASFILE
                     + FUNCTION ORD(CERT-CUENTA(I-CERT:1)).
           ADD 1 TO I-CERT.

*> Procedimiento menu-recibos-facturas: la opcion G del menu reune
*> el duplicado de recibo y la solicitud de factura
       MENU-RECIBOS-FACTURAS.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-MENU-RECIBOS-FACTURAS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MENU-RECIBOS-FACTURAS.
           IF TECLA = "1"
             GO TO DUPLICADO-RECIBO.
           IF TECLA = "2"
             GO TO SOLICITAR-FACTURA.
           GO TO MENU-RECIBOS-FACTURAS.

*> Procedimiento duplicado-recibo: reimprime el recibo de un
*> movimiento pasado de la cuenta seleccionada. El movimiento se
*> localiza por fecha e importe (la misma mecanica de la reclamacion)
           MOVE "Duplicado de recibo emitido" TO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

*> Procedimiento solicitar-factura: expide una factura completa, con
*> los datos fiscales de la entidad y el NIF del destinatario, de una
*> compra de entradas o abono de temporada (apuntes "EN" CO/GR/AB) o
*> de una comision cobrada (apuntes "CO") de la cuenta seleccionada.
*> El cargo se localiza por fecha e importe; cada cargo se factura
*> una sola vez. La factura toma el siguiente numero de la serie F
*> del ejercicio en SERIES-FACTURAS.DAT, queda en FACTURAS.DAT (de
*> donde sale el libro registro de LIBROIVAEXPEDIDAS) y se imprime
*> por la impresora de recibos
       SOLICITAR-FACTURA.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           MOVE 0 TO SFA-DD.
           MOVE 0 TO SFA-MM.
           MOVE 0 TO SFA-AA.
           MOVE 0 TO EUROS-SFA.
           MOVE 0 TO CENT-SFA.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           CLOSE USERFILE.
           MOVE USER-DNI TO SFA-NIF.
           MOVE USER-NOM-APE TO SFA-NOMBRE.
           MOVE USER-DIRECCION TO SFA-DOMICILIO.
           MOVE SPACES TO MSJ-FACTURA.

         MOSTRAR-PANTALLA-FACTURA.
           DISPLAY PANTALLA-SOLICITAR-FACTURA.
           ACCEPT PANTALLA-SOLICITAR-FACTURA
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
             IF COB-CRT-STATUS = 2005
               GO TO MENU-OPCIONES.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES
           ELSE
             IF COB-CRT-STATUS NOT = 0
               GO TO MOSTRAR-PANTALLA-FACTURA.
           MOVE SPACES TO MSJ-FACTURA.

           PERFORM CARGAR-DATOS-FISCALES.
           IF EMISOR-NIF-WS = SPACES
             MOVE MSJ-ERROR-FACT-EMISOR TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.

           INSPECT SFA-NIF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SFA-NIF TO NIF-VALIDAR-WS.
           PERFORM VALIDAR-NIF-FACTURA THRU FIN-VALIDAR-NIF-FACTURA.
           IF NIF-VALIDO-WS NOT = "SI"
             MOVE MSJ-ERROR-FACT-NIF TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.
           IF SFA-NOMBRE = SPACES
             MOVE MSJ-ERROR-FACT-NOMBRE TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.

           COMPUTE IMPORTE-SFA = (CENT-SFA / 100) + EUROS-SFA.
           PERFORM LOCALIZAR-MOV-FACTURA
                        THRU FIN-LOCALIZAR-MOV-FACTURA.
           IF SFA-ENCONTRADO = "AN"
             MOVE MSJ-ERROR-FACT-ANULADA TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.
           IF SFA-ENCONTRADO NOT = "SI"
             MOVE MSJ-ERROR-FACT-NOMOV TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.

*> Un cargo ya facturado no se vuelve a facturar: se indica el
*> numero de la factura que ya tiene
           OPEN INPUT FACTURASFILE.
           IF FSFAC NOT = "35"
             MOVE FTR-MOV-CLAVE TO FAC-MOV-CLAVE
             READ FACTURASFILE KEY IS FAC-MOV-CLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     MOVE SPACES TO MSJ-FACTURA
                     STRING "Ese cargo ya tiene la factura " FAC-SERIE
                            "-" FAC-EJERCICIO "-" FAC-NUMERO
                         DELIMITED BY SIZE INTO MSJ-FACTURA
             END-READ.
           CLOSE FACTURASFILE.
           IF MSJ-FACTURA NOT = SPACES
             GO TO MOSTRAR-PANTALLA-FACTURA.

           MOVE SFA-NIF TO FTR-NIF.
           MOVE SFA-NOMBRE TO FTR-NOMBRE.
           MOVE SFA-DOMICILIO TO FTR-DOMICILIO.
           MOVE NUM-TARJETA-OPERAR TO FTR-TARJ.
           IF FTR-CLASE = "E"
             MOVE IVA-ENTRADAS-WS TO FTR-TIPO-IVA
           ELSE
             MOVE IVA-SERVICIOS-WS TO FTR-TIPO-IVA.
           PERFORM CALCULAR-IVA-FACTURA.
           MOVE SPACES TO FTR-RECT-SERIE.
           MOVE 0 TO FTR-RECT-EJERCICIO.
           MOVE 0 TO FTR-RECT-NUMERO.
           MOVE "V" TO FTR-ESTADO.
           MOVE "F" TO FTR-SERIE.
           PERFORM ASIGNAR-NUMERO-FACTURA
               THRU FIN-ASIGNAR-NUMERO-FACTURA.
           IF NUMERO-FACTURA-OK NOT = "SI"
             MOVE MSJ-ERROR-FACT-OCUPADO TO MSJ-FACTURA
             GO TO MOSTRAR-PANTALLA-FACTURA.
           PERFORM GRABAR-FACTURA.
           PERFORM IMPRIMIR-FACTURA THRU FIN-IMPRIMIR-FACTURA.

           MOVE "FACTURA" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Factura " NUM-FACTURA-TXT " NIF " FTR-NIF
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

         MUESTRA-FACTURA-EMITIDA.
           DISPLAY PANTALLA-FACTURA-EMITIDA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO MUESTRA-FACTURA-EMITIDA.
           GO TO MENU-OPCIONES.

*> Procedimiento localizar-mov-factura: busca en la cuenta
*> seleccionada un cargo facturable con la fecha y el importe
*> tecleados y deja en FACTURA-TRABAJO el apunte, su fecha, su
*> concepto, el importe y la clase (E entradas, S comision)
       LOCALIZAR-MOV-FACTURA.
           MOVE SFA-DD TO SFA-FB-DD.
           MOVE SFA-MM TO SFA-FB-MM.
           MOVE SFA-AA TO SFA-FB-AA.
           MOVE "NO" TO SFA-ENCONTRADO.
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE 0 TO MOV-SEC.
           OPEN INPUT MOVFILE.
           START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
               INVALID KEY GO TO CERRAR-LOCALIZAR-MOV-FACTURA.

         INICIO-LOCALIZAR-MOV-FACTURA.
           READ MOVFILE NEXT RECORD
               AT END GO TO CERRAR-LOCALIZAR-MOV-FACTURA.
           IF MOV-ID NOT = CUENTA-SELECCIONADA
             GO TO CERRAR-LOCALIZAR-MOV-FACTURA.
           IF MOV-FECHA NOT = SFA-FECHA-BUSCADA OR MOV-IMPORTE NOT < 0
             GO TO INICIO-LOCALIZAR-MOV-FACTURA.
           COMPUTE CANTIDAD-MOV = 0 - MOV-IMPORTE.
           IF CANTIDAD-MOV NOT = IMPORTE-SFA
             GO TO INICIO-LOCALIZAR-MOV-FACTURA.

           IF MOV-OP-ENTRADAS AND
              (MOV-SUBTIPO-OP = "CO" OR MOV-SUBTIPO-OP = "GR" OR
               MOV-SUBTIPO-OP = "AB")
             IF MOV-SUBTIPO-OP NOT = "AB" AND
                MOV-CUENTA-DESTINO(8:1) = "R"
               MOVE "AN" TO SFA-ENCONTRADO
               GO TO INICIO-LOCALIZAR-MOV-FACTURA
             ELSE
               MOVE "E" TO FTR-CLASE
               GO TO GUARDAR-MOV-FACTURA.
           IF MOV-OP-COMISION
             MOVE "S" TO FTR-CLASE
             GO TO GUARDAR-MOV-FACTURA.
           GO TO INICIO-LOCALIZAR-MOV-FACTURA.

         GUARDAR-MOV-FACTURA.
           MOVE "SI" TO SFA-ENCONTRADO.
           MOVE MOV-ID TO FTR-MOV-ID.
           MOVE MOV-SEC TO FTR-MOV-SEC.
           COMPUTE FTR-FECHA-OPERACION =
               (AAM * 10000) + (MMM * 100) + DDM.
           MOVE MOV-CONCEPTO TO FTR-CONCEPTO.
           MOVE CANTIDAD-MOV TO FTR-TOTAL.

         CERRAR-LOCALIZAR-MOV-FACTURA.
           CLOSE MOVFILE.
       FIN-LOCALIZAR-MOV-FACTURA.
           EXIT.

*> Procedimiento cargar-datos-fiscales: emisor de las facturas y
*> tipos de IVA; sin DATOS-FISCALES.DAT el NIF del emisor queda en
*> blanco y no se factura
       CARGAR-DATOS-FISCALES.
           MOVE SPACES TO EMISOR-NIF-WS.
           MOVE SPACES TO EMISOR-RAZON-WS.
           MOVE SPACES TO EMISOR-DOMICILIO-WS.
           MOVE 10 TO IVA-ENTRADAS-WS.
           MOVE 21 TO IVA-SERVICIOS-WS.
           OPEN INPUT FISCALESFILE.
           IF FSFIS = "35"
             CONTINUE
           ELSE
             READ FISCALESFILE
               AT END CONTINUE
               NOT AT END
                 MOVE FIS-NIF TO EMISOR-NIF-WS
                 MOVE FIS-RAZON-SOCIAL TO EMISOR-RAZON-WS
                 MOVE FIS-DOMICILIO TO EMISOR-DOMICILIO-WS
                 IF FIS-IVA-ENTRADAS IS NUMERIC
                   MOVE FIS-IVA-ENTRADAS TO IVA-ENTRADAS-WS
                 END-IF
                 IF FIS-IVA-SERVICIOS IS NUMERIC
                   MOVE FIS-IVA-SERVICIOS TO IVA-SERVICIOS-WS
                 END-IF
             END-READ.
           CLOSE FISCALESFILE.

*> Procedimiento calcular-iva-factura: el precio cobrado lleva el IVA
*> incluido; la base se redondea al centimo y la cuota es la
*> diferencia, de modo que base y cuota suman siempre el total
       CALCULAR-IVA-FACTURA.
           COMPUTE FTR-BASE ROUNDED =
               FTR-TOTAL * 100 / (100 + FTR-TIPO-IVA).
           COMPUTE FTR-CUOTA = FTR-TOTAL - FTR-BASE.

*> Procedimiento validar-nif-factura: deja NIF-VALIDO-WS a "SI" si
*> NIF-VALIDAR-WS es un DNI, un NIE o un NIF de persona juridica
*> con su control correcto
       VALIDAR-NIF-FACTURA.
           MOVE "NO" TO NIF-VALIDO-WS.
           MOVE NIF-VALIDAR-WS TO NIF-DNI-WS.
           IF NIF-DNI-WS(1:1) = "X"
             MOVE "0" TO NIF-DNI-WS(1:1).
           IF NIF-DNI-WS(1:1) = "Y"
             MOVE "1" TO NIF-DNI-WS(1:1).
           IF NIF-DNI-WS(1:1) = "Z"
             MOVE "2" TO NIF-DNI-WS(1:1).
           IF NIF-DNI-WS(1:8) IS NOT NUMERIC
             GO TO VALIDAR-CIF-FACTURA.
           MOVE NIF-DNI-WS(1:8) TO NIF-NUMERO-WS.
           DIVIDE NIF-NUMERO-WS BY 23 GIVING COCIENTE-NIF
               REMAINDER RESTO-NIF.
           COMPUTE POSICION-LETRA-NIF = RESTO-NIF + 1.
           IF NIF-DNI-WS(9:1) = TABLA-LETRAS-NIF(POSICION-LETRA-NIF:1)
             MOVE "SI" TO NIF-VALIDO-WS.
           GO TO FIN-VALIDAR-NIF-FACTURA.

         VALIDAR-CIF-FACTURA.
           IF NIF-VALIDAR-WS(2:7) IS NOT NUMERIC
             GO TO FIN-VALIDAR-NIF-FACTURA.
           MOVE 0 TO CUENTA-LETRA-CIF.
           INSPECT LETRAS-ORGANIZACION TALLYING CUENTA-LETRA-CIF
               FOR ALL NIF-VALIDAR-WS(1:1).
           IF CUENTA-LETRA-CIF = 0
             GO TO FIN-VALIDAR-NIF-FACTURA.
           MOVE 0 TO SUMA-CIF-WS.
           PERFORM SUMAR-DIGITO-CIF
               VARYING I-CIF FROM 1 BY 1 UNTIL I-CIF > 7.
           DIVIDE SUMA-CIF-WS BY 10 GIVING COCIENTE-CIF
               REMAINDER RESTO-CIF.
           COMPUTE CONTROL-CIF-WS = 10 - RESTO-CIF.
           IF CONTROL-CIF-WS = 10
             MOVE 0 TO CONTROL-CIF-WS.
           MOVE CONTROL-CIF-WS TO CONTROL-CIF-CIFRA.
           IF NIF-VALIDAR-WS(9:1) = CONTROL-CIF-X OR
              NIF-VALIDAR-WS(9:1) =
                  TABLA-CONTROL-CIF(CONTROL-CIF-WS + 1:1)
             MOVE "SI" TO NIF-VALIDO-WS.
       FIN-VALIDAR-NIF-FACTURA.
           EXIT.

*> Las cifras en posicion impar del cuerpo se doblan sumando las
*> cifras del resultado; las de posicion par se suman tal cual
       SUMAR-DIGITO-CIF.
           MOVE NIF-VALIDAR-WS(I-CIF + 1:1) TO DIGITO-CIF-WS.
           DIVIDE I-CIF BY 2 GIVING COCIENTE-CIF REMAINDER RESTO-CIF.
           IF RESTO-CIF = 1
             COMPUTE DOBLE-CIF-WS = DIGITO-CIF-WS * 2
             IF DOBLE-CIF-WS > 9
               SUBTRACT 9 FROM DOBLE-CIF-WS
             END-IF
             ADD DOBLE-CIF-WS TO SUMA-CIF-WS
           ELSE
             ADD DIGITO-CIF-WS TO SUMA-CIF-WS.

*> Procedimiento asignar-numero-factura: toma el siguiente numero de
*> la serie FTR-SERIE en el ejercicio en curso. El registro de la
*> serie queda bloqueado mientras se lee y se regraba, de modo que
*> dos cajeros no pueden sacar el mismo numero ni dejar huecos; si
*> sigue en uso tras unos reintentos NUMERO-FACTURA-OK queda a "NO"
       ASIGNAR-NUMERO-FACTURA.
           MOVE "NO" TO NUMERO-FACTURA-OK.
           MOVE 0 TO REINTENTOS-SERIE-WS.
           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-COMP =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           MOVE FECHA-HOY-COMP TO FTR-FECHA-EXPEDICION.
           MOVE AA OF FECHA TO FTR-EJERCICIO.
           OPEN I-O SERIESFACTURAFILE.
           IF FSSEF = "35"
             CLOSE SERIESFACTURAFILE
             OPEN OUTPUT SERIESFACTURAFILE
             CLOSE SERIESFACTURAFILE
             OPEN I-O SERIESFACTURAFILE.

         LEER-SERIE-FACTURA.
           MOVE FTR-SERIE TO SER-SERIE.
           MOVE FTR-EJERCICIO TO SER-EJERCICIO.
           READ SERIESFACTURAFILE
               INVALID KEY GO TO ABRIR-SERIE-FACTURA.
           IF FSSEF = "51"
             IF REINTENTOS-SERIE-WS < 5
               ADD 1 TO REINTENTOS-SERIE-WS
               GO TO LEER-SERIE-FACTURA
             ELSE
               GO TO CERRAR-SERIE-FACTURA.
           ADD 1 TO SER-ULTIMO-NUMERO.
           MOVE FTR-FECHA-EXPEDICION TO SER-FECHA-ULTIMA.
           REWRITE REG-SERIE-FACTURA.
           IF FSSEF NOT = "00"
             GO TO CERRAR-SERIE-FACTURA.
           MOVE SER-ULTIMO-NUMERO TO FTR-NUMERO.
           MOVE "SI" TO NUMERO-FACTURA-OK.
           GO TO CERRAR-SERIE-FACTURA.

         ABRIR-SERIE-FACTURA.
           MOVE FTR-SERIE TO SER-SERIE.
           MOVE FTR-EJERCICIO TO SER-EJERCICIO.
           MOVE 1 TO SER-ULTIMO-NUMERO.
           MOVE FTR-FECHA-EXPEDICION TO SER-FECHA-ULTIMA.
           WRITE REG-SERIE-FACTURA
               INVALID KEY GO TO LEER-SERIE-FACTURA.
           MOVE 1 TO FTR-NUMERO.
           MOVE "SI" TO NUMERO-FACTURA-OK.

         CERRAR-SERIE-FACTURA.
           CLOSE SERIESFACTURAFILE.
           MOVE SPACES TO NUM-FACTURA-TXT.
           STRING FTR-SERIE "-" FTR-EJERCICIO "-" FTR-NUMERO
               DELIMITED BY SIZE INTO NUM-FACTURA-TXT.
       FIN-ASIGNAR-NUMERO-FACTURA.
           EXIT.

*> Procedimiento grabar-factura: pasa la factura en curso al registro
       GRABAR-FACTURA.
           OPEN I-O FACTURASFILE.
           IF FSFAC = "35"
             CLOSE FACTURASFILE
             OPEN OUTPUT FACTURASFILE
             CLOSE FACTURASFILE
             OPEN I-O FACTURASFILE.
           MOVE FACTURA-TRABAJO TO REG-FACTURA.
           WRITE REG-FACTURA
               INVALID KEY CONTINUE.
           CLOSE FACTURASFILE.

*> Procedimiento imprimir-factura: la factura en curso sale por la
*> impresora de recibos (FACTURAS-IMPRESAS.DAT, una linea por
*> registro), con el emisor, el destinatario y el desglose de IVA; la
*> rectificativa indica ademas la factura que rectifica. Con la
*> impresora averiada la factura queda expedida en el registro y la
*> copia se pide en la oficina
       IMPRIMIR-FACTURA.
           MOVE "IMPRESORA" TO DISPOSITIVO-WS.
           PERFORM LEER-ESTADO-DISPOSITIVO
               THRU FIN-LEER-ESTADO-DISPOSITIVO.
           IF ESTADO-DISPOSITIVO-WS = "A"
             MOVE "Impresora averiada: pida la copia en su oficina"
                 TO MSJ-FACTURA-IMPRESA
             GO TO FIN-IMPRIMIR-FACTURA.
           PERFORM LEER-PREFERENCIAS
               THRU FIN-LEER-PREFERENCIAS.
           PERFORM OBTENER-FECHA.
           MOVE FTR-FECHA-EXPEDICION TO FECHA-IMPR-FACT-WS.
           MOVE SPACES TO FECHA-EXP-FACT-ED.
           STRING DD-IMPR-FACT "/" MM-IMPR-FACT "/" AA-IMPR-FACT
               DELIMITED BY SIZE INTO FECHA-EXP-FACT-ED.
           MOVE FTR-FECHA-OPERACION TO FECHA-IMPR-FACT-WS.
           MOVE SPACES TO FECHA-OPE-FACT-ED.
           STRING DD-IMPR-FACT "/" MM-IMPR-FACT "/" AA-IMPR-FACT
               DELIMITED BY SIZE INTO FECHA-OPE-FACT-ED.
           OPEN EXTEND FACTIMPRESASFILE.
           IF FSFIM = "35"
             CLOSE FACTIMPRESASFILE
             OPEN OUTPUT FACTIMPRESASFILE.

           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           IF FTR-SERIE = "R"
             STRING "FACTURA RECTIFICATIVA " NUM-FACTURA-TXT
                 DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS
           ELSE
             STRING "FACTURA " NUM-FACTURA-TXT
                 DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Fecha de expedicion " FECHA-EXP-FACT-ED
                  "   Fecha de la operacion " FECHA-OPE-FACT-ED
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Emisor: " EMISOR-RAZON-WS " NIF " EMISOR-NIF-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "        " EMISOR-DOMICILIO-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Destinatario: " FTR-NOMBRE " NIF " FTR-NIF
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "              " FTR-DOMICILIO
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Concepto: " FTR-CONCEPTO
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE FTR-BASE TO IMPORTE-FACT-ED.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Base imponible ............ " IMPORTE-FACT-ED " EUR"
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE FTR-TIPO-IVA TO TIPO-IVA-FACT-ED.
           MOVE FTR-CUOTA TO IMPORTE-FACT-ED.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Cuota de IVA al " TIPO-IVA-FACT-ED " % ..... "
                  IMPORTE-FACT-ED " EUR"
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           MOVE FTR-TOTAL TO IMPORTE-FACT-ED.
           MOVE SPACES TO LINEA-IMPR-FACT-WS.
           STRING "Total factura ............. " IMPORTE-FACT-ED " EUR"
               DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
           PERFORM GRABAR-LINEA-FACTURA.
           IF FTR-SERIE = "R"
             MOVE SPACES TO NUM-FACTURA-RECT-TXT
             STRING FTR-RECT-SERIE "-" FTR-RECT-EJERCICIO "-"
                    FTR-RECT-NUMERO
                 DELIMITED BY SIZE INTO NUM-FACTURA-RECT-TXT
             MOVE SPACES TO LINEA-IMPR-FACT-WS
             STRING "Rectifica la factura " NUM-FACTURA-RECT-TXT
                    " por devolucion de la compra"
                 DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS
             PERFORM GRABAR-LINEA-FACTURA.
           CLOSE FACTIMPRESASFILE.

           IF PREF-RECIBO-WS = "F"
             MOVE "Factura archivada (recibos a fichero)"
                 TO MSJ-FACTURA-IMPRESA
           ELSE
             MOVE "Factura impresa. Recojala en la bandeja"
                 TO MSJ-FACTURA-IMPRESA.
       FIN-IMPRIMIR-FACTURA.
           EXIT.

       GRABAR-LINEA-FACTURA.
           MOVE NUM-TARJETA-OPERAR TO FIM-TARJ.
           MOVE FECHAF TO FIM-FECHA.
           MOVE HORAF TO FIM-HORA.
           MOVE LINEA-IMPR-FACT-WS TO FIM-LINEA.
           WRITE REG-FACTURA-IMPRESA.

*> Procedimiento emitir-factura-rectificativa: al devolver en el
*> cajero una compra que tenia factura (la compra anulada queda en
*> COMPRA-ANULADA-ID-WS/SEC y el apunte de devolucion en MOV-CLAVE),
*> se expide en la serie R la rectificativa por el total en negativo,
*> se imprime y la factura original queda marcada como rectificada.
*> Si la compra no estaba facturada no se hace nada
       EMITIR-FACTURA-RECTIFICATIVA.
           MOVE SPACES TO MSJ-FACTURA-RECT.
           MOVE MOV-ID TO FTR-MOV-ID.
           MOVE MOV-SEC TO FTR-MOV-SEC.
           OPEN I-O FACTURASFILE.
           IF FSFAC = "35"
             CLOSE FACTURASFILE
             GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
           MOVE COMPRA-ANULADA-ID-WS TO FAC-MOV-ID.
           MOVE COMPRA-ANULADA-SEC-WS TO FAC-MOV-SEC.
           READ FACTURASFILE KEY IS FAC-MOV-CLAVE
               INVALID KEY
                 CLOSE FACTURASFILE
                 GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
           IF NOT FAC-ORDINARIA OR NOT FAC-VIGENTE
             CLOSE FACTURASFILE
             GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
           CLOSE FACTURASFILE.

           MOVE FAC-SERIE TO FTR-RECT-SERIE.
           MOVE FAC-EJERCICIO TO FTR-RECT-EJERCICIO.
           MOVE FAC-NUMERO TO FTR-RECT-NUMERO.
           MOVE FAC-TARJ TO FTR-TARJ.
           MOVE FAC-NIF TO FTR-NIF.
           MOVE FAC-NOMBRE TO FTR-NOMBRE.
           MOVE FAC-DOMICILIO TO FTR-DOMICILIO.
           MOVE FAC-CONCEPTO TO FTR-CONCEPTO.
           MOVE FAC-CLASE TO FTR-CLASE.
           MOVE FAC-TIPO-IVA TO FTR-TIPO-IVA.
           COMPUTE FTR-BASE = 0 - FAC-BASE.
           COMPUTE FTR-CUOTA = 0 - FAC-CUOTA.
           COMPUTE FTR-TOTAL = 0 - FAC-TOTAL.
           MOVE "V" TO FTR-ESTADO.
           MOVE "R" TO FTR-SERIE.
           PERFORM ASIGNAR-NUMERO-FACTURA
               THRU FIN-ASIGNAR-NUMERO-FACTURA.
           IF NUMERO-FACTURA-OK NOT = "SI"
             MOVE "FACTURA-ERR" TO JRN-EVENTO-WS
             MOVE SPACES TO JRN-DETALLE-WS
             STRING "Rectificativa pendiente de " FTR-RECT-SERIE "-"
                    FTR-RECT-EJERCICIO "-" FTR-RECT-NUMERO
                 DELIMITED BY SIZE INTO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
           MOVE FTR-FECHA-EXPEDICION TO FTR-FECHA-OPERACION.
           PERFORM GRABAR-FACTURA.

           OPEN I-O FACTURASFILE.
           MOVE FTR-RECT-SERIE TO FAC-SERIE.
           MOVE FTR-RECT-EJERCICIO TO FAC-EJERCICIO.
           MOVE FTR-RECT-NUMERO TO FAC-NUMERO.
           READ FACTURASFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO FAC-ESTADO
                   REWRITE REG-FACTURA
           END-READ.
           CLOSE FACTURASFILE.

           PERFORM CARGAR-DATOS-FISCALES.
           PERFORM IMPRIMIR-FACTURA THRU FIN-IMPRIMIR-FACTURA.
           STRING "Emitida la factura rectificativa " NUM-FACTURA-TXT
               DELIMITED BY SIZE INTO MSJ-FACTURA-RECT.
           MOVE "FACTURA-RECT" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Rectificativa " NUM-FACTURA-TXT " de "
                  FTR-RECT-SERIE "-" FTR-RECT-EJERCICIO "-"
                  FTR-RECT-NUMERO
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-EMITIR-FACTURA-RECTIFICATIVA.
           EXIT.

*> Procedimiento reclamar-movimiento: abre una reclamacion sobre un
*> apunte de la cuenta seleccionada que el cliente no reconoce. El
*> apunte se localiza por fecha e importe con la misma mecanica que
       FIN-GUARDAR-RECLAMACION.
           EXIT.

*> Procedimiento pedir-recall-transf: el cliente pide recuperar una
*> transferencia a otra entidad de la cuenta seleccionada que ya salio
*> a la red (duplicada, a un beneficiario equivocado o fruto de un
*> fraude). La transferencia se localiza por fecha e importe, como en
*> la reclamacion, y el recall queda pendiente en RECALLS-TRANSF.DAT
*> para que ENVIARTRANSFSALIENTES lo mande esa noche a la entidad
*> destino
       PEDIR-RECALL-TRANSF.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           MOVE 0 TO RCL-DD.
           MOVE 0 TO RCL-MM.
           MOVE 0 TO RCL-AA.
           MOVE 0 TO EUROS-RCL.
           MOVE 0 TO CENT-RCL.
           MOVE 0 TO MOTIVO-RCL.
           MOVE " " TO MSJ-RECALL.

         MOSTRAR-PANTALLA-RECALL.
           DISPLAY PANTALLA-RECALL-TRANSF.
           ACCEPT PANTALLA-RECALL-TRANSF
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
             IF COB-CRT-STATUS = 2005
               PERFORM RESTAURAR-CAMPOS-MOVIMIENTOS
               GO TO MENU-OPCIONES.

           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             PERFORM RESTAURAR-CAMPOS-MOVIMIENTOS
             GO TO MENU-OPCIONES
           ELSE
             IF COB-CRT-STATUS NOT = 0
               GO TO MOSTRAR-PANTALLA-RECALL.

           MOVE " " TO MSJ-RECALL.
           IF MOTIVO-RCL < 1 OR MOTIVO-RCL > 3
             MOVE MSJ-ERROR-MOTIVO-RCL TO MSJ-RECALL
             MOVE 0 TO MOTIVO-RCL
             GO TO MOSTRAR-PANTALLA-RECALL.

           COMPUTE IMPORTE-RCL = (CENT-RCL / 100) + EUROS-RCL.
           COMPUTE RCL-FECHA-BUSCADA =
                        (RCL-AA * 10000) + (RCL-MM * 100) + RCL-DD.
           PERFORM LOCALIZAR-TRANSF-RECALL
                        THRU FIN-LOCALIZAR-TRANSF-RECALL.
           IF RCL-ENCONTRADA NOT = "SI"
             MOVE MSJ-ERROR-RECALL TO MSJ-RECALL
             GO TO MOSTRAR-PANTALLA-RECALL.
           PERFORM COMPROBAR-RECALL-ABIERTO
                        THRU FIN-COMPROBAR-RECALL-ABIERTO.
           IF RCL-ABIERTO = "SI"
             MOVE MSJ-ERROR-RECALL-ABIERTO TO MSJ-RECALL
             GO TO MOSTRAR-PANTALLA-RECALL.

           PERFORM GUARDAR-RECALL THRU FIN-GUARDAR-RECALL.

         MUESTRA-RECALL-REGISTRADO.
           DISPLAY PANTALLA-RECALL-REGISTRADO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO MUESTRA-RECALL-REGISTRADO.
           PERFORM RESTAURAR-CAMPOS-MOVIMIENTOS.
           GO TO MENU-OPCIONES.

*> Procedimiento localizar-transf-recall: busca en TRANSF-SALIENTES.DAT
*> una transferencia enviada de la cuenta seleccionada con la fecha e
*> importe indicados, dejando el registro leido en el buffer
       LOCALIZAR-TRANSF-RECALL.
           MOVE "NO" TO RCL-ENCONTRADA.
           OPEN INPUT TRANSFSALIENTESFILE.
           IF FSSA = "35"
             CLOSE TRANSFSALIENTESFILE
             GO TO FIN-LOCALIZAR-TRANSF-RECALL.

         LEER-TRANSF-RECALL.
           READ TRANSFSALIENTESFILE NEXT RECORD
               AT END GO TO CERRAR-LOCALIZAR-TRANSF-RECALL.
           IF TSA-CUENTA-ORIGEN = CUENTA-SELECCIONADA AND
              TSA-FECHA = RCL-FECHA-BUSCADA AND
              TSA-IMPORTE = IMPORTE-RCL AND TSA-ENVIADA
             MOVE "SI" TO RCL-ENCONTRADA
             GO TO CERRAR-LOCALIZAR-TRANSF-RECALL.
           GO TO LEER-TRANSF-RECALL.

         CERRAR-LOCALIZAR-TRANSF-RECALL.
           CLOSE TRANSFSALIENTESFILE.
       FIN-LOCALIZAR-TRANSF-RECALL.
           EXIT.

*> Procedimiento comprobar-recall-abierto: una saliente solo admite un
*> recall sin cerrar a la vez; de paso obtiene el siguiente numero
       COMPROBAR-RECALL-ABIERTO.
           MOVE "NO" TO RCL-ABIERTO.
           MOVE 1 TO NUM-RCL-WS.
           OPEN INPUT RECALLSFILE.
           IF FSRCL = "35"
             CLOSE RECALLSFILE
             GO TO FIN-COMPROBAR-RECALL-ABIERTO.

         LEER-RECALL-ABIERTO.
           READ RECALLSFILE NEXT RECORD
               AT END GO TO CERRAR-RECALL-ABIERTO.
           IF RCL-NUMERO >= NUM-RCL-WS
             COMPUTE NUM-RCL-WS = RCL-NUMERO + 1.
           IF RCL-TSA-ID = TSA-ID AND
              (RCL-PENDIENTE OR RCL-ENVIADO)
             MOVE "SI" TO RCL-ABIERTO.
           GO TO LEER-RECALL-ABIERTO.

         CERRAR-RECALL-ABIERTO.
           CLOSE RECALLSFILE.
       FIN-COMPROBAR-RECALL-ABIERTO.
           EXIT.

*> Procedimiento guardar-recall: graba el recall pendiente de envio
*> con los datos de la saliente localizada
       GUARDAR-RECALL.
           OPEN I-O RECALLSFILE.
           IF FSRCL = "35"
             CLOSE RECALLSFILE
             OPEN OUTPUT RECALLSFILE.
           MOVE NUM-RCL-WS TO RCL-NUMERO.
           MOVE TSA-ID TO RCL-TSA-ID.
           MOVE NUM-TARJETA-OPERAR TO RCL-TARJ.
           MOVE TSA-CUENTA-ORIGEN TO RCL-CUENTA-ORIGEN.
           MOVE TSA-CUENTA-DESTINO TO RCL-CUENTA-DESTINO.
           MOVE TSA-BANCO-COD TO RCL-BANCO-COD.
           MOVE TSA-IMPORTE TO RCL-IMPORTE.
           IF MOTIVO-RCL = 1
             MOVE "D" TO RCL-MOTIVO
           ELSE
             IF MOTIVO-RCL = 2
               MOVE "B" TO RCL-MOTIVO
             ELSE
               MOVE "F" TO RCL-MOTIVO.
           MOVE "C" TO RCL-CANAL.
           MOVE SPACES TO RCL-SOLICITANTE.
           PERFORM OBTENER-FECHA.
           COMPUTE RCL-FECHA-ALTA =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           MOVE 0 TO RCL-FECHA-ENVIO.
           MOVE "P" TO RCL-ESTADO.
           MOVE SPACES TO RCL-MOTIVO-RESP.
           MOVE 0 TO RCL-FECHA-CIERRE.
           WRITE REG-RECALL.
           CLOSE RECALLSFILE.
           MOVE "RECALL" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Recall ref " NUM-RCL-WS " de transf. id " TSA-ID
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-GUARDAR-RECALL.
           EXIT.

*> Procedimiento comprobar-fechas
       COMPROBAR-FECHAS.
           COMPUTE FECHA-INICIAL-MOV =
       COINCIDE-CONCEPTO-MOV.
           MOVE "NO" TO CONCEPTO-COINCIDE.
           IF TIPO-CONCEPTO-MOV = 1
             IF MOV-OP-REINTEGRO
               MOVE "SI" TO CONCEPTO-COINCIDE.
           IF TIPO-CONCEPTO-MOV = 2
             IF MOV-OP-INGRESO
               MOVE "SI" TO CONCEPTO-COINCIDE.
           IF TIPO-CONCEPTO-MOV = 3
             IF MOV-OP-TRANSFERENCIA
               MOVE "SI" TO CONCEPTO-COINCIDE.
           IF TIPO-CONCEPTO-MOV = 4
             IF MOV-OP-ENTRADAS AND
                (MOV-SUBTIPO-OP = "CO" OR MOV-SUBTIPO-OP = "GR" OR
                 MOV-SUBTIPO-OP = "AB")
               MOVE "SI" TO CONCEPTO-COINCIDE.
       FIN-COINCIDE-CONCEPTO-MOV.
             EXIT.
           MOVE 0 TO AAF.


*> Procedimiento mis-gastos: el gasto por categoria de la cuenta de
*> la sesion en el mes en curso frente a los tres meses anteriores y
*> su media, tal como lo deja cada noche CATEGORIZARGASTOS (los
*> cargos de hoy entran en la pasada de esta noche)
       MIS-GASTOS.
*> En modo de formacion MOVS.DAT es el del juego de pruebas pero el
*> acumulado de gastos es el real: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           PERFORM CALCULAR-MIS-GASTOS THRU FIN-CALCULAR-MIS-GASTOS.

           MOVE "MIS-GASTOS" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Gastos por categoria, " NUM-CAT-GASTO-WS
                  " categorias"
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

         MUESTRA-MIS-GASTOS.
           DISPLAY PANTALLA-MIS-GASTOS.
           MOVE 10 TO LINEA-GASTO.
           MOVE 1 TO F-GAS.
           PERFORM MOSTRAR-LINEA-GASTO
               UNTIL F-GAS > NUM-CAT-GASTO-WS.
           IF NUM-CAT-GASTO-WS > 0
             PERFORM MOSTRAR-TOTAL-GASTOS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MUESTRA-MIS-GASTOS.
           GO TO MENU-OPCIONES.

*> Procedimiento calcular-mis-gastos: fija los cuatro meses a partir
*> del de la fecha de negocio y recorre GASTOS-MENSUALES.DAT desde el
*> primero de ellos para la cuenta de la sesion
       CALCULAR-MIS-GASTOS.
           MOVE 0 TO NUM-CAT-GASTO-WS.
           MOVE 0 TO TOT-IMP-GASTO-WS(1).
           MOVE 0 TO TOT-IMP-GASTO-WS(2).
           MOVE 0 TO TOT-IMP-GASTO-WS(3).
           MOVE 0 TO TOT-IMP-GASTO-WS(4).
           MOVE "Gastos clasificados hasta el cierre de anoche"
               TO MSJ-GASTOS.
           COMPUTE PER-GASTO-WS(4) = FECHA-NEGOCIO-WS / 100.
           COMPUTE ANO-GASTO-WS = PER-GASTO-WS(4) / 100.
           COMPUTE MES-GASTO-WS =
               PER-GASTO-WS(4) - (ANO-GASTO-WS * 100).
           MOVE 4 TO C-GAS.
           PERFORM FIJAR-MES-GASTO UNTIL C-GAS = 0.

           OPEN INPUT GASTOSFILE.
           IF FSGM = "35"
             CLOSE GASTOSFILE
             MOVE "Todavia no hay gastos clasificados" TO MSJ-GASTOS
             GO TO FIN-CALCULAR-MIS-GASTOS.
           MOVE CUENTA-SELECCIONADA TO GMS-CUENTA.
           MOVE PER-GASTO-WS(1) TO GMS-PERIODO.
           MOVE SPACES TO GMS-CATEGORIA.
           START GASTOSFILE KEY IS NOT LESS THAN GMS-CLAVE
               INVALID KEY GO TO CERRAR-CALCULAR-MIS-GASTOS.

         LEER-GASTO-MES.
           READ GASTOSFILE NEXT RECORD
               AT END GO TO CERRAR-CALCULAR-MIS-GASTOS.
           IF GMS-CUENTA NOT = CUENTA-SELECCIONADA
             GO TO CERRAR-CALCULAR-MIS-GASTOS.
           IF GMS-PERIODO > PER-GASTO-WS(4)
             GO TO CERRAR-CALCULAR-MIS-GASTOS.
           MOVE 1 TO C-GAS.
           PERFORM BUSCAR-COLUMNA-GASTO
               UNTIL C-GAS = 4 OR PER-GASTO-WS(C-GAS) = GMS-PERIODO.
           IF PER-GASTO-WS(C-GAS) NOT = GMS-PERIODO
             GO TO LEER-GASTO-MES.
           PERFORM BUSCAR-FILA-GASTO THRU FIN-BUSCAR-FILA-GASTO.
           ADD GMS-IMPORTE TO CAT-IMP-GASTO-WS(F-GAS, C-GAS).
           ADD GMS-IMPORTE TO TOT-IMP-GASTO-WS(C-GAS).
           GO TO LEER-GASTO-MES.

         CERRAR-CALCULAR-MIS-GASTOS.
           CLOSE GASTOSFILE.
           IF NUM-CAT-GASTO-WS = 0
             MOVE "Sin gastos en estos cuatro meses" TO MSJ-GASTOS.
       FIN-CALCULAR-MIS-GASTOS.
           EXIT.

       FIJAR-MES-GASTO.
           COMPUTE PER-GASTO-WS(C-GAS) =
               (ANO-GASTO-WS * 100) + MES-GASTO-WS.
           MOVE MES-GASTO-WS TO ETIQ-MES-GASTO-WS(C-GAS).
           MOVE ANO-GASTO-WS TO ETIQ-ANO-GASTO-WS(C-GAS).
           SUBTRACT 1 FROM MES-GASTO-WS.
           IF MES-GASTO-WS = 0
             MOVE 12 TO MES-GASTO-WS
             SUBTRACT 1 FROM ANO-GASTO-WS.
           SUBTRACT 1 FROM C-GAS.

       BUSCAR-COLUMNA-GASTO.
           ADD 1 TO C-GAS.

*> Fila de la categoria leida: la existente, una nueva con los
*> cuatro meses a cero o, con la tabla llena, la ultima fila
       BUSCAR-FILA-GASTO.
           MOVE "NO" TO ENCONTRADA-GAS-WS.
           MOVE 1 TO F-GAS.

         COMPARAR-FILA-GASTO.
           IF F-GAS > NUM-CAT-GASTO-WS
             GO TO ANADIR-FILA-GASTO.
           IF CAT-COD-GASTO-WS(F-GAS) = GMS-CATEGORIA
             MOVE "SI" TO ENCONTRADA-GAS-WS
             GO TO FIN-BUSCAR-FILA-GASTO.
           ADD 1 TO F-GAS.
           GO TO COMPARAR-FILA-GASTO.

         ANADIR-FILA-GASTO.
           IF NUM-CAT-GASTO-WS = 10
             MOVE 10 TO F-GAS
             MOVE "***" TO CAT-COD-GASTO-WS(F-GAS)
             MOVE "Resto de categorias" TO CAT-NOM-GASTO-WS(F-GAS)
             GO TO FIN-BUSCAR-FILA-GASTO.
           ADD 1 TO NUM-CAT-GASTO-WS.
           MOVE NUM-CAT-GASTO-WS TO F-GAS.
           MOVE GMS-CATEGORIA TO CAT-COD-GASTO-WS(F-GAS).
           MOVE GMS-NOMBRE TO CAT-NOM-GASTO-WS(F-GAS).
           MOVE 0 TO CAT-IMP-GASTO-WS(F-GAS, 1).
           MOVE 0 TO CAT-IMP-GASTO-WS(F-GAS, 2).
           MOVE 0 TO CAT-IMP-GASTO-WS(F-GAS, 3).
           MOVE 0 TO CAT-IMP-GASTO-WS(F-GAS, 4).
       FIN-BUSCAR-FILA-GASTO.
           EXIT.

*> Procedimiento auxiliar que pinta la fila de una categoria, con la
*> media de los tres meses anteriores
       MOSTRAR-LINEA-GASTO.
           ADD 1 TO LINEA-GASTO.
           MOVE CAT-NOM-GASTO-WS(F-GAS) TO NOMBRE-LGAS-WS.
           MOVE CAT-IMP-GASTO-WS(F-GAS, 1) TO IMP-LGAS-WS(1).
           MOVE CAT-IMP-GASTO-WS(F-GAS, 2) TO IMP-LGAS-WS(2).
           MOVE CAT-IMP-GASTO-WS(F-GAS, 3) TO IMP-LGAS-WS(3).
           COMPUTE MEDIA-GASTO-WS ROUNDED =
               (CAT-IMP-GASTO-WS(F-GAS, 1) + CAT-IMP-GASTO-WS(F-GAS, 2)
                + CAT-IMP-GASTO-WS(F-GAS, 3)) / 3.
           MOVE MEDIA-GASTO-WS TO MEDIA-LGAS-WS.
           MOVE CAT-IMP-GASTO-WS(F-GAS, 4) TO ACTUAL-LGAS-WS.
           DISPLAY LINEA-GASTO-WS AT LINE NUMBER LINEA-GASTO.
           ADD 1 TO F-GAS.

       MOSTRAR-TOTAL-GASTOS.
           ADD 1 TO LINEA-GASTO.
           MOVE "TOTAL" TO NOMBRE-LGAS-WS.
           MOVE TOT-IMP-GASTO-WS(1) TO IMP-LGAS-WS(1).
           MOVE TOT-IMP-GASTO-WS(2) TO IMP-LGAS-WS(2).
           MOVE TOT-IMP-GASTO-WS(3) TO IMP-LGAS-WS(3).
           COMPUTE MEDIA-GASTO-WS ROUNDED =
               (TOT-IMP-GASTO-WS(1) + TOT-IMP-GASTO-WS(2)
                + TOT-IMP-GASTO-WS(3)) / 3.
           MOVE MEDIA-GASTO-WS TO MEDIA-LGAS-WS.
           MOVE TOT-IMP-GASTO-WS(4) TO ACTUAL-LGAS-WS.
           DISPLAY LINEA-GASTO-WS AT LINE NUMBER LINEA-GASTO
               HIGHLIGHT.

*> Procedimiento mini-extracto (ultimos 5 movimientos)
       MINI-EXTRACTO.
           PERFORM BUSCAR-TODOS-MOVS THRU FIN-BUSCAR-TODOS-MOVS.
       GENERAR-EXTRACTO.
*> El extracto se vuelca siempre a EXTRACTO.DAT; si el titular lo
*> prefiere en papel queda ademas anotado para la impresion, y si lo
*> prefiere electronico no se gasta papel. Con la direccion devuelta
*> por correos el papel queda retenido hasta que la actualice
           PERFORM LEER-PREFERENCIAS.
           IF PREF-EXTRACTO-WS = "P"
             IF DIR-DEVUELTA-SESION-WS = "S"
               MOVE "EXTRACTO-RET" TO JRN-EVENTO-WS
               MOVE "Papel retenido: direccion devuelta"
                   TO JRN-DETALLE-WS
             ELSE
               MOVE "EXTRACTO-PAP" TO JRN-EVENTO-WS
               MOVE "Extracto en papel por preferencia"
                   TO JRN-DETALLE-WS
             END-IF
             PERFORM GRABAR-JOURNAL.
           MOVE 0 TO MES-EXTRACTO.
           MOVE 0 TO ANO-EXTRACTO.

         FIN-LECTURA-GENERAR-EXTRACTO.
           CLOSE MOVFILE.
           PERFORM ANADIR-GASTOS-EXTRACTO THRU FIN-ANADIR-GASTOS-EXTRACTO.
           CLOSE EXTRACTOFILE.

           DISPLAY PANTALLA-EXTRACTO-GENERADO.

           GO TO MENU-OPCIONES.

*> Procedimiento anadir-gastos-extracto: cierra el extracto del mes
*> con el desglose del gasto por categoria que CATEGORIZARGASTOS
*> acumulo para la cuenta; en modo de formacion no se anade
       ANADIR-GASTOS-EXTRACTO.
           IF MODO-FORMACION-WS = "S"
             GO TO FIN-ANADIR-GASTOS-EXTRACTO.
           OPEN INPUT GASTOSFILE.
           IF FSGM = "35"
             CLOSE GASTOSFILE
             GO TO FIN-ANADIR-GASTOS-EXTRACTO.
           MOVE CUENTA-SELECCIONADA TO GMS-CUENTA.
           COMPUTE GMS-PERIODO = (ANO-EXTRACTO * 100) + MES-EXTRACTO.
           MOVE SPACES TO GMS-CATEGORIA.
           START GASTOSFILE KEY IS NOT LESS THAN GMS-CLAVE
               INVALID KEY GO TO CERRAR-ANADIR-GASTOS-EXTRACTO.

         LEER-GASTO-EXTRACTO.
           READ GASTOSFILE NEXT RECORD
               AT END GO TO CERRAR-ANADIR-GASTOS-EXTRACTO.
           IF GMS-CUENTA NOT = CUENTA-SELECCIONADA
             GO TO CERRAR-ANADIR-GASTOS-EXTRACTO.
           IF GMS-PERIODO NOT = (ANO-EXTRACTO * 100) + MES-EXTRACTO
             GO TO CERRAR-ANADIR-GASTOS-EXTRACTO.
           MOVE SPACES TO REG-EXTRACTO-CATEGORIA.
           MOVE CUENTA-SELECCIONADA TO EXC-CUENTA.
           MOVE "CATEGORIA" TO EXC-MARCA.
           STRING GMS-CATEGORIA " " GMS-NOMBRE
               DELIMITED BY SIZE INTO EXC-NOMBRE.
           COMPUTE EXC-IMPORTE = 0 - GMS-IMPORTE.
           MOVE GMS-NUM-MOVS TO EXC-NUM-MOVS.
           WRITE REG-EXTRACTO-CATEGORIA.
           GO TO LEER-GASTO-EXTRACTO.

         CERRAR-ANADIR-GASTOS-EXTRACTO.
           CLOSE GASTOSFILE.
       FIN-ANADIR-GASTOS-EXTRACTO.
           EXIT.

*> Procedimiento consultar-movimientos-archivados: abre el historico
*> mensual MOVS-AAAAMM.DAT dejado por el proceso batch de archivado
*> y muestra los movimientos de la cuenta seleccionada que contenga,

           IF MOV-ID NOT = CUENTA-SELECCIONADA
             GO TO FIN-CALCULAR-RETIRADO-HOY.
*> El abono que deshace una retirada no dispensada tambien es del
*> tipo reintegro: si contara, el atasco consumiria limite en vez
*> de devolverlo
           IF MOV-OP-REINTEGRO AND MOV-SUBTIPO-OP = "RT"
             GO TO INICIO-CALCULAR-RETIRADO-HOY.
           IF MOV-OP-REINTEGRO
               COMPUTE FECHA-MOV = (AAM * 10000) + (MMM * 100) + DDM
               IF FECHA-MOV = FECHA-HOY-COMP
                 MOVE MOV-IMPORTE TO CANTIDAD-MOV
         FIN-CALCULAR-RETIRADO-HOY.
           CLOSE MOVFILE.

*> Procedimiento cargar-datos-menor: al aceptar la tarjeta se mira en
*> PERSONAS.DAT si el titular de las cuentas es menor de edad y quien
*> es su tutor, si tiene la restriccion a solo abonos por documento
*> caducado y si su direccion postal esta devuelta por correos; sin
*> entrada en el indice se le trata como adulto
       CARGAR-DATOS-MENOR.
           MOVE "N" TO MENOR-SESION-WS.
           MOVE "N" TO DOC-CADUCADO-SESION-WS.
           MOVE "N" TO DIR-DEVUELTA-SESION-WS.
           MOVE SPACES TO DNI-TUTOR-SESION-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               INVALID KEY
                 CLOSE USERFILE
                 GO TO FIN-CARGAR-DATOS-MENOR.
           CLOSE USERFILE.
           OPEN INPUT PERSONASFILE.
           IF FSPE = "35"
             CLOSE PERSONASFILE
             GO TO FIN-CARGAR-DATOS-MENOR.
           MOVE USER-DNI TO PER-DNI.
           READ PERSONASFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF PER-RESTRINGIDO-DOC = "S"
                   MOVE "S" TO DOC-CADUCADO-SESION-WS
                 END-IF
                 IF PER-DIR-ESTADO = "D"
                   MOVE "S" TO DIR-DEVUELTA-SESION-WS
                 END-IF
                 IF PER-MENOR = "S"
                   MOVE "S" TO MENOR-SESION-WS
                   MOVE PER-DNI-TUTOR TO DNI-TUTOR-SESION-WS.
           CLOSE PERSONASFILE.
       FIN-CARGAR-DATOS-MENOR.
           EXIT.

*> Procedimiento comprobar-limite-persona: suma el efectivo
*> retirado hoy por todas las tarjetas del DNI de la sesion (la
*> lista sale de PERSONAS.DAT y las cuentas de cada tarjeta de
           MOVE "S" TO LIMITE-PERSONA-OK-WS.
           MOVE USER-DNI TO DNI-LIMITE-WS.

*> El titular menor de edad tiene siempre techo: el de menores de
*> PARAMS.DAT, o el de LIMITES-PERSONA.DAT si es mas bajo
           MOVE "NO" TO HAY-LIMITE-PERSONA-WS.
           IF MENOR-SESION-WS = "S"
             MOVE "SI" TO HAY-LIMITE-PERSONA-WS
             MOVE LIMITE-MENOR-WS TO LIMITE-PERSONA-WS.
           OPEN INPUT LIMITESPERSONAFILE.
           IF FSLIM NOT = "35"
             MOVE DNI-LIMITE-WS TO LIM-DNI
             READ LIMITESPERSONAFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   IF HAY-LIMITE-PERSONA-WS NOT = "SI" OR
                      LIM-LIMITE-DIARIO < LIMITE-PERSONA-WS
                     MOVE "SI" TO HAY-LIMITE-PERSONA-WS
                     MOVE LIM-LIMITE-DIARIO TO LIMITE-PERSONA-WS.
           CLOSE LIMITESPERSONAFILE.
           IF HAY-LIMITE-PERSONA-WS NOT = "SI"
             GO TO FIN-COMPROBAR-LIMITE-PERSONA.
           IF MOV-ID NOT = CUENTA-LIMITE-WS
             GO TO CERRAR-MOV-CUENTA-LIM.
*> El abono de una retirada no dispensada no consume techo
           IF MOV-OP-REINTEGRO AND MOV-SUBTIPO-OP = "RT"
             GO TO LEER-MOV-CUENTA-LIM.
           IF MOV-OP-REINTEGRO
             COMPUTE FECHA-MOV = (AAM * 10000) + (MMM * 100) + DDM
             IF FECHA-MOV = FECHA-HOY-COMP
               MOVE MOV-IMPORTE TO CANTIDAD-MOV

*> Procedimiento retirar-efectivo
       RETIRAR-EFECTIVO.
           IF ES-APODERADO-WS = "S" AND APO-RETIRAR-WS NOT = "S"
             MOVE "RETIRADA" TO APO-OPERACION-WS
             MOVE "Poder sin retirada de efectivo" TO APO-MOTIVO-WS
             GO TO OPERACION-NO-APODERADO.
           MOVE "DISPENSADO" TO DISPOSITIVO-WS.
           PERFORM LEER-ESTADO-DISPOSITIVO.
           IF ESTADO-DISPOSITIVO-WS = "A"
             MOVE MSJ-ERROR-DUP-RETIRAR TO ERROR-RETIRAR
             GO TO MOSTRAR-PANTALLA-RE.

*> El apoderado retira de una sola cuenta y sin pasar del limite por
*> operacion de su poder; el intento de pasarse queda registrado
           IF ES-APODERADO-WS = "S"
             MOVE "N" TO COMBINADA-RETIRADA-WS
             IF APO-LIMITE-WS > 0
                    AND IMPORTE-CARGO-RETIRADA-WS > APO-LIMITE-WS
               MOVE "RETIRADA" TO APO-OPERACION-WS
               MOVE IMPORTE-CARGO-RETIRADA-WS TO APO-IMPORTE-WS
               MOVE "D" TO APO-RESULTADO-WS
               MOVE "Limite por operacion superado" TO APO-MOTIVO-WS
               PERFORM REGISTRAR-USO-PODER
               MOVE 0 TO EUROSR
               MOVE 0 TO CENTR
               MOVE MSJ-ERROR-LIMITE-PODER TO ERROR-RETIRAR
               GO TO MOSTRAR-PANTALLA-RE.

           IF COMBINADA-RETIRADA-WS = "S"
             PERFORM PEDIR-DATOS-RETIRADA-COMBINADA THRU
                     FIN-PEDIR-DATOS-RETIRADA-COMBINADA
           ELSE
             MOVE " " TO ERROR-RETIRAR.

*> Controles de uso puestos por el titular: tarjeta congelada o
*> limite temporal por debajo del diario
           MOVE "CAJE" TO CTJ-CANAL-WS.
           COMPUTE CTJ-IMPORTE-WS =
                   TOTAL-RETIRADO-HOY + IMPORTE-CARGO-RETIRADA-WS.
           PERFORM COMPROBAR-CONTROLES-TARJETA
               THRU FIN-COMPROBAR-CONTROLES-TARJETA.
           IF CTJ-DENEGAR-WS = "S"
             MOVE 0 TO EUROSR
             MOVE 0 TO CENTR
             IF CTJ-CODIGO-WS = "CT01"
               MOVE MSJ-ERROR-CONGELADA TO ERROR-RETIRAR
               GO TO MOSTRAR-PANTALLA-RE
             ELSE
               MOVE MSJ-ERROR-LIMITE-TEMPORAL TO ERROR-RETIRAR
               GO TO MOSTRAR-PANTALLA-RE.

*> Techo de efectivo por persona: el total del dia de todas las
*> tarjetas del DNI (titular y secundarias) no puede superar el
*> techo de LIMITES-PERSONA.DAT; el intento de pasarse queda en la
           MOVE SELECCION-CUENTA TO WAL-CUENTA-IDX-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE " " TO WAL-CUENTA-DESTINO-WS.
           MOVE "RE" TO WAL-TIPO-OP-WS.
           IF MONEDA-RETIRADA-WS NOT = "EUR"
             MOVE SPACES TO WAL-CONCEPTO-WS
             STRING "Reintegro divisa " MONEDA-RETIRADA-WS
                 DELIMITED BY SIZE INTO WAL-CONCEPTO-WS
             MOVE "DV" TO WAL-SUBTIPO-OP-WS
           ELSE
             IF SALDO-SELECCIONADO < 0
               MOVE "Reintegro (descubierto)" TO WAL-CONCEPTO-WS
               MOVE "DS" TO WAL-SUBTIPO-OP-WS
             ELSE
               MOVE "Reintegro" TO WAL-CONCEPTO-WS
               MOVE SPACES TO WAL-SUBTIPO-OP-WS.
           COMPUTE WAL-CANTIDAD-WS =
               IMPORTE-CARGO-RETIRADA-WS
               - (IMPORTE-CARGO-RETIRADA-WS * 2).
           MOVE SELECCION-CUENTA TO WAL-CUENTA-IDX-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE " " TO WAL-CUENTA-DESTINO-WS.
           MOVE "RE" TO WAL-TIPO-OP-WS.
           IF SALDO-SELECCIONADO < 0
             MOVE "Reintegro (descubierto)" TO WAL-CONCEPTO-WS
             MOVE "DS" TO WAL-SUBTIPO-OP-WS
           ELSE
             MOVE "Reintegro" TO WAL-CONCEPTO-WS
             MOVE SPACES TO WAL-SUBTIPO-OP-WS.
           COMPUTE WAL-CANTIDAD-WS = DINERO-A-SACAR - (DINERO-A-SACAR * 2).
           ADD DINERO-A-SACAR TO SALDO-SELECCIONADO GIVING WAL-SALDO-ANTES-WS.
           MOVE SALDO-SELECCIONADO TO WAL-SALDO-DESPUES-WS.

         MOSTRAR-PANTALLA-RETIRADA-INTERBANCARIA.
           MOVE " " TO ERROR-RETIRAR.

         PEDIR-IMPORTE-INTERBANCARIA.
           DISPLAY PANTALLA-RETIRADA-INTERBANCARIA.
           ACCEPT PANTALLA-RETIRADA-INTERBANCARIA
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF DINERO-A-SACAR = 0
             GO TO MOSTRAR-PANTALLA-RETIRADA-INTERBANCARIA.

*> Los controles de uso que el titular haya puesto a la tarjeta
*> valen tambien en la red; lo normal es que una tarjeta de otra
*> entidad no tenga registro de controles en este banco
           MOVE "REDI" TO CTJ-CANAL-WS.
           MOVE DINERO-A-SACAR TO CTJ-IMPORTE-WS.
           PERFORM COMPROBAR-CONTROLES-TARJETA
               THRU FIN-COMPROBAR-CONTROLES-TARJETA.
           IF CTJ-DENEGAR-WS = "S"
             MOVE 0 TO EUROSR
             MOVE 0 TO CENTR
             IF CTJ-CODIGO-WS = "CT01"
               MOVE MSJ-ERROR-CONGELADA TO ERROR-RETIRAR
               GO TO PEDIR-IMPORTE-INTERBANCARIA
             ELSE
               MOVE MSJ-ERROR-LIMITE-TEMPORAL TO ERROR-RETIRAR
               GO TO PEDIR-IMPORTE-INTERBANCARIA.

           MOVE "EUR" TO MONEDA-RETIRADA-WS.
           MOVE "EUR" TO MONEDA-CASSETTE-WS.
           PERFORM CALCULAR-DESGLOSE-RETIRADA.
           STRING "Reintegro interbancario " DELIMITED BY SIZE
                  INTERBANC-BANCO-COD-WS DELIMITED BY SIZE
                  INTO MOV-CONCEPTO.
           MOVE "RE" TO MOV-TIPO-OP.
           MOVE "IB" TO MOV-SUBTIPO-OP.
           MOVE CANTIDAD-RET-MOV TO MOV-CANTIDAD.
           COMPUTE MOV-IMPORTE =
                     0 - (DINERO-A-SACAR + INTERBANC-RECARGO-WS).
           MOVE SELECCION-CUENTA TO WAL-CUENTA-IDX-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE " " TO WAL-CUENTA-DESTINO-WS.
           MOVE "RE" TO WAL-TIPO-OP-WS.
           IF SALDO-SELECCIONADO < 0
             MOVE "Reintegro (descubierto)" TO WAL-CONCEPTO-WS
             MOVE "DS" TO WAL-SUBTIPO-OP-WS
           ELSE
             MOVE "Reintegro" TO WAL-CONCEPTO-WS
             MOVE SPACES TO WAL-SUBTIPO-OP-WS.
           COMPUTE WAL-CANTIDAD-WS = DINERO-A-SACAR - (DINERO-A-SACAR * 2).
           ADD DINERO-A-SACAR TO SALDO-SELECCIONADO GIVING WAL-SALDO-ANTES-WS.
           MOVE SALDO-SELECCIONADO TO WAL-SALDO-DESPUES-WS.
           MOVE WAL-CANTIDAD-WS TO WAL-CANTIDAD.
           MOVE WAL-SALDO-ANTES-WS TO WAL-SALDO-ANTES.
           MOVE WAL-SALDO-DESPUES-WS TO WAL-SALDO-DESPUES.
           MOVE WAL-TIPO-OP-WS TO WAL-TIPO-OP.
           MOVE WAL-SUBTIPO-OP-WS TO WAL-SUBTIPO-OP.
           WRITE REG-WAL
               INVALID KEY REWRITE REG-WAL.
           CLOSE WALFILE.
       COMPLETAR-MOVIMIENTO-WAL.
           MOVE WAL-CUENTA TO MOV-ID.
           MOVE WAL-CONCEPTO TO MOV-CONCEPTO.
           MOVE WAL-TIPO-OP TO MOV-TIPO-OP.
           MOVE WAL-SUBTIPO-OP TO MOV-SUBTIPO-OP.
           MOVE WAL-CANTIDAD TO MOV-CANTIDAD.
           MOVE WAL-CANTIDAD TO MOV-IMPORTE.
           MOVE WAL-CUENTA-DESTINO TO MOV-CUENTA-DESTINO.
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE "Reintegro retrocedido (no dispensado)"
               TO MOV-CONCEPTO.
           MOVE "RE" TO MOV-TIPO-OP.
           MOVE "RT" TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-RETRACT-CARGO-WS TO MOV-CANTIDAD.
           MOVE IMPORTE-RETRACT-CARGO-WS TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
                                DINERO-A-SACAR - (DINERO-A-SACAR * 2).

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE "RE" TO MOV-TIPO-OP.
           IF MONEDA-RETIRADA-WS NOT = "EUR"
             MOVE SPACES TO MOV-CONCEPTO
             STRING "Reintegro divisa " MONEDA-RETIRADA-WS
                 DELIMITED BY SIZE INTO MOV-CONCEPTO
             MOVE "DV" TO MOV-SUBTIPO-OP
           ELSE
             IF SALDO-SELECCIONADO < 0
               MOVE "Reintegro (descubierto)" TO MOV-CONCEPTO
               MOVE "DS" TO MOV-SUBTIPO-OP
             ELSE
               MOVE "Reintegro" TO MOV-CONCEPTO
               MOVE SPACES TO MOV-SUBTIPO-OP.
           MOVE CANTIDAD-RET-MOV TO MOV-CANTIDAD.
           IF MONEDA-RETIRADA-WS NOT = "EUR"
             COMPUTE MOV-IMPORTE = 0 - IMPORTE-CARGO-RETIRADA-WS
           STRING "Reintegro aplicado " MOV-CANTIDAD
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           IF ES-APODERADO-WS = "S"
             MOVE "RETIRADA" TO APO-OPERACION-WS
             MOVE IMPORTE-CARGO-RETIRADA-WS TO APO-IMPORTE-WS
             MOVE "A" TO APO-RESULTADO-WS
             MOVE SPACES TO APO-MOTIVO-WS
             PERFORM REGISTRAR-USO-PODER.

*> Procedimiento obtener-tasa-retirada: tasa de conversion entre la
*> divisa pedida y la moneda de la cuenta seleccionada; 1 si
           MOVE 0 TO OPS-EN-VENTANA-WS.
           COMPUTE SEGUNDOS-VENTANA-WS = RF-MINUTOS(I-REGLA) * 60.
           IF CLASE-OPERACION-WS = "R"
             MOVE "RE" TO TIPO-OP-CLASE-WS.
           IF CLASE-OPERACION-WS = "T"
             MOVE "TF" TO TIPO-OP-CLASE-WS.
           IF CLASE-OPERACION-WS = "B"
             MOVE "RM" TO TIPO-OP-CLASE-WS.
           IF CLASE-OPERACION-WS = "E"
             MOVE "EN" TO TIPO-OP-CLASE-WS.

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE 0 TO MOV-SEC.
               AT END GO TO FIN-LECTURA-OPS-VENTANA.
           IF MOV-ID NOT = CUENTA-SELECCIONADA
               GO TO FIN-LECTURA-OPS-VENTANA.
           IF MOV-TIPO-OP = TIPO-OP-CLASE-WS
               PERFORM CALCULAR-SEGUNDOS-MOV THRU FIN-CALCULAR-SEGUNDOS-MOV
               IF SEGUNDOS-DESDE-MOV <= SEGUNDOS-VENTANA-WS
                   ADD 1 TO OPS-EN-VENTANA-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE " " TO WAL-CUENTA-DESTINO-WS.
           MOVE "Ingreso" TO WAL-CONCEPTO-WS.
           MOVE "IN" TO WAL-TIPO-OP-WS.
           MOVE SPACES TO WAL-SUBTIPO-OP-WS.
           MOVE TOTAL-INGRESADO TO WAL-CANTIDAD-WS.
           SUBTRACT TOTAL-INGRESADO FROM SALDO-SELECCIONADO
                    GIVING WAL-SALDO-ANTES-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE " " TO WAL-CUENTA-DESTINO-WS.
           MOVE "Ingreso" TO WAL-CONCEPTO-WS.
           MOVE "IN" TO WAL-TIPO-OP-WS.
           MOVE SPACES TO WAL-SUBTIPO-OP-WS.
           MOVE TOTAL-INGRESADO TO WAL-CANTIDAD-WS.
           SUBTRACT TOTAL-INGRESADO FROM SALDO-SELECCIONADO
                    GIVING WAL-SALDO-ANTES-WS.
       GUARDAR-MOV-INGRESAR-EFECTIVO.
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE "Ingreso" TO MOV-CONCEPTO.
           MOVE "IN" TO MOV-TIPO-OP.
           MOVE SPACES TO MOV-SUBTIPO-OP.
           MOVE TOTAL-INGRESADO TO MOV-CANTIDAD.
           MOVE TOTAL-INGRESADO TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.

*> Reglas de elegibilidad: T todos, S saldo de la cuenta por encima
*> del umbral, E al menos CAM-NUM-OPS compras de entradas en la
*> cuenta de la sesion, P preconcedidos: puntuacion de
*> comportamiento de al menos CAM-NUM-OPS puntos, algun importe
*> preconcedido y un prestamo preconcedido no inferior a CAM-UMBRAL,
*> R rentabilidad: tramo del titular calculado y no peor que el de
*> CAM-NUM-OPS (1 solo A, 2 A o B, 3 hasta C, 4 cualquiera)
       EVALUAR-ELEGIBILIDAD-CAMPANA.
           MOVE "NO" TO CAMPANA-ELEGIBLE-WS.
           IF CAM-REGLA = "T"
             PERFORM CONTAR-COMPRAS-ENTRADAS
                 THRU FIN-CONTAR-COMPRAS-ENTRADAS
             IF COMPRAS-ENTRADAS-WS >= CAM-NUM-OPS
               MOVE "SI" TO CAMPANA-ELEGIBLE-WS
             END-IF
             GO TO FIN-EVALUAR-ELEGIBILIDAD-CAMPANA.
           IF CAM-REGLA = "P"
             PERFORM CARGAR-PUNTUACION-CLIENTE
                 THRU FIN-CARGAR-PUNTUACION-CLIENTE
             IF HAY-PUNTUACION-WS = "SI" AND
                PUNTOS-CLIENTE-WS >= CAM-NUM-OPS AND
                (PRESTAMO-PREAP-WS > 0 OR DESCUBIERTO-PREAP-WS > 0) AND
                PRESTAMO-PREAP-WS >= CAM-UMBRAL
               MOVE "SI" TO CAMPANA-ELEGIBLE-WS
             END-IF
             GO TO FIN-EVALUAR-ELEGIBILIDAD-CAMPANA.
           IF CAM-REGLA = "R"
             IF CAM-NUM-OPS < 1 OR CAM-NUM-OPS > 4
               GO TO FIN-EVALUAR-ELEGIBILIDAD-CAMPANA
             END-IF
             MOVE LETRAS-TRAMO-RNT(CAM-NUM-OPS:1) TO TRAMO-CAMPANA-WS
             PERFORM CARGAR-TRAMO-CLIENTE
                 THRU FIN-CARGAR-TRAMO-CLIENTE
             IF TRAMO-CLIENTE-WS NOT = SPACE AND
                TRAMO-CLIENTE-WS NOT > TRAMO-CAMPANA-WS
               MOVE "SI" TO CAMPANA-ELEGIBLE-WS.
       FIN-EVALUAR-ELEGIBILIDAD-CAMPANA.
           EXIT.
           READ MOVFILE NEXT RECORD
               AT END GO TO CERRAR-CONTAR-COMPRAS.
           IF MOV-ID = CUENTA-SELECCIONADA AND
              MOV-OP-ENTRADAS AND
              (MOV-SUBTIPO-OP = "CO" OR MOV-SUBTIPO-OP = "GR" OR
               MOV-SUBTIPO-OP = "AB")
             ADD 1 TO COMPRAS-ENTRADAS-WS.
           GO TO LEER-MOV-CAMPANA.

           WRITE REG-RESP-CAMPANA.
           CLOSE RESPCAMPANASFILE.

*> Procedimiento comprobar-abono-adultos: mira si alguna funcion de
*> la serie del abono (ABO-ESPEC-DESDE a ABO-ESPEC-HASTA) es solo
*> para adultos
       COMPROBAR-ABONO-ADULTOS.
           MOVE "N" TO ABONO-ADULTOS-WS.
           OPEN INPUT ESPECFILE.
           IF FSE = "35"
             CLOSE ESPECFILE
           ELSE
             MOVE ABO-ESPEC-DESDE TO ESPEC-ABONO-MENOR-WS
             PERFORM MIRAR-FUNCION-ABONO
                 UNTIL ESPEC-ABONO-MENOR-WS > ABO-ESPEC-HASTA
                    OR ABONO-ADULTOS-WS = "S"
             CLOSE ESPECFILE.

       MIRAR-FUNCION-ABONO.
           MOVE ESPEC-ABONO-MENOR-WS TO ESPEC-NUMERO.
           READ ESPECFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF ESPEC-SOLO-ADULTOS = "S"
                   MOVE "S" TO ABONO-ADULTOS-WS.
           ADD 1 TO ESPEC-ABONO-MENOR-WS.

*> Procedimiento comprar-abono: vende un abono de temporada de
*> ABONOS-ESPEC.DAT: cargo del precio contra el disponible, apunte
*> "Compra abono" (que LIQUIDARESPECTACULOS reparte entre las
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           MOVE 0 TO ABONO-COMPRA-WS.
           MOVE "ABONO" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         PEDIR-ABONO-COMPRA.
           PERFORM OBTENER-FECHA.
           IF ABO-ACTIVO NOT = "S"
             MOVE 0 TO ABONO-COMPRA-WS
             GO TO PEDIR-ABONO-COMPRA.
*> Un menor de edad no compra el abono de una serie con alguna
*> funcion solo para adultos
           IF MENOR-SESION-WS = "S"
             PERFORM COMPROBAR-ABONO-ADULTOS
             IF ABONO-ADULTOS-WS = "S"
               MOVE 0 TO ABONO-COMPRA-WS
               GO TO PEDIR-ABONO-COMPRA.

           PERFORM CALCULAR-RETENIDO-CUENTA
               THRU FIN-CALCULAR-RETENIDO-CUENTA.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Compra abono " ABONO-COMPRA-WS " " ABO-NOMBRE
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "AB" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - ABO-PRECIO.
           COMPUTE MOV-IMPORTE = 0 - ABO-PRECIO.
           MOVE " " TO MOV-CUENTA-DESTINO.
           PERFORM GENERAR-CODIGO-ABONO
               THRU FIN-GENERAR-CODIGO-ABONO.

           MOVE CUENTA-SELECCIONADA TO CUENTA-CTR-WS.
           MOVE CODIGO-ABONO-WS TO REFERENCIA-CTR-WS.
           MOVE ABO-PRECIO TO IMPORTE-CTR-ED-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Abono de temporada " ABONO-COMPRA-WS " " ABO-NOMBRE
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Precio " IMPORTE-CTR-ED-WS " EUR con cargo a "
                  CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE SPACES TO RESUMEN-CTR-WS(3).
           STRING "Codigo de admision " CODIGO-ABONO-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.

           MOVE SPACES TO RECIBO-TIPO-OP-WS.
           STRING "Abono " ABONO-COMPRA-WS
               DELIMITED BY SIZE INTO RECIBO-TIPO-OP-WS.
           MOVE CODIGO-ABONO-WS TO CODENT-CODIGO.
           MOVE 0 TO CODENT-ESPEC.
           MOVE ABONO-COMPRA-WS TO CODENT-ASIENTO.
           MOVE SPACES TO CODENT-ZONA.
           MOVE 0 TO CODENT-FILA.
           MOVE 0 TO CODENT-BUTACA.
           MOVE NUM-TARJETA-OPERAR TO CODENT-TARJ.
           MOVE "V" TO CODENT-ESTADO.
           WRITE REG-CODIGO-ENTRADA
       FIN-GENERAR-CODIGO-ABONO.
           EXIT.

*> Procedimiento menu-abonos-bonos: la opcion V del menu reune la
*> compra del abono de temporada y la del bono regalo
       MENU-ABONOS-BONOS.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-MENU-ABONOS-BONOS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MENU-ABONOS-BONOS.
           IF TECLA = "1"
             GO TO COMPRAR-ABONO.
           IF TECLA = "2"
             GO TO COMPRAR-BONO-REGALO.
           GO TO MENU-ABONOS-BONOS.

*> Procedimiento comprar-bono-regalo: vende un bono regalo de importe
*> fijo con cargo al disponible de la cuenta, como el abono. El
*> apunte "EN"/"BR" lleva el codigo del bono en los bytes 9-18 de
*> MOV-CUENTA-DESTINO y se contabiliza contra la cuenta de bonos
*> regalo pendientes, de la que sale al canjearse o al caducar (ver
*> CADUCARBONOS). El codigo sale en pantalla y en el recibo
       COMPRAR-BONO-REGALO.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           MOVE 0 TO OPCION-BONO-WS.
           MOVE SPACES TO MSJ-BONO.
           MOVE "BONOREG" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         PEDIR-IMPORTE-BONO.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-COMPRAR-BONO.
           ACCEPT PANTALLA-COMPRAR-BONO
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           MOVE 0 TO VALOR-BONO-WS.
           IF OPCION-BONO-WS = 1
             MOVE 25 TO VALOR-BONO-WS.
           IF OPCION-BONO-WS = 2
             MOVE 50 TO VALOR-BONO-WS.
           IF OPCION-BONO-WS = 3
             MOVE 100 TO VALOR-BONO-WS.
           IF OPCION-BONO-WS = 4
             MOVE 150 TO VALOR-BONO-WS.
           IF VALOR-BONO-WS = 0
             MOVE MSJ-ERROR-BONO-OPCION TO MSJ-BONO
             MOVE 0 TO OPCION-BONO-WS
             GO TO PEDIR-IMPORTE-BONO.

           PERFORM CALCULAR-RETENIDO-CUENTA
               THRU FIN-CALCULAR-RETENIDO-CUENTA.
           IF VALOR-BONO-WS >
                 SALDO-SELECCIONADO - RETENIDO-CUENTA-WS
                 + USER-LIMITE-DESCUBIERTO(SELECCION-CUENTA)
             MOVE MSJ-ERROR-BONO-SALDO TO MSJ-BONO
             MOVE 0 TO OPCION-BONO-WS
             GO TO PEDIR-IMPORTE-BONO.

           OPEN I-O USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           IF FSU = "51"
             CLOSE USERFILE
             GO TO REGISTRO-EN-USO.
           COMPUTE SALDO-SELECCIONADO =
               SALDO-SELECCIONADO - VALOR-BONO-WS.
           MOVE SALDO-SELECCIONADO TO USER-SALDO(SELECCION-CUENTA).
           ADD PUNTOS-POR-OPERACION TO USER-PUNTOS.
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           PERFORM GENERAR-CODIGO-BONO
               THRU FIN-GENERAR-CODIGO-BONO.
           MOVE VALOR-BONO-WS TO VALOR-BONO-ED.

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Compra bono regalo " CODIGO-BONO-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "BR" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - VALOR-BONO-WS.
           COMPUTE MOV-IMPORTE = 0 - VALOR-BONO-WS.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE CODIGO-BONO-WS TO MOV-CUENTA-DESTINO(9:10).
           MOVE SALDO-SELECCIONADO TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           PERFORM CALCULAR-FECHA-HORA-MOV.
           PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
           MOVE MOV-SEC-WS TO MOV-SEC.
           PERFORM ABRIR-MOVFILE-ESCRITURA.
           WRITE REG-MOVIMIENTOS
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.

           MOVE CUENTA-SELECCIONADA TO CUENTA-CTR-WS.
           MOVE CODIGO-BONO-WS TO REFERENCIA-CTR-WS.
           MOVE VALOR-BONO-WS TO IMPORTE-CTR-ED-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Bono regalo para espectaculos " CODIGO-BONO-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Valor " IMPORTE-CTR-ED-WS " EUR con cargo a "
                  CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE SPACES TO RESUMEN-CTR-WS(3).
           STRING "Canjeable por cualquier titular hasta el "
                  CADUCIDAD-BONO-F
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.

           MOVE SPACES TO RECIBO-TIPO-OP-WS.
           STRING "Bono " CODIGO-BONO-WS
               DELIMITED BY SIZE INTO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.

           MOVE "COMPRA-BONO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Bono regalo " CODIGO-BONO-WS " de "
                  VALOR-BONO-ED " EUR"
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

         MOSTRAR-BONO-EMITIDO.
           DISPLAY PANTALLA-BONO-EMITIDO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MOSTRAR-BONO-EMITIDO.
           GO TO MENU-OPCIONES.

*> El codigo del bono es la secuencia siguiente a la del ultimo
*> vendido (seis cifras) seguida de cuatro cifras de control sacadas
*> del reloj, para que de un codigo no se deduzca el siguiente. La
*> caducidad es el mismo dia del año siguiente (el 29 de febrero pasa
*> al 28)
       GENERAR-CODIGO-BONO.
           MOVE 0 TO CODIGO-BONO-WS.
           MOVE 1 TO BONO-SEC-WS.
           OPEN I-O BONOSREGALOFILE.
           IF FSBON = "35"
             CLOSE BONOSREGALOFILE
             OPEN OUTPUT BONOSREGALOFILE
             CLOSE BONOSREGALOFILE
             OPEN I-O BONOSREGALOFILE.
           MOVE 9999999999 TO BON-CODIGO.
           START BONOSREGALOFILE KEY IS NOT GREATER THAN BON-CODIGO
               INVALID KEY GO TO GRABAR-BONO-REGALO.
           READ BONOSREGALOFILE PREVIOUS RECORD
               AT END GO TO GRABAR-BONO-REGALO.
           MOVE BON-CODIGO TO CODIGO-BONO-WS.
           ADD 1 TO BONO-SEC-WS.

         GRABAR-BONO-REGALO.
           ACCEPT HORA-BONO-WS FROM TIME.
           DIVIDE HORA-BONO-WS BY 9973 GIVING HORA-COCIENTE-WS
               REMAINDER BONO-CONTROL-WS.
           COMPUTE CADUCIDAD-BONO-WS = FECHA-NEGOCIO-WS + 10000.
           IF CADUCIDAD-BONO-WS(5:4) = "0229"
             SUBTRACT 1 FROM CADUCIDAD-BONO-WS.
           MOVE CODIGO-BONO-WS TO BON-CODIGO.
           MOVE VALOR-BONO-WS TO BON-VALOR.
           MOVE VALOR-BONO-WS TO BON-SALDO.
           MOVE NUM-TARJETA-OPERAR TO BON-TARJ-COMPRA.
           MOVE CUENTA-SELECCIONADA TO BON-CUENTA-COMPRA.
           MOVE FECHA-NEGOCIO-WS TO BON-FECHA-EMISION.
           MOVE CADUCIDAD-BONO-WS TO BON-FECHA-CADUCIDAD.
           MOVE "V" TO BON-ESTADO.
           MOVE 0 TO BON-NUM-CANJES.
           MOVE 0 TO BON-FECHA-ULT-CANJE.
           MOVE 0 TO BON-IMPORTE-CADUCADO.
           MOVE 0 TO BON-FECHA-CADUCADO.
           WRITE REG-BONO-REGALO
               INVALID KEY
                 ADD 1 TO BONO-SEC-WS
                 GO TO GRABAR-BONO-REGALO.
           CLOSE BONOSREGALOFILE.
           MOVE CADUCIDAD-BONO-WS(7:2) TO CAD-BONO-DD.
           MOVE CADUCIDAD-BONO-WS(5:2) TO CAD-BONO-MM.
           MOVE CADUCIDAD-BONO-WS(1:4) TO CAD-BONO-AA.
       FIN-GENERAR-CODIGO-BONO.
           EXIT.

*> Procedimiento gestionar-preferencias: el titular edita sus
*> preferencias de entrega de documentos y avisos, que el cajero y
*> ENVIARNOTIFICACIONES consultan al entregar cada cosa
       FIN-LEER-PREFERENCIAS.
           EXIT.

*> Procedimiento gestionar-controles-tarjeta: el cliente pone o
*> quita los controles de uso de la tarjeta con la que ha entrado,
*> al estilo de GESTIONAR-PREFERENCIAS. La congelacion no pasa por la
*> lista negra: la tarjeta sigue entrando en el cajero para consultar
*> y para descongelarse, pero no retira efectivo ni compra
       GESTIONAR-CONTROLES-TARJETA.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           PERFORM OBTENER-FECHA.
           COMPUTE CTJ-HOY-WS =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           MOVE SPACES TO MSJ-CONTROLES.
           PERFORM LEER-CONTROLES-TARJETA THRU FIN-LEER-CONTROLES-TARJETA.
           MOVE 0 TO CTJ-LIMITE-DIARIO-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               NOT INVALID KEY
                 MOVE USER-LIMITE-DIARIO TO CTJ-LIMITE-DIARIO-WS.
           CLOSE USERFILE.

         PEDIR-CONTROLES-TARJETA.
           DISPLAY PANTALLA-CONTROLES-TARJETA.
           ACCEPT PANTALLA-CONTROLES-TARJETA
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF CTJ-EXTRANJERO-WS = "s"
             MOVE "S" TO CTJ-EXTRANJERO-WS.
           IF CTJ-EXTRANJERO-WS = "n"
             MOVE "N" TO CTJ-EXTRANJERO-WS.
           IF CTJ-AJENOS-WS = "s"
             MOVE "S" TO CTJ-AJENOS-WS.
           IF CTJ-AJENOS-WS = "n"
             MOVE "N" TO CTJ-AJENOS-WS.
           IF CTJ-CONGELADA-WS = "s"
             MOVE "S" TO CTJ-CONGELADA-WS.
           IF CTJ-CONGELADA-WS = "n"
             MOVE "N" TO CTJ-CONGELADA-WS.
           IF (CTJ-EXTRANJERO-WS NOT = "S" AND
                   CTJ-EXTRANJERO-WS NOT = "N")
                OR (CTJ-AJENOS-WS NOT = "S" AND CTJ-AJENOS-WS NOT = "N")
                OR (CTJ-CONGELADA-WS NOT = "S" AND
                   CTJ-CONGELADA-WS NOT = "N")
             MOVE "Conteste S o N en cada control" TO MSJ-CONTROLES
             GO TO PEDIR-CONTROLES-TARJETA.
           IF CTJ-EUROS-LIMITE-WS = 0
             MOVE 0 TO CTJ-HASTA-WS
           ELSE
             IF CTJ-EUROS-LIMITE-WS NOT < CTJ-LIMITE-DIARIO-WS
               MOVE "El limite temporal debe ser menor que el diario"
                   TO MSJ-CONTROLES
               GO TO PEDIR-CONTROLES-TARJETA
             ELSE
               IF CTJ-HASTA-WS < CTJ-HOY-WS
                      OR FUNCTION TEST-DATE-YYYYMMDD(CTJ-HASTA-WS)
                         NOT = 0
                 MOVE "Indique hasta que dia rige el limite temporal"
                     TO MSJ-CONTROLES
                 GO TO PEDIR-CONTROLES-TARJETA.

           OPEN I-O CONTROLESTARJFILE.
           IF FSCTJ = "35"
             CLOSE CONTROLESTARJFILE
             OPEN OUTPUT CONTROLESTARJFILE
             CLOSE CONTROLESTARJFILE
             OPEN I-O CONTROLESTARJFILE.
           MOVE NUM-TARJETA TO CTJ-TARJ.
           MOVE CTJ-EXTRANJERO-WS TO CTJ-USO-EXTRANJERO.
           MOVE CTJ-AJENOS-WS TO CTJ-CAJEROS-AJENOS.
           MOVE CTJ-EUROS-LIMITE-WS TO CTJ-LIMITE-TEMPORAL.
           MOVE CTJ-HASTA-WS TO CTJ-LIMITE-HASTA.
           MOVE CTJ-CONGELADA-WS TO CTJ-CONGELADA.
           MOVE CTJ-HOY-WS TO CTJ-FECHA-CAMBIO.
           WRITE REG-CONTROL-TARJETA
               INVALID KEY REWRITE REG-CONTROL-TARJETA.
           CLOSE CONTROLESTARJFILE.

           MOVE "CONTROLES" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Controles ext " CTJ-EXTRANJERO-WS
                  " ajenos " CTJ-AJENOS-WS
                  " limite " CTJ-EUROS-LIMITE-WS
                  " hasta " CTJ-HASTA-WS
                  " congelada " CTJ-CONGELADA-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           GO TO MENU-OPCIONES.

*> Procedimiento leer-controles-tarjeta: sin registro, la tarjeta
*> funciona en el extranjero y en cajeros ajenos, sin limite
*> temporal y sin congelar
       LEER-CONTROLES-TARJETA.
           MOVE "S" TO CTJ-EXTRANJERO-WS.
           MOVE "S" TO CTJ-AJENOS-WS.
           MOVE 0 TO CTJ-EUROS-LIMITE-WS.
           MOVE 0 TO CTJ-HASTA-WS.
           MOVE "N" TO CTJ-CONGELADA-WS.
           OPEN INPUT CONTROLESTARJFILE.
           IF FSCTJ = "35"
             CLOSE CONTROLESTARJFILE
             GO TO FIN-LEER-CONTROLES-TARJETA.
           MOVE NUM-TARJETA TO CTJ-TARJ.
           READ CONTROLESTARJFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE CTJ-USO-EXTRANJERO TO CTJ-EXTRANJERO-WS
                 MOVE CTJ-CAJEROS-AJENOS TO CTJ-AJENOS-WS
                 MOVE CTJ-LIMITE-TEMPORAL TO CTJ-EUROS-LIMITE-WS
                 MOVE CTJ-LIMITE-HASTA TO CTJ-HASTA-WS
                 MOVE CTJ-CONGELADA TO CTJ-CONGELADA-WS.
           CLOSE CONTROLESTARJFILE.
       FIN-LEER-CONTROLES-TARJETA.
           EXIT.

*> Procedimiento comprobar-controles-tarjeta: contrasta la operacion
*> en curso (canal en CTJ-CANAL-WS, importe acumulado del dia en
*> CTJ-IMPORTE-WS) con los controles de la tarjeta tecleada. En el
*> cajero solo entran en juego la congelacion y el limite temporal:
*> el uso en el extranjero y en cajeros ajenos lo miran los procesos
*> de la red y del esquema de tarjetas. Si se deniega, deja
*> CTJ-DENEGAR-WS a "S" y la denegacion registrada
       COMPROBAR-CONTROLES-TARJETA.
           MOVE "N" TO CTJ-DENEGAR-WS.
           MOVE SPACES TO CTJ-CODIGO-WS.
           MOVE SPACES TO CTJ-MOTIVO-WS.
           OPEN INPUT CONTROLESTARJFILE.
           IF FSCTJ = "35"
             CLOSE CONTROLESTARJFILE
             GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
           MOVE NUM-TARJETA TO CTJ-TARJ.
           READ CONTROLESTARJFILE
               INVALID KEY
                 CLOSE CONTROLESTARJFILE
                 GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
           CLOSE CONTROLESTARJFILE.
           PERFORM OBTENER-FECHA.
           COMPUTE CTJ-HOY-WS =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           IF CTJ-TARJETA-CONGELADA
             MOVE "CT01" TO CTJ-CODIGO-WS
             MOVE "Tarjeta congelada por titular" TO CTJ-MOTIVO-WS
             GO TO DENEGAR-POR-CONTROL.
           IF CTJ-LIMITE-TEMPORAL > 0
                  AND CTJ-LIMITE-HASTA NOT < CTJ-HOY-WS
                  AND CTJ-IMPORTE-WS > CTJ-LIMITE-TEMPORAL
             MOVE "CT04" TO CTJ-CODIGO-WS
             MOVE "Supera el limite temporal" TO CTJ-MOTIVO-WS
             GO TO DENEGAR-POR-CONTROL.
           GO TO FIN-COMPROBAR-CONTROLES-TARJETA.

         DENEGAR-POR-CONTROL.
           MOVE "S" TO CTJ-DENEGAR-WS.
           PERFORM GUARDAR-DENEGACION-TARJETA.
           MOVE "CONTROL-DEN" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING CTJ-CANAL-WS " " CTJ-CODIGO-WS " " CTJ-MOTIVO-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-COMPROBAR-CONTROLES-TARJETA.
           EXIT.

       GUARDAR-DENEGACION-TARJETA.
*> En formacion el registro real de denegaciones no se alimenta
           IF MODO-FORMACION-WS NOT = "S"
             PERFORM GUARDAR-DENEGACION-TARJETA-REAL.

       GUARDAR-DENEGACION-TARJETA-REAL.
           OPEN EXTEND DENEGACIONESTARJFILE.
           IF FSDNG = "35"
             CLOSE DENEGACIONESTARJFILE
             OPEN OUTPUT DENEGACIONESTARJFILE.
           MOVE NUM-TARJETA TO DNG-TARJ.
           MOVE CTJ-HOY-WS TO DNG-FECHA.
           MOVE HORAF TO DNG-HORA.
           MOVE CTJ-CANAL-WS TO DNG-CANAL.
           MOVE CTJ-IMPORTE-WS TO DNG-IMPORTE.
           MOVE CTJ-CODIGO-WS TO DNG-CODIGO.
           MOVE CTJ-MOTIVO-WS TO DNG-MOTIVO.
           WRITE REG-DENEGACION-TARJETA.
           CLOSE DENEGACIONESTARJFILE.

*> Procedimiento emitir-cheque-bancario: carga a la cuenta el
*> importe mas la comision, registra el cheque numerado en
*> CHEQUES-BANCARIOS.DAT, imprime sus datos por la impresora de
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Cheque bancario " CHB-NUMERO-WS " emitido"
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "CB" TO MOV-TIPO-OP.
           MOVE "EM" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - TOTAL-CARGO-CHB-WS.
           COMPUTE MOV-IMPORTE = 0 - TOTAL-CARGO-CHB-WS.
           MOVE " " TO MOV-CUENTA-DESTINO.
           GO TO GESTIONAR-PAGO-MOVIL.

       ENVIAR-A-MOVIL.
*> El pago a un movil es una transferencia: al menor de edad le
*> hace falta la autorizacion de su tutor
           IF MENOR-SESION-WS = "S"
             PERFORM AUTORIZAR-TUTOR THRU FIN-AUTORIZAR-TUTOR
             IF TUTOR-AUTORIZA-WS NOT = "S"
               GO TO GESTIONAR-PAGO-MOVIL.
           MOVE SPACES TO TFNO-DESTINO-WS.
           MOVE 0 TO IMPORTE-PAGO-MOVIL-WS.

           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Pago a movil " TFNO-DESTINO-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "PM" TO MOV-TIPO-OP.
           MOVE "EM" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - IMPORTE-PAGO-MOVIL-WS.
           COMPUTE MOV-IMPORTE = 0 - IMPORTE-PAGO-MOVIL-WS.
           MOVE CUENTA-ALIAS-WS TO MOV-CUENTA-DESTINO.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Pago recibido de movil" DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           MOVE "PM" TO MOV-TIPO-OP.
           MOVE "RC" TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-PAGO-MOVIL-WS TO MOV-CANTIDAD.
           MOVE IMPORTE-PAGO-MOVIL-WS TO MOV-IMPORTE.
           MOVE CUENTA-SELECCIONADA TO MOV-CUENTA-DESTINO.
           PERFORM COMPROBAR-ANTICIPO-ABIERTO.
           IF HAY-ANTICIPO-WS = "SI"
             GO TO MENU-OPCIONES.
*> Con una puntuacion de comportamiento por debajo del minimo no
*> hay anticipo
           PERFORM CARGAR-PUNTUACION-CLIENTE
               THRU FIN-CARGAR-PUNTUACION-CLIENTE.
           IF HAY-PUNTUACION-WS = "SI" AND
              PUNTOS-CLIENTE-WS < PUNTOS-MINIMOS-ANTICIPO
             MOVE "ANTICIPO-DEN" TO JRN-EVENTO-WS
             MOVE SPACES TO JRN-DETALLE-WS
             STRING "Anticipo denegado, puntuacion "
                    PUNTOS-CLIENTE-WS
                 DELIMITED BY SIZE INTO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO MENU-OPCIONES.
           PERFORM BUSCAR-ULTIMA-NOMINA
               THRU FIN-BUSCAR-ULTIMA-NOMINA.
           IF ULTIMA-NOMINA-WS = 0
           COMPUTE MAX-ANTICIPO-WS ROUNDED =
               ULTIMA-NOMINA-WS * PCT-ANTICIPO-NOMINA.
           MOVE 0 TO IMPORTE-ANTICIPO-WS.
           MOVE "ANTICIPO" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         PEDIR-IMPORTE-ANTICIPO.
           PERFORM OBTENER-FECHA.

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE "Anticipo de nomina" TO MOV-CONCEPTO.
           MOVE "NO" TO MOV-TIPO-OP.
           MOVE "AN" TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-ANTICIPO-WS TO MOV-CANTIDAD.
           MOVE IMPORTE-ANTICIPO-WS TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE "Anticipo nomina" TO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.

           MOVE CUENTA-SELECCIONADA TO CUENTA-CTR-WS.
           MOVE SPACES TO REFERENCIA-CTR-WS.
           STRING "NOMINA " FECHA-NEGOCIO-WS
               DELIMITED BY SIZE INTO REFERENCIA-CTR-WS.
           MOVE IMPORTE-ANTICIPO-WS TO IMPORTE-CTR-ED-WS.
           MOVE MAX-ANTICIPO-WS TO IMPORTE2-CTR-ED-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Anticipo de nomina en la cuenta " CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Importe " IMPORTE-CTR-ED-WS " EUR (maximo "
                  IMPORTE2-CTR-ED-WS ")"
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE "Se descuenta de su proxima nomina"
               TO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.

           MOVE "ANTICIPO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Anticipo de nomina " IMPORTE-ANTICIPO-WS
           PERFORM GRABAR-JOURNAL.
           GO TO MENU-OPCIONES.

*> Procedimiento cargar-puntuacion-cliente: puntuacion de
*> comportamiento y preconcedidos del DNI titular de la tarjeta de
*> la sesion, tal como los dejo PUNTUARCLIENTES el ultimo mes
       CARGAR-PUNTUACION-CLIENTE.
           MOVE "NO" TO HAY-PUNTUACION-WS.
           MOVE 0 TO PUNTOS-CLIENTE-WS.
           MOVE 0 TO PRESTAMO-PREAP-WS.
           MOVE 0 TO DESCUBIERTO-PREAP-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               INVALID KEY
                 CLOSE USERFILE
                 GO TO FIN-CARGAR-PUNTUACION-CLIENTE.
           CLOSE USERFILE.
           OPEN INPUT PUNTUACIONESFILE.
           IF FSPUN = "35"
             CLOSE PUNTUACIONESFILE
             GO TO FIN-CARGAR-PUNTUACION-CLIENTE.
           MOVE USER-DNI TO PUN-DNI.
           READ PUNTUACIONESFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE "SI" TO HAY-PUNTUACION-WS
                 MOVE PUN-PUNTOS TO PUNTOS-CLIENTE-WS
                 MOVE PUN-PRESTAMO-PREAP TO PRESTAMO-PREAP-WS
                 MOVE PUN-DESCUBIERTO-PREAP TO DESCUBIERTO-PREAP-WS.
           CLOSE PUNTUACIONESFILE.
       FIN-CARGAR-PUNTUACION-CLIENTE.
           EXIT.

*> Procedimiento cargar-tramo-cliente: tramo de rentabilidad del DNI
*> titular de la tarjeta de la sesion, tal como lo dejo
*> RENTABILIDADCLIENTES el ultimo mes (en blanco si no hay)
       CARGAR-TRAMO-CLIENTE.
           MOVE SPACE TO TRAMO-CLIENTE-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               INVALID KEY
                 CLOSE USERFILE
                 GO TO FIN-CARGAR-TRAMO-CLIENTE.
           CLOSE USERFILE.
           OPEN INPUT RENTABILIDADFILE.
           IF FSRNT = "35"
             CLOSE RENTABILIDADFILE
             GO TO FIN-CARGAR-TRAMO-CLIENTE.
           MOVE USER-DNI TO RNT-DNI.
           READ RENTABILIDADFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE RNT-TRAMO TO TRAMO-CLIENTE-WS.
           CLOSE RENTABILIDADFILE.
       FIN-CARGAR-TRAMO-CLIENTE.
           EXIT.

       COMPROBAR-ANTICIPO-ABIERTO.
           MOVE "NO" TO HAY-ANTICIPO-WS.
           OPEN INPUT ANTICIPOSFILE.
           READ MOVFILE NEXT RECORD
               AT END GO TO CERRAR-BUSCAR-NOMINA.
           IF MOV-ID = CUENTA-SELECCIONADA AND
              MOV-OP-NOMINA AND MOV-SUBTIPO-OP = "AB" AND
              MOV-FECHA-HORA-COMP > ULTIMA-NOMINA-COMP-WS
             MOVE MOV-FECHA-HORA-COMP TO ULTIMA-NOMINA-COMP-WS
             MOVE MOV-IMPORTE TO ULTIMA-NOMINA-WS.
           GO TO GESTIONAR-MANDATOS.

       ALTA-MANDATO.
           MOVE "MANDATO" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         PEDIR-ACREEDOR-ALTA.
           MOVE SPACES TO ACREEDOR-MANDATO-WS.
           DISPLAY PANTALLA-ACREEDOR-MANDATO.
           ACCEPT PANTALLA-ACREEDOR-MANDATO
           IF COB-CRT-STATUS = 2005
             GO TO GESTIONAR-MANDATOS.
           IF ACREEDOR-MANDATO-WS = SPACES
             GO TO PEDIR-ACREEDOR-ALTA.

           OPEN I-O MANDATOSFILE.
           IF FSMD = "35"
           STRING "Mandato autorizado " ACREEDOR-MANDATO-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

           MOVE CUENTA-SELECCIONADA TO CUENTA-CTR-WS.
           MOVE ACREEDOR-MANDATO-WS TO REFERENCIA-CTR-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Domiciliacion en la cuenta " CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Acreedor autorizado " ACREEDOR-MANDATO-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE SPACES TO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.
           GO TO GESTIONAR-MANDATOS.

       REVOCAR-MANDATO.
           MOVE SPACES TO ACREEDOR-MANDATO-WS.
           MOVE SPACES TO LINEA-COND-WS.
           DISPLAY PANTALLA-ACREEDOR-MANDATO.
           ACCEPT PANTALLA-ACREEDOR-MANDATO
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
                 CLOSE MOVFILE
                 GO TO DEVOLVER-ADEUDO-CLIENTE.
           CLOSE MOVFILE.
           IF NOT MOV-OP-ADEUDO OR MOV-SUBTIPO-OP NOT = "CA"
             GO TO DEVOLVER-ADEUDO-CLIENTE.
*> Un adeudo ya devuelto lleva la marca "R" en la sexta posicion del
*> destino (la misma marca que ANULARESPECTACULO pone, en la octava,
*> a las compras reembolsadas): sin esta comprobacion la misma
*> secuencia podria abonarse y viajar al acreedor tantas veces como
*> se tecleara
           IF MOV-CUENTA-DESTINO(6:1) = "R"
             GO TO GESTIONAR-MANDATOS.

           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Devolucion adeudo " ACREEDOR-MANDATO-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "AD" TO MOV-TIPO-OP.
           MOVE "DV" TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-ADEUDO-WS TO MOV-CANTIDAD.
           MOVE IMPORTE-ADEUDO-WS TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE 0 TO CAPITAL-PLAZO-WS.
           MOVE 0 TO MESES-PLAZO-WS.
           MOVE 0 TO TIPO-PLAZO-WS.
           MOVE "PLAZO" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         PEDIR-DATOS-PLAZO.
           DISPLAY PANTALLA-CONTRATAR-PLAZO.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Apertura plazo fijo " PLZ-NUMERO-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "PF" TO MOV-TIPO-OP.
           MOVE "AP" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - CAPITAL-PLAZO-WS.
           COMPUTE MOV-IMPORTE = 0 - CAPITAL-PLAZO-WS.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE "Plazo fijo" TO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.

           MOVE CUENTA-SELECCIONADA TO CUENTA-CTR-WS.
           MOVE PLZ-NUMERO-WS TO REFERENCIA-CTR-WS.
           MOVE CAPITAL-PLAZO-WS TO IMPORTE-CTR-ED-WS.
           MOVE TIPO-PLAZO-WS TO TIPO-CTR-ED-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Plazo fijo " PLZ-NUMERO-WS " con cargo a "
                  CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Capital " IMPORTE-CTR-ED-WS " EUR a "
                  MESES-PLAZO-WS " meses"
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE SPACES TO RESUMEN-CTR-WS(3).
           STRING "Tipo anual aplicable " TIPO-CTR-ED-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.

           MOVE "PLAZO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Plazo contratado " PLZ-NUMERO-WS " capital "
           IF FSU = "51"
             CLOSE USERFILE
             GO TO REGISTRO-EN-USO.
           COMPUTE SALDO-SELECCIONADO =
               SALDO-SELECCIONADO + ABONO-PLAZO-WS.
           MOVE SALDO-SELECCIONADO TO USER-SALDO(SELECCION-CUENTA).
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Cancelacion plazo fijo " NUM-PLAZO-CANCELAR-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "PF" TO MOV-TIPO-OP.
           MOVE "CA" TO MOV-SUBTIPO-OP.
           MOVE ABONO-PLAZO-WS TO MOV-CANTIDAD.
           MOVE ABONO-PLAZO-WS TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE SALDO-SELECCIONADO TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           PERFORM CALCULAR-FECHA-HORA-MOV.
           PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
           MOVE MOV-SEC-WS TO MOV-SEC.
           PERFORM ABRIR-MOVFILE-ESCRITURA.
           WRITE REG-MOVIMIENTOS
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.
           MOVE "Canc. plazo" TO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.

           MOVE "PLAZO-CANC" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Plazo cancelado " NUM-PLAZO-CANCELAR-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           GO TO MENU-OPCIONES.

*> Procedimiento amortizar-prestamo: el titular amortiza con el
*> saldo de la cuenta de la sesion una parte o todo el capital
*> pendiente de uno de sus prestamos. Con cuotas impagadas no se
*> admite (primero hay que ponerse al dia). La parcial rehace el
*> prestamo sobre el pendiente nuevo, reduciendo la cuota (mismos
*> meses) o el plazo (misma cuota), de modo que COBRARPRESTAMOS y
*> los demas procesos siguen calculando el pendiente como hasta
*> ahora; la total lo deja liquidado. El cuadro nuevo sale por la
*> impresora de recibos
       AMORTIZAR-PRESTAMO.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           IF ES-TARJETA-SECUNDARIA = "S"
             GO TO AMORTIZAR-TARJETA-SECUNDARIA.
           PERFORM OBTENER-FECHA.
           MOVE 0 TO NUM-PRE-AMORT-WS.
           MOVE 0 TO EUROS-AMORT-WS.
           MOVE 0 TO CENT-AMORT-WS.
           MOVE "N" TO TOTAL-AMORT-WS.
           MOVE "C" TO MODALIDAD-AMORT-WS.
           PERFORM LISTAR-PRESTAMOS-AMORT
               THRU FIN-LISTAR-PRESTAMOS-AMORT.
           MOVE SPACES TO MSJ-AMORT.
           IF NUM-LISTA-AMORT-WS = 0
             MOVE "No tiene prestamos vivos con esta tarjeta"
                 TO MSJ-AMORT.

         PEDIR-DATOS-AMORT.
           IF MODALIDAD-AMORT-WS = "T"
             MOVE "C" TO MODALIDAD-AMORT-WS.
           DISPLAY PANTALLA-AMORTIZAR-PRESTAMO.
           ACCEPT PANTALLA-AMORTIZAR-PRESTAMO
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF NUM-LISTA-AMORT-WS = 0
             GO TO MENU-OPCIONES.
           IF NUM-PRE-AMORT-WS = 0
             GO TO PEDIR-DATOS-AMORT.
           INSPECT TOTAL-AMORT-WS CONVERTING "sn" TO "SN".
           INSPECT MODALIDAD-AMORT-WS CONVERTING "cp" TO "CP".

           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
             CLOSE PRESTAMOSFILE
             GO TO MENU-OPCIONES.
           MOVE NUM-PRE-AMORT-WS TO PRE-NUMERO.
           READ PRESTAMOSFILE
               INVALID KEY
                 CLOSE PRESTAMOSFILE
                 MOVE "Ese prestamo no es de esta tarjeta" TO MSJ-AMORT
                 GO TO PEDIR-DATOS-AMORT.
           CLOSE PRESTAMOSFILE.
           IF PRE-TARJ NOT = NUM-TARJETA-OPERAR OR NOT PRE-ACTIVO
             MOVE "Ese prestamo no es de esta tarjeta" TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF PRE-IMPAGADO > 0
             MOVE "Tiene cuotas impagadas: regularicelas antes"
                 TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF PRE-MESES = 0 OR PRE-CUOTAS-PAGADAS NOT < PRE-MESES
             MOVE "El prestamo no tiene capital pendiente"
                 TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           COMPUTE MESES-RESTAN-AMORT-WS =
               PRE-MESES - PRE-CUOTAS-PAGADAS.
           COMPUTE PENDIENTE-AMORT-WS ROUNDED =
               PRE-CAPITAL * MESES-RESTAN-AMORT-WS / PRE-MESES.
           MOVE PRE-CUOTA TO CUOTA-ANTES-AMORT-WS.
           MOVE PRE-TIPO TO TIPO-AMORT-WS.
           MOVE PRE-ULT-CUOTA-AAAAMM TO ULT-CUOTA-AMORT-WS.

           IF TOTAL-AMORT-WS NOT = "S" AND TOTAL-AMORT-WS NOT = "N"
             MOVE "Amortizacion total: indique S o N" TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF TOTAL-AMORT-WS = "S"
             MOVE PENDIENTE-AMORT-WS TO IMPORTE-AMORT-WS
           ELSE
             COMPUTE IMPORTE-AMORT-WS =
                 EUROS-AMORT-WS + (CENT-AMORT-WS / 100).
           IF IMPORTE-AMORT-WS = 0
             MOVE "Indique el importe a amortizar" TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF IMPORTE-AMORT-WS > PENDIENTE-AMORT-WS
             MOVE "El importe supera el capital pendiente"
                 TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF IMPORTE-AMORT-WS = PENDIENTE-AMORT-WS
             MOVE "S" TO TOTAL-AMORT-WS.
           IF TOTAL-AMORT-WS = "N" AND MODALIDAD-AMORT-WS NOT = "C"
                 AND MODALIDAD-AMORT-WS NOT = "P"
             MOVE "Indique C (reducir cuota) o P (reducir plazo)"
                 TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.
           IF TOTAL-AMORT-WS = "S"
             MOVE "T" TO MODALIDAD-AMORT-WS.

*> La comision depende de las cuotas que quedan por pagar
           IF MESES-RESTAN-AMORT-WS > MESES-COMISION-AMORT
             MOVE PCT-COMISION-AMORT-LARGO TO PCT-COMISION-AMORT-WS
           ELSE
             MOVE PCT-COMISION-AMORT-CORTO TO PCT-COMISION-AMORT-WS.
           COMPUTE COMISION-AMORT-WS ROUNDED =
               IMPORTE-AMORT-WS * PCT-COMISION-AMORT-WS.
           COMPUTE CARGO-AMORT-WS =
               IMPORTE-AMORT-WS + COMISION-AMORT-WS.

*> Lo amortizado y la comision deben caber en el disponible
           PERFORM CALCULAR-RETENIDO-CUENTA
               THRU FIN-CALCULAR-RETENIDO-CUENTA.
           IF CARGO-AMORT-WS >
                 SALDO-SELECCIONADO - RETENIDO-CUENTA-WS
             MOVE "Saldo disponible insuficiente" TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.

           PERFORM CALCULAR-NUEVO-PRESTAMO
               THRU FIN-CALCULAR-NUEVO-PRESTAMO.
           MOVE SPACES TO MSJ-AMORT.
           MOVE "Esc - Cancelar" TO ESC-AMORT-WS.
           MOVE "Enter - Confirmar" TO PIE-AMORT-WS.
           DISPLAY PANTALLA-CONFIRMAR-AMORT.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO PEDIR-DATOS-AMORT.

*> Se vuelve a leer el prestamo para bloquearlo y comprobar que no
*> ha cambiado desde que se calculo
           OPEN I-O PRESTAMOSFILE.
           MOVE NUM-PRE-AMORT-WS TO PRE-NUMERO.
           READ PRESTAMOSFILE
               INVALID KEY
                 CLOSE PRESTAMOSFILE
                 GO TO MENU-OPCIONES.
           IF NOT PRE-ACTIVO OR PRE-IMPAGADO > 0 OR
                 PRE-MESES - PRE-CUOTAS-PAGADAS NOT =
                 MESES-RESTAN-AMORT-WS
             CLOSE PRESTAMOSFILE
             MOVE "El prestamo ha cambiado: repita la operacion"
                 TO MSJ-AMORT
             GO TO PEDIR-DATOS-AMORT.

           OPEN I-O USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           IF FSU = "51"
             CLOSE USERFILE
             CLOSE PRESTAMOSFILE
             GO TO REGISTRO-EN-USO.
           COMPUTE SALDO-SELECCIONADO =
               SALDO-SELECCIONADO - CARGO-AMORT-WS.
           MOVE SALDO-SELECCIONADO TO USER-SALDO(SELECCION-CUENTA).
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           IF TOTAL-AMORT-WS = "S"
             MOVE PRE-MESES TO PRE-CUOTAS-PAGADAS
             MOVE "L" TO PRE-ESTADO
           ELSE
             MOVE NUEVO-PENDIENTE-AMORT-WS TO PRE-CAPITAL
             MOVE NUEVOS-MESES-AMORT-WS TO PRE-MESES
             MOVE 0 TO PRE-CUOTAS-PAGADAS
             MOVE NUEVA-CUOTA-AMORT-WS TO PRE-CUOTA.
           REWRITE REG-PRESTAMO.
           CLOSE PRESTAMOSFILE.

           PERFORM GRABAR-AMORTIZACION.

*> Apunte del capital amortizado, con el saldo que quedo antes de
*> cargar la comision, y apunte aparte de la comision
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Amortizacion anticipada prestamo " NUM-PRE-AMORT-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "PR" TO MOV-TIPO-OP.
           MOVE "AA" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - IMPORTE-AMORT-WS.
           COMPUTE MOV-IMPORTE = 0 - IMPORTE-AMORT-WS.
           MOVE " " TO MOV-CUENTA-DESTINO.
           COMPUTE MOV-SALDO = SALDO-SELECCIONADO + COMISION-AMORT-WS.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           PERFORM CALCULAR-FECHA-HORA-MOV.
           PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
           MOVE MOV-SEC-WS TO MOV-SEC.
           PERFORM ABRIR-MOVFILE-ESCRITURA.
           WRITE REG-MOVIMIENTOS
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.
           MOVE "Amort. prestamo" TO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.
           IF COMISION-AMORT-WS > 0
             PERFORM GRABAR-MOV-COMISION-AMORT.

           PERFORM IMPRIMIR-CUADRO-AMORT THRU FIN-IMPRIMIR-CUADRO-AMORT.

           MOVE "AMORTIZACION" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           MOVE IMPORTE-AMORT-WS TO IMPORTE-ED-AMORT-WS.
           STRING "Prestamo " NUM-PRE-AMORT-WS " (" MODALIDAD-AMORT-WS
                  ") " IMPORTE-ED-AMORT-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

           MOVE SPACES TO ESC-AMORT-WS.
           MOVE "Enter - Aceptar" TO PIE-AMORT-WS.
         MUESTRA-RESULTADO-AMORT.
           DISPLAY PANTALLA-CONFIRMAR-AMORT.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MUESTRA-RESULTADO-AMORT.
           GO TO MENU-OPCIONES.

       AMORTIZAR-TARJETA-SECUNDARIA.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-AMORT-SECUNDARIA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO AMORTIZAR-TARJETA-SECUNDARIA.
           GO TO MENU-OPCIONES.

*> Procedimiento listar-prestamos-amort: los prestamos vivos de la
*> tarjeta de la sesion, con su capital pendiente, cuota, cuotas que
*> quedan y si tienen impagos. Caben cinco
       LISTAR-PRESTAMOS-AMORT.
           MOVE 0 TO NUM-LISTA-AMORT-WS.
           MOVE SPACES TO LINEA-LISTA-AMORT-WS(1).
           MOVE SPACES TO LINEA-LISTA-AMORT-WS(2).
           MOVE SPACES TO LINEA-LISTA-AMORT-WS(3).
           MOVE SPACES TO LINEA-LISTA-AMORT-WS(4).
           MOVE SPACES TO LINEA-LISTA-AMORT-WS(5).
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
             CLOSE PRESTAMOSFILE
             GO TO FIN-LISTAR-PRESTAMOS-AMORT.

         LEER-PRESTAMO-AMORT.
           READ PRESTAMOSFILE NEXT RECORD
               AT END GO TO CERRAR-LISTAR-PRESTAMOS-AMORT.
           IF NOT PRE-ACTIVO OR PRE-TARJ NOT = NUM-TARJETA-OPERAR
             GO TO LEER-PRESTAMO-AMORT.
           IF NUM-LISTA-AMORT-WS = 5
             GO TO CERRAR-LISTAR-PRESTAMOS-AMORT.
           ADD 1 TO NUM-LISTA-AMORT-WS.
           MOVE PRE-NUMERO TO NUMERO-LPRE-WS.
           MOVE PRE-CUENTA TO CUENTA-LPRE-WS.
           IF PRE-MESES > 0 AND PRE-CUOTAS-PAGADAS < PRE-MESES
             COMPUTE PENDIENTE-AMORT-WS ROUNDED =
                 PRE-CAPITAL * (PRE-MESES - PRE-CUOTAS-PAGADAS)
                 / PRE-MESES
             COMPUTE MESES-RESTAN-AMORT-WS =
                 PRE-MESES - PRE-CUOTAS-PAGADAS
           ELSE
             MOVE 0 TO PENDIENTE-AMORT-WS
             MOVE 0 TO MESES-RESTAN-AMORT-WS.
           MOVE PENDIENTE-AMORT-WS TO PENDIENTE-LPRE-WS.
           MOVE PRE-CUOTA TO CUOTA-LPRE-WS.
           MOVE MESES-RESTAN-AMORT-WS TO MESES-LPRE-WS.
           IF PRE-IMPAGADO > 0
             MOVE "SI" TO MORA-LPRE-WS
           ELSE
             MOVE "NO" TO MORA-LPRE-WS.
           MOVE LINEA-LPRE-WS TO LINEA-LISTA-AMORT-WS(NUM-LISTA-AMORT-WS).
           GO TO LEER-PRESTAMO-AMORT.

         CERRAR-LISTAR-PRESTAMOS-AMORT.
           CLOSE PRESTAMOSFILE.
       FIN-LISTAR-PRESTAMOS-AMORT.
           EXIT.

*> Procedimiento calcular-nuevo-prestamo: el prestamo que queda tras
*> la amortizacion parcial, con la misma formula de cuota que
*> MANTENEPRESTAMOS sobre el pendiente nuevo: reduciendo la cuota
*> se mantienen las cuotas que quedaban; reduciendo el plazo se
*> buscan las cuotas justas para no pasar de la cuota actual
       CALCULAR-NUEVO-PRESTAMO.
           IF TOTAL-AMORT-WS = "S"
             MOVE "Amortizacion total" TO TEXTO-MODALIDAD-AMORT-WS
             MOVE 0 TO NUEVO-PENDIENTE-AMORT-WS
             MOVE 0 TO NUEVA-CUOTA-AMORT-WS
             MOVE 0 TO NUEVOS-MESES-AMORT-WS
             GO TO FIN-CALCULAR-NUEVO-PRESTAMO.
           COMPUTE NUEVO-PENDIENTE-AMORT-WS =
               PENDIENTE-AMORT-WS - IMPORTE-AMORT-WS.
           IF MODALIDAD-AMORT-WS = "C"
             MOVE "Reduce la cuota" TO TEXTO-MODALIDAD-AMORT-WS
             MOVE MESES-RESTAN-AMORT-WS TO NUEVOS-MESES-AMORT-WS
           ELSE
             MOVE "Reduce el plazo" TO TEXTO-MODALIDAD-AMORT-WS
             PERFORM CALCULAR-MESES-REDUCIDOS.
           COMPUTE NUEVA-CUOTA-AMORT-WS ROUNDED =
               (NUEVO-PENDIENTE-AMORT-WS +
                NUEVO-PENDIENTE-AMORT-WS * TIPO-AMORT-WS
                * NUEVOS-MESES-AMORT-WS / 12)
               / NUEVOS-MESES-AMORT-WS.
       FIN-CALCULAR-NUEVO-PRESTAMO.
           EXIT.

*> Con la cuota actual, lo que amortiza cada mes es la cuota menos
*> el interes del pendiente nuevo; las cuotas se redondean hacia
*> arriba y nunca pasan de las que quedaban
       CALCULAR-MESES-REDUCIDOS.
           MOVE MESES-RESTAN-AMORT-WS TO MESES-CALC-AMORT-WS.
           COMPUTE AMORT-MENSUAL-WS = CUOTA-ANTES-AMORT-WS -
               (NUEVO-PENDIENTE-AMORT-WS * TIPO-AMORT-WS / 12).
           IF AMORT-MENSUAL-WS > 0
             COMPUTE MESES-CALC-AMORT-WS =
                 NUEVO-PENDIENTE-AMORT-WS / AMORT-MENSUAL-WS
             IF MESES-CALC-AMORT-WS * AMORT-MENSUAL-WS <
                   NUEVO-PENDIENTE-AMORT-WS
               ADD 1 TO MESES-CALC-AMORT-WS.
           IF MESES-CALC-AMORT-WS = 0
             MOVE 1 TO MESES-CALC-AMORT-WS.
           IF MESES-CALC-AMORT-WS > MESES-RESTAN-AMORT-WS
             MOVE MESES-RESTAN-AMORT-WS TO MESES-CALC-AMORT-WS.
           MOVE MESES-CALC-AMORT-WS TO NUEVOS-MESES-AMORT-WS.

       GRABAR-AMORTIZACION.
           OPEN EXTEND AMORTIZACIONESFILE.
           IF FSAMO = "35"
             CLOSE AMORTIZACIONESFILE
             OPEN OUTPUT AMORTIZACIONESFILE.
           MOVE NUM-PRE-AMORT-WS TO AMO-NUMERO.
           MOVE NUM-TARJETA-OPERAR TO AMO-TARJ.
           MOVE CUENTA-SELECCIONADA TO AMO-CUENTA.
           MOVE FECHA-NEGOCIO-WS TO AMO-FECHA-NEGOCIO.
           MOVE HORAF TO AMO-HORA.
           MOVE PENDIENTE-AMORT-WS TO AMO-PENDIENTE-ANTES.
           MOVE IMPORTE-AMORT-WS TO AMO-IMPORTE.
           MOVE COMISION-AMORT-WS TO AMO-COMISION.
           MOVE MODALIDAD-AMORT-WS TO AMO-MODALIDAD.
           MOVE CUOTA-ANTES-AMORT-WS TO AMO-CUOTA-ANTES.
           MOVE MESES-RESTAN-AMORT-WS TO AMO-MESES-ANTES.
           MOVE NUEVA-CUOTA-AMORT-WS TO AMO-CUOTA-NUEVA.
           MOVE NUEVOS-MESES-AMORT-WS TO AMO-MESES-NUEVOS.
           WRITE REG-AMORTIZACION.
           CLOSE AMORTIZACIONESFILE.

       GRABAR-MOV-COMISION-AMORT.
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Comision amortizacion prestamo " NUM-PRE-AMORT-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "CO" TO MOV-TIPO-OP.
           MOVE "AA" TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - COMISION-AMORT-WS.
           COMPUTE MOV-IMPORTE = 0 - COMISION-AMORT-WS.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE SALDO-SELECCIONADO TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.
           MOVE HORAF TO MOV-HORA.
           PERFORM CALCULAR-FECHA-HORA-MOV.
           PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
           MOVE MOV-SEC-WS TO MOV-SEC.
           PERFORM ABRIR-MOVFILE-ESCRITURA.
           WRITE REG-MOVIMIENTOS
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.

*> Procedimiento imprimir-cuadro-amort: el cuadro de amortizacion
*> del prestamo rehecho sale con el recibo, cuota a cuota desde el
*> primer mes aun no cobrado, con la parte de interes, la de
*> capital y el pendiente tras cada cuota; en la total solo se
*> imprime la cancelacion. Impresora averiada y recibos a fichero
*> como en IMPRIMIR-POSICION-GLOBAL
       IMPRIMIR-CUADRO-AMORT.
           MOVE "IMPRESORA" TO DISPOSITIVO-WS.
           PERFORM LEER-ESTADO-DISPOSITIVO
               THRU FIN-LEER-ESTADO-DISPOSITIVO.
           IF ESTADO-DISPOSITIVO-WS = "A"
             MOVE "Impresora averiada: cuadro no impreso"
                 TO MSJ-AMORT
             GO TO FIN-IMPRIMIR-CUADRO-AMORT.
           PERFORM LEER-PREFERENCIAS
               THRU FIN-LEER-PREFERENCIAS.
           PERFORM OBTENER-FECHA.
           OPEN EXTEND CUADROSFILE.
           IF FSCDA = "35"
             CLOSE CUADROSFILE
             OPEN OUTPUT CUADROSFILE.

           MOVE SPACES TO LINEA-IMPR-AMORT-WS.
           STRING "CUADRO DE AMORTIZACION - PRESTAMO " NUM-PRE-AMORT-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-AMORT-WS.
           PERFORM GRABAR-LINEA-CUADRO.
           MOVE SPACES TO LINEA-IMPR-AMORT-WS.
           MOVE IMPORTE-AMORT-WS TO IMPORTE-ED-AMORT-WS.
           MOVE COMISION-AMORT-WS TO COMISION-ED-AMORT-WS.
           STRING "Amortizado " IMPORTE-ED-AMORT-WS " comision "
                  COMISION-ED-AMORT-WS " - importes en EUR"
               DELIMITED BY SIZE INTO LINEA-IMPR-AMORT-WS.
           PERFORM GRABAR-LINEA-CUADRO.
           IF TOTAL-AMORT-WS = "S"
             MOVE "Prestamo cancelado: no quedan cuotas"
                 TO LINEA-IMPR-AMORT-WS
             PERFORM GRABAR-LINEA-CUADRO
             GO TO CERRAR-CUADRO-AMORT.
           MOVE SPACES TO LINEA-IMPR-AMORT-WS.
           MOVE NUEVO-PENDIENTE-AMORT-WS TO IMPORTE-ED-AMORT-WS.
           MOVE NUEVA-CUOTA-AMORT-WS TO CUOTA-ED-AMORT-WS.
           STRING TEXTO-MODALIDAD-AMORT-WS " - pendiente "
                  IMPORTE-ED-AMORT-WS " cuota " CUOTA-ED-AMORT-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-AMORT-WS.
           PERFORM GRABAR-LINEA-CUADRO.
           MOVE CABECERA-TABLA-AMORT-WS TO LINEA-IMPR-AMORT-WS.
           PERFORM GRABAR-LINEA-CUADRO.

*> La primera cuota es la del mes de negocio, salvo que
*> COBRARPRESTAMOS ya la haya cobrado
           COMPUTE ANO-TABLA-AMORT-WS = FECHA-NEGOCIO-WS / 10000.
           COMPUTE MES-TABLA-AMORT-WS =
               (FECHA-NEGOCIO-WS / 100) - (ANO-TABLA-AMORT-WS * 100).
           IF ULT-CUOTA-AMORT-WS >= FECHA-NEGOCIO-WS / 100
             PERFORM AVANZAR-MES-CUADRO.
           MOVE NUEVO-PENDIENTE-AMORT-WS TO PENDIENTE-TABLA-AMORT-WS.
           COMPUTE INTERES-TABLA-AMORT-WS ROUNDED =
               NUEVO-PENDIENTE-AMORT-WS * TIPO-AMORT-WS / 12.
           MOVE 1 TO F-AMO.
           PERFORM GRABAR-CUOTA-CUADRO
               UNTIL F-AMO > NUEVOS-MESES-AMORT-WS.

         CERRAR-CUADRO-AMORT.
           CLOSE CUADROSFILE.
           IF PREF-RECIBO-WS = "F"
             MOVE "Hecho. Cuadro archivado (recibos a fichero)"
                 TO MSJ-AMORT
             MOVE "RECIBO-FICH" TO JRN-EVENTO-WS
             MOVE "Cuadro de amortizacion a fichero (preferencia)"
                 TO JRN-DETALLE-WS
           ELSE
             MOVE "Hecho. Recoja su recibo con el cuadro nuevo"
                 TO MSJ-AMORT
             MOVE "CUADRO-IMP" TO JRN-EVENTO-WS
             MOVE "Cuadro de amortizacion impreso" TO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-IMPRIMIR-CUADRO-AMORT.
           EXIT.

*> Procedimiento auxiliar que imprime una cuota del cuadro; la
*> ultima se lleva el capital que quede por el redondeo
       GRABAR-CUOTA-CUADRO.
           COMPUTE CAPITAL-TABLA-AMORT-WS =
               NUEVA-CUOTA-AMORT-WS - INTERES-TABLA-AMORT-WS.
           IF F-AMO = NUEVOS-MESES-AMORT-WS OR
                 CAPITAL-TABLA-AMORT-WS > PENDIENTE-TABLA-AMORT-WS
             MOVE PENDIENTE-TABLA-AMORT-WS TO CAPITAL-TABLA-AMORT-WS.
           SUBTRACT CAPITAL-TABLA-AMORT-WS FROM PENDIENTE-TABLA-AMORT-WS.
           MOVE F-AMO TO CUOTA-NUM-TAMO-WS.
           MOVE MES-TABLA-AMORT-WS TO MES-TAMO-WS.
           MOVE ANO-TABLA-AMORT-WS TO ANO-TAMO-WS.
           COMPUTE CUOTA-TAMO-WS =
               CAPITAL-TABLA-AMORT-WS + INTERES-TABLA-AMORT-WS.
           MOVE INTERES-TABLA-AMORT-WS TO INTERES-TAMO-WS.
           MOVE CAPITAL-TABLA-AMORT-WS TO CAPITAL-TAMO-WS.
           MOVE PENDIENTE-TABLA-AMORT-WS TO PENDIENTE-TAMO-WS.
           MOVE LINEA-TABLA-AMORT-WS TO LINEA-IMPR-AMORT-WS.
           PERFORM GRABAR-LINEA-CUADRO.
           PERFORM AVANZAR-MES-CUADRO.
           ADD 1 TO F-AMO.

       AVANZAR-MES-CUADRO.
           ADD 1 TO MES-TABLA-AMORT-WS.
           IF MES-TABLA-AMORT-WS > 12
             MOVE 1 TO MES-TABLA-AMORT-WS
             ADD 1 TO ANO-TABLA-AMORT-WS.

       GRABAR-LINEA-CUADRO.
           MOVE NUM-TARJETA-OPERAR TO CDA-TARJ.
           MOVE FECHAF TO CDA-FECHA.
           MOVE HORAF TO CDA-HORA.
           MOVE LINEA-IMPR-AMORT-WS TO CDA-LINEA.
           WRITE REG-CUADRO.

*> Procedimiento gestionar-talonarios: submenu de los talonarios de
*> cheques de la cuenta seleccionada, al estilo de GESTIONAR-PLAZOS.
*> El pedido deja el rango de numeros en TALONARIOS.DAT y la orden
*> de no pago queda en CHEQUES-CLIENTE.DAT; los cheques presentados
*> al cobro los paga o devuelve el batch PAGARCHEQUESCLIENTES
       GESTIONAR-TALONARIOS.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           IF ES-TARJETA-SECUNDARIA = "S"
             GO TO TALONARIO-TARJETA-SECUNDARIA.
           MOVE SPACES TO MSJ-TALONARIO.

         MENU-TALONARIOS.
           PERFORM OBTENER-FECHA.
           PERFORM LISTAR-TALONARIOS THRU FIN-LISTAR-TALONARIOS.
           DISPLAY PANTALLA-MENU-TALONARIOS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MENU-TALONARIOS.
           MOVE SPACES TO MSJ-TALONARIO.
           IF TECLA = "1"
             GO TO PEDIR-TALONARIO.
           IF TECLA = "2"
             GO TO ORDEN-NO-PAGO-CHEQUE.
           GO TO MENU-TALONARIOS.

*> Solo la cuenta corriente y la de empresa admiten talonario, y
*> como mucho uno al dia por cuenta; el rango nuevo sigue al ultimo
*> entregado a la cuenta
       PEDIR-TALONARIO.
           MOVE SPACES TO PRODUCTO-TAL-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               NOT INVALID KEY
                 MOVE USER-PRODUCTO(SELECCION-CUENTA)
                     TO PRODUCTO-TAL-WS.
           CLOSE USERFILE.
           IF PRODUCTO-TAL-WS NOT = "CTE" AND
                 PRODUCTO-TAL-WS NOT = "EMP"
             MOVE "Esta cuenta no admite talonario de cheques"
                 TO MSJ-TALONARIO
             GO TO MENU-TALONARIOS.
           PERFORM BUSCAR-ULTIMO-TALONARIO
               THRU FIN-BUSCAR-ULTIMO-TALONARIO.
           IF FECHA-ULT-TAL-WS = FECHA-NEGOCIO-WS
             MOVE "Ya ha pedido hoy un talonario para esta cuenta"
                 TO MSJ-TALONARIO
             GO TO MENU-TALONARIOS.
           IF ULTIMO-NUM-TAL-WS > 9999999 - CHEQUES-POR-TALONARIO
             MOVE "No quedan numeros de cheque: acuda a su oficina"
                 TO MSJ-TALONARIO
             GO TO MENU-TALONARIOS.
           COMPUTE PRIMERO-NUEVO-TAL-WS = ULTIMO-NUM-TAL-WS + 1.
           COMPUTE ULTIMO-NUEVO-TAL-WS =
               ULTIMO-NUM-TAL-WS + CHEQUES-POR-TALONARIO.
           MOVE "Esc - Cancelar" TO ESC-TALONARIO-WS.
           MOVE "Enter - Confirmar" TO PIE-TALONARIO-WS.
           DISPLAY PANTALLA-PEDIR-TALONARIO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO MENU-TALONARIOS.

           OPEN I-O TALONARIOSFILE.
           IF FSTAL = "35"
             CLOSE TALONARIOSFILE
             OPEN OUTPUT TALONARIOSFILE
             CLOSE TALONARIOSFILE
             OPEN I-O TALONARIOSFILE.
           MOVE CUENTA-SELECCIONADA TO TAL-CUENTA.
           MOVE PRIMERO-NUEVO-TAL-WS TO TAL-PRIMERO.
           MOVE ULTIMO-NUEVO-TAL-WS TO TAL-ULTIMO.
           MOVE NUM-TARJETA-OPERAR TO TAL-TARJ.
           MOVE FECHA-NEGOCIO-WS TO TAL-FECHA-PEDIDO.
           MOVE "A" TO TAL-ESTADO.
           WRITE REG-TALONARIO
               INVALID KEY
                 CLOSE TALONARIOSFILE
                 MOVE "El talonario no se pudo registrar: repita"
                     TO MSJ-TALONARIO
                 GO TO MENU-TALONARIOS.
           CLOSE TALONARIOSFILE.

           MOVE "TALONARIO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Talonario " PRIMERO-NUEVO-TAL-WS "-"
                  ULTIMO-NUEVO-TAL-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

           MOVE "Talonario pedido: recojalo en su oficina"
               TO MSJ-TALONARIO.
           MOVE SPACES TO ESC-TALONARIO-WS.
           MOVE "Enter - Aceptar" TO PIE-TALONARIO-WS.
         MUESTRA-TALONARIO-PEDIDO.
           DISPLAY PANTALLA-PEDIR-TALONARIO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MUESTRA-TALONARIO-PEDIDO.
           MOVE SPACES TO MSJ-TALONARIO.
           GO TO MENU-TALONARIOS.

*> La orden de no pago vale para un cheque de los talonarios de la
*> cuenta que no este ya pagado; un cheque devuelto antes puede
*> pararse igualmente por si se vuelve a presentar
       ORDEN-NO-PAGO-CHEQUE.
           MOVE 0 TO NUM-CHEQUE-NO-PAGO-WS.

         PEDIR-CHEQUE-NO-PAGO.
           DISPLAY PANTALLA-NO-PAGO-CHEQUE.
           ACCEPT PANTALLA-NO-PAGO-CHEQUE
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             MOVE SPACES TO MSJ-TALONARIO
             GO TO MENU-TALONARIOS.
           IF NUM-CHEQUE-NO-PAGO-WS = 0
             GO TO PEDIR-CHEQUE-NO-PAGO.
           PERFORM COMPROBAR-CHEQUE-TALONARIO
               THRU FIN-COMPROBAR-CHEQUE-TALONARIO.
           IF CHEQUE-EN-TALONARIO NOT = "SI"
             MOVE "Ese cheque no es de los talonarios de la cuenta"
                 TO MSJ-TALONARIO
             GO TO PEDIR-CHEQUE-NO-PAGO.
           PERFORM LEER-ESTADO-CHEQUE THRU FIN-LEER-ESTADO-CHEQUE.
           IF ESTADO-CHEQUE-WS = "P"
             MOVE "Ese cheque ya esta pagado" TO MSJ-TALONARIO
             GO TO PEDIR-CHEQUE-NO-PAGO.
           IF ESTADO-CHEQUE-WS = "S"
             MOVE "Ese cheque ya tiene orden de no pago"
                 TO MSJ-TALONARIO
             GO TO PEDIR-CHEQUE-NO-PAGO.

           MOVE SPACES TO MSJ-TALONARIO.
           MOVE "Esc - Cancelar" TO ESC-TALONARIO-WS.
           MOVE "Enter - Confirmar" TO PIE-TALONARIO-WS.
           DISPLAY PANTALLA-CONFIRMAR-NO-PAGO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO PEDIR-CHEQUE-NO-PAGO.

*> Se vuelve a leer el cheque ya en I-O por si el batch lo ha pagado
*> entretanto
           OPEN I-O CHEQUESCLIFILE.
           IF FSCCL = "35"
             CLOSE CHEQUESCLIFILE
             OPEN OUTPUT CHEQUESCLIFILE
             CLOSE CHEQUESCLIFILE
             OPEN I-O CHEQUESCLIFILE.
           MOVE CUENTA-SELECCIONADA TO CCL-CUENTA.
           MOVE NUM-CHEQUE-NO-PAGO-WS TO CCL-NUMERO.
           READ CHEQUESCLIFILE
               INVALID KEY
                 MOVE SPACE TO ESTADO-CHEQUE-WS
                 MOVE 0 TO CCL-IMPORTE
                 MOVE SPACES TO CCL-BANCO-COD
                 MOVE SPACES TO CCL-REFERENCIA
               NOT INVALID KEY
                 MOVE CCL-ESTADO TO ESTADO-CHEQUE-WS.
           IF FSCCL = "51"
             CLOSE CHEQUESCLIFILE
             GO TO REGISTRO-EN-USO.
           IF ESTADO-CHEQUE-WS = "P" OR ESTADO-CHEQUE-WS = "S"
             CLOSE CHEQUESCLIFILE
             MOVE "El cheque ha cambiado: repita la operacion"
                 TO MSJ-TALONARIO
             GO TO PEDIR-CHEQUE-NO-PAGO.
           MOVE CUENTA-SELECCIONADA TO CCL-CUENTA.
           MOVE NUM-CHEQUE-NO-PAGO-WS TO CCL-NUMERO.
           MOVE "S" TO CCL-ESTADO.
           MOVE FECHA-NEGOCIO-WS TO CCL-FECHA.
           MOVE "Orden del titular en cajero" TO CCL-MOTIVO.
           MOVE NUM-TARJETA-OPERAR TO CCL-TARJ.
           IF ESTADO-CHEQUE-WS = SPACE
             WRITE REG-CHEQUE-CLIENTE
           ELSE
             REWRITE REG-CHEQUE-CLIENTE.
           CLOSE CHEQUESCLIFILE.

           MOVE "NO-PAGO-CHQ" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Cheque " NUM-CHEQUE-NO-PAGO-WS " "
                  CUENTA-SELECCIONADA
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

           MOVE "Orden de no pago registrada" TO MSJ-TALONARIO.
           MOVE SPACES TO ESC-TALONARIO-WS.
           MOVE "Enter - Aceptar" TO PIE-TALONARIO-WS.
         MUESTRA-ORDEN-NO-PAGO.
           DISPLAY PANTALLA-CONFIRMAR-NO-PAGO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MUESTRA-ORDEN-NO-PAGO.
           MOVE SPACES TO MSJ-TALONARIO.
           GO TO MENU-TALONARIOS.

       TALONARIO-TARJETA-SECUNDARIA.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-TALONARIO-SECUNDARIA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO TALONARIO-TARJETA-SECUNDARIA.
           GO TO MENU-OPCIONES.

*> Procedimiento listar-talonarios: los talonarios de la cuenta de
*> la sesion por orden de numeros; si hay mas de cinco se quedan
*> los cinco ultimos
       LISTAR-TALONARIOS.
           MOVE 0 TO NUM-LISTA-TAL-WS.
           MOVE SPACES TO LINEA-LISTA-TAL-WS(1).
           MOVE SPACES TO LINEA-LISTA-TAL-WS(2).
           MOVE SPACES TO LINEA-LISTA-TAL-WS(3).
           MOVE SPACES TO LINEA-LISTA-TAL-WS(4).
           MOVE SPACES TO LINEA-LISTA-TAL-WS(5).
           OPEN INPUT TALONARIOSFILE.
           IF FSTAL = "35"
             CLOSE TALONARIOSFILE
             GO TO FIN-LISTAR-TALONARIOS.
           MOVE CUENTA-SELECCIONADA TO TAL-CUENTA.
           MOVE 0 TO TAL-PRIMERO.
           START TALONARIOSFILE KEY IS NOT LESS THAN TAL-CLAVE
               INVALID KEY GO TO CERRAR-LISTAR-TALONARIOS.

         LEER-UN-TALONARIO-LISTA.
           READ TALONARIOSFILE NEXT RECORD
               AT END GO TO CERRAR-LISTAR-TALONARIOS.
           IF TAL-CUENTA NOT = CUENTA-SELECCIONADA
             GO TO CERRAR-LISTAR-TALONARIOS.
           IF NUM-LISTA-TAL-WS = 5
             MOVE LINEA-LISTA-TAL-WS(2) TO LINEA-LISTA-TAL-WS(1)
             MOVE LINEA-LISTA-TAL-WS(3) TO LINEA-LISTA-TAL-WS(2)
             MOVE LINEA-LISTA-TAL-WS(4) TO LINEA-LISTA-TAL-WS(3)
             MOVE LINEA-LISTA-TAL-WS(5) TO LINEA-LISTA-TAL-WS(4)
           ELSE
             ADD 1 TO NUM-LISTA-TAL-WS.
           MOVE TAL-PRIMERO TO PRIMERO-LTAL-WS.
           MOVE TAL-ULTIMO TO ULTIMO-LTAL-WS.
           MOVE TAL-FECHA-PEDIDO TO FECHA-AMD-TAL-WS.
           COMPUTE FECHA-DMA-TAL-WS = (DD-TAL-WS * 1000000)
               + (MM-TAL-WS * 10000) + AA-TAL-WS.
           MOVE FECHA-DMA-TAL-WS TO FECHA-LTAL-WS.
           IF TAL-ACTIVO
             MOVE "Activo" TO ESTADO-LTAL-WS
           ELSE
             MOVE "Anulado" TO ESTADO-LTAL-WS.
           MOVE LINEA-LTAL-WS TO LINEA-LISTA-TAL-WS(NUM-LISTA-TAL-WS).
           GO TO LEER-UN-TALONARIO-LISTA.

         CERRAR-LISTAR-TALONARIOS.
           CLOSE TALONARIOSFILE.
       FIN-LISTAR-TALONARIOS.
           EXIT.

*> El ultimo talonario de la cuenta: su ultimo numero y la fecha en
*> que se pidio (ceros si la cuenta no tiene ninguno)
       BUSCAR-ULTIMO-TALONARIO.
           MOVE 0 TO ULTIMO-NUM-TAL-WS.
           MOVE 0 TO FECHA-ULT-TAL-WS.
           OPEN INPUT TALONARIOSFILE.
           IF FSTAL = "35"
             CLOSE TALONARIOSFILE
             GO TO FIN-BUSCAR-ULTIMO-TALONARIO.
           MOVE CUENTA-SELECCIONADA TO TAL-CUENTA.
           MOVE 9999999 TO TAL-PRIMERO.
           START TALONARIOSFILE KEY IS NOT GREATER THAN TAL-CLAVE
               INVALID KEY GO TO CERRAR-BUSCAR-ULTIMO-TALONARIO.
           READ TALONARIOSFILE PREVIOUS RECORD
               AT END GO TO CERRAR-BUSCAR-ULTIMO-TALONARIO.
           IF TAL-CUENTA = CUENTA-SELECCIONADA
             MOVE TAL-ULTIMO TO ULTIMO-NUM-TAL-WS
             MOVE TAL-FECHA-PEDIDO TO FECHA-ULT-TAL-WS.

         CERRAR-BUSCAR-ULTIMO-TALONARIO.
           CLOSE TALONARIOSFILE.
       FIN-BUSCAR-ULTIMO-TALONARIO.
           EXIT.

*> El cheque es de la cuenta si cae en el rango de uno de sus
*> talonarios activos: el de primer numero mas alto que no lo pase
       COMPROBAR-CHEQUE-TALONARIO.
           MOVE "NO" TO CHEQUE-EN-TALONARIO.
           OPEN INPUT TALONARIOSFILE.
           IF FSTAL = "35"
             CLOSE TALONARIOSFILE
             GO TO FIN-COMPROBAR-CHEQUE-TALONARIO.
           MOVE CUENTA-SELECCIONADA TO TAL-CUENTA.
           MOVE NUM-CHEQUE-NO-PAGO-WS TO TAL-PRIMERO.
           START TALONARIOSFILE KEY IS NOT GREATER THAN TAL-CLAVE
               INVALID KEY GO TO CERRAR-COMPROBAR-CHEQUE-TAL.
           READ TALONARIOSFILE PREVIOUS RECORD
               AT END GO TO CERRAR-COMPROBAR-CHEQUE-TAL.
           IF TAL-CUENTA = CUENTA-SELECCIONADA AND TAL-ACTIVO AND
                 NUM-CHEQUE-NO-PAGO-WS NOT > TAL-ULTIMO
             MOVE "SI" TO CHEQUE-EN-TALONARIO.

         CERRAR-COMPROBAR-CHEQUE-TAL.
           CLOSE TALONARIOSFILE.
       FIN-COMPROBAR-CHEQUE-TALONARIO.
           EXIT.

*> Deja en ESTADO-CHEQUE-WS la incidencia que ya tenga el cheque
*> (S, P o D) o espacio si no tiene ninguna
       LEER-ESTADO-CHEQUE.
           MOVE SPACE TO ESTADO-CHEQUE-WS.
           OPEN INPUT CHEQUESCLIFILE.
           IF FSCCL = "35"
             CLOSE CHEQUESCLIFILE
             GO TO FIN-LEER-ESTADO-CHEQUE.
           MOVE CUENTA-SELECCIONADA TO CCL-CUENTA.
           MOVE NUM-CHEQUE-NO-PAGO-WS TO CCL-NUMERO.
           READ CHEQUESCLIFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CCL-ESTADO TO ESTADO-CHEQUE-WS.
           CLOSE CHEQUESCLIFILE.
       FIN-LEER-ESTADO-CHEQUE.
           EXIT.

*> Procedimiento gestionar-donativos: submenu de los donativos a
*> ONG, al estilo de GESTIONAR-TALONARIOS. El donativo sigue el
*> patron de RECARGAR-MOVIL (elegir del maestro, comprobar saldo y
*> confirmar) con su recibo; queda en DONACIONES.DAT a nombre del
*> DNI del titular, de donde salen la remesa diaria a cada ONG
*> (REMESARONGS), el Modelo 182 (GENERARMODELO182) y el certificado
*> para la deduccion en el IRPF que se imprime desde aqui
       GESTIONAR-DONATIVOS.
*> En modo de formacion esta operacion escribiria en ficheros
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
           IF ES-TARJETA-SECUNDARIA = "S"
             GO TO DONATIVO-TARJETA-SECUNDARIA.
           MOVE SPACES TO MSJ-DONACION.

         MENU-DONATIVOS.
           PERFORM OBTENER-FECHA.
           PERFORM SUMAR-DONATIVOS-DNI THRU FIN-SUMAR-DONATIVOS-DNI.
           DISPLAY PANTALLA-MENU-DONATIVOS.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             GO TO MENU-OPCIONES.
           IF COB-CRT-STATUS NOT = 0
             GO TO MENU-DONATIVOS.
           MOVE SPACES TO MSJ-DONACION.
           IF TECLA = "1"
             GO TO HACER-DONATIVO.
           IF TECLA = "2"
             GO TO CERTIFICADO-DONATIVOS.
           GO TO MENU-DONATIVOS.

*> El donativo se carga contra el disponible de la cuenta (saldo
*> menos retenciones y huchas), sin entrar en descubierto
       HACER-DONATIVO.
           PERFORM CARGAR-ONGS-DONATIVO THRU FIN-CARGAR-ONGS-DONATIVO.
           IF NUM-ONGS-WS = 0
             MOVE "No hay ninguna ONG a la que donar" TO MSJ-DONACION
             GO TO MENU-DONATIVOS.
*> El donativo desde la cuenta de un menor de edad lo autoriza su
*> tutor legal, como las transferencias
           IF MENOR-SESION-WS = "S"
             PERFORM AUTORIZAR-TUTOR THRU FIN-AUTORIZAR-TUTOR
             IF TUTOR-AUTORIZA-WS NOT = "S"
               GO TO MENU-DONATIVOS.
           MOVE 0 TO SELECCION-ONG-WS.
           MOVE 0 TO EUROS-DONACION-WS.
           MOVE 0 TO CENT-DONACION-WS.

         PEDIR-DATOS-DONATIVO.
           DISPLAY PANTALLA-DONAR.
           ACCEPT PANTALLA-DONAR
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             MOVE SPACES TO MSJ-DONACION
             GO TO MENU-DONATIVOS.
           IF SELECCION-ONG-WS = 0 OR SELECCION-ONG-WS > NUM-ONGS-WS
             MOVE "Indique una ONG de la lista" TO MSJ-DONACION
             MOVE 0 TO SELECCION-ONG-WS
             GO TO PEDIR-DATOS-DONATIVO.
           COMPUTE IMPORTE-DONACION-WS =
               EUROS-DONACION-WS + (CENT-DONACION-WS / 100).
           IF IMPORTE-DONACION-WS = 0
             MOVE "Indique el importe del donativo" TO MSJ-DONACION
             GO TO PEDIR-DATOS-DONATIVO.
           MOVE LISTA-ONG-COD(SELECCION-ONG-WS) TO COD-ONG-DON-WS.
           MOVE LISTA-ONG-NOMBRE(SELECCION-ONG-WS) TO NOMBRE-ONG-DON-WS.
           MOVE LISTA-ONG-NIF(SELECCION-ONG-WS) TO NIF-ONG-DON-WS.
           PERFORM CALCULAR-RETENIDO-CUENTA
               THRU FIN-CALCULAR-RETENIDO-CUENTA.
           IF IMPORTE-DONACION-WS >
                 SALDO-SELECCIONADO - RETENIDO-CUENTA-WS
             MOVE "Saldo disponible insuficiente" TO MSJ-DONACION
             GO TO PEDIR-DATOS-DONATIVO.

           MOVE SPACES TO MSJ-DONACION.
           MOVE "Esc - Cancelar" TO ESC-DONACION-WS.
           MOVE "Enter - Confirmar" TO PIE-DONACION-WS.
           DISPLAY PANTALLA-CONFIRMAR-DONACION.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0
             GO TO PEDIR-DATOS-DONATIVO.

           OPEN I-O USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           IF FSU = "51"
             CLOSE USERFILE
             GO TO REGISTRO-EN-USO.
           SUBTRACT IMPORTE-DONACION-WS FROM SALDO-SELECCIONADO.
           MOVE SALDO-SELECCIONADO TO USER-SALDO(SELECCION-CUENTA).
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Donativo " NOMBRE-ONG-DON-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "DO" TO MOV-TIPO-OP.
           MOVE SPACES TO MOV-SUBTIPO-OP.
           COMPUTE MOV-CANTIDAD = 0 - IMPORTE-DONACION-WS.
           COMPUTE MOV-IMPORTE = 0 - IMPORTE-DONACION-WS.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE SALDO-SELECCIONADO TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           WRITE REG-MOVIMIENTOS
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.

           PERFORM GRABAR-DONACION THRU FIN-GRABAR-DONACION.

           MOVE "Donativo ONG" TO RECIBO-TIPO-OP-WS.
           PERFORM EMITIR-RECIBO.

           MOVE "DONATIVO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           MOVE IMPORTE-DONACION-WS TO IMPORTE-ED-DON-WS.
           STRING "Donativo ONG " COD-ONG-DON-WS " de "
                  IMPORTE-ED-DON-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

           MOVE "Donativo realizado. Recoja su recibo"
               TO MSJ-DONACION.
           MOVE SPACES TO ESC-DONACION-WS.
           MOVE "Enter - Aceptar" TO PIE-DONACION-WS.
         MUESTRA-DONATIVO-HECHO.
           DISPLAY PANTALLA-CONFIRMAR-DONACION.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MUESTRA-DONATIVO-HECHO.
           MOVE SPACES TO MSJ-DONACION.
           GO TO MENU-DONATIVOS.

*> El certificado es el del ejercicio anterior al de la fecha de
*> negocio, el mismo que va en el Modelo 182
       CERTIFICADO-DONATIVOS.
           IF NUM-CERT-DON-WS = 0
             MOVE SPACES TO MSJ-DONACION
             STRING "No consta ningun donativo en el ejercicio "
                    EJERCICIO-ANT-DON-WS
                 DELIMITED BY SIZE INTO MSJ-DONACION
             GO TO MENU-DONATIVOS.
           PERFORM IMPRIMIR-CERT-DONATIVOS
               THRU FIN-IMPRIMIR-CERT-DONATIVOS.
           GO TO MENU-DONATIVOS.

       DONATIVO-TARJETA-SECUNDARIA.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-DONATIVO-SECUNDARIA.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO DONATIVO-TARJETA-SECUNDARIA.
           GO TO MENU-OPCIONES.

*> Procedimiento auxiliar que carga en memoria las ONG de ONGS.DAT
*> (como CARGAR-OPERADORAS, caben siete en pantalla)
       CARGAR-ONGS-DONATIVO.
           MOVE 0 TO NUM-ONGS-WS.
           MOVE 1 TO K-DON.
           PERFORM LIMPIAR-LINEA-ONG UNTIL K-DON > 7.
           OPEN INPUT ONGSFILE.
           IF FSONG = "35"
             CLOSE ONGSFILE
             GO TO FIN-CARGAR-ONGS-DONATIVO.

         LEER-UNA-ONG-DONATIVO.
           IF NUM-ONGS-WS = 7
             GO TO CERRAR-CARGAR-ONGS-DONATIVO.
           READ ONGSFILE NEXT RECORD
               AT END GO TO CERRAR-CARGAR-ONGS-DONATIVO.
           ADD 1 TO NUM-ONGS-WS.
           MOVE ONG-COD TO LISTA-ONG-COD(NUM-ONGS-WS).
           MOVE ONG-NOMBRE TO LISTA-ONG-NOMBRE(NUM-ONGS-WS).
           MOVE ONG-NIF TO LISTA-ONG-NIF(NUM-ONGS-WS).
           MOVE NUM-ONGS-WS TO NUM-LONG-WS.
           MOVE ONG-NOMBRE TO NOMBRE-LONG-WS.
           MOVE LINEA-LONG-WS TO LINEA-LISTA-ONG-WS(NUM-ONGS-WS).
           GO TO LEER-UNA-ONG-DONATIVO.

         CERRAR-CARGAR-ONGS-DONATIVO.
           CLOSE ONGSFILE.
       FIN-CARGAR-ONGS-DONATIVO.
           EXIT.

       LIMPIAR-LINEA-ONG.
           MOVE SPACES TO LINEA-LISTA-ONG-WS(K-DON).
           ADD 1 TO K-DON.

*> Procedimiento grabar-donacion: deja el donativo en DONACIONES.DAT
*> con la primera secuencia libre del DNI en el dia de negocio,
*> pendiente de remesar
       GRABAR-DONACION.
           OPEN I-O DONACIONESFILE.
           IF FSDON = "35"
             CLOSE DONACIONESFILE
             OPEN OUTPUT DONACIONESFILE
             CLOSE DONACIONESFILE
             OPEN I-O DONACIONESFILE.
           MOVE 1 TO SEC-DON-WS.

         BUSCAR-SEC-DONACION.
           MOVE DNI-DONANTE-WS TO DON-DNI.
           MOVE FECHA-NEGOCIO-WS TO DON-FECHA.
           MOVE SEC-DON-WS TO DON-SEC.
           READ DONACIONESFILE
               INVALID KEY GO TO ESCRIBIR-DONACION.
           ADD 1 TO SEC-DON-WS.
           GO TO BUSCAR-SEC-DONACION.

         ESCRIBIR-DONACION.
           MOVE DNI-DONANTE-WS TO DON-DNI.
           MOVE FECHA-NEGOCIO-WS TO DON-FECHA.
           MOVE SEC-DON-WS TO DON-SEC.
           MOVE COD-ONG-DON-WS TO DON-ONG-COD.
           MOVE NIF-ONG-DON-WS TO DON-ONG-NIF.
           MOVE NOMBRE-ONG-DON-WS TO DON-ONG-NOMBRE.
           MOVE IMPORTE-DONACION-WS TO DON-IMPORTE.
           MOVE CUENTA-SELECCIONADA TO DON-CUENTA.
           MOVE NUM-TARJETA-OPERAR TO DON-TARJ.
           MOVE NOMBRE-DONANTE-WS TO DON-NOMBRE.
           MOVE HORAF TO DON-HORA.
           MOVE "N" TO DON-REMESADA.
           MOVE 0 TO DON-FECHA-REMESA.
           WRITE REG-DONACION.
           CLOSE DONACIONESFILE.
       FIN-GRABAR-DONACION.
           EXIT.

*> Procedimiento sumar-donativos-dni: lo donado por el DNI del
*> titular en el ejercicio de la fecha de negocio y en el anterior,
*> con el desglose por ONG del anterior para el certificado
       SUMAR-DONATIVOS-DNI.
           MOVE 0 TO TOTAL-EJ-DON-WS.
           MOVE 0 TO TOTAL-ANT-DON-WS.
           MOVE 0 TO NUM-CERT-DON-WS.
           COMPUTE EJERCICIO-DON-WS = FECHA-NEGOCIO-WS / 10000.
           COMPUTE EJERCICIO-ANT-DON-WS = EJERCICIO-DON-WS - 1.
           MOVE SPACES TO DNI-DONANTE-WS.
           MOVE SPACES TO NOMBRE-DONANTE-WS.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE
               NOT INVALID KEY
                 MOVE USER-DNI TO DNI-DONANTE-WS
                 MOVE USER-NOM-APE TO NOMBRE-DONANTE-WS.
           CLOSE USERFILE.
           OPEN INPUT DONACIONESFILE.
           IF FSDON = "35"
             CLOSE DONACIONESFILE
             GO TO FIN-SUMAR-DONATIVOS-DNI.
           MOVE DNI-DONANTE-WS TO DON-DNI.
           COMPUTE DON-FECHA = EJERCICIO-ANT-DON-WS * 10000 + 101.
           MOVE 0 TO DON-SEC.
           START DONACIONESFILE KEY IS NOT LESS THAN DON-CLAVE
               INVALID KEY GO TO CERRAR-SUMAR-DONATIVOS-DNI.

         LEER-UN-DONATIVO-DNI.
           READ DONACIONESFILE NEXT RECORD
               AT END GO TO CERRAR-SUMAR-DONATIVOS-DNI.
           IF DON-DNI NOT = DNI-DONANTE-WS
             GO TO CERRAR-SUMAR-DONATIVOS-DNI.
           COMPUTE EJ-LEIDO-DON-WS = DON-FECHA / 10000.
           IF EJ-LEIDO-DON-WS = EJERCICIO-DON-WS
             ADD DON-IMPORTE TO TOTAL-EJ-DON-WS.
           IF EJ-LEIDO-DON-WS = EJERCICIO-ANT-DON-WS
             ADD DON-IMPORTE TO TOTAL-ANT-DON-WS
             PERFORM ACUMULAR-CERT-DONATIVO.
           GO TO LEER-UN-DONATIVO-DNI.

         CERRAR-SUMAR-DONATIVOS-DNI.
           CLOSE DONACIONESFILE.
       FIN-SUMAR-DONATIVOS-DNI.
           EXIT.

*> Suma el donativo leido a su ONG en el desglose del certificado;
*> si hubiera mas de diez ONG distintas, el resto va a la decima
       ACUMULAR-CERT-DONATIVO.
           MOVE "NO" TO ONG-CERT-HALLADA-WS.
           MOVE 1 TO K-DON.
           PERFORM COMPARAR-ONG-CERT
               UNTIL K-DON > NUM-CERT-DON-WS
                  OR ONG-CERT-HALLADA-WS = "SI".
           IF ONG-CERT-HALLADA-WS = "NO"
             IF NUM-CERT-DON-WS < 10
               ADD 1 TO NUM-CERT-DON-WS
               MOVE NUM-CERT-DON-WS TO K-DON
               MOVE DON-ONG-COD TO CERT-ONG-COD(K-DON)
               MOVE DON-ONG-NOMBRE TO CERT-ONG-NOMBRE(K-DON)
               MOVE DON-ONG-NIF TO CERT-ONG-NIF(K-DON)
               MOVE 0 TO CERT-IMPORTE(K-DON)
             ELSE
               MOVE 10 TO K-DON.
           ADD DON-IMPORTE TO CERT-IMPORTE(K-DON).

       COMPARAR-ONG-CERT.
           IF CERT-ONG-COD(K-DON) = DON-ONG-COD
             MOVE "SI" TO ONG-CERT-HALLADA-WS
           ELSE
             ADD 1 TO K-DON.

*> Procedimiento imprimir-cert-donativos: el certificado sale por la
*> impresora de recibos (CERTIFICADOS-DONATIVOS.DAT, una linea por
*> registro), con la impresora averiada y la preferencia de recibos
*> a fichero tratadas como en IMPRIMIR-POSICION-GLOBAL
       IMPRIMIR-CERT-DONATIVOS.
           MOVE "IMPRESORA" TO DISPOSITIVO-WS.
           PERFORM LEER-ESTADO-DISPOSITIVO
               THRU FIN-LEER-ESTADO-DISPOSITIVO.
           IF ESTADO-DISPOSITIVO-WS = "A"
             MOVE "Impresora averiada: no se puede imprimir"
                 TO MSJ-DONACION
             GO TO FIN-IMPRIMIR-CERT-DONATIVOS.
           PERFORM LEER-PREFERENCIAS
               THRU FIN-LEER-PREFERENCIAS.
           PERFORM OBTENER-FECHA.
           OPEN EXTEND CERTDONATIVOSFILE.
           IF FSCDN = "35"
             CLOSE CERTDONATIVOSFILE
             OPEN OUTPUT CERTDONATIVOSFILE.

           MOVE SPACES TO LINEA-IMPR-DON-WS.
           STRING "CERTIFICADO DE DONATIVOS - EJERCICIO "
                  EJERCICIO-ANT-DON-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           MOVE SPACES TO LINEA-IMPR-DON-WS.
           STRING "Donante: " NOMBRE-DONANTE-WS " DNI "
                  DNI-DONANTE-WS
               DELIMITED BY SIZE INTO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           MOVE "Donativos dinerarios hechos en el cajero a:"
               TO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           PERFORM GRABAR-LINEA-CERT-ONG
               VARYING K-DON FROM 1 BY 1
               UNTIL K-DON > NUM-CERT-DON-WS.
           MOVE "TOTAL DONADO" TO NOMBRE-LCERT-WS.
           MOVE SPACES TO NIF-LCERT-WS.
           MOVE TOTAL-ANT-DON-WS TO IMPORTE-LCERT-WS.
           MOVE LINEA-CERT-ONG-WS TO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           MOVE "Entidades de la Ley 49/2002: deducible en el IRPF."
               TO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           MOVE "Donativos declarados a Hacienda en el Modelo 182."
               TO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.
           CLOSE CERTDONATIVOSFILE.

           IF PREF-RECIBO-WS = "F"
             MOVE "Certificado archivado (recibos a fichero)"
                 TO MSJ-DONACION
             MOVE "RECIBO-FICH" TO JRN-EVENTO-WS
             MOVE "Certificado de donativos a fichero"
                 TO JRN-DETALLE-WS
           ELSE
             MOVE "Certificado impreso. Recoja su recibo"
                 TO MSJ-DONACION
             MOVE "CERT-DONAT" TO JRN-EVENTO-WS
             MOVE SPACES TO JRN-DETALLE-WS
             STRING "Certificado de donativos ejercicio "
                    EJERCICIO-ANT-DON-WS
                 DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-IMPRIMIR-CERT-DONATIVOS.
           EXIT.

       GRABAR-LINEA-CERT-ONG.
           MOVE CERT-ONG-NOMBRE(K-DON) TO NOMBRE-LCERT-WS.
           MOVE CERT-ONG-NIF(K-DON) TO NIF-LCERT-WS.
           MOVE CERT-IMPORTE(K-DON) TO IMPORTE-LCERT-WS.
           MOVE LINEA-CERT-ONG-WS TO LINEA-IMPR-DON-WS.
           PERFORM GRABAR-LINEA-CERT-DON.

       GRABAR-LINEA-CERT-DON.
           MOVE NUM-TARJETA-OPERAR TO CDN-TARJ.
           MOVE FECHAF TO CDN-FECHA.
           MOVE HORAF TO CDN-HORA.
           MOVE LINEA-IMPR-DON-WS TO CDN-LINEA.
           WRITE REG-CERT-DONATIVO.

*> Procedimiento gestionar-huchas: submenu de las huchas de ahorro
*> de la cuenta seleccionada. Mover dinero a una hucha no toca el
*> saldo contable: solo aparta disponibilidad, como una retencion
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Deposito nocturno bolsa " NUM-BOLSA-WS
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "DN" TO MOV-TIPO-OP.
           MOVE SPACES TO MOV-SUBTIPO-OP.
           MOVE DECLARADO-BOLSA-WS TO MOV-CANTIDAD.
           MOVE DECLARADO-BOLSA-WS TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Ingreso tercero " PAGADOR-TERCERO " " REF-TERCERO
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "IN" TO MOV-TIPO-OP.
           MOVE "TE" TO MOV-SUBTIPO-OP.
           MOVE DINERO-TERCERO TO MOV-CANTIDAD.
           MOVE DINERO-TERCERO TO MOV-IMPORTE.
           MOVE CUENTA-SELECCIONADA TO MOV-CUENTA-DESTINO.

*> Procedimiento hacer-transferencia
       HACER-TRANSFERENCIA.
           IF ES-APODERADO-WS = "S" AND APO-TRANSFERIR-WS NOT = "S"
             MOVE "TRANSFER" TO APO-OPERACION-WS
             MOVE "Poder sin transferencias" TO APO-MOTIVO-WS
             GO TO OPERACION-NO-APODERADO.
*> La transferencia desde la cuenta de un menor de edad necesita la
*> tarjeta y la clave de su tutor legal
           IF MENOR-SESION-WS = "S"
             PERFORM AUTORIZAR-TUTOR THRU FIN-AUTORIZAR-TUTOR
             IF TUTOR-AUTORIZA-WS NOT = "S"
               GO TO MENU-OPCIONES.
           OPEN I-O USERFILE.
           READ USERFILE.
           IF FSU = "51"
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.

           IF ES-APODERADO-WS = "S" AND APO-LIMITE-WS > 0
                  AND DINERO-A-TRANSFERIR > APO-LIMITE-WS
             MOVE "TRANSFER" TO APO-OPERACION-WS
             MOVE DINERO-A-TRANSFERIR TO APO-IMPORTE-WS
             MOVE "D" TO APO-RESULTADO-WS
             MOVE "Limite por operacion superado" TO APO-MOTIVO-WS
             PERFORM REGISTRAR-USO-PODER
             MOVE MSJ-ERROR-LIMITE-PODER TO ERROR-TRANSF
             MOVE 0 TO EUROST
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.

           PERFORM CALCULAR-RETENIDO-CUENTA
               THRU FIN-CALCULAR-RETENIDO-CUENTA.
           IF (SALDO-SELECCIONADO - RETENIDO-CUENTA-WS
             MOVE 0 TO EUROST
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.
*> Inmediata: solo tiene sentido hacia otra entidad, hasta el tope,
*> y con disponible para la comision que se cobrara al aceptarse
           IF TRANSF-INMEDIATA-WS = "s"
             MOVE "S" TO TRANSF-INMEDIATA-WS.
           IF TRANSF-INMEDIATA-WS NOT = "S" OR
              TRANSFERENCIA-EXTERNA-WS NOT = "S"
             MOVE "N" TO TRANSF-INMEDIATA-WS
             MOVE SPACES TO MSJ-INMEDIATA-TRANSF
             GO TO MUESTRA-CONFIRMAR-TRANSF.
           IF DINERO-A-TRANSFERIR > TOPE-INMEDIATA-WS
             MOVE MSJ-ERROR-TOPE-INMEDIATA TO ERROR-TRANSF
             MOVE 0 TO EUROST
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.
           IF (SALDO-SELECCIONADO - RETENIDO-CUENTA-WS
                 + USER-LIMITE-DESCUBIERTO(SELECCION-CUENTA))
                 < DINERO-A-TRANSFERIR + COMISION-INMEDIATA-WS
             MOVE MSJ-ERROR-TRANSF TO ERROR-TRANSF
             MOVE 0 TO EUROST
             MOVE 0 TO CENTT
             GO TO MOSTRAR-PANTALLA-TRANSF.
           MOVE COMISION-INMEDIATA-WS TO COMISION-INMEDIATA-ED.
           MOVE SPACES TO MSJ-INMEDIATA-TRANSF.
           STRING "Inmediata: comision de " COMISION-INMEDIATA-ED
                  " EUR si se acepta"
               DELIMITED BY SIZE INTO MSJ-INMEDIATA-TRANSF.

         MUESTRA-CONFIRMAR-TRANSF.
           DISPLAY PANTALLA-CONFIRMAR-TRANSF.

		   COMPUTE SALDO-SELECCIONADO = SALDO-SELECCIONADO - DINERO-A-TRANSFERIR.
           MOVE "TRANSFERENCIA" TO WAL-OPERACION-WS.
           MOVE "TF" TO WAL-TIPO-OP-WS.
           IF TRANSFERENCIA-EXTERNA-WS = "S"
             IF TRANSF-INMEDIATA-WS = "S"
               MOVE "IN" TO WAL-SUBTIPO-OP-WS
             ELSE
               MOVE "EX" TO WAL-SUBTIPO-OP-WS
           ELSE
             MOVE "EM" TO WAL-SUBTIPO-OP-WS.
           MOVE USER-TARJ TO WAL-TARJ-WS.
           MOVE SELECCION-CUENTA TO WAL-CUENTA-IDX-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
       FIN-PEDIR-CODIGO-TRANSF.
           EXIT.

*> Procedimiento autorizar-tutor: la tarjeta tecleada tiene que ser
*> del DNI del tutor legal del menor (PERSONAS.DAT), estar activa y
*> casar con la clave; tras tres intentos fallidos la operacion se
*> deniega. USERFILE debe estar cerrado al entrar y lo queda al
*> salir, con el registro de la sesion otra vez en REG-USUARIO
       AUTORIZAR-TUTOR.
           MOVE "N" TO TUTOR-AUTORIZA-WS.
           MOVE 0 TO INTENTOS-TUTOR-WS.
           MOVE SPACES TO MSJ-TUTOR.

         PEDIR-DATOS-TUTOR.
           MOVE 0 TO TARJ-TUTOR-WS.
           MOVE 0 TO PIN-TUTOR-WS.
           PERFORM OBTENER-FECHA.
           DISPLAY PANTALLA-AUTORIZACION-TUTOR.
           ACCEPT PANTALLA-AUTORIZACION-TUTOR
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             GO TO RESTAURAR-SESION-TUTOR.
           IF TARJ-TUTOR-WS = 0
             GO TO PEDIR-DATOS-TUTOR.

           MOVE PIN-TUTOR-WS TO CLAVE-EN-CLARO-WS.
           PERFORM CIFRAR-CLAVE.
           OPEN INPUT USERFILE.
           MOVE TARJ-TUTOR-WS TO USER-TARJ.
           READ USERFILE
               INVALID KEY MOVE "N" TO TUTOR-AUTORIZA-WS
               NOT INVALID KEY
                 IF USER-DNI = DNI-TUTOR-SESION-WS AND
                    USER-BLOQUEADA = "0" AND
                    USER-PIN = CLAVE-CIFRADA-WS
                   MOVE "S" TO TUTOR-AUTORIZA-WS.
           CLOSE USERFILE.
           MOVE 0 TO PIN-TUTOR-WS.
           MOVE 0 TO CLAVE-EN-CLARO-WS.

           IF TUTOR-AUTORIZA-WS = "S"
             MOVE "TUTOR-OK" TO JRN-EVENTO-WS
             MOVE "Operacion de menor autorizada por tutor"
                 TO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO RESTAURAR-SESION-TUTOR.

           ADD 1 TO INTENTOS-TUTOR-WS.
           MOVE "TUTOR-ERR" TO JRN-EVENTO-WS.
           MOVE "Tarjeta o clave del tutor no validas" TO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           IF INTENTOS-TUTOR-WS < 3
             MOVE "Tarjeta o clave del tutor no validas" TO MSJ-TUTOR
             GO TO PEDIR-DATOS-TUTOR.

         RESTAURAR-SESION-TUTOR.
           MOVE SPACES TO MSJ-TUTOR.
           OPEN INPUT USERFILE.
           MOVE NUM-TARJETA-OPERAR TO USER-TARJ.
           READ USERFILE.
           CLOSE USERFILE.
       FIN-AUTORIZAR-TUTOR.
           EXIT.

*> Procedimiento transferir-dinero-cuenta-destino
       TRANSFERIR-DINERO-CUENTA-DESTINO.
           OPEN I-O USERFILE.

	       MOVE CUENTA-SELECCIONADA TO MOV-ID.
		   MOVE CONCEPTO-TRANSF-MOV TO MOV-CONCEPTO.
           MOVE "TF" TO MOV-TIPO-OP.
           IF TRANSFERENCIA-EXTERNA-WS = "S"
             IF TRANSF-INMEDIATA-WS = "S"
               MOVE "IN" TO MOV-SUBTIPO-OP
             ELSE
               MOVE "EX" TO MOV-SUBTIPO-OP
           ELSE
             MOVE "EM" TO MOV-SUBTIPO-OP.
		   MOVE CANTIDAD-TRANSF-MOV TO MOV-CANTIDAD.
           COMPUTE MOV-IMPORTE = 0 - DINERO-A-TRANSFERIR.
		   MOVE CUENTA-DESTINO TO MOV-CUENTA-DESTINO. 
           STRING "Transferencia aplicada " MOV-CANTIDAD
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           IF ES-APODERADO-WS = "S"
             MOVE "TRANSFER" TO APO-OPERACION-WS
             MOVE DINERO-A-TRANSFERIR TO APO-IMPORTE-WS
             MOVE "A" TO APO-RESULTADO-WS
             MOVE SPACES TO APO-MOTIVO-WS
             PERFORM REGISTRAR-USO-PODER.

*> Procedimiento emitir-recibo (ticket imprimible/exportable); el
*> recibo se guarda con la misma clave que el apunte de MOVFILE, de
             GO TO OPERACION-NO-FORMACION.
           GO TO MENU-OPCIONES.

*> Pantalla comun de operacion fuera del poder del apoderado; el
*> intento queda denegado en USOS-PODERES.DAT. Se entra con
*> APO-OPERACION-WS y APO-MOTIVO-WS ya cargados
       OPERACION-NO-APODERADO.
           MOVE 0 TO APO-IMPORTE-WS.
           MOVE "D" TO APO-RESULTADO-WS.
           PERFORM REGISTRAR-USO-PODER.
           MOVE "PODER-DENEG" TO JRN-EVENTO-WS.
           MOVE APO-MOTIVO-WS TO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.

         MUESTRA-OPERACION-NO-APODERADO.
           DISPLAY PANTALLA-OPERACION-APODERADO.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS NOT = 0 AND COB-CRT-STATUS NOT = 2005
             GO TO MUESTRA-OPERACION-NO-APODERADO.
           GO TO MENU-OPCIONES.

*> Operacion rechazada por documento de identidad caducado: queda en
*> el journal y se vuelve al menu tras el aviso
       OPERACION-SOLO-ABONOS.
           MOVE "DOC-CADUCADO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Opcion denegada, documento caducado: " TECLA
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           PERFORM MOSTRAR-DOCUMENTO-CADUCADO.
           GO TO MENU-OPCIONES.

       MOSTRAR-DOCUMENTO-CADUCADO.
           DISPLAY PANTALLA-DOCUMENTO-CADUCADO.
           PERFORM LEER-TECLA.

       MOSTRAR-DIRECCION-DEVUELTA.
           DISPLAY PANTALLA-DIRECCION-DEVUELTA.
           PERFORM LEER-TECLA.

*> Procedimiento comprobar-opcion-apoderado: opciones del menu al
*> alcance de un apoderado. Las consultas van con cualquier poder;
*> la retirada y la transferencia se miran contra el alcance en la
*> propia operacion
       COMPROBAR-OPCION-APODERADO.
           MOVE "N" TO APO-PERMITIDA-WS.
           IF TECLA = "1" OR TECLA = "2" OR TECLA = "3"
                  OR TECLA = "5" OR TECLA = "8"
                  OR TECLA = "E" OR TECLA = "e"
                  OR TECLA = "A" OR TECLA = "a"
                  OR TECLA = "H" OR TECLA = "h"
             MOVE "S" TO APO-PERMITIDA-WS.

*> Procedimiento conmutar-dispositivo: desde el modo de servicio, el
*> tecnico marca una averia o una recuperacion; el cambio persiste
*> en ESTADO-DISPOSITIVOS.DAT y la incidencia queda registrada para
           ELSE
             STRING "Transferencia a su favor - " REFERENCIA-TRANSF
                 DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "TF" TO MOV-TIPO-OP.
           MOVE "RC" TO MOV-SUBTIPO-OP.
           MOVE DINERO-TRANSF-CONVERTIDO TO MOV-CANTIDAD.
           MOVE DINERO-TRANSF-CONVERTIDO TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           IF SANCION-DETECTADA = "SI"
             MOVE "S" TO TSA-ESTADO
           ELSE
             IF TRANSF-INMEDIATA-WS = "S"
               MOVE "I" TO TSA-ESTADO
             ELSE
               MOVE "P" TO TSA-ESTADO.
           WRITE REG-TRANSF-SALIENTE.
           CLOSE TRANSFSALIENTESFILE.
           IF SANCION-DETECTADA = "SI"
                 DELIMITED BY SIZE INTO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO FIN-GUARDAR-TRANSF-SALIENTE.
           IF TRANSF-INMEDIATA-WS = "S"
             PERFORM ENCOLAR-TRANSF-INMEDIATA
             MOVE "TRANSF-INM" TO JRN-EVENTO-WS
             MOVE SPACES TO JRN-DETALLE-WS
             STRING "Transf. inmediata en cola id " TSA-ID-WS
                 DELIMITED BY SIZE INTO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO FIN-GUARDAR-TRANSF-SALIENTE.
           MOVE "TRANSF-EXT" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING "Transf. externa pendiente id " TSA-ID-WS
       FIN-GUARDAR-TRANSF-SALIENTE.
           EXIT.

*> Procedimiento encolar-transf-inmediata: deja la saliente recien
*> grabada en la cola de ENVIARINMEDIATAS con la comision vigente
       ENCOLAR-TRANSF-INMEDIATA.
           OPEN I-O COLAINMEDIATASFILE.
           IF FSINM = "35"
             CLOSE COLAINMEDIATASFILE
             OPEN OUTPUT COLAINMEDIATASFILE
             CLOSE COLAINMEDIATASFILE
             OPEN I-O COLAINMEDIATASFILE.
           MOVE TSA-ID-WS TO INM-ID.
           MOVE NUM-TARJETA-OPERAR TO INM-TARJ.
           MOVE CUENTA-SELECCIONADA TO INM-CUENTA-ORIGEN.
           MOVE CUENTA-DESTINO TO INM-CUENTA-DESTINO.
           MOVE TITULAR TO INM-TITULAR.
           MOVE INTERBANC-BANCO-COD-WS TO INM-BANCO-COD.
           MOVE DINERO-A-TRANSFERIR TO INM-IMPORTE.
           MOVE COMISION-INMEDIATA-WS TO INM-COMISION.
           MOVE REFERENCIA-TRANSF TO INM-REFERENCIA.
           MOVE TSA-FECHA TO INM-FECHA.
           MOVE HORAF TO INM-HORA.
           MOVE "P" TO INM-ESTADO.
           MOVE SPACES TO INM-MOTIVO.
           MOVE 0 TO INM-FECHA-RESOLUCION.
           WRITE REG-COLA-INMEDIATA
               INVALID KEY REWRITE REG-COLA-INMEDIATA.
           CLOSE COLAINMEDIATASFILE.

*> Procedimiento comprobar-lista-sanciones: recorre la lista de
*> vigilancia comparando el titular tecleado y la cuenta destino;
*> deja el resultado en SANCION-DETECTADA (estilo de
           MOVE 0 TO EUROST.
           MOVE 0 TO CENTT.
           MOVE " " TO REFERENCIA-TRANSF.
           MOVE "N" TO TRANSF-INMEDIATA-WS.
           MOVE SPACES TO MSJ-INMEDIATA-TRANSF.

*> Procedimiento seleccionar-beneficiario: ofrece elegir un destinatario
*> ya guardado de la lista de la tarjeta antes de pedir los datos de la
           ELSE
             STRING "Recarga movil " TFNO-RECARGA
                 DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "RM" TO MOV-TIPO-OP.
           IF SALDO-SELECCIONADO < 0
             MOVE "DS" TO MOV-SUBTIPO-OP
           ELSE
             MOVE SPACES TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-RECARGA-MOV TO MOV-CANTIDAD.
           COMPUTE MOV-IMPORTE = 0 - IMPORTE-RECARGA.
           MOVE " " TO MOV-CUENTA-DESTINO.
             GO TO MOSTRAR-ERROR-CONTRATAR-CUENTA.

           PERFORM GENERAR-NUMERO-CUENTA.
           IF PRODUCTO-APERTURA = SPACES
             MOVE "CTE" TO PRODUCTO-APERTURA.

         MOSTRAR-PANTALLA-CONTRATAR-CUENTA.
           DISPLAY PANTALLA-CONTRATAR-CUENTA.
               GO TO MOSTRAR-PANTALLA-CONTRATAR-CUENTA.

           COMPUTE IMPORTE-APERTURA = (CENT-APERTURA / 100) + EUROS-APERTURA.
           INSPECT PRODUCTO-APERTURA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM BUSCAR-PRODUCTO-APERTURA
               THRU FIN-BUSCAR-PRODUCTO-APERTURA.
           IF PRODUCTO-ENCONTRADO = "NO"
             MOVE MSJ-ERROR-CONTRATAR-PRODUCTO TO ERROR-CONTRATAR
             GO TO MOSTRAR-PANTALLA-CONTRATAR-CUENTA.
           MOVE " " TO ERROR-CONTRATAR.
           MOVE "CUENTA" TO PRODUCTO-COND-WS.
           PERFORM BUSCAR-CONDICIONES-VIGENTES
               THRU FIN-BUSCAR-CONDICIONES-VIGENTES.

         MOSTRAR-PANTALLA-CONF-CONTRATAR.
           DISPLAY PANTALLA-CONFIRMAR-CONTRATACION.
           STRING "ES" DC-CUENTA-WS CUERPO-CUENTA-WS
               DELIMITED BY SIZE INTO NUEVA-CUENTA-WS.

*> Procedimiento auxiliar que busca en PRODUCTOS.DAT las condiciones
*> vigentes a la fecha de negocio del producto elegido (la fila de
*> fecha de efecto mas reciente no posterior a ella). Sin catalogo la
*> cuenta se abre como siempre, sin producto, sin interes y sin
*> descubierto
       BUSCAR-PRODUCTO-APERTURA.
           MOVE "NO" TO PRODUCTO-ENCONTRADO.
           MOVE SPACES TO NOMBRE-PRODUCTO-WS.
           MOVE 0 TO TIPO-PRODUCTO-WS.
           MOVE 0 TO LIMITE-PRODUCTO-WS.
           OPEN INPUT PRODUCTOSFILE.
           IF FSPRD = "35"
             CLOSE PRODUCTOSFILE
             MOVE "SN" TO PRODUCTO-ENCONTRADO
             GO TO FIN-BUSCAR-PRODUCTO-APERTURA.
           MOVE PRODUCTO-APERTURA TO PRD-CODIGO.
           MOVE FECHA-NEGOCIO-WS TO PRD-FECHA-EFECTO.
           START PRODUCTOSFILE KEY IS NOT GREATER THAN PRD-CLAVE
               INVALID KEY GO TO CERRAR-BUSCAR-PRODUCTO-APERTURA.
           READ PRODUCTOSFILE PREVIOUS RECORD
               AT END GO TO CERRAR-BUSCAR-PRODUCTO-APERTURA.
           IF PRD-CODIGO = PRODUCTO-APERTURA
             MOVE "SI" TO PRODUCTO-ENCONTRADO
             MOVE PRD-NOMBRE TO NOMBRE-PRODUCTO-WS
             MOVE PRD-TIPO-ACREEDOR TO TIPO-PRODUCTO-WS
             MOVE PRD-LIMITE-DESCUBIERTO TO LIMITE-PRODUCTO-WS.

         CERRAR-BUSCAR-PRODUCTO-APERTURA.
           CLOSE PRODUCTOSFILE.
       FIN-BUSCAR-PRODUCTO-APERTURA.
           EXIT.

*> Procedimiento buscar-condiciones-vigentes: busca en CONDICIONES.DAT
*> la version de las condiciones de PRODUCTO-COND-WS vigente a la
*> fecha de negocio, igual que BUSCAR-PRODUCTO-APERTURA, y prepara la
*> linea de aceptacion de la pantalla de confirmacion. Sin version en
*> el maestro se aceptan las condiciones generales del producto
       BUSCAR-CONDICIONES-VIGENTES.
           MOVE SPACES TO VERSION-COND-WS.
           MOVE SPACES TO TITULO-COND-WS.
           MOVE 0 TO FECHA-COND-WS.
           OPEN INPUT CONDICIONESFILE.
           IF FSCOND = "35"
             CLOSE CONDICIONESFILE
             GO TO LINEA-CONDICIONES-VIGENTES.
           MOVE PRODUCTO-COND-WS TO COND-PRODUCTO.
           MOVE FECHA-NEGOCIO-WS TO COND-FECHA-EFECTO.
           START CONDICIONESFILE KEY IS NOT GREATER THAN COND-CLAVE
               INVALID KEY GO TO CERRAR-CONDICIONES-VIGENTES.
           READ CONDICIONESFILE PREVIOUS RECORD
               AT END GO TO CERRAR-CONDICIONES-VIGENTES.
           IF COND-PRODUCTO = PRODUCTO-COND-WS
             MOVE COND-VERSION TO VERSION-COND-WS
             MOVE COND-TITULO TO TITULO-COND-WS
             MOVE COND-FECHA-EFECTO TO FECHA-COND-WS.

         CERRAR-CONDICIONES-VIGENTES.
           CLOSE CONDICIONESFILE.

         LINEA-CONDICIONES-VIGENTES.
           MOVE SPACES TO LINEA-COND-WS.
           IF VERSION-COND-WS = SPACES
             MOVE "Acepta las condiciones generales del producto"
                 TO LINEA-COND-WS
           ELSE
             STRING "Acepta las condiciones " DELIMITED BY SIZE
                    VERSION-COND-WS DELIMITED BY SPACE
                    " - " DELIMITED BY SIZE
                    TITULO-COND-WS DELIMITED BY SIZE
                 INTO LINEA-COND-WS.
       FIN-BUSCAR-CONDICIONES-VIGENTES.
           EXIT.

*> Procedimiento grabar-contrato: deja en CONTRATOS.DAT la evidencia
*> de la contratacion que acaba de confirmarse (producto, version de
*> las condiciones aceptada, tarjeta, terminal, fecha y hora, y el
*> resumen que se le mostro al cliente) con la primera secuencia
*> libre de la cuenta. En modo de formacion no se registra nada
       GRABAR-CONTRATO.
           IF MODO-FORMACION-WS = "S"
             GO TO FIN-GRABAR-CONTRATO.
           PERFORM OBTENER-FECHA.
           OPEN I-O CONTRATOSFILE.
           IF FSCTR = "35"
             CLOSE CONTRATOSFILE
             OPEN OUTPUT CONTRATOSFILE
             CLOSE CONTRATOSFILE
             OPEN I-O CONTRATOSFILE.
           MOVE 1 TO SEC-CTR-WS.

         BUSCAR-SEC-CONTRATO.
           MOVE CUENTA-CTR-WS TO CTR-CUENTA.
           MOVE SEC-CTR-WS TO CTR-SEC.
           READ CONTRATOSFILE
               INVALID KEY GO TO ESCRIBIR-CONTRATO.
           ADD 1 TO SEC-CTR-WS.
           GO TO BUSCAR-SEC-CONTRATO.

         ESCRIBIR-CONTRATO.
           MOVE CUENTA-CTR-WS TO CTR-CUENTA.
           MOVE SEC-CTR-WS TO CTR-SEC.
           MOVE PRODUCTO-COND-WS TO CTR-PRODUCTO.
           MOVE REFERENCIA-CTR-WS TO CTR-REFERENCIA.
           MOVE VERSION-COND-WS TO CTR-VERSION.
           MOVE FECHA-COND-WS TO CTR-FECHA-EFECTO-COND.
           MOVE NUM-TARJETA-OPERAR TO CTR-TARJ.
           MOVE TERMINAL-ID-WS TO CTR-TERMINAL.
           MOVE FECHAF TO CTR-FECHA.
           MOVE HORAF TO CTR-HORA.
           MOVE FECHA-NEGOCIO-WS TO CTR-FECHA-NEGOCIO.
           MOVE RESUMEN-CTR-WS(1) TO CTR-RESUMEN(1).
           MOVE RESUMEN-CTR-WS(2) TO CTR-RESUMEN(2).
           MOVE RESUMEN-CTR-WS(3) TO CTR-RESUMEN(3).
           MOVE LINEA-COND-WS TO CTR-RESUMEN(4).
           WRITE REG-CONTRATO.
           CLOSE CONTRATOSFILE.

           MOVE "CONTRATO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           STRING PRODUCTO-COND-WS " " VERSION-COND-WS " "
                  REFERENCIA-CTR-WS
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-GRABAR-CONTRATO.
           EXIT.

*> Procedimiento auxiliar que limpia los campos de la contratacion de
*> cuenta al cancelar la operacion en cualquiera de sus pantallas
       RESTAURAR-CAMPOS-CONTRATAR-CUENTA.
           MOVE 0 TO EUROS-APERTURA.
           MOVE 0 TO CENT-APERTURA.
           MOVE 0 TO IMPORTE-APERTURA.
           MOVE SPACES TO PRODUCTO-APERTURA.
           MOVE SPACES TO NOMBRE-PRODUCTO-WS.
           MOVE " " TO ERROR-CONTRATAR.
           MOVE " " TO NUEVA-CUENTA-WS.
           MOVE 0 TO SELECCION-CUENTA-LIBRE.
       HACER-CONTRATAR-CUENTA.
           MOVE NUEVA-CUENTA-WS TO USER-NUM-CUENTA(SELECCION-CUENTA-LIBRE).
           MOVE IMPORTE-APERTURA TO USER-SALDO(SELECCION-CUENTA-LIBRE).
           MOVE LIMITE-PRODUCTO-WS
               TO USER-LIMITE-DESCUBIERTO(SELECCION-CUENTA-LIBRE).
*> La cuenta de un menor de edad nace siempre sin descubierto
           IF MENOR-SESION-WS = "S"
             MOVE 0 TO USER-LIMITE-DESCUBIERTO(SELECCION-CUENTA-LIBRE).
           MOVE "EUR" TO USER-MONEDA(SELECCION-CUENTA-LIBRE).
           MOVE TIPO-PRODUCTO-WS
               TO USER-TIPO-INTERES(SELECCION-CUENTA-LIBRE).
           MOVE 0 TO USER-ULT-DEVENGO-AA(SELECCION-CUENTA-LIBRE).
           MOVE 0 TO USER-ULT-DEVENGO-MM(SELECCION-CUENTA-LIBRE).
           IF PRODUCTO-ENCONTRADO = "SI"
             MOVE PRODUCTO-APERTURA
                 TO USER-PRODUCTO(SELECCION-CUENTA-LIBRE)
           ELSE
             MOVE SPACES TO USER-PRODUCTO(SELECCION-CUENTA-LIBRE).
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           MOVE NUEVA-CUENTA-WS TO MOV-ID.
           MOVE "Ingreso de apertura" TO MOV-CONCEPTO.
           MOVE "IN" TO MOV-TIPO-OP.
           MOVE "AP" TO MOV-SUBTIPO-OP.
           MOVE IMPORTE-APERTURA TO MOV-CANTIDAD.
           MOVE IMPORTE-APERTURA TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.

           MOVE NUEVA-CUENTA-WS TO CUENTA-CTR-WS.
           MOVE NUEVA-CUENTA-WS TO REFERENCIA-CTR-WS.
           MOVE IMPORTE-APERTURA TO IMPORTE-CTR-ED-WS.
           MOVE SPACES TO RESUMEN-CTR-WS(1).
           STRING "Apertura de la cuenta " NUEVA-CUENTA-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(1).
           MOVE SPACES TO RESUMEN-CTR-WS(2).
           STRING "Producto " PRODUCTO-APERTURA " " NOMBRE-PRODUCTO-WS
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(2).
           MOVE SPACES TO RESUMEN-CTR-WS(3).
           STRING "Ingreso de apertura " IMPORTE-CTR-ED-WS " EUR"
               DELIMITED BY SIZE INTO RESUMEN-CTR-WS(3).
           PERFORM GRABAR-CONTRATO THRU FIN-GRABAR-CONTRATO.

         MUESTRA-CUENTA-CONTRATADA.
           DISPLAY PANTALLA-CUENTA-CONTRATADA.
           PERFORM LEER-TECLA.
           MOVE 0 TO USER-TIPO-INTERES(SELECCION-CUENTA).
           MOVE 0 TO USER-ULT-DEVENGO-AA(SELECCION-CUENTA).
           MOVE 0 TO USER-ULT-DEVENGO-MM(SELECCION-CUENTA).
           MOVE SPACES TO USER-PRODUCTO(SELECCION-CUENTA).
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

       GUARDAR-MOV-CANCELAR-CUENTA.
           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE "Cancelacion de cuenta" TO MOV-CONCEPTO.
           MOVE "CC" TO MOV-TIPO-OP.
           MOVE SPACES TO MOV-SUBTIPO-OP.
           COMPUTE CANTIDAD-TRANSF-MOV =
                       DINERO-A-TRANSFERIR - (DINERO-A-TRANSFERIR * 2).
           MOVE CANTIDAD-TRANSF-MOV TO MOV-CANTIDAD.
       GUARDAR-MOV-CANCELAR-DESTINO.
           MOVE CUENTA-DESTINO TO MOV-ID.
           MOVE "Traspaso por cancelacion de cuenta" TO MOV-CONCEPTO.
           MOVE "CC" TO MOV-TIPO-OP.
           MOVE "TR" TO MOV-SUBTIPO-OP.
           MOVE DINERO-TRANSF-CONVERTIDO TO MOV-CANTIDAD.
           MOVE DINERO-TRANSF-CONVERTIDO TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
*> reales no redirigidos al juego de pruebas: queda aparcada
           IF MODO-FORMACION-WS = "S"
             GO TO OPERACION-NO-FORMACION.
*> La orden periodica de un menor de edad la autoriza su tutor
           IF MENOR-SESION-WS = "S"
             PERFORM AUTORIZAR-TUTOR THRU FIN-AUTORIZAR-TUTOR
             IF TUTOR-AUTORIZA-WS NOT = "S"
               GO TO MENU-OPCIONES.
         MOSTRAR-PANTALLA-ORDEN-PERIODICA.
           DISPLAY PANTALLA-ORDEN-PERIODICA.

		           MOVE 12 TO LINEA-ESPEC
		           GO TO GESTION-COMPRA-ENTRADAS.
			
*> Procedimiento obtener-espectaculos: carga en la tabla de pantalla
*> los espectaculos que aun no se han celebrado; con la numeracion de
*> cuatro cifras el maestro puede tener mas espectaculos que lineas la
*> tabla, asi que la carga se corta al llenarla
       OBTENER-ESPECTACULOS.
           MOVE 0 TO NUM-TOTAL-ESPEC.
           MOVE 1 TO I.
           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-COMP =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.
           OPEN INPUT ESPECFILE.
         INICIO-OBTENER-ESPEC.
           READ ESPECFILE NEXT RECORD AT END GO TO FIN-CONTAR-ESPEC.

           COMPUTE FECHA-FINAL-MOV = (AAE * 10000) + (MME * 100) + DDE.
           IF FECHA-HOY-COMP > FECHA-FINAL-MOV
             GO TO INICIO-OBTENER-ESPEC.
           IF NUM-TOTAL-ESPEC = 999
             GO TO FIN-CONTAR-ESPEC.

           ADD 1 TO NUM-TOTAL-ESPEC.
           MOVE ESPEC-NUMERO TO NUM-D-ESPEC(I).
           MOVE ESPEC-FECHA TO FECHA-D-ESPEC(I).
		     MOVE MSJ-ERROR-ESPEC TO MSJ-COMPRAR-ENTRADAS
		     PERFORM RESTAURAR-CAMPOS-ESPEC
			 GO TO GESTION-COMPRA-ENTRADAS.

*> Un menor de edad no compra entradas de un espectaculo solo para
*> adultos
           IF MENOR-SESION-WS = "S" AND ESPEC-SOLO-ADULTOS = "S"
             MOVE MSJ-ERROR-ESPEC-ADULTOS TO MSJ-COMPRAR-ENTRADAS
             PERFORM RESTAURAR-CAMPOS-ESPEC
             GO TO GESTION-COMPRA-ENTRADAS.

*> Con la preventa abierta solo compra la tarjeta con derecho a
*> ella, y sin pasar del cupo por tarjeta
           PERFORM COMPROBAR-PREVENTA THRU FIN-COMPROBAR-PREVENTA.
           IF PREVENTA-DENEGADA-WS = "S"
             PERFORM RESTAURAR-CAMPOS-ESPEC
             GO TO GESTION-COMPRA-ENTRADAS.
		   	   
		   PERFORM COMPROBAR-ENTRADAS-DISPO
						THRU FIN-COMPROBAR-ENTRADAS-DISPO.
		   PERFORM CALCULAR-COSTE-ENTRADAS
						THRU FIN-CALCULAR-COSTE-ENTRADAS.

		   MOVE 0 TO DESCUENTO-BONO-WS.
		   MOVE 0 TO CODIGO-CANJE-WS.
		   MOVE SPACES TO MSJ-PAGO-BONO-WS.

		   PERFORM PREGUNTAR-COMPRA-GRUPO THRU FIN-PREGUNTAR-COMPRA-GRUPO.
		   IF GRUPO-COMPRA = "S"
		     GO TO PEDIR-PAGADORES-GRUPO.

		   PERFORM PREGUNTAR-CANJE-PUNTOS THRU FIN-PREGUNTAR-CANJE-PUNTOS.

		   PERFORM PREGUNTAR-CANJE-BONO THRU FIN-PREGUNTAR-CANJE-BONO.

		   IF COSTE-TOTAL-ENTRADAS >
		         SALDO-SELECCIONADO + USER-LIMITE-DESCUBIERTO(SELECCION-CUENTA)
			 GO TO ERROR-SALDO-ESPEC.
       FIN-APUNTAR-LISTA-ESPERA.
           EXIT.

*> Procedimiento seleccionar-asientos: pide, una a una, el asiento
*> libre que el cliente quiere para cada una de las NUM-ENTRADAS
*> entradas que va a comprar. En los espectaculos con recinto se le
*> muestran antes las zonas del plano y elige zona, fila y butaca; en
*> los demas, el numero de asiento como siempre. Las primeras entradas
*> son las de adulto, luego las de nino y por ultimo las de senior, y
*> cada asiento queda con su precio segun zona y categoria
       SELECCIONAR-ASIENTOS.
           OPEN INPUT ESPECFILE.
           READ ESPECFILE.
           MOVE ESPEC-PRECIO-ENTRADA TO PRECIO-ADULTO-ESPEC-WS.
           MOVE ESPEC-PRECIO-NINO TO PRECIO-NINO-ESPEC-WS.
           MOVE ESPEC-PRECIO-SENIOR TO PRECIO-SENIOR-ESPEC-WS.
           CLOSE ESPECFILE.
           COMPUTE NUM-ENTRADAS-ADULTO =
                    NUM-ENTRADAS - NUM-ENTRADAS-NINO - NUM-ENTRADAS-SENIOR.
           PERFORM CARGAR-ZONAS-ESPEC THRU FIN-CARGAR-ZONAS-ESPEC.
           MOVE 1 TO I-ASIENTO.
           PERFORM ELEGIR-UN-ASIENTO UNTIL I-ASIENTO > NUM-ENTRADAS.
       FIN-SELECCIONAR-ASIENTOS.

       ELEGIR-UN-ASIENTO.
           MOVE " " TO MSJ-ASIENTO.
           MOVE SPACES TO ZONA-ELEGIDA.
           MOVE 0 TO FILA-ELEGIDA.
           MOVE 0 TO BUTACA-ELEGIDA.
           IF I-ASIENTO > NUM-ENTRADAS-ADULTO + NUM-ENTRADAS-NINO
             MOVE "senior" TO CATEGORIA-ASIENTO-WS
           ELSE
             IF I-ASIENTO > NUM-ENTRADAS-ADULTO
               MOVE "nino" TO CATEGORIA-ASIENTO-WS
             ELSE
               MOVE "adulto" TO CATEGORIA-ASIENTO-WS.

         MOSTRAR-PANTALLA-ASIENTO.
           IF NUM-ZONAS-ESPEC = 0
             DISPLAY PANTALLA-ELEGIR-ASIENTO
             ACCEPT PANTALLA-ELEGIR-ASIENTO
                 WITH TIME-OUT MILIS-TIMEOUT-SESION-WS
           ELSE
             DISPLAY PANTALLA-ELEGIR-ASIENTO-ZONA
             MOVE 9 TO LINEA-ZONA-WS
             MOVE 1 TO K-ZONA
             PERFORM MOSTRAR-UNA-ZONA-ESPEC
                 UNTIL K-ZONA > NUM-ZONAS-ESPEC
             ACCEPT PANTALLA-ELEGIR-ASIENTO-ZONA
                 WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             PERFORM RESTAURAR-CAMPOS-ESPEC
             MOVE " " TO MSJ-COMPRAR-ENTRADAS
             IF COB-CRT-STATUS NOT = 0
               GO TO MOSTRAR-PANTALLA-ASIENTO.

           IF NUM-ZONAS-ESPEC = 0
             PERFORM LEER-ASIENTO-POR-NUMERO
           ELSE
             INSPECT ZONA-ELEGIDA CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             PERFORM BUSCAR-ASIENTO-UBICACION
                 THRU FIN-BUSCAR-ASIENTO-UBICACION.

           IF ASIENTO-VALIDO = "SI"
             PERFORM COMPROBAR-ASIENTO-REPETIDO.

           IF ASIENTO-VALIDO = "NO"
             MOVE MSJ-ERROR-ASIENTO TO MSJ-ASIENTO
             GO TO MOSTRAR-PANTALLA-ASIENTO.

           PERFORM CALCULAR-PRECIO-ASIENTO.
           MOVE ASIENTO-NUM-ELEGIDO TO ASIENTOS-ELEGIDOS(I-ASIENTO).
           MOVE ZONA-HALLADA-WS TO ZONAS-ELEGIDAS(I-ASIENTO).
           MOVE FILA-HALLADA-WS TO FILAS-ELEGIDAS(I-ASIENTO).
           MOVE BUTACA-HALLADA-WS TO BUTACAS-ELEGIDAS(I-ASIENTO).
           MOVE PRECIO-CALCULO-WS TO PRECIOS-ELEGIDOS(I-ASIENTO).
           ADD 1 TO I-ASIENTO.

*> Lee el asiento tecleado por su numero correlativo (espectaculos sin
*> recinto) y deja constancia de si esta libre; los apartados para una
*> agencia externa ("A") no se venden en el cajero
       LEER-ASIENTO-POR-NUMERO.
           MOVE NUM-ESPEC TO ASIENTO-ESPEC.
           MOVE ASIENTO-NUM-ELEGIDO TO ASIENTO-NUM.
           OPEN INPUT ASIENTOFILE.
           READ ASIENTOFILE
               INVALID KEY MOVE "NO" TO ASIENTO-VALIDO
               NOT INVALID KEY
                 IF ASIENTO-OCUPADO = "S" OR ASIENTO-OCUPADO = "A"
                   MOVE "NO" TO ASIENTO-VALIDO
                 ELSE
                   MOVE "SI" TO ASIENTO-VALIDO.
           MOVE ASIENTO-ZONA TO ZONA-HALLADA-WS.
           MOVE ASIENTO-FILA TO FILA-HALLADA-WS.
           MOVE ASIENTO-BUTACA TO BUTACA-HALLADA-WS.
           MOVE ASIENTO-PRECIO TO PRECIO-BASE-HALLADO-WS.
           CLOSE ASIENTOFILE.

*> Busca en el plano del espectaculo el asiento de la zona, fila y
*> butaca tecleadas, recorriendo sus asientos desde el primero, y deja
*> su numero correlativo en ASIENTO-NUM-ELEGIDO si existe y esta libre
       BUSCAR-ASIENTO-UBICACION.
           MOVE "NO" TO ASIENTO-VALIDO.
           OPEN INPUT ASIENTOFILE.
           MOVE NUM-ESPEC TO ASIENTO-ESPEC.
           MOVE 0 TO ASIENTO-NUM.
           START ASIENTOFILE KEY IS NOT LESS THAN ASIENTO-CLAVE
               INVALID KEY GO TO CERRAR-BUSCAR-ASIENTO-UBICACION.

         LEER-BUSCAR-ASIENTO-UBICACION.
           READ ASIENTOFILE NEXT RECORD
               AT END GO TO CERRAR-BUSCAR-ASIENTO-UBICACION.
           IF ASIENTO-ESPEC NOT = NUM-ESPEC
             GO TO CERRAR-BUSCAR-ASIENTO-UBICACION.
           IF ASIENTO-ZONA NOT = ZONA-ELEGIDA OR
              ASIENTO-FILA NOT = FILA-ELEGIDA OR
              ASIENTO-BUTACA NOT = BUTACA-ELEGIDA
             GO TO LEER-BUSCAR-ASIENTO-UBICACION.
           IF ASIENTO-OCUPADO NOT = "S" AND ASIENTO-OCUPADO NOT = "A"
             MOVE "SI" TO ASIENTO-VALIDO.
           MOVE ASIENTO-NUM TO ASIENTO-NUM-ELEGIDO.
           MOVE ASIENTO-ZONA TO ZONA-HALLADA-WS.
           MOVE ASIENTO-FILA TO FILA-HALLADA-WS.
           MOVE ASIENTO-BUTACA TO BUTACA-HALLADA-WS.
           MOVE ASIENTO-PRECIO TO PRECIO-BASE-HALLADO-WS.

         CERRAR-BUSCAR-ASIENTO-UBICACION.
           CLOSE ASIENTOFILE.
       FIN-BUSCAR-ASIENTO-UBICACION.
           EXIT.

*> Precio de la entrada del asiento elegido: el precio base de su zona
*> (o el de adulto del espectaculo si el asiento no tiene recinto o su
*> zona no tiene precio) menos, para las entradas de nino y senior, la
*> misma rebaja que el espectaculo aplica a esas categorias sobre su
*> precio de adulto. Sin recinto sale exactamente el precio de la
*> categoria en ESPEC.DAT, como hasta ahora
       CALCULAR-PRECIO-ASIENTO.
           IF PRECIO-BASE-HALLADO-WS = 0
             MOVE PRECIO-ADULTO-ESPEC-WS TO PRECIO-CALCULO-WS
           ELSE
             MOVE PRECIO-BASE-HALLADO-WS TO PRECIO-CALCULO-WS.
           IF CATEGORIA-ASIENTO-WS = "nino"
             COMPUTE PRECIO-CALCULO-WS = PRECIO-CALCULO-WS
                 - (PRECIO-ADULTO-ESPEC-WS - PRECIO-NINO-ESPEC-WS).
           IF CATEGORIA-ASIENTO-WS = "senior"
             COMPUTE PRECIO-CALCULO-WS = PRECIO-CALCULO-WS
                 - (PRECIO-ADULTO-ESPEC-WS - PRECIO-SENIOR-ESPEC-WS).
           IF PRECIO-CALCULO-WS < 0
             MOVE 0 TO PRECIO-CALCULO-WS.

*> Resume por zonas el plano del espectaculo (en ASIENTOS.DAT los
*> asientos de una misma zona van seguidos): filas, precio base,
*> asientos libres y, de ellos, cuantos son accesibles. Un espectaculo
*> sin recinto deja NUM-ZONAS-ESPEC a cero
       CARGAR-ZONAS-ESPEC.
           MOVE 0 TO NUM-ZONAS-ESPEC.
           OPEN INPUT ASIENTOFILE.
           MOVE NUM-ESPEC TO ASIENTO-ESPEC.
           MOVE 0 TO ASIENTO-NUM.
           START ASIENTOFILE KEY IS NOT LESS THAN ASIENTO-CLAVE
               INVALID KEY GO TO CERRAR-CARGAR-ZONAS-ESPEC.

         LEER-CARGAR-ZONAS-ESPEC.
           READ ASIENTOFILE NEXT RECORD
               AT END GO TO CERRAR-CARGAR-ZONAS-ESPEC.
           IF ASIENTO-ESPEC NOT = NUM-ESPEC
             GO TO CERRAR-CARGAR-ZONAS-ESPEC.
           IF ASIENTO-ZONA = SPACES
             GO TO LEER-CARGAR-ZONAS-ESPEC.
           IF NUM-ZONAS-ESPEC = 0
             PERFORM ANADIR-ZONA-ESPEC
           ELSE
             IF TZ-ZONA(NUM-ZONAS-ESPEC) NOT = ASIENTO-ZONA
               IF NUM-ZONAS-ESPEC < 8
                 PERFORM ANADIR-ZONA-ESPEC
               ELSE
                 GO TO LEER-CARGAR-ZONAS-ESPEC.
           IF ASIENTO-FILA > TZ-FILAS(NUM-ZONAS-ESPEC)
             MOVE ASIENTO-FILA TO TZ-FILAS(NUM-ZONAS-ESPEC).
           IF ASIENTO-OCUPADO NOT = "S" AND ASIENTO-OCUPADO NOT = "A"
             ADD 1 TO TZ-LIBRES(NUM-ZONAS-ESPEC)
             IF ASIENTO-ACCESIBLE = "S"
               ADD 1 TO TZ-ACCESIBLES(NUM-ZONAS-ESPEC).
           GO TO LEER-CARGAR-ZONAS-ESPEC.

         CERRAR-CARGAR-ZONAS-ESPEC.
           CLOSE ASIENTOFILE.
       FIN-CARGAR-ZONAS-ESPEC.
           EXIT.

       ANADIR-ZONA-ESPEC.
           ADD 1 TO NUM-ZONAS-ESPEC.
           MOVE ASIENTO-ZONA TO TZ-ZONA(NUM-ZONAS-ESPEC).
           MOVE ASIENTO-ZONA-NOMBRE TO TZ-NOMBRE(NUM-ZONAS-ESPEC).
           MOVE 0 TO TZ-FILAS(NUM-ZONAS-ESPEC).
           IF ASIENTO-PRECIO = 0
             MOVE PRECIO-ADULTO-ESPEC-WS TO TZ-PRECIO(NUM-ZONAS-ESPEC)
           ELSE
             MOVE ASIENTO-PRECIO TO TZ-PRECIO(NUM-ZONAS-ESPEC).
           MOVE 0 TO TZ-LIBRES(NUM-ZONAS-ESPEC).
           MOVE 0 TO TZ-ACCESIBLES(NUM-ZONAS-ESPEC).

       MOSTRAR-UNA-ZONA-ESPEC.
           ADD 1 TO LINEA-ZONA-WS.
           MOVE TZ-ZONA(K-ZONA) TO LZE-ZONA.
           MOVE TZ-NOMBRE(K-ZONA) TO LZE-NOMBRE.
           MOVE TZ-FILAS(K-ZONA) TO LZE-FILAS.
           MOVE TZ-PRECIO(K-ZONA) TO LZE-PRECIO.
           MOVE TZ-LIBRES(K-ZONA) TO LZE-LIBRES.
           MOVE TZ-ACCESIBLES(K-ZONA) TO LZE-ACCESIBLES.
           DISPLAY LINEA-ZONA-ESPEC AT LINE NUMBER LINEA-ZONA-WS.
           ADD 1 TO K-ZONA.

*> Un mismo cliente no puede repetir el mismo asiento para dos de sus
*> propias entradas dentro de la misma compra
             MOVE "NO" TO ASIENTO-VALIDO.
           ADD 1 TO J-ASIENTO.

*> Procedimiento calcular-coste-entradas: suma el precio de cada
*> asiento elegido, que ya lleva su zona y su categoria
       CALCULAR-COSTE-ENTRADAS.
           OPEN INPUT ESPECFILE.
           READ ESPECFILE.
           COMPUTE NUM-ENTRADAS-ADULTO =
                    NUM-ENTRADAS - NUM-ENTRADAS-NINO - NUM-ENTRADAS-SENIOR.
           MOVE 0 TO COSTE-TOTAL-ENTRADAS.
           MOVE 1 TO J-ASIENTO.
           PERFORM SUMAR-PRECIO-ASIENTO UNTIL J-ASIENTO > NUM-ENTRADAS.
           CLOSE ESPECFILE.
       FIN-CALCULAR-COSTE-ENTRADAS.

       SUMAR-PRECIO-ASIENTO.
           ADD PRECIOS-ELEGIDOS(J-ASIENTO) TO COSTE-TOTAL-ENTRADAS.
           ADD 1 TO J-ASIENTO.

*> Procedimiento preguntar-compra-grupo: antes de confirmar la compra,
*> pregunta si cada entrada se va a pagar con una tarjeta distinta
*> (compra en grupo) o, como hasta ahora, todo con la misma tarjeta
       FIN-PREGUNTAR-CANJE-PUNTOS.
           EXIT.

*> Procedimiento preguntar-canje-bono: tras el canje de puntos, ofrece
*> pagar lo que queda de una compra con una unica tarjeta con un bono
*> regalo, sea quien sea su comprador. Se toma del saldo del bono
*> hasta el importe de la compra y el resto sigue en el codigo; el
*> bono no se toca hasta confirmar la compra (aplicar-canje-bono).
*> Tras tres codigos erroneos ya no se ofrece en esta compra
       PREGUNTAR-CANJE-BONO.
           MOVE "N" TO CANJE-BONO.
           MOVE 0 TO CODIGO-CANJE-WS.
           MOVE 0 TO DESCUENTO-BONO-WS.
           MOVE 0 TO INTENTOS-BONO-WS.
           MOVE SPACES TO MSJ-PAGO-BONO-WS.
           IF COSTE-TOTAL-ENTRADAS = 0
             GO TO FIN-PREGUNTAR-CANJE-BONO.

         MOSTRAR-PANTALLA-CANJE-BONO.
           DISPLAY PANTALLA-CANJE-BONO.
           ACCEPT PANTALLA-CANJE-BONO
               WITH TIME-OUT MILIS-TIMEOUT-SESION-WS.
           IF COB-CRT-STATUS = 8001
             MOVE 2005 TO COB-CRT-STATUS.
           IF COB-CRT-STATUS = 2005
             MOVE "N" TO CANJE-BONO
             MOVE 0 TO CODIGO-CANJE-WS
             MOVE " " TO MSJ-COMPRAR-ENTRADAS
             GO TO FIN-PREGUNTAR-CANJE-BONO.
           IF CANJE-BONO = "s"
             MOVE "S" TO CANJE-BONO.
           IF CANJE-BONO NOT = "S"
             MOVE "N" TO CANJE-BONO
             MOVE 0 TO CODIGO-CANJE-WS
             MOVE " " TO MSJ-COMPRAR-ENTRADAS
             GO TO FIN-PREGUNTAR-CANJE-BONO.

           OPEN INPUT BONOSREGALOFILE.
           IF FSBON = "35"
             CLOSE BONOSREGALOFILE
             GO TO BONO-NO-VALIDO.
           MOVE CODIGO-CANJE-WS TO BON-CODIGO.
           READ BONOSREGALOFILE
               INVALID KEY
                 CLOSE BONOSREGALOFILE
                 GO TO BONO-NO-VALIDO.
           CLOSE BONOSREGALOFILE.
           IF NOT BON-VIGENTE OR BON-SALDO = 0 OR
              BON-FECHA-CADUCIDAD < FECHA-NEGOCIO-WS
             GO TO BONO-NO-VALIDO.

           MOVE " " TO MSJ-COMPRAR-ENTRADAS.
           MOVE BON-SALDO TO DESCUENTO-BONO-WS.
           IF DESCUENTO-BONO-WS > COSTE-TOTAL-ENTRADAS
             MOVE COSTE-TOTAL-ENTRADAS TO DESCUENTO-BONO-WS.
           SUBTRACT DESCUENTO-BONO-WS FROM COSTE-TOTAL-ENTRADAS.
           COMPUTE SALDO-BONO-CANJE-WS = BON-SALDO - DESCUENTO-BONO-WS.
           MOVE DESCUENTO-BONO-WS TO DESCUENTO-BONO-ED.
           STRING "Pagado con bono regalo: " DESCUENTO-BONO-ED " EUR"
               DELIMITED BY SIZE INTO MSJ-PAGO-BONO-WS.
           GO TO FIN-PREGUNTAR-CANJE-BONO.

         BONO-NO-VALIDO.
           ADD 1 TO INTENTOS-BONO-WS.
           MOVE 0 TO CODIGO-CANJE-WS.
           IF INTENTOS-BONO-WS >= 3
             MOVE "N" TO CANJE-BONO
             MOVE " " TO MSJ-COMPRAR-ENTRADAS
             MOVE "BONO-ERRONEO" TO JRN-EVENTO-WS
             MOVE "Tres codigos de bono regalo erroneos"
                 TO JRN-DETALLE-WS
             PERFORM GRABAR-JOURNAL
             GO TO FIN-PREGUNTAR-CANJE-BONO.
           MOVE MSJ-ERROR-BONO TO MSJ-COMPRAR-ENTRADAS.
           GO TO MOSTRAR-PANTALLA-CANJE-BONO.
       FIN-PREGUNTAR-CANJE-BONO.
           EXIT.

*> Procedimiento aplicar-canje-bono: al confirmar la compra vuelve a
*> leer el bono, le resta lo canjeado y deja el canje en
*> CANJES-BONOS.DAT con la secuencia siguiente del bono, que la
*> liquidacion al promotor suma a la taquilla del espectaculo. Si el
*> bono ya no cubre el importe (otro cajero lo ha usado entretanto)
*> no se toca nada y CANJE-BONO queda a "N"
       APLICAR-CANJE-BONO.
           MOVE "N" TO CANJE-BONO.
           OPEN I-O BONOSREGALOFILE.
           IF FSBON = "35"
             CLOSE BONOSREGALOFILE
             GO TO FIN-APLICAR-CANJE-BONO.
           MOVE CODIGO-CANJE-WS TO BON-CODIGO.
           READ BONOSREGALOFILE
               INVALID KEY
                 CLOSE BONOSREGALOFILE
                 GO TO FIN-APLICAR-CANJE-BONO.
           IF FSBON NOT = "00"
             CLOSE BONOSREGALOFILE
             GO TO FIN-APLICAR-CANJE-BONO.
           IF NOT BON-VIGENTE OR BON-SALDO < DESCUENTO-BONO-WS OR
              BON-FECHA-CADUCIDAD < FECHA-NEGOCIO-WS
             CLOSE BONOSREGALOFILE
             GO TO FIN-APLICAR-CANJE-BONO.
           SUBTRACT DESCUENTO-BONO-WS FROM BON-SALDO.
           ADD 1 TO BON-NUM-CANJES.
           MOVE BON-NUM-CANJES TO SEC-CANJE-WS.
           MOVE FECHA-NEGOCIO-WS TO BON-FECHA-ULT-CANJE.
           IF BON-SALDO = 0
             MOVE "A" TO BON-ESTADO.
           REWRITE REG-BONO-REGALO.
           CLOSE BONOSREGALOFILE.

           OPEN I-O CANJESBONOSFILE.
           IF FSCNJ = "35"
             CLOSE CANJESBONOSFILE
             OPEN OUTPUT CANJESBONOSFILE
             CLOSE CANJESBONOSFILE
             OPEN I-O CANJESBONOSFILE.
           MOVE CODIGO-CANJE-WS TO CNJ-CODIGO.
           MOVE SEC-CANJE-WS TO CNJ-SEC.
           MOVE NUM-TARJETA-OPERAR TO CNJ-TARJ.
           MOVE CUENTA-SELECCIONADA TO CNJ-CUENTA.
           MOVE NUM-ESPEC TO CNJ-ESPEC.
           MOVE NUM-ENTRADAS TO CNJ-NUM-ENTRADAS.
           MOVE DESCUENTO-BONO-WS TO CNJ-IMPORTE.
           MOVE FECHA-NEGOCIO-WS TO CNJ-FECHA-NEGOCIO.
           MOVE "V" TO CNJ-ESTADO.
           MOVE 0 TO CNJ-FECHA-ANULACION.
           WRITE REG-CANJE-BONO
               INVALID KEY REWRITE REG-CANJE-BONO.
           CLOSE CANJESBONOSFILE.
           MOVE "S" TO CANJE-BONO.

           MOVE "CANJE-BONO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           MOVE DESCUENTO-BONO-WS TO DESCUENTO-BONO-ED.
           STRING "Bono " CODIGO-CANJE-WS " canjeados "
                  DESCUENTO-BONO-ED " EUR"
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
       FIN-APLICAR-CANJE-BONO.
           EXIT.

*> Procedimiento devolver-canje-bono: al anular una compra pagada con
*> bono regalo, lo canjeado vuelve al bono y el canje queda anulado
*> para que no se liquide al promotor. Si el bono ya ha caducado, lo
*> devuelto lo lleva a ingresos CADUCARBONOS la noche siguiente
       DEVOLVER-CANJE-BONO.
           OPEN I-O CANJESBONOSFILE.
           IF FSCNJ = "35"
             CLOSE CANJESBONOSFILE
             GO TO FIN-DEVOLVER-CANJE-BONO.
           MOVE ANUL-CANJE-CLAVE TO CNJ-CLAVE.
           READ CANJESBONOSFILE
               INVALID KEY
                 CLOSE CANJESBONOSFILE
                 GO TO FIN-DEVOLVER-CANJE-BONO.
           IF NOT CNJ-APLICADO
             CLOSE CANJESBONOSFILE
             GO TO FIN-DEVOLVER-CANJE-BONO.
           MOVE "A" TO CNJ-ESTADO.
           MOVE FECHA-NEGOCIO-WS TO CNJ-FECHA-ANULACION.
           MOVE CNJ-IMPORTE TO DESCUENTO-BONO-WS.
           REWRITE REG-CANJE-BONO.
           CLOSE CANJESBONOSFILE.

           OPEN I-O BONOSREGALOFILE.
           MOVE ANUL-CANJE-CODIGO TO BON-CODIGO.
           READ BONOSREGALOFILE
               INVALID KEY
                 CLOSE BONOSREGALOFILE
                 GO TO FIN-DEVOLVER-CANJE-BONO.
           ADD DESCUENTO-BONO-WS TO BON-SALDO.
           IF BON-AGOTADO
             MOVE "V" TO BON-ESTADO.
           REWRITE REG-BONO-REGALO.
           CLOSE BONOSREGALOFILE.

           MOVE "DEVOL-BONO" TO JRN-EVENTO-WS.
           MOVE SPACES TO JRN-DETALLE-WS.
           MOVE DESCUENTO-BONO-WS TO DESCUENTO-BONO-ED.
           STRING "Bono " ANUL-CANJE-CODIGO " devueltos "
                  DESCUENTO-BONO-ED " EUR"
               DELIMITED BY SIZE INTO JRN-DETALLE-WS.
           PERFORM GRABAR-JOURNAL.
           MOVE 0 TO DESCUENTO-BONO-WS.
       FIN-DEVOLVER-CANJE-BONO.
           EXIT.

*> Procedimiento pedir-pagadores-grupo: pide, una a una, la tarjeta y
*> el PIN con los que se va a pagar cada una de las NUM-ENTRADAS
*> entradas de una compra en grupo
           MOVE " " TO MSJ-PAGADOR.
           MOVE 0 TO PAGADOR-TARJ-WS.
           MOVE 0 TO PAGADOR-PIN-WS.
           MOVE PRECIOS-ELEGIDOS(I-PAGADOR) TO PRECIO-PAGADOR-WS.
           DISPLAY PANTALLA-DATOS-PAGADOR.
           PERFORM LEER-TECLA.
           IF COB-CRT-STATUS = 2005
             CLOSE USERFILE
             GO TO FIN-VALIDAR-UN-PAGADOR.

           IF PRECIO-PAGADOR-WS >
                 USER-SALDO(1) + USER-LIMITE-DESCUBIERTO(1)
             MOVE "NO" TO PAGADOR-VALIDO
             MOVE MSJ-ERROR-PAGADOR-SALDO TO MSJ-PAGADOR
           CLOSE ESPECFILE.

           PERFORM MARCAR-ASIENTOS-OCUPADOS THRU FIN-MARCAR-ASIENTOS-OCUPADOS.
           IF PREVENTA-ABIERTA-WS = "S"
             PERFORM GRABAR-VENTA-PREVENTA.
           PERFORM MOSTRAR-CODIGOS-ADMISION
               THRU FIN-MOSTRAR-CODIGOS-ADMISION.

*> diario/WAL y de movimiento que HACER-COMPRA-ENTRADAS deja para una
*> compra normal
       COBRAR-UN-PAGADOR.
           MOVE PRECIOS-ELEGIDOS(I-PAGADOR) TO PRECIO-PAGADOR-WS.
           MOVE GRUPO-PAGADOR-TARJ(I-PAGADOR) TO USER-TARJ.
           OPEN I-O USERFILE.
           READ USERFILE.
           MOVE 1 TO WAL-CUENTA-IDX-WS.
           MOVE USER-NUM-CUENTA(1) TO WAL-CUENTA-WS.
           MOVE SPACES TO WAL-CUENTA-DESTINO-WS.
           MOVE NUM-ESPEC TO WAL-CUENTA-DESTINO-WS(1:4).
           MOVE 1 TO WAL-CUENTA-DESTINO-WS(5:3).
           IF USER-SALDO(1) - PRECIO-PAGADOR-WS < 0
             STRING "Compra en grupo 1 entrada "
                ESPEC-NOMBRE " (descubierto)" DELIMITED BY SIZE
                INTO WAL-CONCEPTO-WS
           ELSE
             STRING "Compra en grupo 1 entrada "
                ESPEC-NOMBRE DELIMITED BY SIZE INTO WAL-CONCEPTO-WS.
           MOVE "EN" TO WAL-TIPO-OP-WS.
           MOVE "GR" TO WAL-SUBTIPO-OP-WS.
           COMPUTE WAL-CANTIDAD-WS =
                        PRECIO-PAGADOR-WS - (PRECIO-PAGADOR-WS * 2).
           MOVE USER-SALDO(1) TO WAL-SALDO-ANTES-WS.
           SUBTRACT PRECIO-PAGADOR-WS FROM USER-SALDO(1)
               GIVING WAL-SALDO-DESPUES-WS.
           PERFORM ESCRIBIR-WAL-ANTES.
           SUBTRACT PRECIO-PAGADOR-WS FROM USER-SALDO(1).
           ADD PUNTOS-POR-OPERACION TO USER-PUNTOS.
           REWRITE REG-USUARIO.
           PERFORM MARCAR-WAL-APLICADO.

           MOVE USER-NUM-CUENTA(1) TO MOV-ID.
           MOVE WAL-CONCEPTO-WS TO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "GR" TO MOV-SUBTIPO-OP.
           COMPUTE COSTE-TOTAL-ENT-MOV =
                PRECIO-PAGADOR-WS - (PRECIO-PAGADOR-WS * 2).
           MOVE COSTE-TOTAL-ENT-MOV TO MOV-CANTIDAD.
           COMPUTE MOV-IMPORTE = 0 - PRECIO-PAGADOR-WS.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
           MOVE NUM-ESPEC TO MOV-CUENTA-DESTINO(1:4).
           MOVE 1 TO MOV-CUENTA-DESTINO(5:3).
           MOVE USER-SALDO(1) TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.

*> Procedimiento hacer-compra-entradas
       HACER-COMPRA-ENTRADAS.
*> Lo pagado con bono regalo se descuenta del bono antes que nada:
*> si otro cajero lo ha gastado entretanto la compra no sigue
           IF DESCUENTO-BONO-WS > 0
             PERFORM APLICAR-CANJE-BONO THRU FIN-APLICAR-CANJE-BONO
             IF CANJE-BONO NOT = "S"
               MOVE MSJ-ERROR-BONO-USADO TO MSJ-COMPRAR-ENTRADAS
               PERFORM RESTAURAR-CAMPOS-ESPEC
               GO TO MENU-OPCIONES.

           MOVE NUM-ESPEC TO ESPEC-NUMERO.
           OPEN I-O ESPECFILE.
           READ ESPECFILE.
           CLOSE ESPECFILE.

           PERFORM MARCAR-ASIENTOS-OCUPADOS THRU FIN-MARCAR-ASIENTOS-OCUPADOS.
           IF PREVENTA-ABIERTA-WS = "S"
             PERFORM GRABAR-VENTA-PREVENTA.

           OPEN I-O USERFILE.
           READ USERFILE.
           MOVE SELECCION-CUENTA TO WAL-CUENTA-IDX-WS.
           MOVE CUENTA-SELECCIONADA TO WAL-CUENTA-WS.
           MOVE SPACES TO WAL-CUENTA-DESTINO-WS.
           MOVE NUM-ESPEC TO WAL-CUENTA-DESTINO-WS(1:4).
           MOVE NUM-ENTRADAS TO WAL-CUENTA-DESTINO-WS(5:3).
           IF SALDO-SELECCIONADO < 0
             STRING "Compra " NUM-ENTRADAS-FORMAT " entradas "
                ESPEC-NOMBRE " (descubierto)" DELIMITED BY SIZE
           ELSE
             STRING "Compra " NUM-ENTRADAS-FORMAT " entradas "
                ESPEC-NOMBRE DELIMITED BY SIZE INTO WAL-CONCEPTO-WS.
           MOVE "EN" TO WAL-TIPO-OP-WS.
           MOVE "CO" TO WAL-SUBTIPO-OP-WS.
           COMPUTE WAL-CANTIDAD-WS =
                        COSTE-TOTAL-ENTRADAS - (COSTE-TOTAL-ENTRADAS * 2).
           ADD COSTE-TOTAL-ENTRADAS TO SALDO-SELECCIONADO

 	       MOVE CUENTA-SELECCIONADA TO MOV-ID.
		   MOVE CONCEPTO-TRANSF-MOV TO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "CO" TO MOV-SUBTIPO-OP.
		   MOVE COSTE-TOTAL-ENT-MOV TO MOV-CANTIDAD.
           COMPUTE MOV-IMPORTE = 0 - COSTE-TOTAL-ENTRADAS.
*> MOV-CUENTA-DESTINO no se usa en los movimientos de compra de
*> entradas, asi que se aprovecha para guardar el espectaculo y el
*> numero de entradas compradas (bytes 1-7) y si se ha anulado ya la
*> compra (byte 8, "R"), para que ANULAR-ENTRADAS pueda localizarla;
*> si se pago en parte con bono regalo, el codigo del bono (bytes
*> 9-18) y la secuencia del canje (bytes 19-21)
		   MOVE SPACES TO MOV-CUENTA-DESTINO.
		   MOVE NUM-ESPEC TO MOV-CUENTA-DESTINO(1:4).
		   MOVE NUM-ENTRADAS TO MOV-CUENTA-DESTINO(5:3).
		   IF DESCUENTO-BONO-WS > 0
		     MOVE CODIGO-CANJE-WS TO MOV-CUENTA-DESTINO(9:10)
		     MOVE SEC-CANJE-WS TO MOV-CUENTA-DESTINO(19:3).
		   MOVE SALDO-SELECCIONADO TO MOV-SALDO.
		   PERFORM OBTENER-FECHA.
		   MOVE FECHAF TO MOV-FECHA.
           MOVE CODENT-CODIGO-WS TO CODENT-CODIGO.
           MOVE NUM-ESPEC TO CODENT-ESPEC.
           MOVE ASIENTOS-ELEGIDOS(I-ASIENTO) TO CODENT-ASIENTO.
           MOVE ZONAS-ELEGIDAS(I-ASIENTO) TO CODENT-ZONA.
           MOVE FILAS-ELEGIDAS(I-ASIENTO) TO CODENT-FILA.
           MOVE BUTACAS-ELEGIDAS(I-ASIENTO) TO CODENT-BUTACA.
           MOVE NUM-TARJETA-OPERAR TO CODENT-TARJ.
           MOVE "V" TO CODENT-ESTADO.
           WRITE REG-CODIGO-ENTRADA.
       MOSTRAR-UN-CODIGO-ADMISION.
           ADD 1 TO LINEA-CODIGO-ENT-WS.
           MOVE ASIENTOS-ELEGIDOS(I-ASIENTO) TO LCE-ASIENTO.
           MOVE SPACES TO LCE-UBICACION.
           IF ZONAS-ELEGIDAS(I-ASIENTO) NOT = SPACES
             MOVE FILAS-ELEGIDAS(I-ASIENTO) TO FILA-EDIT-WS
             MOVE BUTACAS-ELEGIDAS(I-ASIENTO) TO BUTACA-EDIT-WS
             STRING "zona " ZONAS-ELEGIDAS(I-ASIENTO)
                    " fila " FILA-EDIT-WS
                    " butaca " BUTACA-EDIT-WS
                 DELIMITED BY SIZE INTO LCE-UBICACION.
           MOVE CODIGOS-GENERADOS(I-ASIENTO) TO LCE-CODIGO.
           DISPLAY LINEA-CODIGO-ENT
               AT LINE NUMBER LINEA-CODIGO-ENT-WS.
           ADD 1 TO I-ASIENTO.

*> Procedimiento comprobar-preventa: si el espectaculo tiene en
*> PREVENTAS.DAT una ventana de preventa que cubre la fecha de
*> negocio, solo compra la tarjeta que cumple alguno de sus
*> criterios: puntos de fidelizacion por encima del umbral, abono de
*> temporada del mismo promotor (codigo de abono no anulado) o haber
*> entrado en puerta a otra funcion del promotor (codigo de admision
*> que PUERTAESPEC dejo usado). Las entradas no anuladas que la
*> tarjeta ya tiene del espectaculo cuentan para el cupo
       COMPROBAR-PREVENTA.
           MOVE "N" TO PREVENTA-ABIERTA-WS.
           MOVE "N" TO PREVENTA-DENEGADA-WS.
           MOVE SPACE TO CRITERIO-PREVENTA-WS.
           MOVE SPACES TO PROMOTOR-PREVENTA-WS.
           MOVE 0 TO ENTRADAS-PREVENTA-WS.
           OPEN INPUT PREVENTASFILE.
           IF FSPRV = "35"
             CLOSE PREVENTASFILE
             GO TO FIN-COMPROBAR-PREVENTA.
           MOVE NUM-ESPEC TO PRV-ESPEC.
           READ PREVENTASFILE
               INVALID KEY
                 CLOSE PREVENTASFILE
                 GO TO FIN-COMPROBAR-PREVENTA.
           IF FECHA-NEGOCIO-WS < PRV-FECHA-INICIO OR
              FECHA-NEGOCIO-WS > PRV-FECHA-FIN
             CLOSE PREVENTASFILE
             GO TO FIN-COMPROBAR-PREVENTA.
           MOVE "S" TO PREVENTA-ABIERTA-WS.
           MOVE PRV-ABONADOS TO ABONADOS-PREVENTA-WS.
           MOVE PRV-ASISTENTES TO ASISTENTES-PREVENTA-WS.
           MOVE PRV-CUPO-TARJETA TO CUPO-PREVENTA-WS.
           IF PRV-PUNTOS-MINIMOS > 0
             OPEN INPUT USERFILE
             READ USERFILE
             IF USER-PUNTOS NOT < PRV-PUNTOS-MINIMOS
               MOVE "P" TO CRITERIO-PREVENTA-WS.
           IF PRV-PUNTOS-MINIMOS > 0
             CLOSE USERFILE.
           CLOSE PREVENTASFILE.

           OPEN INPUT PROMOTORESFILE.
           IF FSPM NOT = "35"
             MOVE NUM-ESPEC TO PROM-ESPEC
             READ PROMOTORESFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE PROM-NOMBRE TO PROMOTOR-PREVENTA-WS.
           OPEN INPUT ABONOSESPECFILE.
           OPEN INPUT CODIGOSENTRADAFILE.
           IF FSCE = "35"
             GO TO CERRAR-CODIGOS-PREVENTA.

         LEER-CODIGO-PREVENTA.
           READ CODIGOSENTRADAFILE NEXT RECORD
               AT END GO TO CERRAR-CODIGOS-PREVENTA.
           IF CODENT-TARJ NOT = NUM-TARJETA-OPERAR OR CODENT-ANULADO
             GO TO LEER-CODIGO-PREVENTA.
           IF CODENT-ESPEC = NUM-ESPEC
             ADD 1 TO ENTRADAS-PREVENTA-WS
             GO TO LEER-CODIGO-PREVENTA.
           IF CRITERIO-PREVENTA-WS NOT = SPACE OR
              PROMOTOR-PREVENTA-WS = SPACES
             GO TO LEER-CODIGO-PREVENTA.
           IF CODENT-ESPEC = 0 AND ABONADOS-PREVENTA-WS = "S" AND
              FSABO NOT = "35"
             PERFORM MIRAR-ABONO-PREVENTA.
           IF CODENT-ESPEC NOT = 0 AND CODENT-USADO AND
              ASISTENTES-PREVENTA-WS = "S" AND FSPM NOT = "35"
             PERFORM MIRAR-ASISTENCIA-PREVENTA.
           GO TO LEER-CODIGO-PREVENTA.

         CERRAR-CODIGOS-PREVENTA.
           CLOSE CODIGOSENTRADAFILE.
           CLOSE ABONOSESPECFILE.
           CLOSE PROMOTORESFILE.
           IF CRITERIO-PREVENTA-WS = SPACE
             MOVE "S" TO PREVENTA-DENEGADA-WS
             MOVE MSJ-PREVENTA-NO-ELEGIBLE TO MSJ-COMPRAR-ENTRADAS
             GO TO FIN-COMPROBAR-PREVENTA.
           IF CUPO-PREVENTA-WS > 0 AND
              ENTRADAS-PREVENTA-WS + NUM-ENTRADAS > CUPO-PREVENTA-WS
             MOVE "S" TO PREVENTA-DENEGADA-WS
             MOVE MSJ-PREVENTA-CUPO TO MSJ-COMPRAR-ENTRADAS.
       FIN-COMPROBAR-PREVENTA.
           EXIT.

*> El codigo de abono lleva el numero de abono en el campo de asiento
       MIRAR-ABONO-PREVENTA.
           MOVE CODENT-ASIENTO TO ABO-NUMERO.
           READ ABONOSESPECFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF ABO-PROMOTOR = PROMOTOR-PREVENTA-WS
                   MOVE "A" TO CRITERIO-PREVENTA-WS.

       MIRAR-ASISTENCIA-PREVENTA.
           MOVE CODENT-ESPEC TO PROM-ESPEC.
           READ PROMOTORESFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF PROM-NOMBRE = PROMOTOR-PREVENTA-WS
                   MOVE "H" TO CRITERIO-PREVENTA-WS.

*> Procedimiento grabar-venta-preventa: deja en VENTAS-PREVENTA.DAT
*> la compra hecha con la ventana de preventa abierta y el criterio
*> por el que la tarjeta tuvo derecho a ella
       GRABAR-VENTA-PREVENTA.
           OPEN EXTEND VENTASPREVENTAFILE.
           IF FSVPV = "35"
             CLOSE VENTASPREVENTAFILE
             OPEN OUTPUT VENTASPREVENTAFILE.
           MOVE SPACES TO REG-VENTA-PREVENTA.
           MOVE NUM-ESPEC TO VPV-ESPEC.
           MOVE NUM-TARJETA-OPERAR TO VPV-TARJ.
           MOVE NUM-ENTRADAS TO VPV-ENTRADAS.
           MOVE COSTE-TOTAL-ENTRADAS TO VPV-IMPORTE.
           MOVE CRITERIO-PREVENTA-WS TO VPV-CRITERIO.
           MOVE FECHA-NEGOCIO-WS TO VPV-FECHA.
           WRITE REG-VENTA-PREVENTA.
           CLOSE VENTASPREVENTAFILE.

*> Procedimiento restaurar-campos-espectaculos
       RESTAURAR-CAMPOS-ESPEC.
           MOVE 12 TO LINEA-ESPEC.
           MOVE 0 TO NUM-ENTRADAS-SENIOR.
           MOVE "N" TO CANJE-PUNTOS.
           MOVE 0 TO PUNTOS-A-CANJEAR.
           MOVE "N" TO CANJE-BONO.
           MOVE 0 TO CODIGO-CANJE-WS.
           MOVE 0 TO DESCUENTO-BONO-WS.
           MOVE SPACES TO MSJ-PAGO-BONO-WS.
           MOVE 1 TO I-ASIENTO.

*> Procedimiento error-mostrar-espectaculos
           STRING "Cesion entradas esp " NUM-ESPEC-CED-X
                  " a " CED-TARJ-DESTINO
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "CS" TO MOV-SUBTIPO-OP.
           MOVE 0 TO MOV-CANTIDAD.
           MOVE 0 TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
           STRING "Entradas esp " NUM-ESPEC-CED-X
                  " recibidas por cesion"
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "CR" TO MOV-SUBTIPO-OP.
           MOVE 0 TO MOV-CANTIDAD.
           MOVE 0 TO MOV-IMPORTE.
           MOVE " " TO MOV-CUENTA-DESTINO.
             CLOSE MOVFILE
             MOVE MSJ-ERROR-ANULAR-CADUCADA TO MSJ-ANULAR
             GO TO MOSTRAR-PANTALLA-ANULAR.
           MOVE SPACES TO MSJ-ANULAR-BONO.
           IF ANUL-CANJE-CLAVE-X IS NUMERIC
             MOVE MSJ-AVISO-ANULAR-BONO TO MSJ-ANULAR-BONO.

         MOSTRAR-PANTALLA-CONF-ANULAR.
           DISPLAY PANTALLA-CONFIRMAR-ANULAR.

*> Procedimiento localizar-compra-anular: busca en MOVFILE una compra
*> de entradas de CUENTA-SELECCIONADA en la fecha indicada que no se
*> haya anulado todavia (MOV-CUENTA-DESTINO(8:1) distinto de "R"); si
*> la encuentra, extrae el espectaculo y el numero de entradas que
*> tenia codificados y deja el apunte SIN marcar y MOVFILE abierto y
*> posicionado sobre el, a la espera de que comprobar-espec-anular
             GO TO CERRAR-LOCALIZAR-COMPRA-ANULAR.

           IF MOV-FECHA = ANUL-FECHA-BUSCADA
               IF MOV-OP-ENTRADAS AND
                  (MOV-SUBTIPO-OP = "CO" OR MOV-SUBTIPO-OP = "GR")
                 IF MOV-CUENTA-DESTINO(8:1) NOT = "R"
                   MOVE "SI" TO ANUL-ENCONTRADA
                   MOVE MOV-CUENTA-DESTINO(1:4) TO ANUL-NUM-ESPEC
                   MOVE MOV-CUENTA-DESTINO(5:3) TO ANUL-NUM-ENTRADAS
                   MOVE MOV-IMPORTE TO CANTIDAD-MOV
                   MOVE CANTIDAD-MOV TO ANUL-IMPORTE
                   MOVE MOV-CUENTA-DESTINO(9:13) TO ANUL-CANJE-CLAVE-X
                   GO TO FIN-LOCALIZAR-COMPRA-ANULAR.

           GO TO INICIO-LOCALIZAR-COMPRA-ANULAR.
           EXIT.

*> Procedimiento comprobar-espec-anular: localiza el espectaculo de la
*> compra encontrada y rechaza la anulacion si su fecha ya ha pasado,
*> salvo que el espectaculo se haya aplazado y su ventana de
*> devolucion de APLAZAMIENTOS.DAT siga abierta hoy: en ese caso se
*> admite siempre y ANUL-EN-VENTANA-APLAZ queda a "SI" para que la
*> devolucion se apunte como "AP" y se descuente de la liquidacion
       COMPROBAR-ESPEC-ANULAR.
           MOVE "NO" TO ANUL-EN-VENTANA-APLAZ.
           MOVE SPACES TO MSJ-ANULAR-APLAZ.
           MOVE ANUL-NUM-ESPEC TO ESPEC-NUMERO.
           OPEN INPUT ESPECFILE.
           READ ESPECFILE
               INVALID KEY MOVE "NO" TO ANUL-ENCONTRADA.
           CLOSE ESPECFILE.
           IF ANUL-ENCONTRADA NOT = "SI"
             GO TO FIN-COMPROBAR-ESPEC-ANULAR.

           PERFORM OBTENER-FECHA.
           COMPUTE FECHA-HOY-COMP =
                        (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                         + DD OF FECHA.

           OPEN INPUT APLAZAMIENTOSFILE.
           IF FSAPL NOT = "35"
             MOVE ANUL-NUM-ESPEC TO APL-ESPEC
             READ APLAZAMIENTOSFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF APL-VENTANA-ABIERTA AND
                        FECHA-HOY-COMP NOT > APL-FIN-VENTANA
                       MOVE "SI" TO ANUL-EN-VENTANA-APLAZ
                       MOVE MSJ-AVISO-ANULAR-APLAZ TO MSJ-ANULAR-APLAZ
                     END-IF
             END-READ.
           CLOSE APLAZAMIENTOSFILE.
           IF ANUL-EN-VENTANA-APLAZ = "SI"
             GO TO FIN-COMPROBAR-ESPEC-ANULAR.

           COMPUTE FECHA-FINAL-MOV = (AAE * 10000) + (MME * 100) + DDE.
           IF FECHA-HOY-COMP > FECHA-FINAL-MOV
             MOVE "NO" TO ANUL-ENCONTRADA.
       FIN-COMPROBAR-ESPEC-ANULAR.
           EXIT.

*> Procedimiento marcar-mov-anulado: una vez que comprobar-espec-anular
*> ha dado el visto bueno, marca como anulado (MOV-CUENTA-DESTINO(8:1)
*> = "R") el apunte de compra sobre el que quedo posicionado MOVFILE
*> en localizar-compra-anular, y cierra el fichero
       MARCAR-MOV-ANULADO.
           MOVE MOV-ID TO COMPRA-ANULADA-ID-WS.
           MOVE MOV-SEC TO COMPRA-ANULADA-SEC-WS.
           MOVE "R" TO MOV-CUENTA-DESTINO(8:1).
           REWRITE REG-MOVIMIENTOS.
           CLOSE MOVFILE.
       FIN-MARCAR-MOV-ANULADO.
           REWRITE REG-USUARIO.
           CLOSE USERFILE.

           IF ANUL-CANJE-CLAVE-X IS NUMERIC
             PERFORM DEVOLVER-CANJE-BONO THRU FIN-DEVOLVER-CANJE-BONO.

           MOVE ANUL-NUM-ENTRADAS TO NUM-ENTRADAS-FORMAT.
           STRING "Devolucion entradas " NUM-ENTRADAS-FORMAT
              " entradas " ESPEC-NOMBRE DELIMITED BY SIZE

           MOVE CUENTA-SELECCIONADA TO MOV-ID.
           MOVE CONCEPTO-TRANSF-MOV TO MOV-CONCEPTO.
           MOVE "EN" TO MOV-TIPO-OP.
           MOVE "DV" TO MOV-SUBTIPO-OP.
           MOVE ANUL-IMPORTE TO MOV-CANTIDAD.
           MOVE ANUL-IMPORTE TO MOV-IMPORTE.
           MOVE SPACES TO MOV-CUENTA-DESTINO.
*> La devolucion dentro de la ventana de un aplazamiento se apunta
*> como "AP", con el espectaculo y las entradas en los mismos bytes
*> que la compra, para que CERRARAPLAZAMIENTOS y la liquidacion al
*> promotor puedan totalizarla
           IF ANUL-EN-VENTANA-APLAZ = "SI"
             MOVE "AP" TO MOV-SUBTIPO-OP
             MOVE ANUL-NUM-ESPEC TO MOV-CUENTA-DESTINO(1:4)
             MOVE ANUL-NUM-ENTRADAS TO MOV-CUENTA-DESTINO(5:3).
           MOVE SALDO-SELECCIONADO TO MOV-SALDO.
           PERFORM OBTENER-FECHA.
           MOVE FECHAF TO MOV-FECHA.
               INVALID KEY PERFORM REINTENTAR-SEC-MOV.
           CLOSE MOVFILE.

           PERFORM EMITIR-FACTURA-RECTIFICATIVA
               THRU FIN-EMITIR-FACTURA-RECTIFICATIVA.

         MOSTRAR-ENTRADAS-ANULADAS.
           DISPLAY PANTALLA-ENTRADAS-ANULADAS.
           PERFORM LEER-TECLA.
       FIN-GRABAR-HISTORIAL-CLAVE.
           EXIT.

*> Antes de abrir ningun fichero maestro (ni recuperar el WAL, que
*> escribe en ellos) se comprueba en CONTROL-TRAZADOS.DAT que cada
*> uno tiene el trazado con que se compilo el cajero; los ficheros
*> de formacion TEST-*.DAT los genera ANONIMIZARDATOS desde los
*> reales con su mismo trazado. Si alguno no coincide el cajero no
*> arranca
       COMPROBAR-TRAZADOS.
           OPEN INPUT TRAZADOSFILE.
           IF FSTZ NOT = "00"
             DISPLAY "No existe CONTROL-TRAZADOS.DAT: ejecute "
                 "SELLARTRAZADOS antes de abrir el cajero"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 3 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 4 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 2 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 2 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 2 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           MOVE "RECIBOS.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 2 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           CLOSE TRAZADOSFILE.
       FIN-COMPROBAR-TRAZADOS.
           EXIT.

       COMPROBAR-UN-TRAZADO.
           MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
           READ TRAZADOSFILE
               INVALID KEY MOVE 0 TO TRZ-VERSION.
           IF TRZ-VERSION NOT = TRAZADO-VERSION-WS
             DISPLAY TRAZADO-FICHERO-WS " tiene el trazado "
                 TRZ-VERSION " y el cajero espera el "
                 TRAZADO-VERSION-WS
             DISPLAY "Ejecute antes la conversion pendiente"
             CLOSE TRAZADOSFILE
             MOVE 8 TO RETURN-CODE
             STOP RUN.


       END PROGRAM CAJERO.
