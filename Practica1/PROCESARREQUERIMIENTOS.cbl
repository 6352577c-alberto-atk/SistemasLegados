       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESARREQUERIMIENTOS.
       *> Proceso batch de requerimientos de informacion de juzgados,
       *> agencia tributaria y policia: importa las peticiones nuevas
       *> de REQUERIMIENTOS-ENTRANTES.DAT (referencia y codigo de la
       *> autoridad, DNI, fecha del saldo y rango de movimientos) al
       *> registro de control REQUERIMIENTOS.DAT y vacia el fichero de
       *> entrada, como PROCESAREMBARGOS con sus ordenes. Despues
       *> atiende cada peticion pendiente: resuelve el DNI en
       *> PERSONAS.DAT (tarjetas titulares y secundarias), saca las
       *> cuentas con su saldo a la fecha pedida (ultimo cierre de
       *> SALDOS-HISTORICO.DAT en o antes de esa fecha; el saldo vivo
       *> si la fecha es la de negocio o posterior) y los movimientos
       *> del rango, tanto de los historicos mensuales de
       *> ARCHIVARMOVS (MOVS-AAAAMM.DAT) como de MOVS.DAT, y lo
       *> escribe en el fichero de respuesta de esa autoridad del dia
       *> (REQ-codigo-AAAAMMDD.DAT). El registro guarda el resultado,
       *> las cuentas y movimientos facilitados y el fichero de
       *> respuesta. Al cliente se le avisa por NOTIFICA.DAT salvo que
       *> la peticion lleve la marca de no comunicarselo.
       *>
       *> Versiones
       *> Versión 1.0 - Respuesta a requerimientos de informacion
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ENTRANTESFILE ASSIGN TO
                  "REQUERIMIENTOS-ENTRANTES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEN.

              SELECT REQUERIMIENTOSFILE ASSIGN TO "REQUERIMIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REQ-NUMERO
                  FILE STATUS IS FSRQ.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT SECUNDFILE ASSIGN TO "SECUND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SECUND-TARJ
                  FILE STATUS IS FSS.

              SELECT SALDOSHISTFILE ASSIGN TO "SALDOS-HISTORICO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLH-CLAVE
                  FILE STATUS IS FSSH.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT HISTMOVFILE ASSIGN TO NOMBRE-HISTORICO-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAH.

              SELECT RESPUESTAFILE ASSIGN TO NOMBRE-RESPUESTA-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRE.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD ENTRANTESFILE: una peticion por registro. Tipo de
       *> autoridad J juzgado, T agencia tributaria, P policia; las
       *> fechas en AAAAMMDD (saldo a cero = fin del rango; el inicio
       *> es obligatorio) y la marca de no comunicar al cliente a "S"
       FD ENTRANTESFILE.
       01 REG-ENTRANTE.
              02 RQE-REFERENCIA         PIC X(15).
              02 FILLER                 PIC X(2).
              02 RQE-TIPO-AUTORIDAD     PIC X.
              02 FILLER                 PIC X(2).
              02 RQE-COD-AUTORIDAD      PIC X(8).
              02 FILLER                 PIC X(2).
              02 RQE-AUTORIDAD          PIC X(20).
              02 FILLER                 PIC X(2).
              02 RQE-DNI                PIC X(9).
              02 FILLER                 PIC X(2).
              02 RQE-FECHA-SALDO        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RQE-FECHA-DESDE        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RQE-FECHA-HASTA        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RQE-SIN-AVISO          PIC X.

       *> FD REQUERIMIENTOSFILE: registro de control, una peticion por
       *> registro con su resultado (P pendiente, R respondida, N sin
       *> relacion con la entidad, E datos erroneos)
       FD REQUERIMIENTOSFILE.
       01 REG-REQUERIMIENTO.
              02 REQ-NUMERO             PIC 9(6).
              02 REQ-REFERENCIA         PIC X(15).
              02 REQ-TIPO-AUTORIDAD     PIC X.
                 88 REQ-JUZGADO         VALUE "J".
                 88 REQ-AGENCIA-TRIB    VALUE "T".
                 88 REQ-POLICIA         VALUE "P".
              02 REQ-COD-AUTORIDAD      PIC X(8).
              02 REQ-AUTORIDAD          PIC X(20).
              02 REQ-DNI                PIC X(9).
              02 REQ-FECHA-SALDO        PIC 9(8).
              02 REQ-FECHA-DESDE        PIC 9(8).
              02 REQ-FECHA-HASTA        PIC 9(8).
              02 REQ-SIN-AVISO          PIC X.
              02 REQ-FECHA-ALTA         PIC 9(8).
              02 REQ-FECHA-RESPUESTA    PIC 9(8).
              02 REQ-ESTADO             PIC X.
                 88 REQ-PENDIENTE       VALUE "P".
                 88 REQ-RESPONDIDO      VALUE "R".
                 88 REQ-NO-CLIENTE      VALUE "N".
                 88 REQ-ERRONEO         VALUE "E".
              02 REQ-NUM-CUENTAS        PIC 99.
              02 REQ-NUM-MOVS           PIC 9(6).
              02 REQ-AVISADO            PIC X.
              02 REQ-FICHERO            PIC X(30).

       FD PERSONASFILE.
       01 REG-PERSONA.
              02 PER-DNI                PIC X(9).
              02 PER-NOMBRE             PIC X(30).
              02 PER-NUM-TARJETAS       PIC 9.
              02 PER-TARJETA OCCURS 5 TIMES PIC 9(10).
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
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

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ             PIC 9(10).
              02 USER-PIN              PIC 9(4).
              02 USER-DNI              PIC X(9).
              02 USER-NOM-APE          PIC X(30).
              02 USER-TFNO             PIC X(9).
              02 USER-DIRECCION        PIC X(25).
              02 USER-BLOQUEADA        PIC X.
              02 USER-LIMITE-DIARIO    PIC 9(7)V99.
              02 USER-PREGUNTA-SEG     PIC X(30).
              02 USER-RESPUESTA-SEG    PIC X(20).
              02 CUENTA-USUARIO        OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA       PIC X(24).
                 03 USER-SALDO            PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA           PIC X(3).
                 03 USER-TIPO-INTERES     PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA  PIC 9999.
                    04 USER-ULT-DEVENGO-MM  PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD  PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH       PIC 99.
                    04 USER-BLOQUEO-MM       PIC 99.
                    04 USER-BLOQUEO-SS       PIC 99.
              02 USER-FECHA-EMISION       PIC 9(8).
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
              02 SECUND-TARJ             PIC 9(10).
              02 SECUND-PIN              PIC 9(4).
              02 SECUND-TARJ-TITULAR     PIC 9(10).
              02 SECUND-CUENTA-TITULAR   PIC X(24).
              02 SECUND-BLOQUEADA        PIC X.
              02 SECUND-FECHA-BLOQUEO.
                 03 SECUND-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 SECUND-BLOQUEO-HORA.
                    04 SECUND-BLOQUEO-HH      PIC 99.
                    04 SECUND-BLOQUEO-MM      PIC 99.
                    04 SECUND-BLOQUEO-SS      PIC 99.

       FD SALDOSHISTFILE.
       01 REG-SALDO-HISTORICO.
              02 SLH-CLAVE.
                 03 SLH-CUENTA          PIC X(24).
                 03 SLH-FECHA           PIC 9(8).
              02 SLH-TARJ               PIC 9(10).
              02 SLH-DNI                PIC X(9).
              02 SLH-MONEDA             PIC X(3).
              02 SLH-SALDO              PIC S9(9)V99.
              02 SLH-RETENIDO           PIC 9(9)V99.
              02 SLH-HUCHAS             PIC 9(9)V99.
              02 SLH-EMBARGADO          PIC 9(9)V99.
              02 SLH-DISPONIBLE         PIC S9(9)V99.

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-CLAVE.
                 03 MOV-ID              PIC X(24).
                 03 MOV-SEC             PIC 9(6).
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-CANTIDAD           PIC --------9.99.
              02 MOV-CUENTA-DESTINO     PIC X(24).
              02 MOV-SALDO              PIC S9(9)V99.
              02 MOV-FECHA.
                 03 DDM                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMM                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAM                 PIC 9999.
              02 MOV-HORA               PIC X(8).
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
              02 MOV-SUBTIPO-OP         PIC XX.

       *> FD HISTMOVFILE: historico mensual de ARCHIVARMOVS, con el
       *> mismo registro que MOVS.DAT
       FD HISTMOVFILE.
       01 REG-MOV-HIST.
              02 HMOV-CLAVE.
                 03 HMOV-ID             PIC X(24).
                 03 HMOV-SEC            PIC 9(6).
              02 HMOV-FECHA-HORA-COMP   PIC 9(14).
              02 HMOV-CONCEPTO          PIC X(40).
              02 HMOV-CANTIDAD          PIC --------9.99.
              02 HMOV-CUENTA-DESTINO    PIC X(24).
              02 HMOV-SALDO             PIC S9(9)V99.
              02 HMOV-FECHA.
                 03 DDH                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMH                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAH                 PIC 9999.
              02 HMOV-HORA              PIC X(8).
              02 HMOV-IMPORTE           PIC S9(9)V99.
              02 HMOV-TERMINAL          PIC X(4).
              02 HMOV-FECHA-NEGOCIO     PIC 9(8).
              02 HMOV-TIPO-OP           PIC XX.
              02 HMOV-SUBTIPO-OP        PIC XX.

       *> FD RESPUESTAFILE: respuesta a una autoridad; por peticion una
       *> cabecera "R" con el resultado, una linea "C" por cuenta con
       *> el saldo a la fecha (origen H cierre historico, A saldo
       *> vivo, N sin dato), una "M" por movimiento del rango (origen
       *> H historico archivado, V MOVS.DAT) y un pie "T" de totales
       FD RESPUESTAFILE.
       01 REG-RESPUESTA.
              02 RSP-TIPO               PIC X.
              02 RSP-RESTO              PIC X(119).
       01 REG-RESPUESTA-CABECERA REDEFINES REG-RESPUESTA.
              02 FILLER                 PIC X.
              02 RSR-NUMERO             PIC 9(6).
              02 FILLER                 PIC X(2).
              02 RSR-REFERENCIA         PIC X(15).
              02 FILLER                 PIC X(2).
              02 RSR-DNI                PIC X(9).
              02 FILLER                 PIC X(2).
              02 RSR-NOMBRE             PIC X(30).
              02 FILLER                 PIC X(2).
              02 RSR-FECHA-SALDO        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RSR-FECHA-DESDE        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RSR-FECHA-HASTA        PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RSR-RESULTADO          PIC X(14).
              02 FILLER                 PIC X(5).
       01 REG-RESPUESTA-CUENTA REDEFINES REG-RESPUESTA.
              02 FILLER                 PIC X.
              02 RSC-TARJETA            PIC 9(10).
              02 FILLER                 PIC X(2).
              02 RSC-ROL                PIC X.
              02 FILLER                 PIC X(2).
              02 RSC-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 RSC-MONEDA             PIC X(3).
              02 FILLER                 PIC X(2).
              02 RSC-SALDO              PIC ----------9.99.
              02 FILLER                 PIC X(2).
              02 RSC-ORIGEN             PIC X.
              02 FILLER                 PIC X(56).
       01 REG-RESPUESTA-MOVIMIENTO REDEFINES REG-RESPUESTA.
              02 FILLER                 PIC X.
              02 RSM-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 RSM-FECHA              PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RSM-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 RSM-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2).
              02 RSM-IMPORTE            PIC ---------9.99.
              02 FILLER                 PIC X(2).
              02 RSM-SALDO              PIC ---------9.99.
              02 FILLER                 PIC X(2).
              02 RSM-ORIGEN             PIC X.
       01 REG-RESPUESTA-TOTALES REDEFINES REG-RESPUESTA.
              02 FILLER                 PIC X.
              02 RST-NUMERO             PIC 9(6).
              02 FILLER                 PIC X(2).
              02 RST-NUM-CUENTAS        PIC 99.
              02 FILLER                 PIC X(2).
              02 RST-NUM-MOVS           PIC 9(6).
              02 FILLER                 PIC X(101).

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-CLAVE.
                 03 NOTIF-TARJ          PIC 9(10).
                 03 NOTIF-SEC           PIC 9(6).
              02 NOTIF-TIPO-EVENTO      PIC X(20).
              02 NOTIF-DNI              PIC X(9).
              02 NOTIF-TFNO             PIC X(9).
              02 NOTIF-DETALLE          PIC X(60).
              02 NOTIF-FECHA.
                 03 DDNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMNO                PIC 99.
                 03 FILLER              PIC X.
                 03 AANO                PIC 9999.
              02 NOTIF-HORA.
                 03 HHNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMHNO               PIC 99.
                 03 FILLER              PIC X.
                 03 SSNO                PIC 99.
              02 NOTIF-ESTADO           PIC X.
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD CONTROLNOCFILE.
       01 REG-CONTROL-NOC.
              02 CTN-CLAVE.
                 03 CTN-FECHA           PIC 9(8).
                 03 CTN-PROGRAMA        PIC X(20).
              02 CTN-LEIDOS             PIC 9(7).
              02 CTN-ESCRITOS           PIC 9(7).
              02 CTN-RECHAZADOS         PIC 9(7).
              02 CTN-IMPORTE-ENTRADA    PIC 9(11)V99.
              02 CTN-IMPORTE-SALIDA     PIC 9(11)V99.

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
              02 TRZ-FICHERO            PIC X(12).
              02 TRZ-VERSION            PIC 9(3).
              02 TRZ-NUM-REGISTROS      PIC 9(9).
              02 TRZ-FECHA              PIC 9(8).
              02 TRZ-PROGRAMA           PIC X(20).

       WORKING-STORAGE SECTION.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSEN                  PIC XX.
              77 FSRQ                  PIC XX.
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSSH                  PIC XX.
              77 FSM                   PIC XX.
              77 FSAH                  PIC XX.
              77 FSRE                  PIC XX.
              77 FSN                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 REQ-NUMERO-WS         PIC 9(6).
              77 NUM-IMPORTADOS        PIC 9(5) VALUE 0.
              77 NUM-ATENDIDOS         PIC 9(5) VALUE 0.
              77 NUM-RESPONDIDOS       PIC 9(5) VALUE 0.
              77 NUM-SIN-RELACION      PIC 9(5) VALUE 0.
              77 NUM-AVISOS            PIC 9(5) VALUE 0.
              77 NOMBRE-HISTORICO-WS   PIC X(20).
              77 NOMBRE-RESPUESTA-WS   PIC X(30).
              77 T                     PIC 9.
              77 M                     PIC 9.
              77 K                     PIC 99.
              77 NUM-CUENTAS-REQ       PIC 99.
              77 NUM-MOVS-REQ          PIC 9(6).
              77 CUENTA-YA-ESTA-WS     PIC X(2).
              77 FECHA-MOV-WS          PIC 9(8).
              77 MES-ACTUAL-WS         PIC 9(6).
              77 MES-FIN-WS            PIC 9(6).
              77 ANO-MES-WS            PIC 9(4).
              77 NUM-MES-WS            PIC 99.
              77 TARJ-TRABAJO-WS       PIC 9(10).
              77 DNI-TRABAJO-WS        PIC X(9).
              77 TFNO-TRABAJO-WS       PIC X(9).
              77 DETALLE-AVISO-WS      PIC X(60).
              77 NOTIF-SEC-WS          PIC 9(6).
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Cuentas de la persona requerida: las de sus tarjetas
       *> titulares (rol T) y las compartidas a las que accede con una
       *> secundaria (rol A), sin repetir cuenta, con el saldo vivo
       *> para cuando la fecha pedida no tiene cierre historico
              01 TABLA-CUENTAS-REQ.
                 02 CUENTA-REQ OCCURS 15 TIMES.
                    03 CRQ-TARJETA     PIC 9(10).
                    03 CRQ-ROL         PIC X.
                    03 CRQ-CUENTA      PIC X(24).
                    03 CRQ-MONEDA      PIC X(3).
                    03 CRQ-SALDO-VIVO  PIC S9(9)V99.
                    03 CRQ-TFNO        PIC X(9).

              01 FECHA-CALCULO-WS      PIC 9(8).
              01 FECHA-CALCULO-PARTES REDEFINES FECHA-CALCULO-WS.
                 02 FC-AA              PIC 9999.
                 02 FC-MM              PIC 99.
                 02 FC-DD              PIC 99.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 FECHAF.
                 02 DD                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.
              01 HORAF.
                 02 HH                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 SS                 PIC 99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM IMPORTAR-PETICIONES
                      THRU FIN-IMPORTAR-PETICIONES.
                  PERFORM ATENDER-PETICIONES
                      THRU FIN-ATENDER-PETICIONES.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-ATENDIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-RESPONDIDOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-SIN-RELACION TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "PROCESARREQUERIMIENTOS: " NUM-IMPORTADOS
                      " peticiones importadas, " NUM-RESPONDIDOS
                      " respondidas con datos, " NUM-SIN-RELACION
                      " sin datos, " NUM-AVISOS " avisos al cliente.".
                  STOP RUN.

              CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-NEGOCIO-WS.
                  OPEN INPUT FECHANEGOCIOFILE.
                  IF FSFN = "35"
                    CONTINUE
                  ELSE
                    READ FECHANEGOCIOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF FNEG-FECHA > 0
                          MOVE FNEG-FECHA TO FECHA-NEGOCIO-WS.
                  CLOSE FECHANEGOCIOFILE.

       *> Importa las peticiones nuevas al registro y vacia el fichero
       *> de entrada, para que una reejecucion no las duplique
              IMPORTAR-PETICIONES.
                  OPEN INPUT ENTRANTESFILE.
                  IF FSEN = "35"
                    CLOSE ENTRANTESFILE
                    GO TO FIN-IMPORTAR-PETICIONES.
                  PERFORM BUSCAR-PROX-NUM-REQUERIMIENTO
                      THRU FIN-BUSCAR-PROX-NUM-REQUERIMIENTO.
                  OPEN I-O REQUERIMIENTOSFILE.
                  IF FSRQ = "35"
                    CLOSE REQUERIMIENTOSFILE
                    OPEN OUTPUT REQUERIMIENTOSFILE
                    CLOSE REQUERIMIENTOSFILE
                    OPEN I-O REQUERIMIENTOSFILE.

                LEER-UNA-ENTRANTE.
                  READ ENTRANTESFILE NEXT RECORD
                      AT END GO TO CERRAR-IMPORTAR-PETICIONES.
                  MOVE REQ-NUMERO-WS TO REQ-NUMERO.
                  MOVE RQE-REFERENCIA TO REQ-REFERENCIA.
                  MOVE RQE-TIPO-AUTORIDAD TO REQ-TIPO-AUTORIDAD.
                  MOVE RQE-COD-AUTORIDAD TO REQ-COD-AUTORIDAD.
                  MOVE RQE-AUTORIDAD TO REQ-AUTORIDAD.
                  MOVE RQE-DNI TO REQ-DNI.
                  MOVE RQE-FECHA-SALDO TO REQ-FECHA-SALDO.
                  MOVE RQE-FECHA-DESDE TO REQ-FECHA-DESDE.
                  MOVE RQE-FECHA-HASTA TO REQ-FECHA-HASTA.
                  MOVE RQE-SIN-AVISO TO REQ-SIN-AVISO.
                  MOVE FECHA-NEGOCIO-WS TO REQ-FECHA-ALTA.
                  MOVE 0 TO REQ-FECHA-RESPUESTA.
                  MOVE "P" TO REQ-ESTADO.
                  MOVE 0 TO REQ-NUM-CUENTAS.
                  MOVE 0 TO REQ-NUM-MOVS.
                  MOVE "N" TO REQ-AVISADO.
                  MOVE SPACES TO REQ-FICHERO.
                  WRITE REG-REQUERIMIENTO INVALID KEY CONTINUE.
                  ADD 1 TO REQ-NUMERO-WS.
                  ADD 1 TO NUM-IMPORTADOS.
                  GO TO LEER-UNA-ENTRANTE.

                CERRAR-IMPORTAR-PETICIONES.
                  CLOSE REQUERIMIENTOSFILE.
                  CLOSE ENTRANTESFILE.
                  OPEN OUTPUT ENTRANTESFILE.
                  CLOSE ENTRANTESFILE.
              FIN-IMPORTAR-PETICIONES.
                  EXIT.

              BUSCAR-PROX-NUM-REQUERIMIENTO.
                  MOVE 1 TO REQ-NUMERO-WS.
                  OPEN INPUT REQUERIMIENTOSFILE.
                  IF FSRQ = "35"
                    CLOSE REQUERIMIENTOSFILE
                    GO TO FIN-BUSCAR-PROX-NUM-REQUERIMIENTO.
                  MOVE 999999 TO REQ-NUMERO.
                  START REQUERIMIENTOSFILE
                      KEY IS NOT GREATER THAN REQ-NUMERO
                      INVALID KEY GO TO CERRAR-BUSCAR-PROX-REQ.
                  READ REQUERIMIENTOSFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-PROX-REQ.
                  COMPUTE REQ-NUMERO-WS = REQ-NUMERO + 1.

                CERRAR-BUSCAR-PROX-REQ.
                  CLOSE REQUERIMIENTOSFILE.
              FIN-BUSCAR-PROX-NUM-REQUERIMIENTO.
                  EXIT.

       *> Recorre el registro y atiende cada peticion pendiente,
       *> anotando en ella el resultado
              ATENDER-PETICIONES.
                  OPEN I-O REQUERIMIENTOSFILE.
                  IF FSRQ = "35"
                    CLOSE REQUERIMIENTOSFILE
                    GO TO FIN-ATENDER-PETICIONES.

                LEER-UNA-PETICION.
                  READ REQUERIMIENTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-ATENDER-PETICIONES.
                  IF NOT REQ-PENDIENTE
                    GO TO LEER-UNA-PETICION.
                  ADD 1 TO NUM-ATENDIDOS.
                  PERFORM ATENDER-UNA-PETICION
                      THRU FIN-ATENDER-UNA-PETICION.
                  MOVE FECHA-NEGOCIO-WS TO REQ-FECHA-RESPUESTA.
                  MOVE NUM-CUENTAS-REQ TO REQ-NUM-CUENTAS.
                  MOVE NUM-MOVS-REQ TO REQ-NUM-MOVS.
                  MOVE NOMBRE-RESPUESTA-WS TO REQ-FICHERO.
                  REWRITE REG-REQUERIMIENTO.
                  GO TO LEER-UNA-PETICION.

                CERRAR-ATENDER-PETICIONES.
                  CLOSE REQUERIMIENTOSFILE.
              FIN-ATENDER-PETICIONES.
                  EXIT.

       *> Una peticion: valida las fechas, resuelve el DNI y escribe la
       *> respuesta en el fichero del dia de esa autoridad. Una
       *> peticion erronea o de un DNI sin relacion con la entidad se
       *> contesta igualmente, con la cabecera y el resultado
              ATENDER-UNA-PETICION.
                  MOVE 0 TO NUM-CUENTAS-REQ.
                  MOVE 0 TO NUM-MOVS-REQ.
                  IF REQ-FECHA-SALDO = 0
                    MOVE REQ-FECHA-HASTA TO REQ-FECHA-SALDO.
                  IF REQ-FECHA-SALDO = 0
                    MOVE FECHA-NEGOCIO-WS TO REQ-FECHA-SALDO.
                  IF REQ-FECHA-HASTA = 0
                    MOVE FECHA-NEGOCIO-WS TO REQ-FECHA-HASTA.
                  MOVE SPACES TO NOMBRE-RESPUESTA-WS.
                  IF REQ-COD-AUTORIDAD = SPACES
                    MOVE "SINCODIGO" TO REQ-COD-AUTORIDAD.
                  STRING "REQ-" DELIMITED BY SIZE
                         REQ-COD-AUTORIDAD DELIMITED BY SPACE
                         "-" FECHA-NEGOCIO-WS ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-RESPUESTA-WS.
                  OPEN EXTEND RESPUESTAFILE.
                  IF FSRE = "35"
                    CLOSE RESPUESTAFILE
                    OPEN OUTPUT RESPUESTAFILE.

                  MOVE SPACES TO REG-RESPUESTA.
                  MOVE "R" TO RSP-TIPO.
                  MOVE REQ-NUMERO TO RSR-NUMERO.
                  MOVE REQ-REFERENCIA TO RSR-REFERENCIA.
                  MOVE REQ-DNI TO RSR-DNI.
                  MOVE REQ-FECHA-SALDO TO RSR-FECHA-SALDO.
                  MOVE REQ-FECHA-DESDE TO RSR-FECHA-DESDE.
                  MOVE REQ-FECHA-HASTA TO RSR-FECHA-HASTA.

                  IF REQ-DNI = SPACES OR REQ-FECHA-DESDE = 0 OR
                     REQ-FECHA-DESDE > REQ-FECHA-HASTA
                    MOVE "E" TO REQ-ESTADO
                    MOVE "DATOS ERRONEOS" TO RSR-RESULTADO
                    WRITE REG-RESPUESTA
                    ADD 1 TO NUM-SIN-RELACION
                    GO TO CERRAR-RESPUESTA-PETICION.

                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    MOVE "N" TO REQ-ESTADO
                    MOVE "SIN RELACION" TO RSR-RESULTADO
                    WRITE REG-RESPUESTA
                    ADD 1 TO NUM-SIN-RELACION
                    GO TO CERRAR-RESPUESTA-PETICION.
                  MOVE REQ-DNI TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY MOVE SPACES TO PER-DNI.
                  CLOSE PERSONASFILE.
                  IF PER-DNI NOT = REQ-DNI
                    MOVE "N" TO REQ-ESTADO
                    MOVE "SIN RELACION" TO RSR-RESULTADO
                    WRITE REG-RESPUESTA
                    ADD 1 TO NUM-SIN-RELACION
                    GO TO CERRAR-RESPUESTA-PETICION.

                  MOVE PER-NOMBRE TO RSR-NOMBRE.
                  MOVE "RESPONDIDO" TO RSR-RESULTADO.
                  WRITE REG-RESPUESTA.
                  MOVE "R" TO REQ-ESTADO.
                  ADD 1 TO NUM-RESPONDIDOS.

                  MOVE 1 TO T.
                  PERFORM RECOGER-CUENTAS-TARJETA
                      THRU FIN-RECOGER-CUENTAS-TARJETA
                      UNTIL T > PER-NUM-TARJETAS.
                  MOVE 1 TO K.
                  PERFORM ESCRIBIR-CUENTA-REQ
                      THRU FIN-ESCRIBIR-CUENTA-REQ
                      UNTIL K > NUM-CUENTAS-REQ.
                  PERFORM EXTRAER-MOVS-ARCHIVADOS
                      THRU FIN-EXTRAER-MOVS-ARCHIVADOS.
                  MOVE 1 TO K.
                  PERFORM EXTRAER-MOVS-VIVOS
                      THRU FIN-EXTRAER-MOVS-VIVOS
                      UNTIL K > NUM-CUENTAS-REQ.

                  MOVE SPACES TO REG-RESPUESTA.
                  MOVE "T" TO RSP-TIPO.
                  MOVE REQ-NUMERO TO RST-NUMERO.
                  MOVE NUM-CUENTAS-REQ TO RST-NUM-CUENTAS.
                  MOVE NUM-MOVS-REQ TO RST-NUM-MOVS.
                  WRITE REG-RESPUESTA.

*> Aviso al cliente de que se ha facilitado su informacion, salvo
*> que la autoridad haya pedido reserva
                  IF REQ-SIN-AVISO NOT = "S" AND NUM-CUENTAS-REQ > 0
                    PERFORM AVISAR-CLIENTE THRU FIN-AVISAR-CLIENTE.

                CERRAR-RESPUESTA-PETICION.
                  CLOSE RESPUESTAFILE.
              FIN-ATENDER-UNA-PETICION.
                  EXIT.

       *> Cuentas de una tarjeta de la persona: todas las de una
       *> titular; la cuenta compartida de una secundaria, con el saldo
       *> y la moneda tomados del registro del titular
              RECOGER-CUENTAS-TARJETA.
                  OPEN INPUT USERFILE.
                  MOVE PER-TARJETA(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO RECOGER-CUENTA-SECUNDARIA.
                  CLOSE USERFILE.
                  MOVE 1 TO M.
                  PERFORM RECOGER-UNA-CUENTA-TITULAR UNTIL M > 3.
                  GO TO SIGUIENTE-TARJETA-REQ.

                RECOGER-CUENTA-SECUNDARIA.
                  OPEN INPUT SECUNDFILE.
                  MOVE PER-TARJETA(T) TO SECUND-TARJ.
                  READ SECUNDFILE
                      INVALID KEY
                        CLOSE SECUNDFILE
                        GO TO SIGUIENTE-TARJETA-REQ.
                  CLOSE SECUNDFILE.
                  OPEN INPUT USERFILE.
                  MOVE SECUND-TARJ-TITULAR TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO SIGUIENTE-TARJETA-REQ.
                  CLOSE USERFILE.
                  MOVE 1 TO M.
                  PERFORM RECOGER-CUENTA-COMPARTIDA UNTIL M > 3.

                SIGUIENTE-TARJETA-REQ.
                  ADD 1 TO T.
              FIN-RECOGER-CUENTAS-TARJETA.
                  EXIT.

              RECOGER-UNA-CUENTA-TITULAR.
                  IF USER-NUM-CUENTA(M) NOT = SPACES
                    PERFORM COMPROBAR-CUENTA-REPETIDA
                    IF CUENTA-YA-ESTA-WS = "NO" AND NUM-CUENTAS-REQ < 15
                      ADD 1 TO NUM-CUENTAS-REQ
                      MOVE USER-TARJ TO CRQ-TARJETA(NUM-CUENTAS-REQ)
                      MOVE "T" TO CRQ-ROL(NUM-CUENTAS-REQ)
                      MOVE USER-NUM-CUENTA(M)
                          TO CRQ-CUENTA(NUM-CUENTAS-REQ)
                      MOVE USER-MONEDA(M) TO CRQ-MONEDA(NUM-CUENTAS-REQ)
                      MOVE USER-SALDO(M)
                          TO CRQ-SALDO-VIVO(NUM-CUENTAS-REQ)
                      MOVE USER-TFNO TO CRQ-TFNO(NUM-CUENTAS-REQ).
                  ADD 1 TO M.

              RECOGER-CUENTA-COMPARTIDA.
                  IF USER-NUM-CUENTA(M) = SECUND-CUENTA-TITULAR
                    PERFORM COMPROBAR-CUENTA-REPETIDA
                    IF CUENTA-YA-ESTA-WS = "NO" AND NUM-CUENTAS-REQ < 15
                      ADD 1 TO NUM-CUENTAS-REQ
                      MOVE SECUND-TARJ TO CRQ-TARJETA(NUM-CUENTAS-REQ)
                      MOVE "A" TO CRQ-ROL(NUM-CUENTAS-REQ)
                      MOVE USER-NUM-CUENTA(M)
                          TO CRQ-CUENTA(NUM-CUENTAS-REQ)
                      MOVE USER-MONEDA(M) TO CRQ-MONEDA(NUM-CUENTAS-REQ)
                      MOVE USER-SALDO(M)
                          TO CRQ-SALDO-VIVO(NUM-CUENTAS-REQ)
                      MOVE SPACES TO CRQ-TFNO(NUM-CUENTAS-REQ).
                  ADD 1 TO M.

              COMPROBAR-CUENTA-REPETIDA.
                  MOVE "NO" TO CUENTA-YA-ESTA-WS.
                  MOVE 1 TO K.
                  PERFORM COMPARAR-CUENTA-REQ
                      UNTIL K > NUM-CUENTAS-REQ.

              COMPARAR-CUENTA-REQ.
                  IF CRQ-CUENTA(K) = USER-NUM-CUENTA(M)
                    MOVE "SI" TO CUENTA-YA-ESTA-WS.
                  ADD 1 TO K.

       *> Linea de cuenta con el saldo a la fecha pedida: el ultimo
       *> cierre historico en o antes de esa fecha; sin cierre, el
       *> saldo vivo si la fecha no es anterior a la de negocio
              ESCRIBIR-CUENTA-REQ.
                  MOVE SPACES TO REG-RESPUESTA.
                  MOVE "C" TO RSP-TIPO.
                  MOVE CRQ-TARJETA(K) TO RSC-TARJETA.
                  MOVE CRQ-ROL(K) TO RSC-ROL.
                  MOVE CRQ-CUENTA(K) TO RSC-CUENTA.
                  MOVE CRQ-MONEDA(K) TO RSC-MONEDA.
                  MOVE 0 TO RSC-SALDO.
                  MOVE "N" TO RSC-ORIGEN.
                  OPEN INPUT SALDOSHISTFILE.
                  IF FSSH = "35"
                    CLOSE SALDOSHISTFILE
                    GO TO SALDO-VIVO-CUENTA-REQ.
                  MOVE CRQ-CUENTA(K) TO SLH-CUENTA.
                  MOVE REQ-FECHA-SALDO TO SLH-FECHA.
                  START SALDOSHISTFILE KEY IS NOT GREATER THAN SLH-CLAVE
                      INVALID KEY
                        CLOSE SALDOSHISTFILE
                        GO TO SALDO-VIVO-CUENTA-REQ.
                  READ SALDOSHISTFILE PREVIOUS RECORD
                      AT END
                        CLOSE SALDOSHISTFILE
                        GO TO SALDO-VIVO-CUENTA-REQ.
                  CLOSE SALDOSHISTFILE.
                  IF SLH-CUENTA = CRQ-CUENTA(K)
                    MOVE SLH-SALDO TO RSC-SALDO
                    MOVE "H" TO RSC-ORIGEN
                    GO TO GRABAR-CUENTA-REQ.

                SALDO-VIVO-CUENTA-REQ.
                  IF REQ-FECHA-SALDO >= FECHA-NEGOCIO-WS
                    MOVE CRQ-SALDO-VIVO(K) TO RSC-SALDO
                    MOVE "A" TO RSC-ORIGEN.

                GRABAR-CUENTA-REQ.
                  WRITE REG-RESPUESTA.
                  ADD 1 TO K.
              FIN-ESCRIBIR-CUENTA-REQ.
                  EXIT.

       *> Movimientos del rango ya archivados: un historico mensual
       *> por cada mes del rango, recorriendo solo los meses que
       *> existen
              EXTRAER-MOVS-ARCHIVADOS.
                  MOVE REQ-FECHA-DESDE TO FECHA-CALCULO-WS.
                  COMPUTE MES-ACTUAL-WS = (FC-AA * 12) + FC-MM - 1.
                  MOVE REQ-FECHA-HASTA TO FECHA-CALCULO-WS.
                  COMPUTE MES-FIN-WS = (FC-AA * 12) + FC-MM - 1.
                  PERFORM EXTRAER-UN-MES-ARCHIVADO
                      THRU FIN-EXTRAER-UN-MES-ARCHIVADO
                      UNTIL MES-ACTUAL-WS > MES-FIN-WS.
              FIN-EXTRAER-MOVS-ARCHIVADOS.
                  EXIT.

              EXTRAER-UN-MES-ARCHIVADO.
                  DIVIDE MES-ACTUAL-WS BY 12 GIVING ANO-MES-WS
                      REMAINDER NUM-MES-WS.
                  ADD 1 TO NUM-MES-WS.
                  MOVE SPACES TO NOMBRE-HISTORICO-WS.
                  STRING "MOVS-" ANO-MES-WS NUM-MES-WS ".DAT"
                      DELIMITED BY SIZE INTO NOMBRE-HISTORICO-WS.
                  OPEN INPUT HISTMOVFILE.
                  IF FSAH NOT = "00"
                    CLOSE HISTMOVFILE
                    GO TO SIGUIENTE-MES-ARCHIVADO.

                LEER-MOV-ARCHIVADO.
                  READ HISTMOVFILE
                      AT END GO TO CERRAR-MES-ARCHIVADO.
                  COMPUTE FECHA-MOV-WS = (AAH * 10000) + (MMH * 100) + DDH.
                  IF FECHA-MOV-WS < REQ-FECHA-DESDE OR
                     FECHA-MOV-WS > REQ-FECHA-HASTA
                    GO TO LEER-MOV-ARCHIVADO.
                  MOVE 1 TO K.
                  PERFORM BUSCAR-CUENTA-ARCHIVADO
                      UNTIL K > NUM-CUENTAS-REQ.
                  IF K = 99
                    MOVE SPACES TO REG-RESPUESTA
                    MOVE "M" TO RSP-TIPO
                    MOVE HMOV-ID TO RSM-CUENTA
                    MOVE FECHA-MOV-WS TO RSM-FECHA
                    MOVE HMOV-HORA TO RSM-HORA
                    MOVE HMOV-CONCEPTO TO RSM-CONCEPTO
                    MOVE HMOV-IMPORTE TO RSM-IMPORTE
                    MOVE HMOV-SALDO TO RSM-SALDO
                    MOVE "H" TO RSM-ORIGEN
                    WRITE REG-RESPUESTA
                    ADD 1 TO NUM-MOVS-REQ.
                  GO TO LEER-MOV-ARCHIVADO.

                CERRAR-MES-ARCHIVADO.
                  CLOSE HISTMOVFILE.

                SIGUIENTE-MES-ARCHIVADO.
                  ADD 1 TO MES-ACTUAL-WS.
              FIN-EXTRAER-UN-MES-ARCHIVADO.
                  EXIT.

       *> Deja K a 99 si el apunte archivado es de una de las cuentas
       *> de la persona
              BUSCAR-CUENTA-ARCHIVADO.
                  IF CRQ-CUENTA(K) = HMOV-ID
                    MOVE 99 TO K
                  ELSE
                    ADD 1 TO K.

       *> Movimientos del rango aun en MOVS.DAT, por la clave de la
       *> cuenta
              EXTRAER-MOVS-VIVOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    MOVE 99 TO K
                    GO TO FIN-EXTRAER-MOVS-VIVOS.
                  MOVE CRQ-CUENTA(K) TO MOV-ID.
                  MOVE 0 TO MOV-SEC.
                  START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
                      INVALID KEY GO TO CERRAR-MOVS-VIVOS.

                LEER-MOV-VIVO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-MOVS-VIVOS.
                  IF MOV-ID NOT = CRQ-CUENTA(K)
                    GO TO CERRAR-MOVS-VIVOS.
                  COMPUTE FECHA-MOV-WS = (AAM * 10000) + (MMM * 100) + DDM.
                  IF FECHA-MOV-WS < REQ-FECHA-DESDE OR
                     FECHA-MOV-WS > REQ-FECHA-HASTA
                    GO TO LEER-MOV-VIVO.
                  MOVE SPACES TO REG-RESPUESTA.
                  MOVE "M" TO RSP-TIPO.
                  MOVE MOV-ID TO RSM-CUENTA.
                  MOVE FECHA-MOV-WS TO RSM-FECHA.
                  MOVE MOV-HORA TO RSM-HORA.
                  MOVE MOV-CONCEPTO TO RSM-CONCEPTO.
                  MOVE MOV-IMPORTE TO RSM-IMPORTE.
                  MOVE MOV-SALDO TO RSM-SALDO.
                  MOVE "V" TO RSM-ORIGEN.
                  WRITE REG-RESPUESTA.
                  ADD 1 TO NUM-MOVS-REQ.
                  GO TO LEER-MOV-VIVO.

                CERRAR-MOVS-VIVOS.
                  CLOSE MOVFILE.
                  ADD 1 TO K.
              FIN-EXTRAER-MOVS-VIVOS.
                  EXIT.

       *> Aviso al titular de la primera cuenta propia de la persona
              AVISAR-CLIENTE.
                  MOVE 1 TO K.
                  PERFORM BUSCAR-CUENTA-TITULAR
                      UNTIL K > NUM-CUENTAS-REQ.
                  IF K NOT = 99
                    GO TO FIN-AVISAR-CLIENTE.
                  MOVE REQ-DNI TO DNI-TRABAJO-WS.
                  MOVE SPACES TO DETALLE-AVISO-WS.
                  STRING "Informacion facilitada a " REQ-AUTORIDAD
                         " ref " REQ-REFERENCIA
                      DELIMITED BY SIZE INTO DETALLE-AVISO-WS.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    OPEN OUTPUT NOTIFICAFILE
                    CLOSE NOTIFICAFILE
                    OPEN I-O NOTIFICAFILE.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  MOVE "REQUERIMIENTO-INFO" TO NOTIF-TIPO-EVENTO.
                  MOVE DNI-TRABAJO-WS TO NOTIF-DNI.
                  MOVE TFNO-TRABAJO-WS TO NOTIF-TFNO.
                  MOVE DETALLE-AVISO-WS TO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                  MOVE "P" TO NOTIF-ESTADO.
                  MOVE 0 TO NOTIF-INTENTOS.
                  MOVE SPACES TO NOTIF-MOTIVO-FALLO.
                  WRITE REG-NOTIFICACION
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO NUM-AVISOS
                        MOVE "S" TO REQ-AVISADO.
                  CLOSE NOTIFICAFILE.
              FIN-AVISAR-CLIENTE.
                  EXIT.

              BUSCAR-CUENTA-TITULAR.
                  IF CRQ-ROL(K) = "T"
                    MOVE CRQ-TARJETA(K) TO TARJ-TRABAJO-WS
                    MOVE CRQ-TFNO(K) TO TFNO-TRABAJO-WS
                    MOVE 99 TO K
                  ELSE
                    ADD 1 TO K.

              BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE 1 TO NOTIF-SEC-WS.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE 999999 TO NOTIF-SEC.
                  START NOTIFICAFILE KEY IS NOT GREATER THAN NOTIF-CLAVE
                      INVALID KEY GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  READ NOTIFICAFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  IF NOTIF-TARJ = TARJ-TRABAJO-WS
                    COMPUTE NOTIF-SEC-WS = NOTIF-SEC + 1.

                CERRAR-BUSCAR-SEC-NOTIF.
                  CLOSE NOTIFICAFILE.
              FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  EXIT.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "PROCESARREQUERIMIENT" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

       *> Antes de abrir ningun fichero maestro se comprueba en
       *> CONTROL-TRAZADOS.DAT que cada uno tiene el trazado con que
       *> se compilo este programa; si alguno no coincide el programa
       *> se detiene sin tocar los datos
              COMPROBAR-TRAZADOS.
                  OPEN INPUT TRAZADOSFILE.
                  IF FSTZ NOT = "00"
                    DISPLAY "No existe CONTROL-TRAZADOS.DAT: ejecute "
                        "SELLARTRAZADOS antes de este programa"
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
                  CLOSE TRAZADOSFILE.
              FIN-COMPROBAR-TRAZADOS.
                  EXIT.

              COMPROBAR-UN-TRAZADO.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  READ TRAZADOSFILE
                      INVALID KEY MOVE 0 TO TRZ-VERSION.
                  IF TRZ-VERSION NOT = TRAZADO-VERSION-WS
                    DISPLAY TRAZADO-FICHERO-WS " tiene el trazado "
                        TRZ-VERSION " y este programa espera el "
                        TRAZADO-VERSION-WS
                    DISPLAY "Ejecute antes la conversion pendiente"
                    CLOSE TRAZADOSFILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
