       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTUARCLIENTES.
       *> Puntuacion de comportamiento por persona: proceso batch
       *> mensual que puntua de 0 a 999 a cada persona viva de
       *> PERSONAS.DAT por como lleva sus cuentas, y de la puntuacion
       *> saca un descubierto y un prestamo personal preconcedidos. Los
       *> factores son:
       *>   nominas: meses con abono de nomina de ABONARNOMINAS en los
       *>      ultimos seis meses cerrados (historicos MOVS-AAAAMM.DAT
       *>      de ARCHIVARMOVS y MOVS.DAT en vivo);
       *>   saldo medio: el de todas sus cuentas en euros durante el
       *>      mes anterior, de SALDOS-HISTORICO.DAT;
       *>   descubierto: dias en negativo del mes anterior segun
       *>      INFORME-DESCUBIERTOS.DAT de DEVENGARDESCUBIERTOS;
       *>   impagos: prestamos activos con cuotas impagadas;
       *>   devoluciones: adeudos devueltos en los seis meses (avisos
       *>      ADEUDO-DEVUELTO de NOTIFICA.DAT);
       *>   embargos: embargos abiertos en EMBARGOS.DAT.
       *> El resultado queda en PUNTUACIONES.DAT, uno por DNI, que el
       *> cajero consulta para las campanas de preconcedidos y para el
       *> anticipo de nomina, y en INFORME-PUNTUACIONES.DAT para que
       *> Riesgos lo revise. Un registro de control evita repetir el
       *> mismo mes, asi que puede ir en la cadena nocturna.
       *>
       *> Versiones
       *> Versión 1.0 - Puntuacion de comportamiento y preconcedidos
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

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

              SELECT SALDOSHISTFILE ASSIGN TO "SALDOS-HISTORICO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLH-CLAVE
                  FILE STATUS IS FSSH.

              SELECT DESCUBIERTOSFILE ASSIGN TO
                  "INFORME-DESCUBIERTOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDE.

              SELECT PRESTAMOSFILE ASSIGN TO "PRESTAMOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-NUMERO
                  FILE STATUS IS FSPR.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT EMBARGOSFILE ASSIGN TO "EMBARGOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMB-NUMERO
                  FILE STATUS IS FSEM.

*> SELECT PUNTUACIONESFILE: ultima puntuacion de cada persona con
*> sus factores y los importes preconcedidos
              SELECT PUNTUACIONESFILE ASSIGN TO "PUNTUACIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PUN-DNI
                  FILE STATUS IS FSPU.

              SELECT INFORMEFILE ASSIGN TO "INFORME-PUNTUACIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT CONTROLFILE ASSIGN TO "PUNTUACION-CONTROL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSC.

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
              02 MOV-HORA.
                 03 HH                  PIC 99.
                 03 FILLER              PIC X.
                 03 MM                  PIC 99.
                 03 FILLER              PIC X.
                 03 SS                  PIC 99.
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
*> Tipo y subtipo de operacion del apunte: los procesos que
*> clasifican movimientos miran este codigo y no el texto libre
*> de MOV-CONCEPTO (relacion de subtipos en MIGRARTIPOSMOV)
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-NOMINA       VALUE "NO".
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

       *> FD SALDOSHISTFILE: saldo de cierre de una cuenta en una fecha
       *> de negocio (ver GUARDARSALDOSDIA)
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

       *> FD DESCUBIERTOSFILE: informe de DEVENGARDESCUBIERTOS, una
       *> cabecera con el periodo devengado y una linea por cuenta
       *> cargada con sus dias en negativo
       FD DESCUBIERTOSFILE.
       01 REG-DESCUBIERTO.
              02 IDS-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 IDS-DIAS               PIC Z9.
              02 FILLER                 PIC X(62).
       01 REG-CAB-DESCUBIERTO.
              02 ICB-TEXTO              PIC X(26).
              02 ICB-PERIODO            PIC 9(6).
              02 FILLER                 PIC X(58).

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

       FD EMBARGOSFILE.
       01 REG-EMBARGO.
              02 EMB-NUMERO             PIC 9(6).
              02 EMB-DNI                PIC X(9).
              02 EMB-AUTORIDAD          PIC X(20).
              02 EMB-IMPORTE            PIC 9(9)V99.
              02 EMB-COBRADO            PIC 9(9)V99.
              02 EMB-PRIORIDAD          PIC 9.
              02 EMB-FECHA-ALTA         PIC 9(8).
              02 EMB-ESTADO             PIC X.
                 88 EMB-ABIERTO         VALUE "P".
                 88 EMB-SATISFECHO      VALUE "S".

       *> FD PUNTUACIONESFILE: puntuacion de comportamiento de cada
       *> persona (0 a 999) con el periodo y fecha de calculo, los
       *> factores que la forman y los importes preconcedidos de
       *> descubierto y de prestamo personal (cero si no procede)
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

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(100).

       *> FD CONTROLFILE: ultimo periodo aaaamm ya puntuado, para que
       *> la cadena nocturna pueda lanzar el proceso a diario
       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-PERIODO            PIC 9(6).

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
              77 FSU                   PIC XX.
              77 FSPE                  PIC XX.
              77 FSM                   PIC XX.
              77 FSAH                  PIC XX.
              77 FSSH                  PIC XX.
              77 FSDE                  PIC XX.
              77 FSPR                  PIC XX.
              77 FSN                   PIC XX.
              77 FSEM                  PIC XX.
              77 FSPU                  PIC XX.
              77 FSI                   PIC XX.
              77 FSC                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 M                     PIC 9.
              77 C                     PIC 9(4).
              77 P                     PIC 9(4).
              77 K                     PIC 99.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NOMBRE-HISTORICO-WS   PIC X(20).
              77 PERIODO-PUNTUACION-WS PIC 9(6).
              77 AA-PERIODO-WS         PIC 9999.
              77 MES-PERIODO-WS        PIC 99.
              77 MES-FIN-WS            PIC 9(6).
              77 MES-INICIO-WS         PIC 9(6).
              77 MES-ACTUAL-WS         PIC 9(6).
              77 MES-APUNTE-WS         PIC 9(6).
              77 ANO-MES-WS            PIC 9(4).
              77 NUM-MES-WS            PIC 99.
              77 FECHA-MOV-WS          PIC 9(8).
              77 TIPO-OP-WS            PIC XX.
              77 SUBTIPO-OP-WS         PIC XX.
              77 IMPORTE-MOV-WS        PIC S9(9)V99.
              77 CUENTA-MOV-WS         PIC X(24).
              77 CUENTA-BUSCADA-WS     PIC X(24).
              77 DNI-HALLADO-WS        PIC X(9).
              77 DNI-ACUMULAR-WS       PIC X(9).
              77 DIAS-DESCUBIERTO-WS   PIC 99.
              77 DIA-FOTO-WS           PIC 99.
              77 NUM-DIAS-FOTO         PIC 99 VALUE 0.
              77 NUM-CUENTAS-PUN       PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-PUN      PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-LEIDAS   PIC 9(7) VALUE 0.
              77 NUM-PUNTUADAS         PIC 9(7) VALUE 0.
              77 NUM-OMITIDAS          PIC 9(7) VALUE 0.
              77 NUM-CON-PREAPROBADO   PIC 9(7) VALUE 0.
              77 PUNTOS-CALC-WS        PIC S9(5).
              77 MESES-NOMINA-WS       PIC 9.
              77 NOMINA-MEDIA-WS       PIC 9(7)V99.
              77 SALDO-MEDIO-WS        PIC S9(9)V99.
              77 DESCUBIERTO-PREAP-WS  PIC 9(7)V99.
              77 PRESTAMO-PREAP-WS     PIC 9(9)V99.
              77 CENTENAS-WS           PIC 9(7).
              77 TOTAL-PREAPROBADO-WS  PIC 9(11)V99 VALUE 0.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Puntos de cada factor sobre una base de PUNTOS-BASE. Las
       *> nominas suman segun los meses con nomina de los seis; el
       *> saldo medio suma por tramos y resta si es negativo; cada dia
       *> en descubierto, cada prestamo con impagos y cada adeudo
       *> devuelto restan, y un embargo abierto resta de golpe
              77 PUNTOS-BASE           PIC 999 VALUE 500.
              77 PUNTOS-NOMINA-TODAS   PIC 999 VALUE 200.
              77 PUNTOS-NOMINA-MAYORIA PIC 999 VALUE 120.
              77 PUNTOS-NOMINA-ALGUNA  PIC 999 VALUE 40.
              77 PUNTOS-SALDO-ALTO     PIC 999 VALUE 150.
              77 PUNTOS-SALDO-MEDIO    PIC 999 VALUE 100.
              77 PUNTOS-SALDO-BAJO     PIC 999 VALUE 50.
              77 PUNTOS-SALDO-NEGATIVO PIC 999 VALUE 50.
              77 PUNTOS-DIA-DESCUBIERTO PIC 999 VALUE 5.
              77 PUNTOS-PRESTAMO-IMPAGO PIC 999 VALUE 150.
              77 PUNTOS-ADEUDO-DEVUELTO PIC 999 VALUE 40.
              77 PUNTOS-EMBARGO        PIC 999 VALUE 250.
              77 MAX-ADEUDOS-PUNTUAN   PIC 99 VALUE 5.
              77 MESES-VENTANA         PIC 9 VALUE 6.
              77 MESES-NOMINA-MAYORIA  PIC 9 VALUE 4.
              77 SALDO-TRAMO-ALTO      PIC 9(7)V99 VALUE 20000.
              77 SALDO-TRAMO-MEDIO     PIC 9(7)V99 VALUE 5000.
              77 SALDO-TRAMO-BAJO      PIC 9(7)V99 VALUE 1000.

       *> Preconcedidos: nada por debajo de PUNTOS-MINIMO-PREAP, a
       *> menores, con embargos abiertos o con prestamos en impago. El
       *> descubierto es un porcentaje de la nomina media segun el
       *> tramo de puntos (sin nomina, una parte del saldo medio) y el
       *> prestamo un numero de nominas medias, y pide al menos
       *> MESES-NOMINA-PRESTAMO meses con nomina; ambos se redondean a
       *> la centena por abajo y tienen tope
              77 PUNTOS-MINIMO-PREAP   PIC 999 VALUE 500.
              77 PUNTOS-TRAMO-ALTO     PIC 999 VALUE 750.
              77 PUNTOS-TRAMO-MEDIO    PIC 999 VALUE 600.
              77 PCT-DESC-ALTO         PIC 9V99 VALUE 1.00.
              77 PCT-DESC-MEDIO        PIC 9V99 VALUE 0.50.
              77 PCT-DESC-BAJO         PIC 9V99 VALUE 0.25.
              77 PCT-DESC-SIN-NOMINA   PIC 9V99 VALUE 0.10.
              77 NOMINAS-PREST-ALTO    PIC 99 VALUE 12.
              77 NOMINAS-PREST-MEDIO   PIC 99 VALUE 6.
              77 NOMINAS-PREST-BAJO    PIC 99 VALUE 3.
              77 MESES-NOMINA-PRESTAMO PIC 9 VALUE 3.
              77 TOPE-DESCUBIERTO-PREAP PIC 9(7)V99 VALUE 3000.
              77 TOPE-PRESTAMO-PREAP   PIC 9(7)V99 VALUE 30000.

       *> Dias del mes anterior de los que hay foto de saldos
              01 TABLA-DIAS-FOTO.
                 02 DIA-FOTO OCCURS 31 TIMES PIC X.

       *> Cuentas de USERS.DAT con el DNI de su titular
              01 TABLA-CUENTAS-PUN.
                 02 CUENTA-PUN OCCURS 3000 TIMES.
                    03 TC-CUENTA           PIC X(24).
                    03 TC-DNI              PIC X(9).

       *> Acumulados por persona de cada factor
              01 TABLA-PERSONAS-PUN.
                 02 PERSONA-PUN OCCURS 1000 TIMES.
                    03 TP-DNI              PIC X(9).
                    03 TP-MES-NOMINA OCCURS 6 TIMES PIC X.
                    03 TP-IMPORTE-NOMINAS  PIC 9(9)V99.
                    03 TP-SUMA-SALDOS      PIC S9(11)V99.
                    03 TP-DIAS-DESCUBIERTO PIC 99.
                    03 TP-PRESTAMOS-IMPAGO PIC 99.
                    03 TP-IMPORTE-IMPAGADO PIC 9(9)V99.
                    03 TP-ADEUDOS-DEVUELTOS PIC 99.
                    03 TP-EMBARGOS-ABIERTOS PIC 99.

              01 FECHA-CALCULO-WS      PIC 9(8).
              01 FECHA-CALCULO-PARTES REDEFINES FECHA-CALCULO-WS.
                 02 FC-AA              PIC 9999.
                 02 FC-MM              PIC 99.
                 02 FC-DD              PIC 99.

              01 LINEA-CAB-PUN.
                 02 FILLER             PIC X(34) VALUE
                     "PUNTUACION DE COMPORTAMIENTO      ".
                 02 CAB-PERIODO        PIC 9(6).

              01 LINEA-TIT-PUN.
                 02 FILLER             PIC X(50) VALUE
                     "DNI        PTS NOM    SALDO MEDIO DIA IMP DEV EMB ".
                 02 FILLER             PIC X(23) VALUE
                     "DESCUBIERTO    PRESTAMO".

              01 LINEA-PUN.
                 02 LP-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-PUNTOS          PIC ZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-MESES-NOMINA    PIC 9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-SALDO-MEDIO     PIC ----------9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-DIAS            PIC Z9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-IMPAGOS         PIC Z9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-DEVUELTOS       PIC Z9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-EMBARGOS        PIC Z9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-DESCUBIERTO     PIC ZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-PRESTAMO        PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-PERIODO.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-CUENTAS THRU FIN-CARGAR-CUENTAS.
                  MOVE MES-INICIO-WS TO MES-ACTUAL-WS.
                  PERFORM ACUMULAR-NOMINAS-MES
                      THRU FIN-ACUMULAR-NOMINAS-MES
                      UNTIL MES-ACTUAL-WS > MES-FIN-WS.
                  PERFORM ACUMULAR-NOMINAS-VIVAS
                      THRU FIN-ACUMULAR-NOMINAS-VIVAS.
                  PERFORM ACUMULAR-SALDOS THRU FIN-ACUMULAR-SALDOS.
                  PERFORM ACUMULAR-DESCUBIERTOS
                      THRU FIN-ACUMULAR-DESCUBIERTOS.
                  PERFORM ACUMULAR-PRESTAMOS THRU FIN-ACUMULAR-PRESTAMOS.
                  PERFORM ACUMULAR-DEVOLUCIONES
                      THRU FIN-ACUMULAR-DEVOLUCIONES.
                  PERFORM ACUMULAR-EMBARGOS THRU FIN-ACUMULAR-EMBARGOS.
                  PERFORM PUNTUAR-PERSONAS THRU FIN-PUNTUAR-PERSONAS.
                  PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-PERSONAS-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE NUM-PUNTUADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-OMITIDAS TO CTL-RECHAZADOS-WS.
                  MOVE TOTAL-PREAPROBADO-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "PUNTUARCLIENTES: " NUM-PUNTUADAS
                      " personas puntuadas del periodo "
                      PERIODO-PUNTUACION-WS ", " NUM-CON-PREAPROBADO
                      " con preconcedido.".
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

       *> Se puntua el mes anterior completo a la fecha de negocio, y
       *> las nominas y devoluciones miran los seis meses que acaban en
       *> el (meses contados como ano * 12 + mes - 1)
              CALCULAR-PERIODO.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-CALCULO-WS.
                  MOVE FC-AA TO AA-PERIODO-WS.
                  MOVE FC-MM TO MES-PERIODO-WS.
                  IF MES-PERIODO-WS = 1
                    MOVE 12 TO MES-PERIODO-WS
                    SUBTRACT 1 FROM AA-PERIODO-WS
                  ELSE
                    SUBTRACT 1 FROM MES-PERIODO-WS.
                  COMPUTE PERIODO-PUNTUACION-WS =
                      AA-PERIODO-WS * 100 + MES-PERIODO-WS.
                  COMPUTE MES-FIN-WS =
                      (AA-PERIODO-WS * 12) + MES-PERIODO-WS - 1.
                  COMPUTE MES-INICIO-WS = MES-FIN-WS - MESES-VENTANA + 1.

              COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-PERIODO >= PERIODO-PUNTUACION-WS
                          CLOSE CONTROLFILE
                          DISPLAY "PUNTUARCLIENTES: periodo "
                              PERIODO-PUNTUACION-WS " ya puntuado."
                          STOP RUN.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.

       *> Tabla en memoria de cuentas y DNI del titular
              CARGAR-CUENTAS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-CUENTAS.

                LEER-UN-TITULAR-PUN.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-CUENTAS.
                  IF USER-DNI = SPACES
                    GO TO LEER-UN-TITULAR-PUN.
                  MOVE 1 TO M.
                  PERFORM CARGAR-UNA-CUENTA UNTIL M > 3.
                  GO TO LEER-UN-TITULAR-PUN.

                CERRAR-CARGAR-CUENTAS.
                  CLOSE USERFILE.
              FIN-CARGAR-CUENTAS.
                  EXIT.

              CARGAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES AND
                     NUM-CUENTAS-PUN < 3000
                    ADD 1 TO NUM-CUENTAS-PUN
                    MOVE USER-NUM-CUENTA(M) TO TC-CUENTA(NUM-CUENTAS-PUN)
                    MOVE USER-DNI TO TC-DNI(NUM-CUENTAS-PUN).
                  ADD 1 TO M.

       *> Nominas ya archivadas: un historico mensual por cada mes de
       *> la ventana, recorriendo solo los meses que existen
              ACUMULAR-NOMINAS-MES.
                  DIVIDE MES-ACTUAL-WS BY 12 GIVING ANO-MES-WS
                      REMAINDER NUM-MES-WS.
                  ADD 1 TO NUM-MES-WS.
                  MOVE SPACES TO NOMBRE-HISTORICO-WS.
                  STRING "MOVS-" ANO-MES-WS NUM-MES-WS ".DAT"
                      DELIMITED BY SIZE INTO NOMBRE-HISTORICO-WS.
                  OPEN INPUT HISTMOVFILE.
                  IF FSAH NOT = "00"
                    CLOSE HISTMOVFILE
                    GO TO SIGUIENTE-MES-NOMINAS.

                LEER-NOMINA-ARCHIVADA.
                  READ HISTMOVFILE
                      AT END GO TO CERRAR-MES-NOMINAS.
                  IF HMOV-FECHA-NEGOCIO > 0
                    MOVE HMOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAH * 10000) + (MMH * 100) + DDH.
                  MOVE HMOV-TIPO-OP TO TIPO-OP-WS.
                  MOVE HMOV-SUBTIPO-OP TO SUBTIPO-OP-WS.
                  MOVE HMOV-IMPORTE TO IMPORTE-MOV-WS.
                  MOVE HMOV-ID TO CUENTA-MOV-WS.
                  PERFORM ANOTAR-NOMINA THRU FIN-ANOTAR-NOMINA.
                  GO TO LEER-NOMINA-ARCHIVADA.

                CERRAR-MES-NOMINAS.
                  CLOSE HISTMOVFILE.

                SIGUIENTE-MES-NOMINAS.
                  ADD 1 TO MES-ACTUAL-WS.
              FIN-ACUMULAR-NOMINAS-MES.
                  EXIT.

       *> Nominas aun en MOVS.DAT
              ACUMULAR-NOMINAS-VIVAS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-ACUMULAR-NOMINAS-VIVAS.

                LEER-NOMINA-VIVA.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-NOMINAS-VIVAS.
                  IF MOV-FECHA-NEGOCIO > 0
                    MOVE MOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAM * 10000) + (MMM * 100) + DDM.
                  MOVE MOV-TIPO-OP TO TIPO-OP-WS.
                  MOVE MOV-SUBTIPO-OP TO SUBTIPO-OP-WS.
                  MOVE MOV-IMPORTE TO IMPORTE-MOV-WS.
                  MOVE MOV-ID TO CUENTA-MOV-WS.
                  PERFORM ANOTAR-NOMINA THRU FIN-ANOTAR-NOMINA.
                  GO TO LEER-NOMINA-VIVA.

                CERRAR-NOMINAS-VIVAS.
                  CLOSE MOVFILE.
              FIN-ACUMULAR-NOMINAS-VIVAS.
                  EXIT.

       *> Un abono de nomina de ABONARNOMINAS (tipo NO, subtipo AB;
       *> el anticipo AN y los otros subtipos no son nomina recibida)
       *> dentro de la ventana marca su mes en la persona titular
              ANOTAR-NOMINA.
                  IF TIPO-OP-WS NOT = "NO" OR SUBTIPO-OP-WS NOT = "AB"
                    GO TO FIN-ANOTAR-NOMINA.
                  IF IMPORTE-MOV-WS NOT > 0
                    GO TO FIN-ANOTAR-NOMINA.
                  MOVE FECHA-MOV-WS TO FECHA-CALCULO-WS.
                  COMPUTE MES-APUNTE-WS = (FC-AA * 12) + FC-MM - 1.
                  IF MES-APUNTE-WS < MES-INICIO-WS OR
                     MES-APUNTE-WS > MES-FIN-WS
                    GO TO FIN-ANOTAR-NOMINA.
                  MOVE CUENTA-MOV-WS TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO FIN-ANOTAR-NOMINA.
                  MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P = 0
                    GO TO FIN-ANOTAR-NOMINA.
                  COMPUTE K = MES-APUNTE-WS - MES-INICIO-WS + 1.
                  MOVE "S" TO TP-MES-NOMINA(P, K).
                  ADD IMPORTE-MOV-WS TO TP-IMPORTE-NOMINAS(P).
              FIN-ANOTAR-NOMINA.
                  EXIT.

       *> Saldos de cierre del mes puntuado de las cuentas en euros,
       *> sumados por titular, y los dias del mes que tienen foto
              ACUMULAR-SALDOS.
                  MOVE ALL "N" TO TABLA-DIAS-FOTO.
                  OPEN INPUT SALDOSHISTFILE.
                  IF FSSH = "35"
                    CLOSE SALDOSHISTFILE
                    GO TO FIN-ACUMULAR-SALDOS.

                LEER-UN-SALDO-PUN.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-SALDOS.
                  MOVE SLH-FECHA TO FECHA-CALCULO-WS.
                  IF FC-AA NOT = AA-PERIODO-WS OR
                     FC-MM NOT = MES-PERIODO-WS
                    GO TO LEER-UN-SALDO-PUN.
                  IF SLH-MONEDA NOT = SPACES AND SLH-MONEDA NOT = "EUR"
                    GO TO LEER-UN-SALDO-PUN.
                  MOVE FC-DD TO DIA-FOTO-WS.
                  IF DIA-FOTO(DIA-FOTO-WS) = "N"
                    MOVE "S" TO DIA-FOTO(DIA-FOTO-WS)
                    ADD 1 TO NUM-DIAS-FOTO.
                  IF SLH-DNI = SPACES
                    GO TO LEER-UN-SALDO-PUN.
                  MOVE SLH-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    ADD SLH-SALDO TO TP-SUMA-SALDOS(P).
                  GO TO LEER-UN-SALDO-PUN.

                CERRAR-ACUMULAR-SALDOS.
                  CLOSE SALDOSHISTFILE.
              FIN-ACUMULAR-SALDOS.
                  EXIT.

       *> Dias en descubierto del informe del mismo periodo; con
       *> varias cuentas en negativo cuenta la que mas dias estuvo. Un
       *> informe de otro periodo no se tiene en cuenta
              ACUMULAR-DESCUBIERTOS.
                  OPEN INPUT DESCUBIERTOSFILE.
                  IF FSDE = "35"
                    CLOSE DESCUBIERTOSFILE
                    GO TO FIN-ACUMULAR-DESCUBIERTOS.
                  READ DESCUBIERTOSFILE
                      AT END GO TO CERRAR-ACUMULAR-DESCUBIERTOS.
                  IF ICB-TEXTO(1:24) NOT = "INTERESES DE DESCUBIERTO"
                     OR ICB-PERIODO NOT = PERIODO-PUNTUACION-WS
                    GO TO CERRAR-ACUMULAR-DESCUBIERTOS.

                LEER-UN-DESCUBIERTO-PUN.
                  READ DESCUBIERTOSFILE
                      AT END GO TO CERRAR-ACUMULAR-DESCUBIERTOS.
                  MOVE IDS-DIAS TO DIAS-DESCUBIERTO-WS.
                  MOVE IDS-CUENTA TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO LEER-UN-DESCUBIERTO-PUN.
                  MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    IF DIAS-DESCUBIERTO-WS > TP-DIAS-DESCUBIERTO(P)
                      MOVE DIAS-DESCUBIERTO-WS
                          TO TP-DIAS-DESCUBIERTO(P).
                  GO TO LEER-UN-DESCUBIERTO-PUN.

                CERRAR-ACUMULAR-DESCUBIERTOS.
                  CLOSE DESCUBIERTOSFILE.
              FIN-ACUMULAR-DESCUBIERTOS.
                  EXIT.

       *> Prestamos activos con cuotas impagadas, a cuenta del titular
       *> de la cuenta de cargo
              ACUMULAR-PRESTAMOS.
                  OPEN INPUT PRESTAMOSFILE.
                  IF FSPR = "35"
                    CLOSE PRESTAMOSFILE
                    GO TO FIN-ACUMULAR-PRESTAMOS.

                LEER-UN-PRESTAMO-PUN.
                  READ PRESTAMOSFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-PRESTAMOS.
                  IF NOT PRE-ACTIVO OR PRE-IMPAGADO = 0
                    GO TO LEER-UN-PRESTAMO-PUN.
                  MOVE PRE-CUENTA TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO LEER-UN-PRESTAMO-PUN.
                  MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    ADD 1 TO TP-PRESTAMOS-IMPAGO(P)
                    ADD PRE-IMPAGADO TO TP-IMPORTE-IMPAGADO(P).
                  GO TO LEER-UN-PRESTAMO-PUN.

                CERRAR-ACUMULAR-PRESTAMOS.
                  CLOSE PRESTAMOSFILE.
              FIN-ACUMULAR-PRESTAMOS.
                  EXIT.

       *> Adeudos devueltos dentro de la ventana: cada devolucion de
       *> PROCESARDOMICILIACIONES deja un aviso ADEUDO-DEVUELTO con el
       *> DNI del titular, y el aviso se conserva tras enviarse
              ACUMULAR-DEVOLUCIONES.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-ACUMULAR-DEVOLUCIONES.

                LEER-UN-AVISO-PUN.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-DEVOLUCIONES.
                  IF NOTIF-TIPO-EVENTO NOT = "ADEUDO-DEVUELTO" OR
                     NOTIF-DNI = SPACES
                    GO TO LEER-UN-AVISO-PUN.
                  COMPUTE MES-APUNTE-WS = (AANO * 12) + MMNO - 1.
                  IF MES-APUNTE-WS < MES-INICIO-WS OR
                     MES-APUNTE-WS > MES-FIN-WS
                    GO TO LEER-UN-AVISO-PUN.
                  MOVE NOTIF-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0 AND TP-ADEUDOS-DEVUELTOS(P) < 99
                    ADD 1 TO TP-ADEUDOS-DEVUELTOS(P).
                  GO TO LEER-UN-AVISO-PUN.

                CERRAR-ACUMULAR-DEVOLUCIONES.
                  CLOSE NOTIFICAFILE.
              FIN-ACUMULAR-DEVOLUCIONES.
                  EXIT.

              ACUMULAR-EMBARGOS.
                  OPEN INPUT EMBARGOSFILE.
                  IF FSEM = "35"
                    CLOSE EMBARGOSFILE
                    GO TO FIN-ACUMULAR-EMBARGOS.

                LEER-UN-EMBARGO-PUN.
                  READ EMBARGOSFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-EMBARGOS.
                  IF NOT EMB-ABIERTO
                    GO TO LEER-UN-EMBARGO-PUN.
                  MOVE EMB-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    ADD 1 TO TP-EMBARGOS-ABIERTOS(P).
                  GO TO LEER-UN-EMBARGO-PUN.

                CERRAR-ACUMULAR-EMBARGOS.
                  CLOSE EMBARGOSFILE.
              FIN-ACUMULAR-EMBARGOS.
                  EXIT.

       *> DNI del titular de CUENTA-BUSCADA-WS en DNI-HALLADO-WS
       *> (espacios si la cuenta no es de ningun titular)
              BUSCAR-DNI-CUENTA.
                  MOVE SPACES TO DNI-HALLADO-WS.
                  MOVE 1 TO C.
                  PERFORM COMPARAR-CUENTA-PUN
                      UNTIL C > NUM-CUENTAS-PUN.

              COMPARAR-CUENTA-PUN.
                  IF TC-CUENTA(C) = CUENTA-BUSCADA-WS
                    MOVE TC-DNI(C) TO DNI-HALLADO-WS
                    MOVE 9999 TO C
                  ELSE
                    ADD 1 TO C.

       *> Deja en P la entrada de DNI-ACUMULAR-WS en la tabla de
       *> personas, dandola de alta si es nueva; P a cero si la tabla
       *> esta llena
              LOCALIZAR-PERSONA.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PERSONA-PUN
                      UNTIL P > NUM-PERSONAS-PUN.
                  IF P = 9999
                    MOVE 1 TO P
                    PERFORM AVANZAR-HASTA-PERSONA
                        UNTIL TP-DNI(P) = DNI-ACUMULAR-WS
                    GO TO FIN-LOCALIZAR-PERSONA.
                  IF NUM-PERSONAS-PUN >= 1000
                    MOVE 0 TO P
                    GO TO FIN-LOCALIZAR-PERSONA.
                  ADD 1 TO NUM-PERSONAS-PUN.
                  MOVE NUM-PERSONAS-PUN TO P.
                  MOVE DNI-ACUMULAR-WS TO TP-DNI(P).
                  MOVE ALL "N" TO TP-MES-NOMINA(P, 1) TP-MES-NOMINA(P, 2)
                      TP-MES-NOMINA(P, 3) TP-MES-NOMINA(P, 4)
                      TP-MES-NOMINA(P, 5) TP-MES-NOMINA(P, 6).
                  MOVE 0 TO TP-IMPORTE-NOMINAS(P) TP-SUMA-SALDOS(P)
                      TP-DIAS-DESCUBIERTO(P) TP-PRESTAMOS-IMPAGO(P)
                      TP-IMPORTE-IMPAGADO(P) TP-ADEUDOS-DEVUELTOS(P)
                      TP-EMBARGOS-ABIERTOS(P).
              FIN-LOCALIZAR-PERSONA.
                  EXIT.

              COMPARAR-PERSONA-PUN.
                  IF TP-DNI(P) = DNI-ACUMULAR-WS
                    MOVE 9999 TO P
                  ELSE
                    ADD 1 TO P.

              AVANZAR-HASTA-PERSONA.
                  ADD 1 TO P.

       *> Recorre PERSONAS.DAT, puntua a cada persona viva y graba su
       *> puntuacion y su linea del informe para Riesgos
              PUNTUAR-PERSONAS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-PUNTUAR-PERSONAS.
                  OPEN I-O PUNTUACIONESFILE.
                  IF FSPU = "35"
                    CLOSE PUNTUACIONESFILE
                    OPEN OUTPUT PUNTUACIONESFILE
                    CLOSE PUNTUACIONESFILE
                    OPEN I-O PUNTUACIONESFILE.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE PERIODO-PUNTUACION-WS TO CAB-PERIODO.
                  WRITE REG-INFORME FROM LINEA-CAB-PUN.
                  WRITE REG-INFORME FROM LINEA-TIT-PUN.

                LEER-UNA-PERSONA-PUN.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-PUNTUAR-PERSONAS.
                  ADD 1 TO NUM-PERSONAS-LEIDAS.
                  IF PER-FALLECIDO = "S"
                    ADD 1 TO NUM-OMITIDAS
                    GO TO LEER-UNA-PERSONA-PUN.
                  MOVE PER-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P = 0
                    ADD 1 TO NUM-OMITIDAS
                    GO TO LEER-UNA-PERSONA-PUN.
                  PERFORM PUNTUAR-PERSONA THRU FIN-PUNTUAR-PERSONA.
                  PERFORM CALCULAR-PREAPROBADOS
                      THRU FIN-CALCULAR-PREAPROBADOS.

                  MOVE PER-DNI TO PUN-DNI.
                  MOVE PERIODO-PUNTUACION-WS TO PUN-PERIODO.
                  MOVE FECHA-NEGOCIO-WS TO PUN-FECHA-CALCULO.
                  MOVE PUNTOS-CALC-WS TO PUN-PUNTOS.
                  MOVE MESES-NOMINA-WS TO PUN-MESES-NOMINA.
                  MOVE NOMINA-MEDIA-WS TO PUN-NOMINA-MEDIA.
                  MOVE SALDO-MEDIO-WS TO PUN-SALDO-MEDIO.
                  MOVE TP-DIAS-DESCUBIERTO(P) TO PUN-DIAS-DESCUBIERTO.
                  MOVE TP-PRESTAMOS-IMPAGO(P) TO PUN-PRESTAMOS-IMPAGO.
                  MOVE TP-IMPORTE-IMPAGADO(P) TO PUN-IMPORTE-IMPAGADO.
                  MOVE TP-ADEUDOS-DEVUELTOS(P) TO PUN-ADEUDOS-DEVUELTOS.
                  MOVE TP-EMBARGOS-ABIERTOS(P) TO PUN-EMBARGOS-ABIERTOS.
                  MOVE DESCUBIERTO-PREAP-WS TO PUN-DESCUBIERTO-PREAP.
                  MOVE PRESTAMO-PREAP-WS TO PUN-PRESTAMO-PREAP.
                  WRITE REG-PUNTUACION
                      INVALID KEY REWRITE REG-PUNTUACION.
                  ADD 1 TO NUM-PUNTUADAS.
                  IF DESCUBIERTO-PREAP-WS > 0 OR PRESTAMO-PREAP-WS > 0
                    ADD 1 TO NUM-CON-PREAPROBADO
                    ADD DESCUBIERTO-PREAP-WS TO TOTAL-PREAPROBADO-WS
                    ADD PRESTAMO-PREAP-WS TO TOTAL-PREAPROBADO-WS.

                  MOVE PUN-DNI TO LP-DNI.
                  MOVE PUN-PUNTOS TO LP-PUNTOS.
                  MOVE PUN-MESES-NOMINA TO LP-MESES-NOMINA.
                  MOVE PUN-SALDO-MEDIO TO LP-SALDO-MEDIO.
                  MOVE PUN-DIAS-DESCUBIERTO TO LP-DIAS.
                  MOVE PUN-PRESTAMOS-IMPAGO TO LP-IMPAGOS.
                  MOVE PUN-ADEUDOS-DEVUELTOS TO LP-DEVUELTOS.
                  MOVE PUN-EMBARGOS-ABIERTOS TO LP-EMBARGOS.
                  MOVE PUN-DESCUBIERTO-PREAP TO LP-DESCUBIERTO.
                  MOVE PUN-PRESTAMO-PREAP TO LP-PRESTAMO.
                  WRITE REG-INFORME FROM LINEA-PUN.
                  GO TO LEER-UNA-PERSONA-PUN.

                CERRAR-PUNTUAR-PERSONAS.
                  CLOSE PERSONASFILE.
                  CLOSE PUNTUACIONESFILE.
                  CLOSE INFORMEFILE.
              FIN-PUNTUAR-PERSONAS.
                  EXIT.

       *> Puntos de la persona P en PUNTOS-CALC-WS, con los meses de
       *> nomina, la nomina media y el saldo medio que se guardan
              PUNTUAR-PERSONA.
                  MOVE PUNTOS-BASE TO PUNTOS-CALC-WS.

                  MOVE 0 TO MESES-NOMINA-WS.
                  MOVE 1 TO K.
                  PERFORM CONTAR-MES-NOMINA UNTIL K > MESES-VENTANA.
                  MOVE 0 TO NOMINA-MEDIA-WS.
                  IF MESES-NOMINA-WS > 0
                    COMPUTE NOMINA-MEDIA-WS ROUNDED =
                        TP-IMPORTE-NOMINAS(P) / MESES-NOMINA-WS.
                  IF MESES-NOMINA-WS = MESES-VENTANA
                    ADD PUNTOS-NOMINA-TODAS TO PUNTOS-CALC-WS
                  ELSE
                    IF MESES-NOMINA-WS >= MESES-NOMINA-MAYORIA
                      ADD PUNTOS-NOMINA-MAYORIA TO PUNTOS-CALC-WS
                    ELSE
                      IF MESES-NOMINA-WS > 0
                        ADD PUNTOS-NOMINA-ALGUNA TO PUNTOS-CALC-WS.

                  MOVE 0 TO SALDO-MEDIO-WS.
                  IF NUM-DIAS-FOTO > 0
                    COMPUTE SALDO-MEDIO-WS ROUNDED =
                        TP-SUMA-SALDOS(P) / NUM-DIAS-FOTO.
                  IF SALDO-MEDIO-WS >= SALDO-TRAMO-ALTO
                    ADD PUNTOS-SALDO-ALTO TO PUNTOS-CALC-WS
                  ELSE
                    IF SALDO-MEDIO-WS >= SALDO-TRAMO-MEDIO
                      ADD PUNTOS-SALDO-MEDIO TO PUNTOS-CALC-WS
                    ELSE
                      IF SALDO-MEDIO-WS >= SALDO-TRAMO-BAJO
                        ADD PUNTOS-SALDO-BAJO TO PUNTOS-CALC-WS
                      ELSE
                        IF SALDO-MEDIO-WS < 0
                          SUBTRACT PUNTOS-SALDO-NEGATIVO
                              FROM PUNTOS-CALC-WS.

                  COMPUTE PUNTOS-CALC-WS = PUNTOS-CALC-WS -
                      (TP-DIAS-DESCUBIERTO(P) * PUNTOS-DIA-DESCUBIERTO)
                      - (TP-PRESTAMOS-IMPAGO(P) * PUNTOS-PRESTAMO-IMPAGO).
                  IF TP-ADEUDOS-DEVUELTOS(P) > MAX-ADEUDOS-PUNTUAN
                    COMPUTE PUNTOS-CALC-WS = PUNTOS-CALC-WS -
                        (MAX-ADEUDOS-PUNTUAN * PUNTOS-ADEUDO-DEVUELTO)
                  ELSE
                    COMPUTE PUNTOS-CALC-WS = PUNTOS-CALC-WS -
                        (TP-ADEUDOS-DEVUELTOS(P) * PUNTOS-ADEUDO-DEVUELTO).
                  IF TP-EMBARGOS-ABIERTOS(P) > 0
                    SUBTRACT PUNTOS-EMBARGO FROM PUNTOS-CALC-WS.

                  IF PUNTOS-CALC-WS < 0
                    MOVE 0 TO PUNTOS-CALC-WS.
                  IF PUNTOS-CALC-WS > 999
                    MOVE 999 TO PUNTOS-CALC-WS.
              FIN-PUNTUAR-PERSONA.
                  EXIT.

              CONTAR-MES-NOMINA.
                  IF TP-MES-NOMINA(P, K) = "S"
                    ADD 1 TO MESES-NOMINA-WS.
                  ADD 1 TO K.

       *> Descubierto y prestamo personal preconcedidos de la persona
       *> P segun su tramo de puntos
              CALCULAR-PREAPROBADOS.
                  MOVE 0 TO DESCUBIERTO-PREAP-WS.
                  MOVE 0 TO PRESTAMO-PREAP-WS.
                  IF PUNTOS-CALC-WS < PUNTOS-MINIMO-PREAP OR
                     PER-MENOR = "S" OR
                     TP-EMBARGOS-ABIERTOS(P) > 0 OR
                     TP-PRESTAMOS-IMPAGO(P) > 0
                    GO TO FIN-CALCULAR-PREAPROBADOS.

                  IF MESES-NOMINA-WS = 0
                    IF SALDO-MEDIO-WS > 0
                      COMPUTE DESCUBIERTO-PREAP-WS =
                          SALDO-MEDIO-WS * PCT-DESC-SIN-NOMINA
                    END-IF
                  ELSE
                    IF PUNTOS-CALC-WS >= PUNTOS-TRAMO-ALTO
                      COMPUTE DESCUBIERTO-PREAP-WS =
                          NOMINA-MEDIA-WS * PCT-DESC-ALTO
                    ELSE
                      IF PUNTOS-CALC-WS >= PUNTOS-TRAMO-MEDIO
                        COMPUTE DESCUBIERTO-PREAP-WS =
                            NOMINA-MEDIA-WS * PCT-DESC-MEDIO
                      ELSE
                        COMPUTE DESCUBIERTO-PREAP-WS =
                            NOMINA-MEDIA-WS * PCT-DESC-BAJO.
                  IF DESCUBIERTO-PREAP-WS > TOPE-DESCUBIERTO-PREAP
                    MOVE TOPE-DESCUBIERTO-PREAP TO DESCUBIERTO-PREAP-WS.
                  DIVIDE DESCUBIERTO-PREAP-WS BY 100 GIVING CENTENAS-WS.
                  COMPUTE DESCUBIERTO-PREAP-WS = CENTENAS-WS * 100.

                  IF MESES-NOMINA-WS < MESES-NOMINA-PRESTAMO
                    GO TO FIN-CALCULAR-PREAPROBADOS.
                  IF PUNTOS-CALC-WS >= PUNTOS-TRAMO-ALTO
                    COMPUTE PRESTAMO-PREAP-WS =
                        NOMINA-MEDIA-WS * NOMINAS-PREST-ALTO
                  ELSE
                    IF PUNTOS-CALC-WS >= PUNTOS-TRAMO-MEDIO
                      COMPUTE PRESTAMO-PREAP-WS =
                          NOMINA-MEDIA-WS * NOMINAS-PREST-MEDIO
                    ELSE
                      COMPUTE PRESTAMO-PREAP-WS =
                          NOMINA-MEDIA-WS * NOMINAS-PREST-BAJO.
                  IF PRESTAMO-PREAP-WS > TOPE-PRESTAMO-PREAP
                    MOVE TOPE-PRESTAMO-PREAP TO PRESTAMO-PREAP-WS.
                  DIVIDE PRESTAMO-PREAP-WS BY 100 GIVING CENTENAS-WS.
                  COMPUTE PRESTAMO-PREAP-WS = CENTENAS-WS * 100.
              FIN-CALCULAR-PREAPROBADOS.
                  EXIT.

              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE PERIODO-PUNTUACION-WS TO CTL-PERIODO.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.

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
                  MOVE "PUNTUARCLIENTES" TO CTN-PROGRAMA.
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
