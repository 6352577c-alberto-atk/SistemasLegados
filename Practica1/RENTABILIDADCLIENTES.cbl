       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDADCLIENTES.
       *> Rentabilidad por persona: proceso batch mensual que calcula,
       *> para cada persona viva de PERSONAS.DAT y sobre el mes
       *> anterior a la fecha de negocio, lo que deja al banco:
       *>   comisiones: cargos CO de sus cuentas (mantenimiento MT de
       *>      COBRARMANTENIMIENTO, transferencia inmediata TI y el
       *>      resto) y el recargo por reintegro en cajero ajeno (RE CA);
       *>   margen de intereses: el saldo medio acreedor del mes (de
       *>      SALDOS-HISTORICO.DAT) al tipo de financiacion, menos los
       *>      intereses abonados por DEVENGARINTERESES (IT AB), y el
       *>      capital pendiente de sus prestamos activos a su tipo
       *>      menos el de financiacion;
       *>   intereses de descubierto cargados por DEVENGARDESCUBIERTOS
       *>      (IT DS);
       *> y le resta un coste unitario por cada operacion hecha en
       *> cajero (COSTES-OPERACION.DAT por tipo y subtipo, o la tabla
       *> por defecto) y la dotacion del mes a la provision para
       *> insolvencias: la provision de sus operaciones que deja
       *> INFORME-PROVISIONES.DAT de PROVISIONARINSOLVENCIAS menos la
       *> que tenia en el calculo anterior.
       *> Las personas se ordenan por resultado y se reparten en tramos
       *> de rentabilidad A, B, C y D por porcentajes del total; un
       *> resultado negativo es siempre D. El tipo de financiacion, el
       *> recargo de cajero ajeno, el coste de las operaciones sin
       *> tarifa y los porcentajes de los tramos se toman de
       *> RENTABILIDAD-PARAM.DAT si existe.
       *> El resultado queda en RENTABILIDAD.DAT, uno por DNI, que el
       *> cajero consulta para las campanas de regla R, y en
       *> INFORME-RENTABILIDAD.DAT por puesto. Un registro de control
       *> evita repetir el mismo mes, asi que puede ir en la cadena
       *> nocturna.
       *>
       *> Versiones
       *> Versión 1.0 - Rentabilidad mensual por persona y tramos
       *> Versión 1.1 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
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

              SELECT PRESTAMOSFILE ASSIGN TO "PRESTAMOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-NUMERO
                  FILE STATUS IS FSPR.

              SELECT PROVISIONESFILE ASSIGN TO
                  "INFORME-PROVISIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPV.

              SELECT COSTESFILE ASSIGN TO "COSTES-OPERACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCO.

              SELECT PARAMFILE ASSIGN TO "RENTABILIDAD-PARAM.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

*> SELECT RENTABILIDADFILE: ultima rentabilidad de cada persona con
*> sus componentes, su puesto y su tramo
              SELECT RENTABILIDADFILE ASSIGN TO "RENTABILIDAD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RNT-DNI
                  FILE STATUS IS FSRN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-RENTABILIDAD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT CONTROLFILE ASSIGN TO "RENTABILIDAD-CONTROL.DAT"
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
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
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

       *> FD PROVISIONESFILE: informe de PROVISIONARINSOLVENCIAS, una
       *> cabecera con la fecha de cierre provisionada, la de columnas
       *> y una linea por prestamo o descubierto con el DNI del titular
       *> y su provision; detras, el resumen por tramos
       FD PROVISIONESFILE.
       01 REG-PROVISION.
              02 IPV-TIPO               PIC X(11).
              02 FILLER                 PIC X.
              02 IPV-REFERENCIA         PIC X(24).
              02 FILLER                 PIC X(2).
              02 IPV-DNI                PIC X(9).
              02 FILLER                 PIC X(35).
              02 IPV-PROVISION          PIC ZZZZZZZZ9.99.
              02 FILLER                 PIC X(6).
       01 REG-CAB-PROVISION.
              02 IPC-TEXTO              PIC X(30).
              02 IPC-FECHA              PIC X(10).
              02 FILLER                 PIC X(60).

       *> FD COSTESFILE: coste unitario de una operacion en cajero por
       *> tipo y subtipo de MOVS (subtipo en blanco, toda la familia)
       FD COSTESFILE.
       01 REG-COSTE-OPERACION.
              02 COP-TIPO-OP            PIC XX.
              02 COP-SUBTIPO-OP         PIC XX.
              02 COP-COSTE              PIC 9(3)V99.

       FD PARAMFILE.
       01 REG-PARAM-RENTABILIDAD.
              02 RPA-TASA-FONDOS        PIC 9V9999.
              02 RPA-RECARGO-AJENO      PIC 9(3)V99.
              02 RPA-COSTE-GENERAL      PIC 9(3)V99.
              02 RPA-PCT-TRAMO-A        PIC 99.
              02 RPA-PCT-TRAMO-B        PIC 99.
              02 RPA-PCT-TRAMO-C        PIC 99.

       *> FD RENTABILIDADFILE: rentabilidad del ultimo mes calculado de
       *> cada persona con sus componentes, la provision de sus
       *> operaciones al cierre del mes (base de la dotacion del mes
       *> siguiente), su puesto y su tramo (A la mas rentable a D)
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

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       *> FD CONTROLFILE: ultimo periodo aaaamm ya calculado, para que
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
              77 FSPR                  PIC XX.
              77 FSPV                  PIC XX.
              77 FSCO                  PIC XX.
              77 FSPA                  PIC XX.
              77 FSRN                  PIC XX.
              77 FSI                   PIC XX.
              77 FSC                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 M                     PIC 9.
              77 C                     PIC 9(4).
              77 P                     PIC 9(4).
              77 Q                     PIC 9(4).
              77 K                     PIC 99.
              77 N                     PIC 999.
              77 R                     PIC 9(5).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NOMBRE-HISTORICO-WS   PIC X(20).
              77 PERIODO-RENTAB-WS     PIC 9(6).
              77 AA-PERIODO-WS         PIC 9999.
              77 MES-PERIODO-WS        PIC 99.
              77 FECHA-FIN-MES-WS      PIC 9(8).
              77 FECHA-MOV-WS          PIC 9(8).
              77 TIPO-OP-WS            PIC XX.
              77 SUBTIPO-OP-WS         PIC XX.
              77 IMPORTE-MOV-WS        PIC S9(9)V99.
              77 TERMINAL-MOV-WS       PIC X(4).
              77 CUENTA-MOV-WS         PIC X(24).
              77 CUENTA-BUSCADA-WS     PIC X(24).
              77 DNI-HALLADO-WS        PIC X(9).
              77 DNI-BUSCADO-WS        PIC X(9).
              77 DIA-FOTO-WS           PIC 99.
              77 NUM-DIAS-FOTO         PIC 99 VALUE 0.
              77 NUM-CUENTAS-RNT       PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-RNT      PIC 9(4) VALUE 0.
              77 NUM-COSTES            PIC 99 VALUE 0.
              77 NUM-PERSONAS-LEIDAS   PIC 9(7) VALUE 0.
              77 NUM-CLASIFICADAS      PIC 9(7) VALUE 0.
              77 NUM-OMITIDAS          PIC 9(7) VALUE 0.
              77 HAY-PROVISIONES       PIC X(2) VALUE "NO".
              77 COSTE-OP-WS           PIC 9(3)V99.
              77 COSTE-HALLADO-WS      PIC X(2).
              77 CAPITAL-PENDIENTE-WS  PIC 9(9)V99.
              77 SALDO-MEDIO-WS        PIC S9(9)V99.
              77 COMISIONES-WS         PIC S9(9)V99.
              77 MARGEN-INTERES-WS     PIC S9(9)V99.
              77 PROVISION-ANTERIOR-WS PIC 9(9)V99.
              77 PROVISION-LEIDA-WS    PIC 9(9)V99.
              77 LIMITE-TRAMO-A        PIC 9(5).
              77 LIMITE-TRAMO-B        PIC 9(5).
              77 LIMITE-TRAMO-C        PIC 9(5).
              77 TOTAL-INGRESOS-WS     PIC S9(11)V99 VALUE 0.
              77 TOTAL-COSTES-WS       PIC S9(11)V99 VALUE 0.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Parametros: tipo anual con que se valora el dinero (lo que
       *> rinde al banco el saldo acreedor y lo que le cuesta prestar),
       *> recargo que se cobra al cliente por cada reintegro en cajero
       *> ajeno, coste de una operacion en cajero sin tarifa propia y
       *> porcentaje de personas de los tramos A, B y C (el resto D)
              77 TASA-FONDOS-WS        PIC 9V9999.
              77 RECARGO-AJENO-WS      PIC 9(3)V99.
              77 COSTE-GENERAL-WS      PIC 9(3)V99.
              77 PCT-TRAMO-A-WS        PIC 99.
              77 PCT-TRAMO-B-WS        PIC 99.
              77 PCT-TRAMO-C-WS        PIC 99.

              01 LETRAS-TRAMO          PIC X(4) VALUE "ABCD".

       *> Dias del mes de los que hay foto de saldos
              01 TABLA-DIAS-FOTO.
                 02 DIA-FOTO OCCURS 31 TIMES PIC X.

       *> Tarifa de coste por tipo y subtipo de operacion en cajero
              01 TABLA-COSTES.
                 02 COSTE-ENTRADA OCCURS 40 TIMES.
                    03 TCO-TIPO-OP          PIC XX.
                    03 TCO-SUBTIPO-OP       PIC XX.
                    03 TCO-COSTE            PIC 9(3)V99.

       *> Cuentas y tarjetas de USERS.DAT con el DNI de su titular
              01 TABLA-CUENTAS-RNT.
                 02 CUENTA-RNT OCCURS 3000 TIMES.
                    03 TC-CUENTA           PIC X(24).
                    03 TC-DNI              PIC X(9).

       *> Personas vivas con los acumulados del mes
              01 TABLA-PERSONAS-RNT.
                 02 PERSONA-RNT OCCURS 1000 TIMES.
                    03 TP-DNI              PIC X(9).
                    03 TP-COMISIONES-MANT  PIC S9(7)V99.
                    03 TP-COMISIONES-INMED PIC S9(7)V99.
                    03 TP-RECARGOS         PIC S9(7)V99.
                    03 TP-COMISIONES-OTRAS PIC S9(7)V99.
                    03 TP-SUMA-SALDOS      PIC S9(11)V99.
                    03 TP-MARGEN-SALDOS    PIC S9(7)V99.
                    03 TP-INTERESES-PAGADOS PIC 9(7)V99.
                    03 TP-MARGEN-PRESTAMOS PIC S9(7)V99.
                    03 TP-INTERESES-DESCUB PIC 9(7)V99.
                    03 TP-NUM-OPERACIONES  PIC 9(5).
                    03 TP-COSTE-OPERACIONES PIC 9(7)V99.
                    03 TP-PROVISION        PIC 9(9)V99.
                    03 TP-DOTACION         PIC S9(9)V99.
                    03 TP-RESULTADO        PIC S9(9)V99.
                    03 TP-PUESTO           PIC 9(5).
                    03 TP-TRAMO            PIC X.

       *> Personas y resultado acumulado por tramo
              01 TABLA-TRAMOS-RNT.
                 02 TRAMO-RNT OCCURS 4 TIMES.
                    03 TT-PERSONAS         PIC 9(5).
                    03 TT-RESULTADO        PIC S9(11)V99.

              01 FECHA-CALCULO-WS      PIC 9(8).
              01 FECHA-CALCULO-PARTES REDEFINES FECHA-CALCULO-WS.
                 02 FC-AA              PIC 9999.
                 02 FC-MM              PIC 99.
                 02 FC-DD              PIC 99.

              01 FECHA-FIN-MES-F.
                 02 DD-FIN             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-FIN             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-FIN             PIC 9999.

              01 LINEA-CAB-RNT.
                 02 FILLER             PIC X(34) VALUE
                     "RENTABILIDAD POR PERSONA          ".
                 02 CAB-PERIODO        PIC 9(6).

              01 LINEA-TIT-RNT.
                 02 FILLER             PIC X(50) VALUE
                 "PUESTO DNI       T  COMISIONES MARGEN INT. DESCUBI".
                 02 FILLER             PIC X(45) VALUE
                     "ER.   OPS  COSTE OPS    DOTACION    RESULTADO".

              01 LINEA-RNT.
                 02 LR-PUESTO          PIC ZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-DNI             PIC X(9).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-TRAMO           PIC X.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-COMISIONES      PIC -ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-MARGEN          PIC -ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-DESCUBIERTO     PIC ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-OPERACIONES     PIC ZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-COSTE-OPS       PIC ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-DOTACION        PIC -ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LR-RESULTADO       PIC -ZZZZZZZ9.99.

              01 LINEA-TIT-TRAMOS.
                 02 FILLER             PIC X(40) VALUE
                     "TRAMO PERSONAS       RESULTADO".

              01 LINEA-TRAMO-RNT.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LT-TRAMO           PIC X.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LT-PERSONAS        PIC ZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LT-RESULTADO       PIC -ZZZZZZZZZ9.99.

              01 LINEA-AVISO-RNT.
                 02 FILLER             PIC X(62) VALUE
                 "SIN INFORME DE PROVISIONES DEL MES: DOTACION NO CALCULADA".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-PERIODO.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-PARAMETROS-DEFECTO.
                  PERFORM CARGAR-PARAMETROS.
                  PERFORM CARGAR-COSTES THRU FIN-CARGAR-COSTES.
                  PERFORM CARGAR-PERSONAS THRU FIN-CARGAR-PERSONAS.
                  PERFORM CARGAR-CUENTAS THRU FIN-CARGAR-CUENTAS.
                  PERFORM ACUMULAR-MOVS-ARCHIVADOS
                      THRU FIN-ACUMULAR-MOVS-ARCHIVADOS.
                  PERFORM ACUMULAR-MOVS-VIVOS
                      THRU FIN-ACUMULAR-MOVS-VIVOS.
                  PERFORM ACUMULAR-SALDOS THRU FIN-ACUMULAR-SALDOS.
                  PERFORM ACUMULAR-PRESTAMOS THRU FIN-ACUMULAR-PRESTAMOS.
                  PERFORM ACUMULAR-PROVISIONES
                      THRU FIN-ACUMULAR-PROVISIONES.
                  PERFORM CALCULAR-RESULTADOS THRU FIN-CALCULAR-RESULTADOS.
                  PERFORM CLASIFICAR-PERSONAS.
                  PERFORM GRABAR-RENTABILIDAD THRU FIN-GRABAR-RENTABILIDAD.
                  PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-PERSONAS-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE NUM-CLASIFICADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-OMITIDAS TO CTL-RECHAZADOS-WS.
                  IF TOTAL-INGRESOS-WS > 0
                    MOVE TOTAL-INGRESOS-WS TO CTL-IMP-ENTRADA-WS.
                  IF TOTAL-COSTES-WS > 0
                    MOVE TOTAL-COSTES-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "RENTABILIDADCLIENTES: " NUM-CLASIFICADAS
                      " personas clasificadas del periodo "
                      PERIODO-RENTAB-WS ".".
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

       *> Se calcula el mes anterior completo a la fecha de negocio, el
       *> mismo que provisiona PROVISIONARINSOLVENCIAS, cuyo informe
       *> lleva la fecha del ultimo dia de ese mes
              CALCULAR-PERIODO.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-CALCULO-WS.
                  MOVE FC-AA TO AA-PERIODO-WS.
                  MOVE FC-MM TO MES-PERIODO-WS.
                  IF MES-PERIODO-WS = 1
                    MOVE 12 TO MES-PERIODO-WS
                    SUBTRACT 1 FROM AA-PERIODO-WS
                  ELSE
                    SUBTRACT 1 FROM MES-PERIODO-WS.
                  COMPUTE PERIODO-RENTAB-WS =
                      AA-PERIODO-WS * 100 + MES-PERIODO-WS.
                  COMPUTE FECHA-FIN-MES-WS =
                      (FECHA-NEGOCIO-WS / 100) * 100 + 1.
                  COMPUTE FECHA-FIN-MES-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) - 1).
                  MOVE FECHA-FIN-MES-WS(7:2) TO DD-FIN.
                  MOVE FECHA-FIN-MES-WS(5:2) TO MM-FIN.
                  MOVE FECHA-FIN-MES-WS(1:4) TO AA-FIN.

              COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-PERIODO >= PERIODO-RENTAB-WS
                          CLOSE CONTROLFILE
                          DISPLAY "RENTABILIDADCLIENTES: periodo "
                              PERIODO-RENTAB-WS " ya calculado."
                          STOP RUN.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.

       *> Valores de fabrica: el dinero a un 3% anual, dos euros de
       *> recargo por reintegro en cajero ajeno, treinta centimos por
       *> operacion sin tarifa y tramos del 20, 30 y 30 por ciento
              CARGAR-PARAMETROS-DEFECTO.
                  MOVE 0.0300 TO TASA-FONDOS-WS.
                  MOVE 2.00 TO RECARGO-AJENO-WS.
                  MOVE 0.30 TO COSTE-GENERAL-WS.
                  MOVE 20 TO PCT-TRAMO-A-WS.
                  MOVE 30 TO PCT-TRAMO-B-WS.
                  MOVE 30 TO PCT-TRAMO-C-WS.

              CARGAR-PARAMETROS.
                  OPEN INPUT PARAMFILE.
                  IF FSPA = "35"
                    CONTINUE
                  ELSE
                    READ PARAMFILE
                      AT END CONTINUE
                      NOT AT END PERFORM TOMAR-PARAMETROS.
                  CLOSE PARAMFILE.

       *> Los porcentajes de tramo solo se toman si los tres son
       *> numericos y no pasan de cien entre todos
              TOMAR-PARAMETROS.
                  IF RPA-TASA-FONDOS IS NUMERIC
                    MOVE RPA-TASA-FONDOS TO TASA-FONDOS-WS.
                  IF RPA-RECARGO-AJENO IS NUMERIC
                    MOVE RPA-RECARGO-AJENO TO RECARGO-AJENO-WS.
                  IF RPA-COSTE-GENERAL IS NUMERIC
                    MOVE RPA-COSTE-GENERAL TO COSTE-GENERAL-WS.
                  IF RPA-PCT-TRAMO-A IS NUMERIC AND
                     RPA-PCT-TRAMO-B IS NUMERIC AND
                     RPA-PCT-TRAMO-C IS NUMERIC
                    IF RPA-PCT-TRAMO-A + RPA-PCT-TRAMO-B +
                       RPA-PCT-TRAMO-C NOT > 100
                      MOVE RPA-PCT-TRAMO-A TO PCT-TRAMO-A-WS
                      MOVE RPA-PCT-TRAMO-B TO PCT-TRAMO-B-WS
                      MOVE RPA-PCT-TRAMO-C TO PCT-TRAMO-C-WS.

              CARGAR-COSTES.
                  OPEN INPUT COSTESFILE.
                  IF FSCO = "35"
                    CLOSE COSTESFILE
                    PERFORM CARGAR-COSTES-POR-DEFECTO
                    GO TO FIN-CARGAR-COSTES.

                LEER-UN-COSTE.
                  READ COSTESFILE
                      AT END GO TO CERRAR-CARGAR-COSTES.
                  IF COP-TIPO-OP = SPACES OR COP-COSTE IS NOT NUMERIC
                    GO TO LEER-UN-COSTE.
                  IF NUM-COSTES < 40
                    ADD 1 TO NUM-COSTES
                    MOVE COP-TIPO-OP TO TCO-TIPO-OP(NUM-COSTES)
                    MOVE COP-SUBTIPO-OP TO TCO-SUBTIPO-OP(NUM-COSTES)
                    MOVE COP-COSTE TO TCO-COSTE(NUM-COSTES).
                  GO TO LEER-UN-COSTE.

                CERRAR-CARGAR-COSTES.
                  CLOSE COSTESFILE.
                  IF NUM-COSTES = 0
                    PERFORM CARGAR-COSTES-POR-DEFECTO.
              FIN-CARGAR-COSTES.
                  EXIT.

       *> Tarifa por defecto. La pata que recibe un traspaso, un pago a
       *> movil o una cesion de entradas entre clientes no es una
       *> operacion del receptor: coste cero
              CARGAR-COSTES-POR-DEFECTO.
                  MOVE "RE" TO TCO-TIPO-OP(1).
                  MOVE SPACES TO TCO-SUBTIPO-OP(1).
                  MOVE 0.60 TO TCO-COSTE(1).
                  MOVE "IN" TO TCO-TIPO-OP(2).
                  MOVE SPACES TO TCO-SUBTIPO-OP(2).
                  MOVE 0.90 TO TCO-COSTE(2).
                  MOVE "DN" TO TCO-TIPO-OP(3).
                  MOVE SPACES TO TCO-SUBTIPO-OP(3).
                  MOVE 1.20 TO TCO-COSTE(3).
                  MOVE "TF" TO TCO-TIPO-OP(4).
                  MOVE SPACES TO TCO-SUBTIPO-OP(4).
                  MOVE 0.30 TO TCO-COSTE(4).
                  MOVE "TF" TO TCO-TIPO-OP(5).
                  MOVE "RC" TO TCO-SUBTIPO-OP(5).
                  MOVE 0 TO TCO-COSTE(5).
                  MOVE "PM" TO TCO-TIPO-OP(6).
                  MOVE SPACES TO TCO-SUBTIPO-OP(6).
                  MOVE 0.20 TO TCO-COSTE(6).
                  MOVE "PM" TO TCO-TIPO-OP(7).
                  MOVE "RC" TO TCO-SUBTIPO-OP(7).
                  MOVE 0 TO TCO-COSTE(7).
                  MOVE "RM" TO TCO-TIPO-OP(8).
                  MOVE SPACES TO TCO-SUBTIPO-OP(8).
                  MOVE 0.20 TO TCO-COSTE(8).
                  MOVE "EN" TO TCO-TIPO-OP(9).
                  MOVE SPACES TO TCO-SUBTIPO-OP(9).
                  MOVE 0.25 TO TCO-COSTE(9).
                  MOVE "EN" TO TCO-TIPO-OP(10).
                  MOVE "CR" TO TCO-SUBTIPO-OP(10).
                  MOVE 0 TO TCO-COSTE(10).
                  MOVE "CB" TO TCO-TIPO-OP(11).
                  MOVE SPACES TO TCO-SUBTIPO-OP(11).
                  MOVE 1.00 TO TCO-COSTE(11).
                  MOVE "BV" TO TCO-TIPO-OP(12).
                  MOVE SPACES TO TCO-SUBTIPO-OP(12).
                  MOVE 0.50 TO TCO-COSTE(12).
                  MOVE 12 TO NUM-COSTES.

       *> Tabla de personas vivas de PERSONAS.DAT; las fallecidas y
       *> las que no caben se cuentan como omitidas
              CARGAR-PERSONAS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-CARGAR-PERSONAS.

                LEER-UNA-PERSONA-RNT.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-PERSONAS.
                  ADD 1 TO NUM-PERSONAS-LEIDAS.
                  IF PER-FALLECIDO = "S" OR NUM-PERSONAS-RNT >= 1000
                    ADD 1 TO NUM-OMITIDAS
                    GO TO LEER-UNA-PERSONA-RNT.
                  ADD 1 TO NUM-PERSONAS-RNT.
                  MOVE NUM-PERSONAS-RNT TO P.
                  MOVE PER-DNI TO TP-DNI(P).
                  MOVE 0 TO TP-COMISIONES-MANT(P) TP-COMISIONES-INMED(P)
                      TP-RECARGOS(P) TP-COMISIONES-OTRAS(P)
                      TP-SUMA-SALDOS(P) TP-MARGEN-SALDOS(P)
                      TP-INTERESES-PAGADOS(P) TP-MARGEN-PRESTAMOS(P)
                      TP-INTERESES-DESCUB(P) TP-NUM-OPERACIONES(P)
                      TP-COSTE-OPERACIONES(P) TP-PROVISION(P)
                      TP-DOTACION(P) TP-RESULTADO(P) TP-PUESTO(P).
                  MOVE SPACE TO TP-TRAMO(P).
                  GO TO LEER-UNA-PERSONA-RNT.

                CERRAR-CARGAR-PERSONAS.
                  CLOSE PERSONASFILE.
              FIN-CARGAR-PERSONAS.
                  EXIT.

       *> Tabla en memoria de cuentas y tarjetas con el DNI del titular
       *> (los apuntes de tarjeta llevan el numero en MOV-ID)
              CARGAR-CUENTAS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-CUENTAS.

                LEER-UN-TITULAR-RNT.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-CUENTAS.
                  IF USER-DNI = SPACES
                    GO TO LEER-UN-TITULAR-RNT.
                  IF NUM-CUENTAS-RNT < 3000
                    ADD 1 TO NUM-CUENTAS-RNT
                    MOVE USER-TARJ TO TC-CUENTA(NUM-CUENTAS-RNT)
                    MOVE USER-DNI TO TC-DNI(NUM-CUENTAS-RNT).
                  MOVE 1 TO M.
                  PERFORM CARGAR-UNA-CUENTA UNTIL M > 3.
                  GO TO LEER-UN-TITULAR-RNT.

                CERRAR-CARGAR-CUENTAS.
                  CLOSE USERFILE.
              FIN-CARGAR-CUENTAS.
                  EXIT.

              CARGAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES AND
                     NUM-CUENTAS-RNT < 3000
                    ADD 1 TO NUM-CUENTAS-RNT
                    MOVE USER-NUM-CUENTA(M) TO TC-CUENTA(NUM-CUENTAS-RNT)
                    MOVE USER-DNI TO TC-DNI(NUM-CUENTAS-RNT).
                  ADD 1 TO M.

       *> Apuntes del mes ya archivados por ARCHIVARMOVS en su
       *> historico mensual, si existe
              ACUMULAR-MOVS-ARCHIVADOS.
                  MOVE SPACES TO NOMBRE-HISTORICO-WS.
                  STRING "MOVS-" AA-PERIODO-WS MES-PERIODO-WS ".DAT"
                      DELIMITED BY SIZE INTO NOMBRE-HISTORICO-WS.
                  OPEN INPUT HISTMOVFILE.
                  IF FSAH NOT = "00"
                    CLOSE HISTMOVFILE
                    GO TO FIN-ACUMULAR-MOVS-ARCHIVADOS.

                LEER-MOV-ARCHIVADO-RNT.
                  READ HISTMOVFILE
                      AT END GO TO CERRAR-MOVS-ARCHIVADOS.
                  IF HMOV-FECHA-NEGOCIO > 0
                    MOVE HMOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAH * 10000) + (MMH * 100) + DDH.
                  MOVE HMOV-TIPO-OP TO TIPO-OP-WS.
                  MOVE HMOV-SUBTIPO-OP TO SUBTIPO-OP-WS.
                  MOVE HMOV-IMPORTE TO IMPORTE-MOV-WS.
                  MOVE HMOV-TERMINAL TO TERMINAL-MOV-WS.
                  MOVE HMOV-ID TO CUENTA-MOV-WS.
                  PERFORM ANOTAR-MOVIMIENTO THRU FIN-ANOTAR-MOVIMIENTO.
                  GO TO LEER-MOV-ARCHIVADO-RNT.

                CERRAR-MOVS-ARCHIVADOS.
                  CLOSE HISTMOVFILE.
              FIN-ACUMULAR-MOVS-ARCHIVADOS.
                  EXIT.

       *> Apuntes del mes aun en MOVS.DAT
              ACUMULAR-MOVS-VIVOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-ACUMULAR-MOVS-VIVOS.

                LEER-MOV-VIVO-RNT.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-MOVS-VIVOS.
                  IF MOV-FECHA-NEGOCIO > 0
                    MOVE MOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAM * 10000) + (MMM * 100) + DDM.
                  MOVE MOV-TIPO-OP TO TIPO-OP-WS.
                  MOVE MOV-SUBTIPO-OP TO SUBTIPO-OP-WS.
                  MOVE MOV-IMPORTE TO IMPORTE-MOV-WS.
                  MOVE MOV-TERMINAL TO TERMINAL-MOV-WS.
                  MOVE MOV-ID TO CUENTA-MOV-WS.
                  PERFORM ANOTAR-MOVIMIENTO THRU FIN-ANOTAR-MOVIMIENTO.
                  GO TO LEER-MOV-VIVO-RNT.

                CERRAR-MOVS-VIVOS.
                  CLOSE MOVFILE.
              FIN-ACUMULAR-MOVS-VIVOS.
                  EXIT.

       *> Un apunte del mes en una cuenta o tarjeta de una persona viva:
       *> las comisiones CO son cargos (importe negativo) y se suman en
       *> positivo, devoluciones de comision incluidas; el reintegro en
       *> cajero ajeno lleva recargo; los intereses IT abonados restan
       *> y los de descubierto suman. Lo hecho en un cajero (no en
       *> BATC) que no es una comision ni un interes es una operacion
       *> con su coste
              ANOTAR-MOVIMIENTO.
                  MOVE FECHA-MOV-WS TO FECHA-CALCULO-WS.
                  IF FC-AA NOT = AA-PERIODO-WS OR
                     FC-MM NOT = MES-PERIODO-WS
                    GO TO FIN-ANOTAR-MOVIMIENTO.
                  MOVE CUENTA-MOV-WS TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO FIN-ANOTAR-MOVIMIENTO.
                  MOVE DNI-HALLADO-WS TO DNI-BUSCADO-WS.
                  PERFORM BUSCAR-PERSONA.
                  IF P = 0
                    GO TO FIN-ANOTAR-MOVIMIENTO.

                  IF TIPO-OP-WS = "CO"
                    IF SUBTIPO-OP-WS = "MT"
                      SUBTRACT IMPORTE-MOV-WS FROM TP-COMISIONES-MANT(P)
                    ELSE
                      IF SUBTIPO-OP-WS = "TI"
                        SUBTRACT IMPORTE-MOV-WS
                            FROM TP-COMISIONES-INMED(P)
                      ELSE
                        SUBTRACT IMPORTE-MOV-WS
                            FROM TP-COMISIONES-OTRAS(P).
                  IF TIPO-OP-WS = "RE" AND SUBTIPO-OP-WS = "CA"
                    ADD RECARGO-AJENO-WS TO TP-RECARGOS(P).
                  IF TIPO-OP-WS = "IT" AND SUBTIPO-OP-WS = "AB" AND
                     IMPORTE-MOV-WS > 0
                    ADD IMPORTE-MOV-WS TO TP-INTERESES-PAGADOS(P).
                  IF TIPO-OP-WS = "IT" AND SUBTIPO-OP-WS = "DS" AND
                     IMPORTE-MOV-WS < 0
                    SUBTRACT IMPORTE-MOV-WS FROM TP-INTERESES-DESCUB(P).

                  IF TERMINAL-MOV-WS = SPACES OR
                     TERMINAL-MOV-WS = "BATC" OR
                     TIPO-OP-WS = "CO" OR TIPO-OP-WS = "IT"
                    GO TO FIN-ANOTAR-MOVIMIENTO.
                  PERFORM BUSCAR-COSTE.
                  IF COSTE-OP-WS > 0
                    ADD 1 TO TP-NUM-OPERACIONES(P)
                    ADD COSTE-OP-WS TO TP-COSTE-OPERACIONES(P).
              FIN-ANOTAR-MOVIMIENTO.
                  EXIT.

       *> Coste de la operacion en COSTE-OP-WS: la fila del tipo y
       *> subtipo exactos, si no la del tipo con subtipo en blanco, y si
       *> no hay ninguna el coste general
              BUSCAR-COSTE.
                  MOVE COSTE-GENERAL-WS TO COSTE-OP-WS.
                  MOVE "NO" TO COSTE-HALLADO-WS.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-COSTE UNTIL N > NUM-COSTES.

              COMPARAR-COSTE.
                  IF TCO-TIPO-OP(N) = TIPO-OP-WS
                    IF TCO-SUBTIPO-OP(N) = SUBTIPO-OP-WS
                      MOVE TCO-COSTE(N) TO COSTE-OP-WS
                      MOVE 99 TO N
                    ELSE
                      IF TCO-SUBTIPO-OP(N) = SPACES AND
                         COSTE-HALLADO-WS = "NO"
                        MOVE TCO-COSTE(N) TO COSTE-OP-WS
                        MOVE "SI" TO COSTE-HALLADO-WS.
                  ADD 1 TO N.

       *> Saldos de cierre del mes de las cuentas en euros, sumados por
       *> titular, y los dias del mes que tienen foto
              ACUMULAR-SALDOS.
                  OPEN INPUT SALDOSHISTFILE.
                  IF FSSH = "35"
                    CLOSE SALDOSHISTFILE
                    GO TO FIN-ACUMULAR-SALDOS.
                  MOVE ALL "N" TO TABLA-DIAS-FOTO.

                LEER-UN-SALDO-RNT.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-SALDOS.
                  MOVE SLH-FECHA TO FECHA-CALCULO-WS.
                  IF FC-AA NOT = AA-PERIODO-WS OR
                     FC-MM NOT = MES-PERIODO-WS
                    GO TO LEER-UN-SALDO-RNT.
                  IF SLH-MONEDA NOT = SPACES AND SLH-MONEDA NOT = "EUR"
                    GO TO LEER-UN-SALDO-RNT.
                  MOVE FC-DD TO DIA-FOTO-WS.
                  IF DIA-FOTO(DIA-FOTO-WS) = "N"
                    MOVE "S" TO DIA-FOTO(DIA-FOTO-WS)
                    ADD 1 TO NUM-DIAS-FOTO.
                  IF SLH-DNI = SPACES
                    GO TO LEER-UN-SALDO-RNT.
                  MOVE SLH-DNI TO DNI-BUSCADO-WS.
                  PERFORM BUSCAR-PERSONA.
                  IF P > 0
                    ADD SLH-SALDO TO TP-SUMA-SALDOS(P).
                  GO TO LEER-UN-SALDO-RNT.

                CERRAR-ACUMULAR-SALDOS.
                  CLOSE SALDOSHISTFILE.
              FIN-ACUMULAR-SALDOS.
                  EXIT.

       *> Prestamos activos en el mes: el capital pendiente (como en
       *> PROVISIONARINSOLVENCIAS, cada cuota pagada amortiza la misma
       *> parte) rinde un mes de la diferencia entre su tipo y el de
       *> financiacion, a cuenta del titular de la cuenta de cargo
              ACUMULAR-PRESTAMOS.
                  OPEN INPUT PRESTAMOSFILE.
                  IF FSPR = "35"
                    CLOSE PRESTAMOSFILE
                    GO TO FIN-ACUMULAR-PRESTAMOS.

                LEER-UN-PRESTAMO-RNT.
                  READ PRESTAMOSFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-PRESTAMOS.
                  IF NOT PRE-ACTIVO OR PRE-FECHA-ALTA > FECHA-FIN-MES-WS
                    GO TO LEER-UN-PRESTAMO-RNT.
                  IF PRE-CUOTAS-PAGADAS NOT < PRE-MESES
                    GO TO LEER-UN-PRESTAMO-RNT.
                  COMPUTE CAPITAL-PENDIENTE-WS ROUNDED =
                      PRE-CAPITAL * (PRE-MESES - PRE-CUOTAS-PAGADAS)
                      / PRE-MESES.
                  MOVE PRE-CUENTA TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO LEER-UN-PRESTAMO-RNT.
                  MOVE DNI-HALLADO-WS TO DNI-BUSCADO-WS.
                  PERFORM BUSCAR-PERSONA.
                  IF P > 0
                    COMPUTE TP-MARGEN-PRESTAMOS(P) ROUNDED =
                        TP-MARGEN-PRESTAMOS(P) + CAPITAL-PENDIENTE-WS *
                        (PRE-TIPO - TASA-FONDOS-WS) / 12.
                  GO TO LEER-UN-PRESTAMO-RNT.

                CERRAR-ACUMULAR-PRESTAMOS.
                  CLOSE PRESTAMOSFILE.
              FIN-ACUMULAR-PRESTAMOS.
                  EXIT.

       *> Provision al cierre del mes de los prestamos y descubiertos de
       *> cada persona, de las lineas de detalle del informe de
       *> PROVISIONARINSOLVENCIAS. Un informe de otro cierre no se usa:
       *> sin el la dotacion del mes no se calcula
              ACUMULAR-PROVISIONES.
                  OPEN INPUT PROVISIONESFILE.
                  IF FSPV = "35"
                    CLOSE PROVISIONESFILE
                    GO TO FIN-ACUMULAR-PROVISIONES.
                  READ PROVISIONESFILE
                      AT END GO TO CERRAR-ACUMULAR-PROVISIONES.
                  IF IPC-TEXTO(1:22) NOT = "PROVISION INSOLVENCIAS" OR
                     IPC-FECHA NOT = FECHA-FIN-MES-F
                    GO TO CERRAR-ACUMULAR-PROVISIONES.
                  MOVE "SI" TO HAY-PROVISIONES.

                LEER-UNA-PROVISION-RNT.
                  READ PROVISIONESFILE
                      AT END GO TO CERRAR-ACUMULAR-PROVISIONES.
                  IF IPV-TIPO NOT = "PRESTAMO" AND
                     IPV-TIPO NOT = "DESCUBIERTO"
                    GO TO LEER-UNA-PROVISION-RNT.
                  IF IPV-DNI = SPACES
                    GO TO LEER-UNA-PROVISION-RNT.
                  MOVE IPV-DNI TO DNI-BUSCADO-WS.
                  PERFORM BUSCAR-PERSONA.
                  MOVE IPV-PROVISION TO PROVISION-LEIDA-WS.
                  IF P > 0
                    ADD PROVISION-LEIDA-WS TO TP-PROVISION(P).
                  GO TO LEER-UNA-PROVISION-RNT.

                CERRAR-ACUMULAR-PROVISIONES.
                  CLOSE PROVISIONESFILE.
              FIN-ACUMULAR-PROVISIONES.
                  EXIT.

       *> DNI del titular de CUENTA-BUSCADA-WS en DNI-HALLADO-WS
       *> (espacios si la cuenta no es de ningun titular)
              BUSCAR-DNI-CUENTA.
                  MOVE SPACES TO DNI-HALLADO-WS.
                  MOVE 1 TO C.
                  PERFORM COMPARAR-CUENTA-RNT
                      UNTIL C > NUM-CUENTAS-RNT.

              COMPARAR-CUENTA-RNT.
                  IF TC-CUENTA(C) = CUENTA-BUSCADA-WS
                    MOVE TC-DNI(C) TO DNI-HALLADO-WS
                    MOVE 9999 TO C
                  ELSE
                    ADD 1 TO C.

       *> Deja en P la entrada de DNI-BUSCADO-WS en la tabla de
       *> personas vivas, o cero si no esta
              BUSCAR-PERSONA.
                  MOVE 1 TO Q.
                  MOVE 0 TO P.
                  PERFORM COMPARAR-PERSONA-RNT
                      UNTIL Q > NUM-PERSONAS-RNT.

              COMPARAR-PERSONA-RNT.
                  IF TP-DNI(Q) = DNI-BUSCADO-WS
                    MOVE Q TO P
                    MOVE 9999 TO Q
                  ELSE
                    ADD 1 TO Q.

       *> Resultado del mes de cada persona. La dotacion es la
       *> provision de ahora menos la del calculo anterior guardado en
       *> RENTABILIDAD.DAT (negativa si se libera provision); sin
       *> informe de provisiones del mes se conserva la anterior como
       *> base del mes siguiente y no hay dotacion
              CALCULAR-RESULTADOS.
                  OPEN INPUT RENTABILIDADFILE.
                  IF FSRN = "35"
                    CLOSE RENTABILIDADFILE
                    OPEN OUTPUT RENTABILIDADFILE
                    CLOSE RENTABILIDADFILE
                    OPEN INPUT RENTABILIDADFILE.
                  MOVE 1 TO P.
                  PERFORM CALCULAR-UNA-PERSONA
                      UNTIL P > NUM-PERSONAS-RNT.
                  CLOSE RENTABILIDADFILE.
              FIN-CALCULAR-RESULTADOS.
                  EXIT.

              CALCULAR-UNA-PERSONA.
                  MOVE 0 TO SALDO-MEDIO-WS.
                  IF NUM-DIAS-FOTO > 0
                    COMPUTE SALDO-MEDIO-WS ROUNDED =
                        TP-SUMA-SALDOS(P) / NUM-DIAS-FOTO.
                  IF SALDO-MEDIO-WS > 0
                    COMPUTE TP-MARGEN-SALDOS(P) ROUNDED =
                        SALDO-MEDIO-WS * TASA-FONDOS-WS / 12.

                  MOVE TP-DNI(P) TO RNT-DNI.
                  READ RENTABILIDADFILE
                      INVALID KEY MOVE 0 TO PROVISION-ANTERIOR-WS
                      NOT INVALID KEY
                        MOVE RNT-PROVISION TO PROVISION-ANTERIOR-WS.
                  IF HAY-PROVISIONES = "SI"
                    COMPUTE TP-DOTACION(P) =
                        TP-PROVISION(P) - PROVISION-ANTERIOR-WS
                  ELSE
                    MOVE PROVISION-ANTERIOR-WS TO TP-PROVISION(P)
                    MOVE 0 TO TP-DOTACION(P).

                  COMPUTE COMISIONES-WS = TP-COMISIONES-MANT(P) +
                      TP-COMISIONES-INMED(P) + TP-RECARGOS(P) +
                      TP-COMISIONES-OTRAS(P).
                  COMPUTE MARGEN-INTERES-WS = TP-MARGEN-SALDOS(P) -
                      TP-INTERESES-PAGADOS(P) + TP-MARGEN-PRESTAMOS(P).
                  COMPUTE TP-RESULTADO(P) = COMISIONES-WS +
                      MARGEN-INTERES-WS + TP-INTERESES-DESCUB(P) -
                      TP-COSTE-OPERACIONES(P) - TP-DOTACION(P).
                  COMPUTE TOTAL-INGRESOS-WS = TOTAL-INGRESOS-WS +
                      COMISIONES-WS + MARGEN-INTERES-WS +
                      TP-INTERESES-DESCUB(P).
                  COMPUTE TOTAL-COSTES-WS = TOTAL-COSTES-WS +
                      TP-COSTE-OPERACIONES(P) + TP-DOTACION(P).
                  ADD 1 TO P.

       *> Puesto de cada persona por resultado (a igual resultado va
       *> antes la que aparece antes en PERSONAS.DAT) y su tramo: los
       *> primeros PCT-TRAMO-A por ciento son A, los siguientes B y C,
       *> y el resto D; con resultado negativo siempre D
              CLASIFICAR-PERSONAS.
                  COMPUTE LIMITE-TRAMO-A ROUNDED =
                      NUM-PERSONAS-RNT * PCT-TRAMO-A-WS / 100.
                  COMPUTE LIMITE-TRAMO-B ROUNDED = NUM-PERSONAS-RNT *
                      (PCT-TRAMO-A-WS + PCT-TRAMO-B-WS) / 100.
                  COMPUTE LIMITE-TRAMO-C ROUNDED = NUM-PERSONAS-RNT *
                      (PCT-TRAMO-A-WS + PCT-TRAMO-B-WS + PCT-TRAMO-C-WS)
                      / 100.
                  MOVE 1 TO P.
                  PERFORM CLASIFICAR-UNA-PERSONA
                      UNTIL P > NUM-PERSONAS-RNT.

              CLASIFICAR-UNA-PERSONA.
                  MOVE 1 TO TP-PUESTO(P).
                  MOVE 1 TO Q.
                  PERFORM COMPARAR-RESULTADO UNTIL Q > NUM-PERSONAS-RNT.
                  MOVE 4 TO K.
                  IF TP-PUESTO(P) NOT > LIMITE-TRAMO-C
                    MOVE 3 TO K.
                  IF TP-PUESTO(P) NOT > LIMITE-TRAMO-B
                    MOVE 2 TO K.
                  IF TP-PUESTO(P) NOT > LIMITE-TRAMO-A
                    MOVE 1 TO K.
                  IF TP-RESULTADO(P) < 0
                    MOVE 4 TO K.
                  MOVE LETRAS-TRAMO(K:1) TO TP-TRAMO(P).
                  ADD 1 TO P.

              COMPARAR-RESULTADO.
                  IF TP-RESULTADO(Q) > TP-RESULTADO(P)
                    ADD 1 TO TP-PUESTO(P)
                  ELSE
                    IF TP-RESULTADO(Q) = TP-RESULTADO(P) AND Q < P
                      ADD 1 TO TP-PUESTO(P).
                  ADD 1 TO Q.

       *> Graba la rentabilidad de cada persona y el informe por
       *> puesto, con el resumen por tramo al final
              GRABAR-RENTABILIDAD.
                  OPEN I-O RENTABILIDADFILE.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE PERIODO-RENTAB-WS TO CAB-PERIODO.
                  WRITE REG-INFORME FROM LINEA-CAB-RNT.
                  IF HAY-PROVISIONES = "NO"
                    WRITE REG-INFORME FROM LINEA-AVISO-RNT.
                  WRITE REG-INFORME FROM LINEA-TIT-RNT.
                  MOVE 1 TO K.
                  PERFORM INICIAR-TRAMO-RNT UNTIL K > 4.
                  MOVE 1 TO R.
                  PERFORM GRABAR-PUESTO UNTIL R > NUM-PERSONAS-RNT.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-TRAMOS.
                  MOVE 1 TO K.
                  PERFORM ESCRIBIR-TRAMO-RNT UNTIL K > 4.
                  CLOSE RENTABILIDADFILE.
                  CLOSE INFORMEFILE.
              FIN-GRABAR-RENTABILIDAD.
                  EXIT.

              INICIAR-TRAMO-RNT.
                  MOVE 0 TO TT-PERSONAS(K).
                  MOVE 0 TO TT-RESULTADO(K).
                  ADD 1 TO K.

       *> La persona del puesto R
              GRABAR-PUESTO.
                  MOVE 1 TO P.
                  PERFORM AVANZAR-HASTA-PUESTO UNTIL TP-PUESTO(P) = R.
                  COMPUTE COMISIONES-WS = TP-COMISIONES-MANT(P) +
                      TP-COMISIONES-INMED(P) + TP-RECARGOS(P) +
                      TP-COMISIONES-OTRAS(P).
                  COMPUTE MARGEN-INTERES-WS = TP-MARGEN-SALDOS(P) -
                      TP-INTERESES-PAGADOS(P) + TP-MARGEN-PRESTAMOS(P).

                  MOVE TP-DNI(P) TO RNT-DNI.
                  MOVE PERIODO-RENTAB-WS TO RNT-PERIODO.
                  MOVE FECHA-NEGOCIO-WS TO RNT-FECHA-CALCULO.
                  MOVE TP-COMISIONES-MANT(P) TO RNT-COMISIONES-MANT.
                  MOVE TP-COMISIONES-INMED(P) TO RNT-COMISIONES-INMED.
                  MOVE TP-RECARGOS(P) TO RNT-RECARGOS.
                  MOVE TP-COMISIONES-OTRAS(P) TO RNT-COMISIONES-OTRAS.
                  MOVE TP-MARGEN-SALDOS(P) TO RNT-MARGEN-SALDOS.
                  MOVE TP-INTERESES-PAGADOS(P) TO RNT-INTERESES-PAGADOS.
                  MOVE TP-MARGEN-PRESTAMOS(P) TO RNT-MARGEN-PRESTAMOS.
                  MOVE TP-INTERESES-DESCUB(P) TO RNT-INTERESES-DESCUB.
                  MOVE TP-NUM-OPERACIONES(P) TO RNT-NUM-OPERACIONES.
                  MOVE TP-COSTE-OPERACIONES(P) TO RNT-COSTE-OPERACIONES.
                  MOVE TP-PROVISION(P) TO RNT-PROVISION.
                  MOVE TP-DOTACION(P) TO RNT-DOTACION.
                  MOVE TP-RESULTADO(P) TO RNT-RESULTADO.
                  MOVE TP-PUESTO(P) TO RNT-PUESTO.
                  MOVE TP-TRAMO(P) TO RNT-TRAMO.
                  WRITE REG-RENTABILIDAD
                      INVALID KEY REWRITE REG-RENTABILIDAD.
                  ADD 1 TO NUM-CLASIFICADAS.

                  MOVE TP-PUESTO(P) TO LR-PUESTO.
                  MOVE TP-DNI(P) TO LR-DNI.
                  MOVE TP-TRAMO(P) TO LR-TRAMO.
                  MOVE COMISIONES-WS TO LR-COMISIONES.
                  MOVE MARGEN-INTERES-WS TO LR-MARGEN.
                  MOVE TP-INTERESES-DESCUB(P) TO LR-DESCUBIERTO.
                  MOVE TP-NUM-OPERACIONES(P) TO LR-OPERACIONES.
                  MOVE TP-COSTE-OPERACIONES(P) TO LR-COSTE-OPS.
                  MOVE TP-DOTACION(P) TO LR-DOTACION.
                  MOVE TP-RESULTADO(P) TO LR-RESULTADO.
                  WRITE REG-INFORME FROM LINEA-RNT.

                  MOVE 1 TO K.
                  PERFORM BUSCAR-LETRA-TRAMO
                      UNTIL LETRAS-TRAMO(K:1) = TP-TRAMO(P).
                  ADD 1 TO TT-PERSONAS(K).
                  ADD TP-RESULTADO(P) TO TT-RESULTADO(K).
                  ADD 1 TO R.

              AVANZAR-HASTA-PUESTO.
                  ADD 1 TO P.

              BUSCAR-LETRA-TRAMO.
                  ADD 1 TO K.

              ESCRIBIR-TRAMO-RNT.
                  MOVE LETRAS-TRAMO(K:1) TO LT-TRAMO.
                  MOVE TT-PERSONAS(K) TO LT-PERSONAS.
                  MOVE TT-RESULTADO(K) TO LT-RESULTADO.
                  WRITE REG-INFORME FROM LINEA-TRAMO-RNT.
                  ADD 1 TO K.

              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE PERIODO-RENTAB-WS TO CTL-PERIODO.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL): ingresos del mes de
       *> todas las personas y costes (operaciones y dotacion)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "RENTABILIDADCLIENTES" TO CTN-PROGRAMA.
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
