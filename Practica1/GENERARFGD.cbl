       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERARFGD.
       *> Proceso batch que genera la vista unica de cliente que pediria
       *> el Fondo de Garantia de Depositos: los depositos de cada
       *> persona de PERSONAS.DAT agregados por DNI (saldo acreedor de
       *> las cuentas, lo apartado en HUCHAS.DAT y el capital de los
       *> plazos fijos activos de PLAZOS.DAT), en euros al cambio de
       *> FX.DAT, neto de las trabas de embargo pendientes y con la
       *> cobertura de 100.000 EUR por persona aplicada. Las cuentas y
       *> los plazos con varios titulares (tarjetas secundarias de
       *> SECUND.DAT de otra persona) se reparten a partes iguales
       *> entre ellos. El fichero sale en FGD-SCV.DAT (cabecera, un
       *> registro por depositante y totales) y lo que no se puede
       *> agregar limpiamente en EXCEPCIONES-FGD.DAT (titulares sin
       *> DNI o con DNI no valido, fuera de PERSONAS.DAT, fallecidos,
       *> cuentas sin tasa de cambio).
       *> Va en la cadena nocturna y genera una vez por trimestre
       *> natural, a modo de prueba (CONTROL-FGD.DAT guarda el ultimo
       *> trimestre generado). Para generarlo a demanda basta dejar un
       *> registro en FGD-SOLICITUD.DAT: se genera aunque el trimestre
       *> ya este hecho y la solicitud queda vaciada.
       *>
       *> Versiones
       *> Versión 1.0 - Vista unica de cliente para el FGD
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

              SELECT PLAZOSFILE ASSIGN TO "PLAZOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLZ-NUMERO
                  FILE STATUS IS FSPLZ.

              SELECT HUCHASFILE ASSIGN TO "HUCHAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUC-CLAVE
                  FILE STATUS IS FSHU.

              SELECT EMBARGOSFILE ASSIGN TO "EMBARGOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMB-NUMERO
                  FILE STATUS IS FSEM.

              SELECT FXFILE ASSIGN TO "FX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-PAR
                  FILE STATUS IS FSF.

              SELECT FGDFILE ASSIGN TO "FGD-SCV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFG.

              SELECT EXCEPCIONFILE ASSIGN TO "EXCEPCIONES-FGD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEX.

              SELECT CONTROLFILE ASSIGN TO "CONTROL-FGD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSC.

              SELECT SOLICITUDFILE ASSIGN TO "FGD-SOLICITUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSO.

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

       FD PLAZOSFILE.
       01 REG-PLAZO.
              02 PLZ-NUMERO             PIC 9(6).
              02 PLZ-TARJ               PIC 9(10).
              02 PLZ-CUENTA             PIC X(24).
              02 PLZ-CAPITAL            PIC 9(9)V99.
              02 PLZ-TIPO               PIC 9V9999.
              02 PLZ-MESES              PIC 99.
              02 PLZ-FECHA-APERTURA     PIC 9(8).
              02 PLZ-FECHA-VENCIMIENTO  PIC 9(8).
              02 PLZ-ESTADO             PIC X.
                 88 PLZ-ACTIVO          VALUE "A".
                 88 PLZ-VENCIDO         VALUE "V".
                 88 PLZ-CANCELADO       VALUE "C".

       FD HUCHASFILE.
       01 REG-HUCHA.
              02 HUC-CLAVE.
                 03 HUC-CUENTA          PIC X(24).
                 03 HUC-SEC             PIC 9(2).
              02 HUC-NOMBRE             PIC X(20).
              02 HUC-OBJETIVO           PIC 9(7)V99.
              02 HUC-AHORRADO           PIC 9(7)V99.
              02 HUC-FECHA-ALTA         PIC 9(8).

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

       FD FXFILE.
       01 REG-FX.
         02 FX-PAR.
            03 FX-ORIGEN            PIC X(3).
            03 FX-DESTINO           PIC X(3).
         02 FX-TASA                 PIC 9(5)V9999.
         02 FX-FECHA-EFECTIVA       PIC 9(8).

       *> FD FGDFILE: registro 1 de cabecera con la fecha de
       *> referencia, un registro 2 por depositante y el 9 de totales
       FD FGDFILE.
       01 REG-FGD                       PIC X(150).

       FD EXCEPCIONFILE.
       01 REG-EXCEPCION                 PIC X(100).

       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-TRIMESTRE          PIC 9(5).

       FD SOLICITUDFILE.
       01 REG-SOLICITUD                 PIC X(40).

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
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSPLZ                 PIC XX.
              77 FSHU                  PIC XX.
              77 FSEM                  PIC XX.
              77 FSF                   PIC XX.
              77 FSFG                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSC                   PIC XX.
              77 FSSO                  PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 AA-TRIM-WS            PIC 9999.
              77 Q-TRIM-WS             PIC 9.
              77 TRIMESTRE-WS          PIC 9(5).
              77 SOLICITUD-WS          PIC XX VALUE "NO".
              77 COBERTURA-FGD-WS      PIC 9(9)V99 VALUE 100000.
              77 C                     PIC 9.
              77 D                     PIC 99.
              77 T                     PIC 9.
              77 P                     PIC 9(4).
              77 NUM-PERSONAS-TABLA    PIC 9(4) VALUE 0.
              77 PERSONA-ENCONTRADA    PIC XX.
              77 DNI-BUSCADO-WS        PIC X(9).
              77 NOMBRE-BUSCADO-WS     PIC X(30).
              77 CUENTA-ACTUAL-WS      PIC X(24).
              77 MONEDA-ACTUAL-WS      PIC X(3).
              77 TARJ-TITULAR-WS       PIC 9(10).
              77 TASA-WS               PIC 9(5)V9999.
              77 TASA-ENCONTRADA       PIC XX.
              77 SALDO-CUENTA-WS       PIC 9(9)V99.
              77 HUCHAS-CUENTA-WS      PIC 9(9)V99.
              77 IMPORTE-CUENTAS-EUR   PIC 9(11)V99.
              77 IMPORTE-HUCHAS-EUR    PIC 9(11)V99.
              77 IMPORTE-PLAZOS-EUR    PIC 9(11)V99.
              77 CUOTA-CUENTAS-WS      PIC 9(11)V99.
              77 CUOTA-HUCHAS-WS       PIC 9(11)V99.
              77 CUOTA-PLAZOS-WS       PIC 9(11)V99.
              77 RESTO-CUENTAS-WS      PIC 9(11)V99.
              77 RESTO-HUCHAS-WS       PIC 9(11)V99.
              77 RESTO-PLAZOS-WS       PIC 9(11)V99.
              77 NUM-TITULARES-CTA     PIC 99.
              77 TITULAR-REPETIDO      PIC XX.
              77 DNI-SECUNDARIA-WS     PIC X(9).
              77 NOMBRE-SECUNDARIA-WS  PIC X(30).
              77 PENDIENTE-EMBARGO-WS  PIC 9(9)V99.
              77 BRUTO-WS              PIC 9(11)V99.
              77 NETO-WS               PIC 9(11)V99.
              77 CUBIERTO-WS           PIC 9(11)V99.
              77 EXCEDENTE-WS          PIC 9(11)V99.
              77 NUM-CUENTAS           PIC 9(7) VALUE 0.
              77 NUM-PLAZOS            PIC 9(7) VALUE 0.
              77 NUM-DEPOSITANTES      PIC 9(7) VALUE 0.
              77 NUM-EXCEPCIONES       PIC 9(7) VALUE 0.
              77 TOTAL-BRUTO-WS        PIC 9(13)V99 VALUE 0.
              77 TOTAL-NETO-WS         PIC 9(13)V99 VALUE 0.
              77 TOTAL-CUBIERTO-WS     PIC 9(13)V99 VALUE 0.
              77 TOTAL-EXCEDENTE-WS    PIC 9(13)V99 VALUE 0.

       *> Personas de PERSONAS.DAT con sus tarjetas (para saber de
       *> quien es cada secundaria) y lo que se les va acumulando.
       *> PF-MARCA: F fallecido, P fuera de PERSONAS.DAT, D DNI no
       *> valido
              01 TABLA-PERSONAS-FGD.
                 02 PF-ENTRADA OCCURS 2000 TIMES.
                    03 PF-DNI               PIC X(9).
                    03 PF-NOMBRE            PIC X(30).
                    03 PF-NUM-TARJETAS      PIC 9.
                    03 PF-TARJETA OCCURS 5 TIMES PIC 9(10).
                    03 PF-MARCA             PIC X.
                    03 PF-CUENTAS           PIC 9(11)V99.
                    03 PF-HUCHAS            PIC 9(11)V99.
                    03 PF-PLAZOS            PIC 9(11)V99.
                    03 PF-EMBARGADO         PIC 9(11)V99.

       *> Titulares de la cuenta en curso: el de la tarjeta principal
       *> y las personas distintas de el con secundaria sobre ella
              01 TABLA-TITULARES.
                 02 TITULAR-ENTRADA OCCURS 10 TIMES.
                    03 TT-DNI               PIC X(9).
                    03 TT-NOMBRE            PIC X(30).

              01 VALIDACION-DNI.
                 02 DNI-VALIDAR-WS        PIC X(9).
                 02 DNI-NUMERO-WS         PIC 9(8).
                 02 DNI-LETRA-WS          PIC X.
                 02 COCIENTE-DNI          PIC 9(8).
                 02 RESTO-DNI             PIC 99.
                 02 POSICION-LETRA-DNI    PIC 99.
                 02 TABLA-LETRAS-DNI      PIC X(23)
                     VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
                 02 DNI-VALIDO-WS         PIC X(2).

              01 LINEA-CAB-FGD.
                 02 FILLER             PIC X VALUE "1".
                 02 FILLER             PIC X(6) VALUE "FGDSCV".
                 02 CAB-FECHA          PIC 9(8).
                 02 CAB-COBERTURA      PIC 9(9)V99.
                 02 FILLER             PIC X(124) VALUE SPACES.

       *> Registro de depositante: importes en euros. El neto es el
       *> bruto menos lo embargado (nunca negativo); el cubierto, el
       *> neto hasta la cobertura, y el excedente, lo que pasa de ella
              01 LINEA-PERSONA-FGD.
                 02 FILLER             PIC X VALUE "2".
                 02 LPF-DNI            PIC X(9).
                 02 LPF-NOMBRE         PIC X(30).
                 02 LPF-MARCA          PIC X.
                 02 LPF-CUENTAS        PIC 9(11)V99.
                 02 LPF-HUCHAS         PIC 9(11)V99.
                 02 LPF-PLAZOS         PIC 9(11)V99.
                 02 LPF-EMBARGADO      PIC 9(11)V99.
                 02 LPF-NETO           PIC 9(11)V99.
                 02 LPF-CUBIERTO       PIC 9(11)V99.
                 02 LPF-EXCEDENTE      PIC 9(11)V99.
                 02 FILLER             PIC X(18) VALUE SPACES.

              01 LINEA-TOTALES-FGD.
                 02 FILLER             PIC X VALUE "9".
                 02 TOT-NUM-PERSONAS   PIC 9(9).
                 02 TOT-BRUTO          PIC 9(13)V99.
                 02 TOT-NETO           PIC 9(13)V99.
                 02 TOT-CUBIERTO       PIC 9(13)V99.
                 02 TOT-EXCEDENTE      PIC 9(13)V99.
                 02 FILLER             PIC X(80) VALUE SPACES.

              01 LINEA-CAB-EXCEPCIONES.
                 02 FILLER             PIC X(30) VALUE
                     "EXCEPCIONES FGD A FECHA       ".
                 02 CAB-EXC-FECHA      PIC 9(8).

              01 LINEA-EXCEPCION.
                 02 LE-MOTIVO          PIC X(16).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-NOMBRE          PIC X(30).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-CUENTA          PIC X(24).
                 02 LE-IMPORTE         PIC ZZZZZZZZZ9.99.

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(30).
                 02 LC-VALOR           PIC ZZZZZZ9.

              01 LINEA-IMPORTE.
                 02 LI-LITERAL         PIC X(30).
                 02 LI-VALOR           PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-TRIMESTRE.
                  PERFORM COMPROBAR-SOLICITUD.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-PERSONAS THRU FIN-CARGAR-PERSONAS.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM REPARTIR-CUENTAS THRU FIN-REPARTIR-CUENTAS.
                  PERFORM REPARTIR-PLAZOS THRU FIN-REPARTIR-PLAZOS.
                  PERFORM DESCONTAR-EMBARGOS THRU FIN-DESCONTAR-EMBARGOS.
                  PERFORM EMITIR-FICHERO-FGD.
                  PERFORM ESCRIBIR-CONTADORES.
                  PERFORM CERRAR-FICHEROS.
                  PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-CUENTAS + NUM-PLAZOS.
                  MOVE NUM-DEPOSITANTES TO CTL-ESCRITOS-WS.
                  MOVE NUM-EXCEPCIONES TO CTL-RECHAZADOS-WS.
                  MOVE TOTAL-BRUTO-WS TO CTL-IMP-ENTRADA-WS.
                  MOVE TOTAL-CUBIERTO-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "GENERARFGD: " NUM-DEPOSITANTES
                      " depositantes, " NUM-EXCEPCIONES
                      " excepciones, cubierto " TOTAL-CUBIERTO-WS ".".
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

       *> Trimestre natural de la fecha de negocio (AAAAQ)
              CALCULAR-TRIMESTRE.
                  COMPUTE AA-TRIM-WS = FECHA-NEGOCIO-WS / 10000.
                  COMPUTE Q-TRIM-WS =
                      (FUNCTION MOD(FECHA-NEGOCIO-WS / 100, 100) + 2)
                      / 3.
                  COMPUTE TRIMESTRE-WS = AA-TRIM-WS * 10 + Q-TRIM-WS.

       *> Un registro cualquiera en FGD-SOLICITUD.DAT pide generarlo
       *> ya, aunque el trimestre este hecho
              COMPROBAR-SOLICITUD.
                  OPEN INPUT SOLICITUDFILE.
                  IF FSSO = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SOLICITUD-WS.
                  CLOSE SOLICITUDFILE.

              COMPROBAR-CONTROL.
                  IF SOLICITUD-WS = "SI"
                    GO TO FIN-COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-TRIMESTRE >= TRIMESTRE-WS
                          CLOSE CONTROLFILE
                          DISPLAY "GENERARFGD: trimestre "
                              TRIMESTRE-WS " ya generado."
                          STOP RUN.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.
                  EXIT.

       *> PERSONAS.DAT es la clave de persona: se carga entera con sus
       *> tarjetas antes de repartir nada
              CARGAR-PERSONAS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-CARGAR-PERSONAS.

                LEER-UNA-PERSONA.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-PERSONAS.
                  IF NUM-PERSONAS-TABLA < 2000
                    ADD 1 TO NUM-PERSONAS-TABLA
                    MOVE NUM-PERSONAS-TABLA TO P
                    MOVE PER-DNI TO PF-DNI(P)
                    MOVE PER-NOMBRE TO PF-NOMBRE(P)
                    MOVE PER-NUM-TARJETAS TO PF-NUM-TARJETAS(P)
                    PERFORM COPIAR-TARJETA-PERSONA
                        VARYING T FROM 1 BY 1 UNTIL T > 5
                    MOVE SPACE TO PF-MARCA(P)
                    IF PER-FALLECIDO = "S"
                      MOVE "F" TO PF-MARCA(P)
                    END-IF
                    MOVE 0 TO PF-CUENTAS(P)
                    MOVE 0 TO PF-HUCHAS(P)
                    MOVE 0 TO PF-PLAZOS(P)
                    MOVE 0 TO PF-EMBARGADO(P).
                  GO TO LEER-UNA-PERSONA.

                CERRAR-CARGAR-PERSONAS.
                  CLOSE PERSONASFILE.
              FIN-CARGAR-PERSONAS.
                  EXIT.

              COPIAR-TARJETA-PERSONA.
                  MOVE PER-TARJETA(T) TO PF-TARJETA(P, T).

              ABRIR-FICHEROS.
                  OPEN INPUT USERFILE.
                  OPEN INPUT SECUNDFILE.
                  OPEN INPUT PLAZOSFILE.
                  OPEN INPUT HUCHASFILE.
                  OPEN INPUT EMBARGOSFILE.
                  OPEN INPUT FXFILE.
                  OPEN OUTPUT FGDFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA.
                  MOVE COBERTURA-FGD-WS TO CAB-COBERTURA.
                  WRITE REG-FGD FROM LINEA-CAB-FGD.
                  OPEN OUTPUT EXCEPCIONFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-EXC-FECHA.
                  WRITE REG-EXCEPCION FROM LINEA-CAB-EXCEPCIONES.

              CERRAR-FICHEROS.
                  CLOSE USERFILE.
                  CLOSE SECUNDFILE.
                  CLOSE PLAZOSFILE.
                  CLOSE HUCHASFILE.
                  CLOSE EMBARGOSFILE.
                  CLOSE FXFILE.
                  CLOSE FGDFILE.
                  CLOSE EXCEPCIONFILE.

              REPARTIR-CUENTAS.
                  IF FSU = "35"
                    GO TO FIN-REPARTIR-CUENTAS.

                LEER-UN-USUARIO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-REPARTIR-CUENTAS.
                  PERFORM REPARTIR-UNA-CUENTA THRU FIN-REPARTIR-UNA-CUENTA
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  GO TO LEER-UN-USUARIO.
              FIN-REPARTIR-CUENTAS.
                  EXIT.

       *> Un saldo deudor no es deposito: cuenta como cero. Lo
       *> apartado en huchas esta dentro del saldo de la cuenta y se
       *> separa para informarlo aparte
              REPARTIR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(C) = SPACES
                    GO TO FIN-REPARTIR-UNA-CUENTA.
                  ADD 1 TO NUM-CUENTAS.
                  MOVE USER-NUM-CUENTA(C) TO CUENTA-ACTUAL-WS.
                  MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.
                  MOVE USER-TARJ TO TARJ-TITULAR-WS.
                  MOVE 0 TO SALDO-CUENTA-WS.
                  IF USER-SALDO(C) > 0
                    MOVE USER-SALDO(C) TO SALDO-CUENTA-WS.
                  PERFORM CALCULAR-HUCHAS THRU FIN-CALCULAR-HUCHAS.
                  IF HUCHAS-CUENTA-WS > SALDO-CUENTA-WS
                    MOVE SALDO-CUENTA-WS TO HUCHAS-CUENTA-WS.
                  IF SALDO-CUENTA-WS = 0
                    GO TO FIN-REPARTIR-UNA-CUENTA.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    MOVE "SIN TASA CAMBIO" TO LE-MOTIVO
                    MOVE USER-DNI TO LE-DNI
                    MOVE USER-NOM-APE TO LE-NOMBRE
                    MOVE CUENTA-ACTUAL-WS TO LE-CUENTA
                    MOVE SALDO-CUENTA-WS TO LE-IMPORTE
                    PERFORM ESCRIBIR-EXCEPCION
                    GO TO FIN-REPARTIR-UNA-CUENTA.
                  COMPUTE IMPORTE-CUENTAS-EUR ROUNDED =
                      (SALDO-CUENTA-WS - HUCHAS-CUENTA-WS) * TASA-WS.
                  COMPUTE IMPORTE-HUCHAS-EUR ROUNDED =
                      HUCHAS-CUENTA-WS * TASA-WS.
                  MOVE 0 TO IMPORTE-PLAZOS-EUR.
                  PERFORM REUNIR-TITULARES THRU FIN-REUNIR-TITULARES.
                  PERFORM REPARTIR-IMPORTES.
              FIN-REPARTIR-UNA-CUENTA.
                  EXIT.

              CALCULAR-HUCHAS.
                  MOVE 0 TO HUCHAS-CUENTA-WS.
                  IF FSHU = "35"
                    GO TO FIN-CALCULAR-HUCHAS.
                  MOVE CUENTA-ACTUAL-WS TO HUC-CUENTA.
                  MOVE 0 TO HUC-SEC.
                  START HUCHASFILE KEY IS NOT LESS THAN HUC-CLAVE
                      INVALID KEY GO TO FIN-CALCULAR-HUCHAS.

                LEER-UNA-HUCHA.
                  READ HUCHASFILE NEXT RECORD
                      AT END GO TO FIN-CALCULAR-HUCHAS.
                  IF HUC-CUENTA NOT = CUENTA-ACTUAL-WS
                    GO TO FIN-CALCULAR-HUCHAS.
                  ADD HUC-AHORRADO TO HUCHAS-CUENTA-WS.
                  GO TO LEER-UNA-HUCHA.
              FIN-CALCULAR-HUCHAS.
                  EXIT.

       *> Tasa moneda/EUR de FX.DAT; una cuenta en euros (o sin moneda,
       *> las anteriores a la multidivisa) va a la par
              BUSCAR-TASA.
                  MOVE "SI" TO TASA-ENCONTRADA.
                  MOVE 1 TO TASA-WS.
                  IF MONEDA-ACTUAL-WS = "EUR" OR MONEDA-ACTUAL-WS = SPACES
                    GO TO FIN-BUSCAR-TASA.
                  MOVE "NO" TO TASA-ENCONTRADA.
                  IF FSF = "35"
                    GO TO FIN-BUSCAR-TASA.
                  MOVE MONEDA-ACTUAL-WS TO FX-ORIGEN.
                  MOVE "EUR" TO FX-DESTINO.
                  READ FXFILE
                      INVALID KEY GO TO FIN-BUSCAR-TASA.
                  MOVE FX-TASA TO TASA-WS.
                  MOVE "SI" TO TASA-ENCONTRADA.
              FIN-BUSCAR-TASA.
                  EXIT.

       *> Plazos fijos activos: el capital se reparte entre los
       *> titulares de la cuenta vinculada, en la moneda de esta
              REPARTIR-PLAZOS.
                  IF FSPLZ = "35"
                    GO TO FIN-REPARTIR-PLAZOS.

                LEER-UN-PLAZO.
                  READ PLAZOSFILE NEXT RECORD
                      AT END GO TO FIN-REPARTIR-PLAZOS.
                  IF NOT PLZ-ACTIVO
                    GO TO LEER-UN-PLAZO.
                  ADD 1 TO NUM-PLAZOS.
                  MOVE PLZ-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        MOVE "PLAZO SIN CUENTA" TO LE-MOTIVO
                        MOVE SPACES TO LE-DNI
                        MOVE SPACES TO LE-NOMBRE
                        MOVE PLZ-CUENTA TO LE-CUENTA
                        MOVE PLZ-CAPITAL TO LE-IMPORTE
                        PERFORM ESCRIBIR-EXCEPCION
                        GO TO LEER-UN-PLAZO.
                  MOVE PLZ-CUENTA TO CUENTA-ACTUAL-WS.
                  MOVE USER-TARJ TO TARJ-TITULAR-WS.
                  MOVE SPACES TO MONEDA-ACTUAL-WS.
                  PERFORM BUSCAR-MONEDA-PLAZO
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    MOVE "SIN TASA CAMBIO" TO LE-MOTIVO
                    MOVE USER-DNI TO LE-DNI
                    MOVE USER-NOM-APE TO LE-NOMBRE
                    MOVE PLZ-CUENTA TO LE-CUENTA
                    MOVE PLZ-CAPITAL TO LE-IMPORTE
                    PERFORM ESCRIBIR-EXCEPCION
                    GO TO LEER-UN-PLAZO.
                  MOVE 0 TO IMPORTE-CUENTAS-EUR.
                  MOVE 0 TO IMPORTE-HUCHAS-EUR.
                  COMPUTE IMPORTE-PLAZOS-EUR ROUNDED =
                      PLZ-CAPITAL * TASA-WS.
                  PERFORM REUNIR-TITULARES THRU FIN-REUNIR-TITULARES.
                  PERFORM REPARTIR-IMPORTES.
                  GO TO LEER-UN-PLAZO.
              FIN-REPARTIR-PLAZOS.
                  EXIT.

              BUSCAR-MONEDA-PLAZO.
                  IF USER-NUM-CUENTA(C) = PLZ-CUENTA
                    MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.

       *> El titular de la tarjeta principal primero; despues cada
       *> persona distinta con tarjeta secundaria sobre la cuenta
              REUNIR-TITULARES.
                  MOVE 1 TO NUM-TITULARES-CTA.
                  MOVE USER-DNI TO TT-DNI(1).
                  MOVE USER-NOM-APE TO TT-NOMBRE(1).
                  IF FSS = "35"
                    GO TO FIN-REUNIR-TITULARES.
                  MOVE 0 TO SECUND-TARJ.
                  START SECUNDFILE KEY IS NOT LESS THAN SECUND-TARJ
                      INVALID KEY GO TO FIN-REUNIR-TITULARES.

                LEER-UNA-SECUNDARIA.
                  READ SECUNDFILE NEXT RECORD
                      AT END GO TO FIN-REUNIR-TITULARES.
                  IF SECUND-TARJ-TITULAR NOT = TARJ-TITULAR-WS OR
                     SECUND-CUENTA-TITULAR NOT = CUENTA-ACTUAL-WS
                    GO TO LEER-UNA-SECUNDARIA.
                  MOVE SPACES TO DNI-SECUNDARIA-WS.
                  MOVE SPACES TO NOMBRE-SECUNDARIA-WS.
                  PERFORM BUSCAR-TARJETA-PERSONA
                      VARYING P FROM 1 BY 1 UNTIL P > NUM-PERSONAS-TABLA.
                  IF DNI-SECUNDARIA-WS = SPACES
                    GO TO LEER-UNA-SECUNDARIA.
                  MOVE "NO" TO TITULAR-REPETIDO.
                  PERFORM COMPARAR-TITULAR
                      VARYING D FROM 1 BY 1 UNTIL D > NUM-TITULARES-CTA.
                  IF TITULAR-REPETIDO = "NO" AND NUM-TITULARES-CTA < 10
                    ADD 1 TO NUM-TITULARES-CTA
                    MOVE DNI-SECUNDARIA-WS TO TT-DNI(NUM-TITULARES-CTA)
                    MOVE NOMBRE-SECUNDARIA-WS
                        TO TT-NOMBRE(NUM-TITULARES-CTA).
                  GO TO LEER-UNA-SECUNDARIA.
              FIN-REUNIR-TITULARES.
                  EXIT.

              BUSCAR-TARJETA-PERSONA.
                  PERFORM COMPARAR-TARJETA-PERSONA
                      VARYING T FROM 1 BY 1 UNTIL T > PF-NUM-TARJETAS(P).

              COMPARAR-TARJETA-PERSONA.
                  IF PF-TARJETA(P, T) = SECUND-TARJ
                    MOVE PF-DNI(P) TO DNI-SECUNDARIA-WS
                    MOVE PF-NOMBRE(P) TO NOMBRE-SECUNDARIA-WS.

              COMPARAR-TITULAR.
                  IF TT-DNI(D) = DNI-SECUNDARIA-WS
                    MOVE "SI" TO TITULAR-REPETIDO.

       *> Partes iguales por titular; los centimos que sobran del
       *> reparto van al primero
              REPARTIR-IMPORTES.
                  COMPUTE CUOTA-CUENTAS-WS =
                      IMPORTE-CUENTAS-EUR / NUM-TITULARES-CTA.
                  COMPUTE CUOTA-HUCHAS-WS =
                      IMPORTE-HUCHAS-EUR / NUM-TITULARES-CTA.
                  COMPUTE CUOTA-PLAZOS-WS =
                      IMPORTE-PLAZOS-EUR / NUM-TITULARES-CTA.
                  COMPUTE RESTO-CUENTAS-WS = IMPORTE-CUENTAS-EUR -
                      CUOTA-CUENTAS-WS * NUM-TITULARES-CTA.
                  COMPUTE RESTO-HUCHAS-WS = IMPORTE-HUCHAS-EUR -
                      CUOTA-HUCHAS-WS * NUM-TITULARES-CTA.
                  COMPUTE RESTO-PLAZOS-WS = IMPORTE-PLAZOS-EUR -
                      CUOTA-PLAZOS-WS * NUM-TITULARES-CTA.
                  PERFORM ABONAR-TITULAR THRU FIN-ABONAR-TITULAR
                      VARYING D FROM 1 BY 1 UNTIL D > NUM-TITULARES-CTA.

              ABONAR-TITULAR.
                  IF TT-DNI(D) = SPACES
                    MOVE "SIN DNI" TO LE-MOTIVO
                    MOVE SPACES TO LE-DNI
                    MOVE TT-NOMBRE(D) TO LE-NOMBRE
                    MOVE CUENTA-ACTUAL-WS TO LE-CUENTA
                    COMPUTE LE-IMPORTE = CUOTA-CUENTAS-WS +
                        CUOTA-HUCHAS-WS + CUOTA-PLAZOS-WS
                    PERFORM ESCRIBIR-EXCEPCION
                    GO TO FIN-ABONAR-TITULAR.
                  MOVE TT-DNI(D) TO DNI-BUSCADO-WS.
                  MOVE TT-NOMBRE(D) TO NOMBRE-BUSCADO-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF PERSONA-ENCONTRADA = "NO"
                    MOVE "SIN CAPACIDAD" TO LE-MOTIVO
                    MOVE TT-DNI(D) TO LE-DNI
                    MOVE TT-NOMBRE(D) TO LE-NOMBRE
                    MOVE CUENTA-ACTUAL-WS TO LE-CUENTA
                    COMPUTE LE-IMPORTE = CUOTA-CUENTAS-WS +
                        CUOTA-HUCHAS-WS + CUOTA-PLAZOS-WS
                    PERFORM ESCRIBIR-EXCEPCION
                    GO TO FIN-ABONAR-TITULAR.
                  ADD CUOTA-CUENTAS-WS TO PF-CUENTAS(P).
                  ADD CUOTA-HUCHAS-WS TO PF-HUCHAS(P).
                  ADD CUOTA-PLAZOS-WS TO PF-PLAZOS(P).
                  IF D = 1
                    ADD RESTO-CUENTAS-WS TO PF-CUENTAS(P)
                    ADD RESTO-HUCHAS-WS TO PF-HUCHAS(P)
                    ADD RESTO-PLAZOS-WS TO PF-PLAZOS(P).
              FIN-ABONAR-TITULAR.
                  EXIT.

       *> Busca DNI-BUSCADO-WS en la tabla y deja su indice en P. Un
       *> DNI que no esta en PERSONAS.DAT se da de alta con la marca P
       *> para no perder sus depositos
              LOCALIZAR-PERSONA.
                  MOVE "NO" TO PERSONA-ENCONTRADA.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PERSONA
                      UNTIL P > NUM-PERSONAS-TABLA
                         OR PERSONA-ENCONTRADA = "SI".
                  IF PERSONA-ENCONTRADA = "SI"
                    GO TO FIN-LOCALIZAR-PERSONA.
                  IF NUM-PERSONAS-TABLA NOT < 2000
                    GO TO FIN-LOCALIZAR-PERSONA.
                  ADD 1 TO NUM-PERSONAS-TABLA.
                  MOVE NUM-PERSONAS-TABLA TO P.
                  MOVE DNI-BUSCADO-WS TO PF-DNI(P).
                  MOVE NOMBRE-BUSCADO-WS TO PF-NOMBRE(P).
                  MOVE 0 TO PF-NUM-TARJETAS(P).
                  MOVE "P" TO PF-MARCA(P).
                  MOVE 0 TO PF-CUENTAS(P).
                  MOVE 0 TO PF-HUCHAS(P).
                  MOVE 0 TO PF-PLAZOS(P).
                  MOVE 0 TO PF-EMBARGADO(P).
                  MOVE "SI" TO PERSONA-ENCONTRADA.
              FIN-LOCALIZAR-PERSONA.
                  EXIT.

              COMPARAR-PERSONA.
                  IF PF-DNI(P) = DNI-BUSCADO-WS
                    MOVE "SI" TO PERSONA-ENCONTRADA
                  ELSE
                    ADD 1 TO P.

       *> Lo pendiente de cada embargo abierto se descuenta del
       *> depositante de ese DNI
              DESCONTAR-EMBARGOS.
                  IF FSEM = "35"
                    GO TO FIN-DESCONTAR-EMBARGOS.

                LEER-UN-EMBARGO.
                  READ EMBARGOSFILE NEXT RECORD
                      AT END GO TO FIN-DESCONTAR-EMBARGOS.
                  IF NOT EMB-ABIERTO OR EMB-COBRADO NOT < EMB-IMPORTE
                    GO TO LEER-UN-EMBARGO.
                  COMPUTE PENDIENTE-EMBARGO-WS = EMB-IMPORTE - EMB-COBRADO.
                  MOVE "NO" TO PERSONA-ENCONTRADA.
                  MOVE EMB-DNI TO DNI-BUSCADO-WS.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PERSONA
                      UNTIL P > NUM-PERSONAS-TABLA
                         OR PERSONA-ENCONTRADA = "SI".
                  IF PERSONA-ENCONTRADA = "SI"
                    ADD PENDIENTE-EMBARGO-WS TO PF-EMBARGADO(P).
                  GO TO LEER-UN-EMBARGO.
              FIN-DESCONTAR-EMBARGOS.
                  EXIT.

              EMITIR-FICHERO-FGD.
                  PERFORM EMITIR-PERSONA THRU FIN-EMITIR-PERSONA
                      VARYING P FROM 1 BY 1 UNTIL P > NUM-PERSONAS-TABLA.
                  MOVE NUM-DEPOSITANTES TO TOT-NUM-PERSONAS.
                  MOVE TOTAL-BRUTO-WS TO TOT-BRUTO.
                  MOVE TOTAL-NETO-WS TO TOT-NETO.
                  MOVE TOTAL-CUBIERTO-WS TO TOT-CUBIERTO.
                  MOVE TOTAL-EXCEDENTE-WS TO TOT-EXCEDENTE.
                  WRITE REG-FGD FROM LINEA-TOTALES-FGD.

       *> Solo salen las personas con algun deposito. Las que no se
       *> agregan limpiamente salen marcadas y ademas a excepciones
              EMITIR-PERSONA.
                  COMPUTE BRUTO-WS =
                      PF-CUENTAS(P) + PF-HUCHAS(P) + PF-PLAZOS(P).
                  IF BRUTO-WS = 0
                    GO TO FIN-EMITIR-PERSONA.
                  MOVE 0 TO NETO-WS.
                  IF BRUTO-WS > PF-EMBARGADO(P)
                    COMPUTE NETO-WS = BRUTO-WS - PF-EMBARGADO(P).
                  MOVE NETO-WS TO CUBIERTO-WS.
                  IF CUBIERTO-WS > COBERTURA-FGD-WS
                    MOVE COBERTURA-FGD-WS TO CUBIERTO-WS.
                  COMPUTE EXCEDENTE-WS = NETO-WS - CUBIERTO-WS.

                  IF PF-MARCA(P) = SPACE
                    MOVE PF-DNI(P) TO DNI-VALIDAR-WS
                    PERFORM VALIDAR-LETRA-DNI THRU FIN-VALIDAR-LETRA-DNI
                    IF DNI-VALIDO-WS NOT = "SI"
                      MOVE "D" TO PF-MARCA(P).
                  IF PF-MARCA(P) NOT = SPACE
                    MOVE PF-DNI(P) TO LE-DNI
                    MOVE PF-NOMBRE(P) TO LE-NOMBRE
                    MOVE SPACES TO LE-CUENTA
                    MOVE NETO-WS TO LE-IMPORTE
                    IF PF-MARCA(P) = "F"
                      MOVE "FALLECIDO" TO LE-MOTIVO
                    ELSE
                      IF PF-MARCA(P) = "P"
                        MOVE "NO EN PERSONAS" TO LE-MOTIVO
                      ELSE
                        MOVE "DNI NO VALIDO" TO LE-MOTIVO
                      END-IF
                    END-IF
                    PERFORM ESCRIBIR-EXCEPCION.

                  MOVE PF-DNI(P) TO LPF-DNI.
                  MOVE PF-NOMBRE(P) TO LPF-NOMBRE.
                  MOVE PF-MARCA(P) TO LPF-MARCA.
                  MOVE PF-CUENTAS(P) TO LPF-CUENTAS.
                  MOVE PF-HUCHAS(P) TO LPF-HUCHAS.
                  MOVE PF-PLAZOS(P) TO LPF-PLAZOS.
                  MOVE PF-EMBARGADO(P) TO LPF-EMBARGADO.
                  MOVE NETO-WS TO LPF-NETO.
                  MOVE CUBIERTO-WS TO LPF-CUBIERTO.
                  MOVE EXCEDENTE-WS TO LPF-EXCEDENTE.
                  WRITE REG-FGD FROM LINEA-PERSONA-FGD.
                  ADD 1 TO NUM-DEPOSITANTES.
                  ADD BRUTO-WS TO TOTAL-BRUTO-WS.
                  ADD NETO-WS TO TOTAL-NETO-WS.
                  ADD CUBIERTO-WS TO TOTAL-CUBIERTO-WS.
                  ADD EXCEDENTE-WS TO TOTAL-EXCEDENTE-WS.
              FIN-EMITIR-PERSONA.
                  EXIT.

       *> La letra del DNI tiene que ser la que corresponde a los 8
       *> digitos modulo 23 en la tabla oficial
              VALIDAR-LETRA-DNI.
                  MOVE "NO" TO DNI-VALIDO-WS.
                  IF DNI-VALIDAR-WS(1:8) IS NOT NUMERIC
                    GO TO FIN-VALIDAR-LETRA-DNI.
                  MOVE DNI-VALIDAR-WS(1:8) TO DNI-NUMERO-WS.
                  MOVE DNI-VALIDAR-WS(9:1) TO DNI-LETRA-WS.
                  DIVIDE DNI-NUMERO-WS BY 23 GIVING COCIENTE-DNI
                      REMAINDER RESTO-DNI.
                  COMPUTE POSICION-LETRA-DNI = RESTO-DNI + 1.
                  IF DNI-LETRA-WS = TABLA-LETRAS-DNI(POSICION-LETRA-DNI:1)
                    MOVE "SI" TO DNI-VALIDO-WS.
              FIN-VALIDAR-LETRA-DNI.
                  EXIT.

              ESCRIBIR-EXCEPCION.
                  WRITE REG-EXCEPCION FROM LINEA-EXCEPCION.
                  ADD 1 TO NUM-EXCEPCIONES.

              ESCRIBIR-CONTADORES.
                  MOVE "Cuentas leidas" TO LC-LITERAL.
                  MOVE NUM-CUENTAS TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Plazos fijos activos" TO LC-LITERAL.
                  MOVE NUM-PLAZOS TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Depositantes" TO LC-LITERAL.
                  MOVE NUM-DEPOSITANTES TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Excepciones" TO LC-LITERAL.
                  MOVE NUM-EXCEPCIONES TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Total depositos" TO LI-LITERAL.
                  MOVE TOTAL-BRUTO-WS TO LI-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-IMPORTE.
                  MOVE "Total neto de embargos" TO LI-LITERAL.
                  MOVE TOTAL-NETO-WS TO LI-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-IMPORTE.
                  MOVE "Total cubierto" TO LI-LITERAL.
                  MOVE TOTAL-CUBIERTO-WS TO LI-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-IMPORTE.
                  MOVE "Total no cubierto" TO LI-LITERAL.
                  MOVE TOTAL-EXCEDENTE-WS TO LI-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-IMPORTE.

       *> El trimestre queda hecho y la solicitud a demanda, atendida
              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE TRIMESTRE-WS TO CTL-TRIMESTRE.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.
                  IF SOLICITUD-WS = "SI"
                    OPEN OUTPUT SOLICITUDFILE
                    CLOSE SOLICITUDFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "GENERARFGD" TO CTN-PROGRAMA.
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
