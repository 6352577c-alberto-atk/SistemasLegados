       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICARRIESGO.
       *> Calificacion de riesgo de cliente para la diligencia debida:
       *> paso de la cadena nocturna que puntua a cada persona de
       *> PERSONAS.DAT y deja en su registro el nivel de riesgo (B
       *> bajo, M medio, A alto), los puntos y la fecha de negocio del
       *> calculo. Los puntos salen de:
       *>   nacionalidad: extranjera, y mas si la nacionalidad o la
       *>      residencia fiscal es de un pais de alto riesgo;
       *>   productos: muchas cuentas entre todas sus tarjetas, o
       *>      alguna cuenta en divisa;
       *>   efectivo: ingresos y reintegros en efectivo de sus cuentas
       *>      en los ultimos 30 dias de MOVS.DAT;
       *>   blanqueo: casos suyos en CASOSBLANQUEO.DAT, pendientes o
       *>      ya confirmados o comunicados al SEPBLAC.
       *> El nivel marca la periodicidad de la revision que controla
       *> REVISARKYC. Los fallecidos no se recalculan.
       *>
       *> Versiones
       *> Versión 1.0 - Calificacion de riesgo por persona
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

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

              SELECT CASOSBLANQUEOFILE ASSIGN TO "CASOSBLANQUEO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBL-NUMERO
                  FILE STATUS IS FSCB.

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
                 88 MOV-OP-REINTEGRO    VALUE "RE".
                 88 MOV-OP-INGRESO      VALUE "IN".
                 88 MOV-OP-DEPOSITO-NOCT VALUE "DN".
              02 MOV-SUBTIPO-OP         PIC XX.

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

       *> FD CASOSBLANQUEOFILE: cola de cumplimiento, un caso por
       *> persona y patron (estados P pendiente, D descartado, C
       *> confirmado, S comunicado al SEPBLAC)
       FD CASOSBLANQUEOFILE.
       01 REG-CASO-BLANQUEO.
              02 CBL-NUMERO             PIC 9(6).
              02 CBL-DNI                PIC X(9).
              02 CBL-REGLA              PIC XX.
              02 CBL-FECHA-ALTA         PIC 9(8).
              02 CBL-VENTANA-DESDE      PIC 9(8).
              02 CBL-VENTANA-HASTA      PIC 9(8).
              02 CBL-IMPORTE            PIC 9(9)V99.
              02 CBL-IMPORTE-SALIDA     PIC 9(9)V99.
              02 CBL-NUM-OPERACIONES    PIC 9(4).
              02 CBL-EXTRANJERO         PIC X.
              02 CBL-MOTIVO             PIC X(60).
              02 CBL-ESTADO             PIC X.
                 88 CBL-PENDIENTE       VALUE "P".
                 88 CBL-DESCARTADO      VALUE "D".
                 88 CBL-CONFIRMADO      VALUE "C".
                 88 CBL-COMUNICADO      VALUE "S".
              02 CBL-ANALISTA           PIC X(8).
              02 CBL-DICTAMEN           PIC X(60).
              02 CBL-FECHA-RESOLUCION   PIC 9(8).
              02 CBL-FECHA-COMUNICACION PIC 9(8).

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
              77 FSM                   PIC XX.
              77 FSU                   PIC XX.
              77 FSPE                  PIC XX.
              77 FSCB                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 M                     PIC 9.
              77 C                     PIC 9(4).
              77 P                     PIC 9(4).
              77 K                     PIC 99.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 DESDE-30-WS           PIC 9(8).
              77 FECHA-MOV-WS          PIC 9(8).
              77 IMPORTE-MOV-WS        PIC 9(9)V99.
              77 CUENTA-BUSCADA-WS     PIC X(24).
              77 DNI-HALLADO-WS        PIC X(9).
              77 DNI-ACUMULAR-WS       PIC X(9).
              77 PAIS-BUSCADO-WS       PIC XX.
              77 PAIS-RIESGO-WS        PIC X(2).
              77 PUNTOS-WS             PIC 9(4).
              77 NIVEL-WS              PIC X.
              77 NUM-CUENTAS-RIESGO    PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-RIESGO   PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-LEIDAS   PIC 9(7) VALUE 0.
              77 NUM-CALIFICADAS       PIC 9(7) VALUE 0.
              77 NUM-FALLECIDAS        PIC 9(7) VALUE 0.
              77 NUM-NIVEL-ALTO        PIC 9(7) VALUE 0.
              77 NUM-NIVEL-MEDIO       PIC 9(7) VALUE 0.
              77 NUM-NIVEL-BAJO        PIC 9(7) VALUE 0.
              77 IMPORTE-EFECTIVO-TOTAL PIC 9(11)V99 VALUE 0.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Puntos de cada factor y cortes de nivel: desde PUNTOS-ALTO
       *> el riesgo es alto y desde PUNTOS-MEDIO medio. El efectivo
       *> de 30 dias puntua a partir de UMBRAL-EFECTIVO-MEDIO y mas a
       *> partir de UMBRAL-EFECTIVO-ALTO (el mismo orden de magnitud
       *> que el fraccionamiento de 30 dias de VIGILARBLANQUEO)
              77 PUNTOS-EXTRANJERO     PIC 999 VALUE 20.
              77 PUNTOS-PAIS-RIESGO    PIC 999 VALUE 50.
              77 PUNTOS-MUCHAS-CUENTAS PIC 999 VALUE 10.
              77 PUNTOS-DIVISA         PIC 999 VALUE 15.
              77 PUNTOS-EFECTIVO-MEDIO PIC 999 VALUE 15.
              77 PUNTOS-EFECTIVO-ALTO  PIC 999 VALUE 30.
              77 PUNTOS-CASO-PENDIENTE PIC 999 VALUE 30.
              77 PUNTOS-CASO-CONFIRMADO PIC 999 VALUE 60.
              77 PUNTOS-ALTO           PIC 999 VALUE 60.
              77 PUNTOS-MEDIO          PIC 999 VALUE 30.
              77 NUM-CUENTAS-MUCHAS    PIC 9(4) VALUE 4.
              77 UMBRAL-EFECTIVO-MEDIO PIC 9(7)V99 VALUE 10000.
              77 UMBRAL-EFECTIVO-ALTO  PIC 9(7)V99 VALUE 30000.

       *> Paises de alto riesgo en prevencion del blanqueo (codigo
       *> ISO de dos letras seguidos), segun la lista vigente de
       *> terceros paises de alto riesgo; se actualiza cuando cambia
              77 NUM-PAISES-RIESGO     PIC 99 VALUE 12.
              77 TABLA-PAISES-RIESGO   PIC X(24)
                  VALUE "KPIRMMSYYEAFHTSSVEMLBFCD".

       *> Cuentas de USERS.DAT con el DNI de su titular
              01 TABLA-CUENTAS-RIESGO.
                 02 CUENTA-RIESGO OCCURS 3000 TIMES.
                    03 TC-CUENTA           PIC X(24).
                    03 TC-DNI              PIC X(9).

       *> Acumulados por persona: cuentas, divisa, efectivo de 30
       *> dias y casos de blanqueo
              01 TABLA-PERSONAS-RIESGO.
                 02 PERSONA-RIESGO OCCURS 1000 TIMES.
                    03 TP-DNI              PIC X(9).
                    03 TP-NUM-CUENTAS      PIC 9(4).
                    03 TP-DIVISA           PIC X.
                    03 TP-EFECTIVO-IMP     PIC 9(9)V99.
                    03 TP-CASOS-PENDIENTES PIC 9(4).
                    03 TP-CASOS-CONFIRMADOS PIC 9(4).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE DESDE-30-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS) - 29).
                  PERFORM CARGAR-CUENTAS THRU FIN-CARGAR-CUENTAS.
                  PERFORM ACUMULAR-EFECTIVO THRU FIN-ACUMULAR-EFECTIVO.
                  PERFORM ACUMULAR-CASOS THRU FIN-ACUMULAR-CASOS.
                  PERFORM CALIFICAR-PERSONAS THRU FIN-CALIFICAR-PERSONAS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-PERSONAS-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE NUM-CALIFICADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-FALLECIDAS TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-EFECTIVO-TOTAL TO CTL-IMP-ENTRADA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CALIFICARRIESGO: " NUM-CALIFICADAS
                      " personas calificadas, " NUM-NIVEL-ALTO
                      " alto, " NUM-NIVEL-MEDIO " medio, "
                      NUM-NIVEL-BAJO " bajo.".
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

       *> Tabla en memoria de cuentas y DNI del titular, y de paso el
       *> numero de cuentas de cada persona y si tiene alguna en
       *> divisa
              CARGAR-CUENTAS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-CUENTAS.

                LEER-UN-TITULAR-RIESGO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-CUENTAS.
                  IF USER-DNI = SPACES
                    GO TO LEER-UN-TITULAR-RIESGO.
                  MOVE USER-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  MOVE 1 TO M.
                  PERFORM CARGAR-UNA-CUENTA UNTIL M > 3.
                  GO TO LEER-UN-TITULAR-RIESGO.

                CERRAR-CARGAR-CUENTAS.
                  CLOSE USERFILE.
              FIN-CARGAR-CUENTAS.
                  EXIT.

              CARGAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES
                    IF NUM-CUENTAS-RIESGO < 3000
                      ADD 1 TO NUM-CUENTAS-RIESGO
                      MOVE USER-NUM-CUENTA(M)
                          TO TC-CUENTA(NUM-CUENTAS-RIESGO)
                      MOVE USER-DNI TO TC-DNI(NUM-CUENTAS-RIESGO)
                    END-IF
                    IF P > 0
                      ADD 1 TO TP-NUM-CUENTAS(P)
                      IF USER-MONEDA(M) NOT = SPACES AND
                         USER-MONEDA(M) NOT = "EUR"
                        MOVE "S" TO TP-DIVISA(P).
                  ADD 1 TO M.

       *> Efectivo de los ultimos 30 dias (fecha de negocio del
       *> apunte, o la real en los anteriores a que existiera):
       *> ingresos en efectivo, depositos nocturnos y reintegros, a
       *> cuenta del titular de la cuenta del apunte
              ACUMULAR-EFECTIVO.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-ACUMULAR-EFECTIVO.

                LEER-UN-MOV-RIESGO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-EFECTIVO.
                  IF NOT MOV-OP-REINTEGRO AND
                     NOT (MOV-OP-INGRESO AND MOV-SUBTIPO-OP NOT = "CH")
                     AND NOT (MOV-OP-DEPOSITO-NOCT AND MOV-IMPORTE > 0)
                    GO TO LEER-UN-MOV-RIESGO.
                  IF MOV-FECHA-NEGOCIO > 0
                    MOVE MOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAM * 10000) + (MMM * 100) + DDM.
                  IF FECHA-MOV-WS < DESDE-30-WS OR
                     FECHA-MOV-WS > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-MOV-RIESGO.
                  MOVE MOV-IMPORTE TO IMPORTE-MOV-WS.
                  IF MOV-IMPORTE < 0
                    COMPUTE IMPORTE-MOV-WS = 0 - MOV-IMPORTE.
                  MOVE MOV-ID TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS = SPACES
                    GO TO LEER-UN-MOV-RIESGO.
                  MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    ADD IMPORTE-MOV-WS TO TP-EFECTIVO-IMP(P)
                    ADD IMPORTE-MOV-WS TO IMPORTE-EFECTIVO-TOTAL.
                  GO TO LEER-UN-MOV-RIESGO.

                CERRAR-ACUMULAR-EFECTIVO.
                  CLOSE MOVFILE.
              FIN-ACUMULAR-EFECTIVO.
                  EXIT.

       *> Casos de blanqueo de cada persona: los descartados no
       *> cuentan
              ACUMULAR-CASOS.
                  OPEN INPUT CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    GO TO FIN-ACUMULAR-CASOS.

                LEER-UN-CASO-RIESGO.
                  READ CASOSBLANQUEOFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-CASOS.
                  IF CBL-DESCARTADO
                    GO TO LEER-UN-CASO-RIESGO.
                  MOVE CBL-DNI TO DNI-ACUMULAR-WS.
                  PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA.
                  IF P > 0
                    IF CBL-PENDIENTE
                      ADD 1 TO TP-CASOS-PENDIENTES(P)
                    ELSE
                      ADD 1 TO TP-CASOS-CONFIRMADOS(P).
                  GO TO LEER-UN-CASO-RIESGO.

                CERRAR-ACUMULAR-CASOS.
                  CLOSE CASOSBLANQUEOFILE.
              FIN-ACUMULAR-CASOS.
                  EXIT.

       *> DNI del titular de CUENTA-BUSCADA-WS en DNI-HALLADO-WS
       *> (espacios si la cuenta no es de ningun titular)
              BUSCAR-DNI-CUENTA.
                  MOVE SPACES TO DNI-HALLADO-WS.
                  MOVE 1 TO C.
                  PERFORM COMPARAR-CUENTA-RIESGO
                      UNTIL C > NUM-CUENTAS-RIESGO.

              COMPARAR-CUENTA-RIESGO.
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
                  PERFORM COMPARAR-PERSONA-RIESGO
                      UNTIL P > NUM-PERSONAS-RIESGO.
                  IF P = 9999
                    MOVE 1 TO P
                    PERFORM AVANZAR-HASTA-PERSONA
                        UNTIL TP-DNI(P) = DNI-ACUMULAR-WS
                    GO TO FIN-LOCALIZAR-PERSONA.
                  IF NUM-PERSONAS-RIESGO >= 1000
                    MOVE 0 TO P
                    GO TO FIN-LOCALIZAR-PERSONA.
                  ADD 1 TO NUM-PERSONAS-RIESGO.
                  MOVE NUM-PERSONAS-RIESGO TO P.
                  MOVE DNI-ACUMULAR-WS TO TP-DNI(P).
                  MOVE 0 TO TP-NUM-CUENTAS(P) TP-EFECTIVO-IMP(P)
                      TP-CASOS-PENDIENTES(P) TP-CASOS-CONFIRMADOS(P).
                  MOVE "N" TO TP-DIVISA(P).
              FIN-LOCALIZAR-PERSONA.
                  EXIT.

              COMPARAR-PERSONA-RIESGO.
                  IF TP-DNI(P) = DNI-ACUMULAR-WS
                    MOVE 9999 TO P
                  ELSE
                    ADD 1 TO P.

              AVANZAR-HASTA-PERSONA.
                  ADD 1 TO P.

       *> Recorre PERSONAS.DAT y graba en cada persona viva sus puntos
       *> y su nivel de riesgo con la fecha de negocio
              CALIFICAR-PERSONAS.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-CALIFICAR-PERSONAS.

                LEER-UNA-PERSONA-RIESGO.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-CALIFICAR-PERSONAS.
                  ADD 1 TO NUM-PERSONAS-LEIDAS.
                  IF PER-FALLECIDO = "S"
                    ADD 1 TO NUM-FALLECIDAS
                    GO TO LEER-UNA-PERSONA-RIESGO.
                  PERFORM PUNTUAR-PERSONA THRU FIN-PUNTUAR-PERSONA.
                  MOVE NIVEL-WS TO PER-NIVEL-RIESGO.
                  MOVE PUNTOS-WS TO PER-PUNTOS-RIESGO.
                  MOVE FECHA-NEGOCIO-WS TO PER-FECHA-RIESGO.
                  REWRITE REG-PERSONA
                      INVALID KEY GO TO LEER-UNA-PERSONA-RIESGO.
                  ADD 1 TO NUM-CALIFICADAS.
                  IF NIVEL-WS = "A"
                    ADD 1 TO NUM-NIVEL-ALTO
                  ELSE
                    IF NIVEL-WS = "M"
                      ADD 1 TO NUM-NIVEL-MEDIO
                    ELSE
                      ADD 1 TO NUM-NIVEL-BAJO.
                  GO TO LEER-UNA-PERSONA-RIESGO.

                CERRAR-CALIFICAR-PERSONAS.
                  CLOSE PERSONASFILE.
              FIN-CALIFICAR-PERSONAS.
                  EXIT.

       *> Puntos y nivel de la persona leida en PUNTOS-WS y NIVEL-WS;
       *> sin nacionalidad anotada no puntua como extranjera
              PUNTUAR-PERSONA.
                  MOVE 0 TO PUNTOS-WS.
                  IF PER-NACIONALIDAD NOT = SPACES AND
                     PER-NACIONALIDAD NOT = "ES"
                    ADD PUNTOS-EXTRANJERO TO PUNTOS-WS.

                  MOVE "NO" TO PAIS-RIESGO-WS.
                  IF PER-NACIONALIDAD NOT = SPACES
                    MOVE PER-NACIONALIDAD TO PAIS-BUSCADO-WS
                    PERFORM BUSCAR-PAIS-RIESGO.
                  IF PAIS-RIESGO-WS = "NO" AND
                     PER-RESIDENCIA-FISCAL NOT = SPACES
                    MOVE PER-RESIDENCIA-FISCAL TO PAIS-BUSCADO-WS
                    PERFORM BUSCAR-PAIS-RIESGO.
                  IF PAIS-RIESGO-WS = "SI"
                    ADD PUNTOS-PAIS-RIESGO TO PUNTOS-WS.

                  MOVE PER-DNI TO DNI-ACUMULAR-WS.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PERSONA-RIESGO
                      UNTIL P > NUM-PERSONAS-RIESGO.
                  IF P NOT = 9999
                    GO TO ASIGNAR-NIVEL.
                  MOVE 1 TO P.
                  PERFORM AVANZAR-HASTA-PERSONA
                      UNTIL TP-DNI(P) = DNI-ACUMULAR-WS.

                  IF TP-NUM-CUENTAS(P) >= NUM-CUENTAS-MUCHAS
                    ADD PUNTOS-MUCHAS-CUENTAS TO PUNTOS-WS.
                  IF TP-DIVISA(P) = "S"
                    ADD PUNTOS-DIVISA TO PUNTOS-WS.
                  IF TP-EFECTIVO-IMP(P) >= UMBRAL-EFECTIVO-ALTO
                    ADD PUNTOS-EFECTIVO-ALTO TO PUNTOS-WS
                  ELSE
                    IF TP-EFECTIVO-IMP(P) >= UMBRAL-EFECTIVO-MEDIO
                      ADD PUNTOS-EFECTIVO-MEDIO TO PUNTOS-WS.
                  IF TP-CASOS-CONFIRMADOS(P) > 0
                    ADD PUNTOS-CASO-CONFIRMADO TO PUNTOS-WS
                  ELSE
                    IF TP-CASOS-PENDIENTES(P) > 0
                      ADD PUNTOS-CASO-PENDIENTE TO PUNTOS-WS.

                ASIGNAR-NIVEL.
                  IF PUNTOS-WS > 999
                    MOVE 999 TO PUNTOS-WS.
                  IF PUNTOS-WS >= PUNTOS-ALTO
                    MOVE "A" TO NIVEL-WS
                  ELSE
                    IF PUNTOS-WS >= PUNTOS-MEDIO
                      MOVE "M" TO NIVEL-WS
                    ELSE
                      MOVE "B" TO NIVEL-WS.
              FIN-PUNTUAR-PERSONA.
                  EXIT.

       *> PAIS-RIESGO-WS a "SI" si PAIS-BUSCADO-WS esta en la lista
              BUSCAR-PAIS-RIESGO.
                  MOVE 1 TO K.
                  PERFORM COMPARAR-PAIS-RIESGO
                      UNTIL K > NUM-PAISES-RIESGO.

              COMPARAR-PAIS-RIESGO.
                  IF TABLA-PAISES-RIESGO(K * 2 - 1:2) = PAIS-BUSCADO-WS
                    MOVE "SI" TO PAIS-RIESGO-WS
                    MOVE 99 TO K
                  ELSE
                    ADD 1 TO K.

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
                  MOVE "CALIFICARRIESGO" TO CTN-PROGRAMA.
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
