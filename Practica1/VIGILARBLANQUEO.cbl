       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILARBLANQUEO.
       *> Vigilancia retrospectiva de prevencion del blanqueo: paso de
       *> la cadena nocturna que acumula los apuntes de MOVS.DAT por
       *> persona (el DNI del titular de la cuenta, que agrupa todas
       *> sus tarjetas) en ventanas moviles de 7 y 30 dias hasta la
       *> fecha de negocio, y abre un caso en la cola de cumplimiento
       *> CASOSBLANQUEO.DAT, distinta de la de fraude, por cada patron
       *> detectado:
       *>   ES fraccionamiento: varios ingresos en efectivo por debajo
       *>      del umbral de declaracion que juntos lo superan (tres o
       *>      mas en 7 dias, o un acumulado alto en 30);
       *>   ER entrada y salida rapida: efectivo ingresado que en los
       *>      mismos 7 dias sale casi entero en transferencias a otra
       *>      entidad, marcando si alguna va al extranjero;
       *>   IT ingresos de terceros: efectivo ingresado en sus
       *>      cuentas por otros clientes por encima del umbral en 30
       *>      dias.
       *> En un ingreso a tercero el efectivo cuenta para quien lo
       *> entrega (como en DECLARAREFECTIVO) y como ingreso de tercero
       *> para el abonado. No se reabre un caso de la misma persona y
       *> patron mientras su ventana siga cubierta por otro anterior.
       *> Por ultimo, los casos que cumplimiento ha confirmado en
       *> GESTIONARBLANQUEO salen en la comunicacion de operaciones
       *> sospechosas al SEPBLAC (COMUNICACION-SEPBLAC.DAT) y quedan
       *> marcados como comunicados.
       *>
       *> Versiones
       *> Versión 1.0 - Vigilancia de blanqueo por persona y ventanas
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

              SELECT COMUNICACIONFILE ASSIGN TO
                  "COMUNICACION-SEPBLAC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCS.

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
                 88 CBL-FRACCIONAMIENTO VALUE "ES".
                 88 CBL-ENTRADA-SALIDA  VALUE "ER".
                 88 CBL-TERCEROS        VALUE "IT".
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

       *> FD COMUNICACIONFILE: comunicacion de operaciones sospechosas
       *> al SEPBLAC, una linea por caso confirmado
       FD COMUNICACIONFILE.
       01 REG-COMUNICACION.
              02 COM-NUMERO             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-FECHA              PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-DNI                PIC X(9).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-NOMBRE             PIC X(30).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-DIRECCION          PIC X(25).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-REGLA              PIC XX.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-VENTANA-DESDE      PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-VENTANA-HASTA      PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-IMPORTE            PIC ZZZZZZZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-IMPORTE-SALIDA     PIC ZZZZZZZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-NUM-OPERACIONES    PIC ZZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-EXTRANJERO         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 COM-DICTAMEN           PIC X(60).

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
              77 FSCS                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 M                     PIC 9.
              77 C                     PIC 9(4).
              77 P                     PIC 9(4).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 DESDE-7-WS            PIC 9(8).
              77 DESDE-30-WS           PIC 9(8).
              77 FECHA-MOV-WS          PIC 9(8).
              77 IMPORTE-MOV-WS        PIC 9(9)V99.
              77 CUENTA-BUSCADA-WS     PIC X(24).
              77 DNI-HALLADO-WS        PIC X(9).
              77 DNI-ACUMULAR-WS       PIC X(9).
              77 EN-VENTANA-7-WS       PIC X(2).
              77 NUM-CUENTAS-AML       PIC 9(4) VALUE 0.
              77 NUM-PERSONAS-AML      PIC 9(4) VALUE 0.
              77 NUM-MOVS-LEIDOS       PIC 9(7) VALUE 0.
              77 NUM-CASOS-ABIERTOS    PIC 9(5) VALUE 0.
              77 NUM-CASOS-REPETIDOS   PIC 9(5) VALUE 0.
              77 NUM-COMUNICADOS       PIC 9(5) VALUE 0.
              77 IMPORTE-COMUNICADO    PIC 9(11)V99 VALUE 0.
              77 NUM-CASO-NUEVO-WS     PIC 9(6).
              77 CASO-CUBIERTO-WS      PIC X(2).
              77 REGLA-WS              PIC XX.
              77 DESDE-REGLA-WS        PIC 9(8).
              77 IMPORTE-REGLA-WS      PIC 9(9)V99.
              77 IMPORTE-SALIDA-WS     PIC 9(9)V99.
              77 NUM-OPS-REGLA-WS      PIC 9(4).
              77 EXTRANJERO-WS         PIC X.
              77 MOTIVO-REGLA-WS       PIC X(60).
              77 IMPORTE-ED            PIC ZZZZZZZZ9.99.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Umbrales de los patrones: el de declaracion de efectivo de
       *> DECLARAREFECTIVO; los ingresos de menos de UMBRAL-FRACCION no
       *> cuentan como fraccion; la salida rapida exige que salga al
       *> menos PORCENTAJE-SALIDA del efectivo ingresado
              77 UMBRAL-EFECTIVO       PIC 9(7)V99 VALUE 3000.
              77 UMBRAL-FRACCION       PIC 9(7)V99 VALUE 500.
              77 NUM-FRACCIONES-7      PIC 99 VALUE 3.
              77 UMBRAL-FRACCION-30    PIC 9(7)V99 VALUE 10000.
              77 PORCENTAJE-SALIDA     PIC 999 VALUE 80.
              77 UMBRAL-TERCEROS       PIC 9(7)V99 VALUE 3000.

       *> Cuentas de USERS.DAT con el DNI de su titular
              01 TABLA-CUENTAS-AML.
                 02 CUENTA-AML OCCURS 3000 TIMES.
                    03 TC-CUENTA           PIC X(24).
                    03 TC-DNI              PIC X(9).

       *> Acumulados por persona en las dos ventanas
              01 TABLA-PERSONAS-AML.
                 02 PERSONA-AML OCCURS 1000 TIMES.
                    03 TP-DNI              PIC X(9).
                    03 TP-FRAC-7-NUM       PIC 9(4).
                    03 TP-FRAC-7-IMP       PIC 9(9)V99.
                    03 TP-FRAC-30-NUM      PIC 9(4).
                    03 TP-FRAC-30-IMP      PIC 9(9)V99.
                    03 TP-EFEC-7-NUM       PIC 9(4).
                    03 TP-EFEC-7-IMP       PIC 9(9)V99.
                    03 TP-SALIDA-7-NUM     PIC 9(4).
                    03 TP-SALIDA-7-IMP     PIC 9(9)V99.
                    03 TP-EXTRANJERO       PIC X.
                    03 TP-TERC-30-NUM      PIC 9(4).
                    03 TP-TERC-30-IMP      PIC 9(9)V99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE DESDE-7-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS) - 6).
                  COMPUTE DESDE-30-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS) - 29).
                  PERFORM CARGAR-CUENTAS THRU FIN-CARGAR-CUENTAS.
                  PERFORM ACUMULAR-MOVIMIENTOS
                      THRU FIN-ACUMULAR-MOVIMIENTOS.
                  PERFORM BUSCAR-PROX-NUM-CASO
                      THRU FIN-BUSCAR-PROX-NUM-CASO.
                  MOVE 1 TO P.
                  PERFORM EVALUAR-UNA-PERSONA
                      THRU FIN-EVALUAR-UNA-PERSONA
                      UNTIL P > NUM-PERSONAS-AML.
                  PERFORM COMUNICAR-CONFIRMADOS
                      THRU FIN-COMUNICAR-CONFIRMADOS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-MOVS-LEIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-CASOS-ABIERTOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-CASOS-REPETIDOS TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-COMUNICADO TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "VIGILARBLANQUEO: " NUM-PERSONAS-AML
                      " personas evaluadas, " NUM-CASOS-ABIERTOS
                      " casos abiertos, " NUM-COMUNICADOS
                      " comunicados al SEPBLAC.".
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

       *> Tabla en memoria de cuentas y DNI del titular, para no
       *> recorrer USERS.DAT por cada apunte
              CARGAR-CUENTAS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-CUENTAS.

                LEER-UN-TITULAR-AML.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-CUENTAS.
                  MOVE 1 TO M.
                  PERFORM CARGAR-UNA-CUENTA UNTIL M > 3.
                  GO TO LEER-UN-TITULAR-AML.

                CERRAR-CARGAR-CUENTAS.
                  CLOSE USERFILE.
              FIN-CARGAR-CUENTAS.
                  EXIT.

              CARGAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES AND
                     USER-DNI NOT = SPACES AND NUM-CUENTAS-AML < 3000
                    ADD 1 TO NUM-CUENTAS-AML
                    MOVE USER-NUM-CUENTA(M) TO TC-CUENTA(NUM-CUENTAS-AML)
                    MOVE USER-DNI TO TC-DNI(NUM-CUENTAS-AML).
                  ADD 1 TO M.

       *> Recorre MOVS.DAT y acumula por persona lo que cae en la
       *> ventana de 30 dias (la fecha de negocio del apunte; la real
       *> en los apuntes anteriores a que existiera)
              ACUMULAR-MOVIMIENTOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-ACUMULAR-MOVIMIENTOS.

                LEER-UN-MOV-AML.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-MOVIMIENTOS.
                  IF MOV-FECHA-NEGOCIO > 0
                    MOVE MOV-FECHA-NEGOCIO TO FECHA-MOV-WS
                  ELSE
                    COMPUTE FECHA-MOV-WS =
                        (AAM * 10000) + (MMM * 100) + DDM.
                  IF FECHA-MOV-WS < DESDE-30-WS OR
                     FECHA-MOV-WS > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-MOV-AML.
                  ADD 1 TO NUM-MOVS-LEIDOS.
                  IF FECHA-MOV-WS >= DESDE-7-WS
                    MOVE "SI" TO EN-VENTANA-7-WS
                  ELSE
                    MOVE "NO" TO EN-VENTANA-7-WS.
                  MOVE MOV-IMPORTE TO IMPORTE-MOV-WS.
                  IF MOV-IMPORTE < 0
                    COMPUTE IMPORTE-MOV-WS = 0 - MOV-IMPORTE.
                  IF IMPORTE-MOV-WS = 0
                    GO TO LEER-UN-MOV-AML.

*> Efectivo ingresado: ingresos (no cheques) y depositos nocturnos
                  IF (MOV-OP-INGRESO AND MOV-SUBTIPO-OP NOT = "CH") OR
                     (MOV-OP-DEPOSITO-NOCT AND MOV-IMPORTE > 0)
                    PERFORM ACUMULAR-EFECTIVO
                        THRU FIN-ACUMULAR-EFECTIVO
                    GO TO LEER-UN-MOV-AML.

*> Salida a otra entidad: transferencia emitida fuera o inmediata
                  IF MOV-OP-TRANSFERENCIA AND MOV-IMPORTE < 0 AND
                     (MOV-SUBTIPO-OP = "EX" OR MOV-SUBTIPO-OP = "IN") AND
                     EN-VENTANA-7-WS = "SI"
                    MOVE MOV-ID TO CUENTA-BUSCADA-WS
                    PERFORM BUSCAR-DNI-CUENTA
                    IF DNI-HALLADO-WS NOT = SPACES
                      MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS
                      PERFORM LOCALIZAR-PERSONA
                          THRU FIN-LOCALIZAR-PERSONA
                      IF P > 0
                        ADD 1 TO TP-SALIDA-7-NUM(P)
                        ADD IMPORTE-MOV-WS TO TP-SALIDA-7-IMP(P)
                        IF MOV-CUENTA-DESTINO NOT = SPACES AND
                           MOV-CUENTA-DESTINO(1:2) NOT = "ES"
                          MOVE "S" TO TP-EXTRANJERO(P).
                  GO TO LEER-UN-MOV-AML.

                CERRAR-ACUMULAR-MOVIMIENTOS.
                  CLOSE MOVFILE.
              FIN-ACUMULAR-MOVIMIENTOS.
                  EXIT.

       *> Un ingreso de efectivo cuenta para quien lo entrega; si es a
       *> tercero, el cajero deja la cuenta del pagador en
       *> MOV-CUENTA-DESTINO y el abonado suma un ingreso de tercero
              ACUMULAR-EFECTIVO.
                  MOVE MOV-ID TO CUENTA-BUSCADA-WS.
                  IF MOV-OP-INGRESO AND MOV-SUBTIPO-OP = "TE" AND
                     MOV-CUENTA-DESTINO NOT = SPACES
                    MOVE MOV-CUENTA-DESTINO TO CUENTA-BUSCADA-WS.
                  PERFORM BUSCAR-DNI-CUENTA.
                  IF DNI-HALLADO-WS NOT = SPACES
                    MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS
                    PERFORM LOCALIZAR-PERSONA THRU FIN-LOCALIZAR-PERSONA
                    IF P > 0
                      PERFORM SUMAR-EFECTIVO-PERSONA.

                  IF MOV-OP-INGRESO AND MOV-SUBTIPO-OP = "TE"
                    MOVE MOV-ID TO CUENTA-BUSCADA-WS
                    PERFORM BUSCAR-DNI-CUENTA
                    IF DNI-HALLADO-WS NOT = SPACES AND
                       DNI-HALLADO-WS NOT = DNI-ACUMULAR-WS
                      MOVE DNI-HALLADO-WS TO DNI-ACUMULAR-WS
                      PERFORM LOCALIZAR-PERSONA
                          THRU FIN-LOCALIZAR-PERSONA
                      IF P > 0
                        ADD 1 TO TP-TERC-30-NUM(P)
                        ADD IMPORTE-MOV-WS TO TP-TERC-30-IMP(P).
              FIN-ACUMULAR-EFECTIVO.
                  EXIT.

              SUMAR-EFECTIVO-PERSONA.
                  IF EN-VENTANA-7-WS = "SI"
                    ADD 1 TO TP-EFEC-7-NUM(P)
                    ADD IMPORTE-MOV-WS TO TP-EFEC-7-IMP(P).
                  IF IMPORTE-MOV-WS < UMBRAL-EFECTIVO AND
                     IMPORTE-MOV-WS >= UMBRAL-FRACCION
                    ADD 1 TO TP-FRAC-30-NUM(P)
                    ADD IMPORTE-MOV-WS TO TP-FRAC-30-IMP(P)
                    IF EN-VENTANA-7-WS = "SI"
                      ADD 1 TO TP-FRAC-7-NUM(P)
                      ADD IMPORTE-MOV-WS TO TP-FRAC-7-IMP(P).

       *> DNI del titular de CUENTA-BUSCADA-WS en DNI-HALLADO-WS
       *> (espacios si la cuenta no es de ningun titular)
              BUSCAR-DNI-CUENTA.
                  MOVE SPACES TO DNI-HALLADO-WS.
                  MOVE 1 TO C.
                  PERFORM COMPARAR-CUENTA-AML
                      UNTIL C > NUM-CUENTAS-AML.

              COMPARAR-CUENTA-AML.
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
                  PERFORM COMPARAR-PERSONA-AML
                      UNTIL P > NUM-PERSONAS-AML.
                  IF P = 9999
                    MOVE 1 TO P
                    PERFORM AVANZAR-HASTA-PERSONA
                        UNTIL TP-DNI(P) = DNI-ACUMULAR-WS
                    GO TO FIN-LOCALIZAR-PERSONA.
                  IF NUM-PERSONAS-AML >= 1000
                    MOVE 0 TO P
                    GO TO FIN-LOCALIZAR-PERSONA.
                  ADD 1 TO NUM-PERSONAS-AML.
                  MOVE NUM-PERSONAS-AML TO P.
                  MOVE DNI-ACUMULAR-WS TO TP-DNI(P).
                  MOVE 0 TO TP-FRAC-7-NUM(P) TP-FRAC-7-IMP(P)
                      TP-FRAC-30-NUM(P) TP-FRAC-30-IMP(P)
                      TP-EFEC-7-NUM(P) TP-EFEC-7-IMP(P)
                      TP-SALIDA-7-NUM(P) TP-SALIDA-7-IMP(P)
                      TP-TERC-30-NUM(P) TP-TERC-30-IMP(P).
                  MOVE "N" TO TP-EXTRANJERO(P).
              FIN-LOCALIZAR-PERSONA.
                  EXIT.

              COMPARAR-PERSONA-AML.
                  IF TP-DNI(P) = DNI-ACUMULAR-WS
                    MOVE 9999 TO P
                  ELSE
                    ADD 1 TO P.

              AVANZAR-HASTA-PERSONA.
                  ADD 1 TO P.

       *> Aplica los tres patrones a los acumulados de una persona
              EVALUAR-UNA-PERSONA.
                  IF (TP-FRAC-7-NUM(P) >= NUM-FRACCIONES-7 AND
                      TP-FRAC-7-IMP(P) > UMBRAL-EFECTIVO)
                    MOVE "ES" TO REGLA-WS
                    MOVE DESDE-7-WS TO DESDE-REGLA-WS
                    MOVE TP-FRAC-7-IMP(P) TO IMPORTE-REGLA-WS
                    MOVE 0 TO IMPORTE-SALIDA-WS
                    MOVE TP-FRAC-7-NUM(P) TO NUM-OPS-REGLA-WS
                    MOVE "N" TO EXTRANJERO-WS
                    MOVE TP-FRAC-7-IMP(P) TO IMPORTE-ED
                    MOVE SPACES TO MOTIVO-REGLA-WS
                    STRING "Efectivo fraccionado 7 dias: "
                           NUM-OPS-REGLA-WS " ingresos, " IMPORTE-ED
                        DELIMITED BY SIZE INTO MOTIVO-REGLA-WS
                    PERFORM ABRIR-CASO THRU FIN-ABRIR-CASO
                  ELSE
                  IF TP-FRAC-30-IMP(P) > UMBRAL-FRACCION-30
                    MOVE "ES" TO REGLA-WS
                    MOVE DESDE-30-WS TO DESDE-REGLA-WS
                    MOVE TP-FRAC-30-IMP(P) TO IMPORTE-REGLA-WS
                    MOVE 0 TO IMPORTE-SALIDA-WS
                    MOVE TP-FRAC-30-NUM(P) TO NUM-OPS-REGLA-WS
                    MOVE "N" TO EXTRANJERO-WS
                    MOVE TP-FRAC-30-IMP(P) TO IMPORTE-ED
                    MOVE SPACES TO MOTIVO-REGLA-WS
                    STRING "Efectivo fraccionado 30 dias: "
                           NUM-OPS-REGLA-WS " ingresos, " IMPORTE-ED
                        DELIMITED BY SIZE INTO MOTIVO-REGLA-WS
                    PERFORM ABRIR-CASO THRU FIN-ABRIR-CASO.

                  IF TP-EFEC-7-IMP(P) >= UMBRAL-EFECTIVO AND
                     TP-SALIDA-7-IMP(P) * 100 >=
                         TP-EFEC-7-IMP(P) * PORCENTAJE-SALIDA
                    MOVE "ER" TO REGLA-WS
                    MOVE DESDE-7-WS TO DESDE-REGLA-WS
                    MOVE TP-EFEC-7-IMP(P) TO IMPORTE-REGLA-WS
                    MOVE TP-SALIDA-7-IMP(P) TO IMPORTE-SALIDA-WS
                    COMPUTE NUM-OPS-REGLA-WS =
                        TP-EFEC-7-NUM(P) + TP-SALIDA-7-NUM(P)
                    MOVE TP-EXTRANJERO(P) TO EXTRANJERO-WS
                    MOVE TP-SALIDA-7-IMP(P) TO IMPORTE-ED
                    MOVE SPACES TO MOTIVO-REGLA-WS
                    IF TP-EXTRANJERO(P) = "S"
                      STRING "Efectivo y salida al extranjero: "
                             IMPORTE-ED
                          DELIMITED BY SIZE INTO MOTIVO-REGLA-WS
                    ELSE
                      STRING "Efectivo y salida a otra entidad: "
                             IMPORTE-ED
                          DELIMITED BY SIZE INTO MOTIVO-REGLA-WS
                    END-IF
                    PERFORM ABRIR-CASO THRU FIN-ABRIR-CASO.

                  IF TP-TERC-30-IMP(P) >= UMBRAL-TERCEROS
                    MOVE "IT" TO REGLA-WS
                    MOVE DESDE-30-WS TO DESDE-REGLA-WS
                    MOVE TP-TERC-30-IMP(P) TO IMPORTE-REGLA-WS
                    MOVE 0 TO IMPORTE-SALIDA-WS
                    MOVE TP-TERC-30-NUM(P) TO NUM-OPS-REGLA-WS
                    MOVE "N" TO EXTRANJERO-WS
                    MOVE TP-TERC-30-IMP(P) TO IMPORTE-ED
                    MOVE SPACES TO MOTIVO-REGLA-WS
                    STRING "Ingresos de terceros 30 dias: "
                           NUM-OPS-REGLA-WS " ingresos, " IMPORTE-ED
                        DELIMITED BY SIZE INTO MOTIVO-REGLA-WS
                    PERFORM ABRIR-CASO THRU FIN-ABRIR-CASO.

                  ADD 1 TO P.
              FIN-EVALUAR-UNA-PERSONA.
                  EXIT.

       *> Abre el caso en la cola de cumplimiento salvo que ya haya
       *> otro de la misma persona y patron abierto dentro de la
       *> ventana que se esta evaluando
              ABRIR-CASO.
                  PERFORM COMPROBAR-CASO-CUBIERTO
                      THRU FIN-COMPROBAR-CASO-CUBIERTO.
                  IF CASO-CUBIERTO-WS = "SI"
                    ADD 1 TO NUM-CASOS-REPETIDOS
                    GO TO FIN-ABRIR-CASO.
                  OPEN I-O CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    OPEN OUTPUT CASOSBLANQUEOFILE
                    CLOSE CASOSBLANQUEOFILE
                    OPEN I-O CASOSBLANQUEOFILE.
                  MOVE NUM-CASO-NUEVO-WS TO CBL-NUMERO.
                  MOVE TP-DNI(P) TO CBL-DNI.
                  MOVE REGLA-WS TO CBL-REGLA.
                  MOVE FECHA-NEGOCIO-WS TO CBL-FECHA-ALTA.
                  MOVE DESDE-REGLA-WS TO CBL-VENTANA-DESDE.
                  MOVE FECHA-NEGOCIO-WS TO CBL-VENTANA-HASTA.
                  MOVE IMPORTE-REGLA-WS TO CBL-IMPORTE.
                  MOVE IMPORTE-SALIDA-WS TO CBL-IMPORTE-SALIDA.
                  MOVE NUM-OPS-REGLA-WS TO CBL-NUM-OPERACIONES.
                  MOVE EXTRANJERO-WS TO CBL-EXTRANJERO.
                  MOVE MOTIVO-REGLA-WS TO CBL-MOTIVO.
                  MOVE "P" TO CBL-ESTADO.
                  MOVE SPACES TO CBL-ANALISTA.
                  MOVE SPACES TO CBL-DICTAMEN.
                  MOVE 0 TO CBL-FECHA-RESOLUCION.
                  MOVE 0 TO CBL-FECHA-COMUNICACION.
                  WRITE REG-CASO-BLANQUEO
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO NUM-CASOS-ABIERTOS
                        ADD 1 TO NUM-CASO-NUEVO-WS.
                  CLOSE CASOSBLANQUEOFILE.
              FIN-ABRIR-CASO.
                  EXIT.

              COMPROBAR-CASO-CUBIERTO.
                  MOVE "NO" TO CASO-CUBIERTO-WS.
                  OPEN INPUT CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    GO TO FIN-COMPROBAR-CASO-CUBIERTO.

                LEER-CASO-CUBIERTO.
                  READ CASOSBLANQUEOFILE NEXT RECORD
                      AT END GO TO CERRAR-CASO-CUBIERTO.
                  IF CBL-DNI = TP-DNI(P) AND CBL-REGLA = REGLA-WS AND
                     CBL-FECHA-ALTA >= DESDE-REGLA-WS
                    MOVE "SI" TO CASO-CUBIERTO-WS
                    GO TO CERRAR-CASO-CUBIERTO.
                  GO TO LEER-CASO-CUBIERTO.

                CERRAR-CASO-CUBIERTO.
                  CLOSE CASOSBLANQUEOFILE.
              FIN-COMPROBAR-CASO-CUBIERTO.
                  EXIT.

              BUSCAR-PROX-NUM-CASO.
                  MOVE 1 TO NUM-CASO-NUEVO-WS.
                  OPEN INPUT CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    GO TO FIN-BUSCAR-PROX-NUM-CASO.
                  MOVE 999999 TO CBL-NUMERO.
                  START CASOSBLANQUEOFILE
                      KEY IS NOT GREATER THAN CBL-NUMERO
                      INVALID KEY GO TO CERRAR-BUSCAR-PROX-CASO.
                  READ CASOSBLANQUEOFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-PROX-CASO.
                  COMPUTE NUM-CASO-NUEVO-WS = CBL-NUMERO + 1.

                CERRAR-BUSCAR-PROX-CASO.
                  CLOSE CASOSBLANQUEOFILE.
              FIN-BUSCAR-PROX-NUM-CASO.
                  EXIT.

       *> Comunicacion al SEPBLAC de los casos que cumplimiento ha
       *> confirmado y aun no se han comunicado, con la identificacion
       *> de la persona (nombre de PERSONAS.DAT, domicilio de su
       *> primera tarjeta titular)
              COMUNICAR-CONFIRMADOS.
                  OPEN OUTPUT COMUNICACIONFILE.
                  OPEN I-O CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    GO TO CERRAR-COMUNICACION.

                LEER-CASO-CONFIRMADO.
                  READ CASOSBLANQUEOFILE NEXT RECORD
                      AT END GO TO CERRAR-CASOS-CONFIRMADOS.
                  IF NOT CBL-CONFIRMADO
                    GO TO LEER-CASO-CONFIRMADO.
                  MOVE CBL-NUMERO TO COM-NUMERO.
                  MOVE FECHA-NEGOCIO-WS TO COM-FECHA.
                  MOVE CBL-DNI TO COM-DNI.
                  PERFORM BUSCAR-IDENTIFICACION
                      THRU FIN-BUSCAR-IDENTIFICACION.
                  MOVE CBL-REGLA TO COM-REGLA.
                  MOVE CBL-VENTANA-DESDE TO COM-VENTANA-DESDE.
                  MOVE CBL-VENTANA-HASTA TO COM-VENTANA-HASTA.
                  MOVE CBL-IMPORTE TO COM-IMPORTE.
                  MOVE CBL-IMPORTE-SALIDA TO COM-IMPORTE-SALIDA.
                  MOVE CBL-NUM-OPERACIONES TO COM-NUM-OPERACIONES.
                  MOVE CBL-EXTRANJERO TO COM-EXTRANJERO.
                  MOVE CBL-DICTAMEN TO COM-DICTAMEN.
                  WRITE REG-COMUNICACION.
                  MOVE "S" TO CBL-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO CBL-FECHA-COMUNICACION.
                  REWRITE REG-CASO-BLANQUEO.
                  ADD 1 TO NUM-COMUNICADOS.
                  ADD CBL-IMPORTE TO IMPORTE-COMUNICADO.
                  GO TO LEER-CASO-CONFIRMADO.

                CERRAR-CASOS-CONFIRMADOS.
                  CLOSE CASOSBLANQUEOFILE.

                CERRAR-COMUNICACION.
                  CLOSE COMUNICACIONFILE.
              FIN-COMUNICAR-CONFIRMADOS.
                  EXIT.

              BUSCAR-IDENTIFICACION.
                  MOVE SPACES TO COM-NOMBRE.
                  MOVE SPACES TO COM-DIRECCION.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-BUSCAR-IDENTIFICACION.
                  MOVE CBL-DNI TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        CLOSE PERSONASFILE
                        GO TO FIN-BUSCAR-IDENTIFICACION.
                  CLOSE PERSONASFILE.
                  MOVE PER-NOMBRE TO COM-NOMBRE.
                  MOVE 1 TO M.

                BUSCAR-DOMICILIO-TITULAR.
                  IF M > PER-NUM-TARJETAS
                    GO TO FIN-BUSCAR-IDENTIFICACION.
                  OPEN INPUT USERFILE.
                  MOVE PER-TARJETA(M) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY MOVE 0 TO USER-TARJ.
                  CLOSE USERFILE.
                  IF USER-TARJ = PER-TARJETA(M)
                    MOVE USER-DIRECCION TO COM-DIRECCION
                    GO TO FIN-BUSCAR-IDENTIFICACION.
                  ADD 1 TO M.
                  GO TO BUSCAR-DOMICILIO-TITULAR.
              FIN-BUSCAR-IDENTIFICACION.
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
                  MOVE "VIGILARBLANQUEO" TO CTN-PROGRAMA.
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
