       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMECRS.
       *> Proceso batch anual de intercambio automatico de informacion
       *> fiscal (CRS de la OCDE y FATCA de EEUU), pensado para
       *> lanzarse a principios de año sobre el ejercicio anterior al
       *> de la fecha de negocio, como GENERARMODELO196. Recorre
       *> PERSONAS.DAT y selecciona las personas declarables: las que
       *> tienen residencia fiscal fuera de España (CRS) y las
       *> personas de EEUU (FATCA), segun los datos de residencia que
       *> la oficina graba en MANTENECLIENTES. De cada una declara sus
       *> cuentas como titular con el saldo a 31 de diciembre (ultimo
       *> cierre del ejercicio en SALDOS-HISTORICO.DAT) y los intereses
       *> brutos pagados en el ejercicio (apuntes de abono de intereses
       *> de DEVENGARINTERESES en MOVS.DAT y en sus historicos
       *> mensuales MOVS-AAAAMM.DAT). El fichero de intercambio sale en
       *> CRS-FATCA.DAT (cabecera, un registro por cuenta declarada y
       *> totales) y las incidencias en EXCEPCIONES-CRS.DAT: personas
       *> sin autocertificacion firmada, declarables sin NIF
       *> extranjero y cuentas sin historico de saldos en el ejercicio.
       *>
       *> Versiones
       *> Versión 1.0 - Declaracion anual CRS/FATCA
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

              SELECT CRSFILE ASSIGN TO "CRS-FATCA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCR.

              SELECT EXCEPCIONFILE ASSIGN TO "EXCEPCIONES-CRS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEX.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

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
                 88 MOV-OP-INTERESES    VALUE "IT".
              02 MOV-SUBTIPO-OP         PIC XX.

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
              02 HMOV-HORA.
                 03 HHH                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMIH                PIC 99.
                 03 FILLER              PIC X.
                 03 SSH                 PIC 99.
              02 HMOV-IMPORTE           PIC S9(9)V99.
              02 HMOV-TERMINAL          PIC X(4).
              02 HMOV-FECHA-NEGOCIO     PIC 9(8).
              02 HMOV-TIPO-OP           PIC XX.
              02 HMOV-SUBTIPO-OP        PIC XX.

       *> FD CRSFILE: registro 1 de cabecera con el ejercicio, un
       *> registro 2 por cuenta declarada y el registro 9 de totales
       FD CRSFILE.
       01 REG-CRS                       PIC X(150).

       FD EXCEPCIONFILE.
       01 REG-EXCEPCION                 PIC X(90).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSSH                  PIC XX.
              77 FSM                   PIC XX.
              77 FSAH                  PIC XX.
              77 FSCR                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSFN                  PIC XX.
              77 NOMBRE-HISTORICO-WS   PIC X(20).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 EJERCICIO-WS          PIC 9999.
              77 FECHA-INICIO-EJ-WS    PIC 9(8).
              77 FECHA-FIN-EJ-WS       PIC 9(8).
              77 MES-ARCHIVO-WS        PIC 99.
              77 T                     PIC 9.
              77 C                     PIC 9.
              77 N                     PIC 999.
              77 NUM-CUENTAS-TABLA     PIC 999 VALUE 0.
              77 CUENTA-ENCONTRADA     PIC XX.
              77 CUENTA-BUSCADA-WS     PIC X(24).
              77 REGIMEN-WS            PIC X.
              77 NUM-PERSONAS          PIC 9(7) VALUE 0.
              77 NUM-DECLARABLES       PIC 9(7) VALUE 0.
              77 NUM-SIN-AUTOCERT      PIC 9(7) VALUE 0.
              77 NUM-SIN-NIF           PIC 9(7) VALUE 0.
              77 NUM-SIN-HISTORICO     PIC 9(7) VALUE 0.
              77 NUM-DECLARADAS        PIC 9(7) VALUE 0.
              77 TOTAL-SALDO-WS        PIC S9(13)V99 VALUE 0.
              77 TOTAL-INTERESES-WS    PIC S9(13)V99 VALUE 0.

       *> Cuentas de las personas declarables, con lo que se va
       *> acumulando de cada una
              01 TABLA-CUENTAS-CRS.
                 02 CRS-ENTRADA OCCURS 500 TIMES.
                    03 TB-DNI               PIC X(9).
                    03 TB-NOMBRE            PIC X(30).
                    03 TB-PAIS              PIC XX.
                    03 TB-NIF-EXTRANJERO    PIC X(20).
                    03 TB-REGIMEN           PIC X.
                    03 TB-CUENTA            PIC X(24).
                    03 TB-MONEDA            PIC X(3).
                    03 TB-SALDO             PIC S9(9)V99.
                    03 TB-INTERESES         PIC S9(9)V99.
                    03 TB-HISTORICO         PIC XX.

              01 LINEA-CAB-CRS.
                 02 FILLER             PIC X VALUE "1".
                 02 FILLER             PIC X(7) VALUE "CRSFATC".
                 02 CAB-EJERCICIO      PIC 9999.
                 02 FILLER             PIC X(138) VALUE SPACES.

       *> Registro de cuenta declarada: regimen C (CRS) o F (FATCA,
       *> persona de EEUU). Importes sin signo con la marca N si son
       *> negativos
              01 LINEA-CUENTA-CRS.
                 02 FILLER             PIC X VALUE "2".
                 02 LCR-EJERCICIO      PIC 9999.
                 02 LCR-REGIMEN        PIC X.
                 02 LCR-DNI            PIC X(9).
                 02 LCR-NOMBRE         PIC X(30).
                 02 LCR-PAIS           PIC XX.
                 02 LCR-NIF-EXTRANJERO PIC X(20).
                 02 LCR-CUENTA         PIC X(24).
                 02 LCR-MONEDA         PIC X(3).
                 02 LCR-SIGNO-SALDO    PIC X.
                 02 LCR-SALDO          PIC 9(11)V99.
                 02 LCR-SIGNO-INTERES  PIC X.
                 02 LCR-INTERESES      PIC 9(11)V99.
                 02 FILLER             PIC X(28) VALUE SPACES.

              01 LINEA-TOTALES-CRS.
                 02 FILLER             PIC X VALUE "9".
                 02 TOT-EJERCICIO      PIC 9999.
                 02 TOT-NUM-CUENTAS    PIC 9(9).
                 02 TOT-SIGNO-SALDO    PIC X.
                 02 TOT-SALDO          PIC 9(13)V99.
                 02 TOT-SIGNO-INTERES  PIC X.
                 02 TOT-INTERESES      PIC 9(13)V99.
                 02 FILLER             PIC X(104) VALUE SPACES.

              01 LINEA-CAB-EXCEPCIONES.
                 02 FILLER             PIC X(30) VALUE
                     "EXCEPCIONES CRS/FATCA EJERC.  ".
                 02 CAB-EXC-EJERCICIO  PIC 9999.

              01 LINEA-EXCEPCION.
                 02 LE-MOTIVO          PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-NOMBRE          PIC X(30).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LE-CUENTA          PIC X(24).

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(30).
                 02 LC-VALOR           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE EJERCICIO-WS = FECHA-NEGOCIO-WS / 10000 - 1.
                  COMPUTE FECHA-INICIO-EJ-WS = EJERCICIO-WS * 10000 + 101.
                  COMPUTE FECHA-FIN-EJ-WS = EJERCICIO-WS * 10000 + 1231.
                  OPEN OUTPUT EXCEPCIONFILE.
                  MOVE EJERCICIO-WS TO CAB-EXC-EJERCICIO.
                  WRITE REG-EXCEPCION FROM LINEA-CAB-EXCEPCIONES.
                  PERFORM SELECCIONAR-PERSONAS
                      THRU FIN-SELECCIONAR-PERSONAS.
                  PERFORM CALCULAR-SALDOS-FIN-EJERCICIO
                      THRU FIN-CALCULAR-SALDOS-FIN-EJERCICIO.
                  PERFORM ACUMULAR-INTERESES THRU FIN-ACUMULAR-INTERESES.
                  PERFORM EMITIR-FICHERO-CRS.
                  PERFORM ESCRIBIR-CONTADORES.
                  CLOSE EXCEPCIONFILE.
                  DISPLAY "INFORMECRS: " NUM-DECLARABLES
                      " personas declarables, " NUM-DECLARADAS
                      " cuentas declaradas, " NUM-SIN-AUTOCERT
                      " sin autocertificacion.".
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

       *> Sin autocertificacion no se sabe donde reside la persona:
       *> va a excepciones. Declarable es quien reside fuera de España
       *> (CRS) o es persona de EEUU (FATCA, aunque resida aqui)
              SELECCIONAR-PERSONAS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-SELECCIONAR-PERSONAS.
                  OPEN INPUT USERFILE.

                LEER-UNA-PERSONA.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-SELECCIONAR-PERSONAS.
                  ADD 1 TO NUM-PERSONAS.
                  IF PER-FECHA-AUTOCERT = 0
                    ADD 1 TO NUM-SIN-AUTOCERT
                    MOVE "SIN AUTOCERTIFICAR" TO LE-MOTIVO
                    MOVE PER-DNI TO LE-DNI
                    MOVE PER-NOMBRE TO LE-NOMBRE
                    MOVE SPACES TO LE-CUENTA
                    WRITE REG-EXCEPCION FROM LINEA-EXCEPCION
                    GO TO LEER-UNA-PERSONA.

                  IF PER-CIUDADANO-EEUU = "S" OR
                     PER-RESIDENCIA-FISCAL = "US"
                    MOVE "F" TO REGIMEN-WS
                  ELSE
                    IF PER-RESIDENCIA-FISCAL NOT = "ES" AND
                       PER-RESIDENCIA-FISCAL NOT = SPACES
                      MOVE "C" TO REGIMEN-WS
                    ELSE
                      GO TO LEER-UNA-PERSONA.

                  ADD 1 TO NUM-DECLARABLES.
                  IF PER-NIF-EXTRANJERO = SPACES
                    ADD 1 TO NUM-SIN-NIF
                    MOVE "SIN NIF EXTRANJERO" TO LE-MOTIVO
                    MOVE PER-DNI TO LE-DNI
                    MOVE PER-NOMBRE TO LE-NOMBRE
                    MOVE SPACES TO LE-CUENTA
                    WRITE REG-EXCEPCION FROM LINEA-EXCEPCION.
                  IF FSU NOT = "35"
                    PERFORM ANOTAR-CUENTAS-TARJETA
                        VARYING T FROM 1 BY 1 UNTIL T > PER-NUM-TARJETAS.
                  GO TO LEER-UNA-PERSONA.

                CERRAR-SELECCIONAR-PERSONAS.
                  CLOSE PERSONASFILE.
                  CLOSE USERFILE.
              FIN-SELECCIONAR-PERSONAS.
                  EXIT.

       *> Solo cuentan las cuentas de las que la persona es titular:
       *> una tarjeta secundaria no esta en USERS.DAT
              ANOTAR-CUENTAS-TARJETA.
                  MOVE PER-TARJETA(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY MOVE SPACES TO USER-DNI.
                  IF USER-DNI = PER-DNI
                    PERFORM ANOTAR-CUENTA-CRS
                        VARYING C FROM 1 BY 1 UNTIL C > 3.

              ANOTAR-CUENTA-CRS.
                  IF USER-NUM-CUENTA(C) NOT = SPACES
                    MOVE USER-NUM-CUENTA(C) TO CUENTA-BUSCADA-WS
                    PERFORM LOCALIZAR-CUENTA THRU FIN-LOCALIZAR-CUENTA
                    IF CUENTA-ENCONTRADA = "NO" AND
                       NUM-CUENTAS-TABLA < 500
                      ADD 1 TO NUM-CUENTAS-TABLA
                      MOVE NUM-CUENTAS-TABLA TO N
                      MOVE PER-DNI TO TB-DNI(N)
                      MOVE PER-NOMBRE TO TB-NOMBRE(N)
                      MOVE PER-RESIDENCIA-FISCAL TO TB-PAIS(N)
                      MOVE PER-NIF-EXTRANJERO TO TB-NIF-EXTRANJERO(N)
                      MOVE REGIMEN-WS TO TB-REGIMEN(N)
                      MOVE USER-NUM-CUENTA(C) TO TB-CUENTA(N)
                      MOVE USER-MONEDA(C) TO TB-MONEDA(N)
                      MOVE 0 TO TB-SALDO(N)
                      MOVE 0 TO TB-INTERESES(N)
                      MOVE "NO" TO TB-HISTORICO(N).

       *> Busca CUENTA-BUSCADA-WS en la tabla; deja el indice en N
              LOCALIZAR-CUENTA.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-CUENTA
                      UNTIL N > NUM-CUENTAS-TABLA
                         OR CUENTA-ENCONTRADA = "SI".
              FIN-LOCALIZAR-CUENTA.
                  EXIT.

              COMPARAR-CUENTA.
                  IF TB-CUENTA(N) = CUENTA-BUSCADA-WS
                    MOVE "SI" TO CUENTA-ENCONTRADA
                  ELSE
                    ADD 1 TO N.

       *> El saldo a 31 de diciembre es el del ultimo cierre guardado
       *> dentro del ejercicio
              CALCULAR-SALDOS-FIN-EJERCICIO.
                  OPEN INPUT SALDOSHISTFILE.
                  IF FSSH = "35"
                    CLOSE SALDOSHISTFILE
                    GO TO FIN-CALCULAR-SALDOS-FIN-EJERCICIO.
                  PERFORM BUSCAR-SALDO-CUENTA THRU FIN-BUSCAR-SALDO-CUENTA
                      VARYING N FROM 1 BY 1 UNTIL N > NUM-CUENTAS-TABLA.
                  CLOSE SALDOSHISTFILE.
              FIN-CALCULAR-SALDOS-FIN-EJERCICIO.
                  EXIT.

              BUSCAR-SALDO-CUENTA.
                  MOVE TB-CUENTA(N) TO SLH-CUENTA.
                  MOVE FECHA-INICIO-EJ-WS TO SLH-FECHA.
                  START SALDOSHISTFILE KEY IS NOT LESS THAN SLH-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-SALDO-CUENTA.

                LEER-UN-CIERRE.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO FIN-BUSCAR-SALDO-CUENTA.
                  IF SLH-CUENTA NOT = TB-CUENTA(N) OR
                     SLH-FECHA > FECHA-FIN-EJ-WS
                    GO TO FIN-BUSCAR-SALDO-CUENTA.
                  MOVE SLH-SALDO TO TB-SALDO(N).
                  MOVE "SI" TO TB-HISTORICO(N).
                  GO TO LEER-UN-CIERRE.
              FIN-BUSCAR-SALDO-CUENTA.
                  EXIT.

       *> Intereses brutos abonados en el ejercicio (tipo IT, subtipo
       *> AB, como en RESUMENFISCAL): los de MOVS.DAT y los ya
       *> archivados en los historicos mensuales del ejercicio
              ACUMULAR-INTERESES.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO ACUMULAR-INTERESES-ARCHIVADOS.

                LEER-UN-MOVIMIENTO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-MOVFILE.
                  IF AAM = EJERCICIO-WS AND MOV-OP-INTERESES AND
                     MOV-SUBTIPO-OP = "AB"
                    MOVE MOV-ID TO CUENTA-BUSCADA-WS
                    PERFORM LOCALIZAR-CUENTA THRU FIN-LOCALIZAR-CUENTA
                    IF CUENTA-ENCONTRADA = "SI"
                      ADD MOV-IMPORTE TO TB-INTERESES(N).
                  GO TO LEER-UN-MOVIMIENTO.

                CERRAR-MOVFILE.
                  CLOSE MOVFILE.

                ACUMULAR-INTERESES-ARCHIVADOS.
                  PERFORM ACUMULAR-INTERESES-MES
                      THRU FIN-ACUMULAR-INTERESES-MES
                      VARYING MES-ARCHIVO-WS FROM 1 BY 1
                      UNTIL MES-ARCHIVO-WS > 12.
              FIN-ACUMULAR-INTERESES.
                  EXIT.

              ACUMULAR-INTERESES-MES.
                  MOVE SPACES TO NOMBRE-HISTORICO-WS.
                  STRING "MOVS-" DELIMITED BY SIZE
                         EJERCICIO-WS DELIMITED BY SIZE
                         MES-ARCHIVO-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-HISTORICO-WS.
                  OPEN INPUT HISTMOVFILE.
                  IF FSAH NOT = "00"
                    CLOSE HISTMOVFILE
                    GO TO FIN-ACUMULAR-INTERESES-MES.

                LEER-UN-MOVIMIENTO-HIST.
                  READ HISTMOVFILE NEXT RECORD
                      AT END GO TO CERRAR-HISTMOVFILE.
                  IF HMOV-TIPO-OP = "IT" AND HMOV-SUBTIPO-OP = "AB"
                    MOVE HMOV-ID TO CUENTA-BUSCADA-WS
                    PERFORM LOCALIZAR-CUENTA THRU FIN-LOCALIZAR-CUENTA
                    IF CUENTA-ENCONTRADA = "SI"
                      ADD HMOV-IMPORTE TO TB-INTERESES(N).
                  GO TO LEER-UN-MOVIMIENTO-HIST.

                CERRAR-HISTMOVFILE.
                  CLOSE HISTMOVFILE.
              FIN-ACUMULAR-INTERESES-MES.
                  EXIT.

              EMITIR-FICHERO-CRS.
                  OPEN OUTPUT CRSFILE.
                  MOVE EJERCICIO-WS TO CAB-EJERCICIO.
                  WRITE REG-CRS FROM LINEA-CAB-CRS.
                  PERFORM ESCRIBIR-CUENTA-CRS
                      VARYING N FROM 1 BY 1 UNTIL N > NUM-CUENTAS-TABLA.
                  MOVE EJERCICIO-WS TO TOT-EJERCICIO.
                  MOVE NUM-DECLARADAS TO TOT-NUM-CUENTAS.
                  MOVE SPACE TO TOT-SIGNO-SALDO.
                  IF TOTAL-SALDO-WS < 0
                    MOVE "N" TO TOT-SIGNO-SALDO.
                  MOVE TOTAL-SALDO-WS TO TOT-SALDO.
                  MOVE SPACE TO TOT-SIGNO-INTERES.
                  IF TOTAL-INTERESES-WS < 0
                    MOVE "N" TO TOT-SIGNO-INTERES.
                  MOVE TOTAL-INTERESES-WS TO TOT-INTERESES.
                  WRITE REG-CRS FROM LINEA-TOTALES-CRS.
                  CLOSE CRSFILE.

       *> Una cuenta sin ningun cierre guardado en el ejercicio no
       *> tiene saldo a 31 de diciembre fiable: a excepciones
              ESCRIBIR-CUENTA-CRS.
                  IF TB-HISTORICO(N) = "NO"
                    ADD 1 TO NUM-SIN-HISTORICO
                    MOVE "SIN HISTORICO SALDOS" TO LE-MOTIVO
                    MOVE TB-DNI(N) TO LE-DNI
                    MOVE TB-NOMBRE(N) TO LE-NOMBRE
                    MOVE TB-CUENTA(N) TO LE-CUENTA
                    WRITE REG-EXCEPCION FROM LINEA-EXCEPCION
                  ELSE
                    MOVE EJERCICIO-WS TO LCR-EJERCICIO
                    MOVE TB-REGIMEN(N) TO LCR-REGIMEN
                    MOVE TB-DNI(N) TO LCR-DNI
                    MOVE TB-NOMBRE(N) TO LCR-NOMBRE
                    MOVE TB-PAIS(N) TO LCR-PAIS
                    MOVE TB-NIF-EXTRANJERO(N) TO LCR-NIF-EXTRANJERO
                    MOVE TB-CUENTA(N) TO LCR-CUENTA
                    MOVE TB-MONEDA(N) TO LCR-MONEDA
                    MOVE SPACE TO LCR-SIGNO-SALDO
                    IF TB-SALDO(N) < 0
                      MOVE "N" TO LCR-SIGNO-SALDO
                    END-IF
                    MOVE TB-SALDO(N) TO LCR-SALDO
                    MOVE SPACE TO LCR-SIGNO-INTERES
                    IF TB-INTERESES(N) < 0
                      MOVE "N" TO LCR-SIGNO-INTERES
                    END-IF
                    MOVE TB-INTERESES(N) TO LCR-INTERESES
                    WRITE REG-CRS FROM LINEA-CUENTA-CRS
                    ADD 1 TO NUM-DECLARADAS
                    ADD TB-SALDO(N) TO TOTAL-SALDO-WS
                    ADD TB-INTERESES(N) TO TOTAL-INTERESES-WS.

              ESCRIBIR-CONTADORES.
                  MOVE "Personas leidas" TO LC-LITERAL.
                  MOVE NUM-PERSONAS TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Sin autocertificacion" TO LC-LITERAL.
                  MOVE NUM-SIN-AUTOCERT TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Personas declarables" TO LC-LITERAL.
                  MOVE NUM-DECLARABLES TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Declarables sin NIF extranjero" TO LC-LITERAL.
                  MOVE NUM-SIN-NIF TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Cuentas declaradas" TO LC-LITERAL.
                  MOVE NUM-DECLARADAS TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.
                  MOVE "Cuentas sin historico" TO LC-LITERAL.
                  MOVE NUM-SIN-HISTORICO TO LC-VALOR.
                  WRITE REG-EXCEPCION FROM LINEA-CONTADOR.

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
