       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERARMODELO196.
       *> Proceso batch anual que genera la declaracion informativa
       *> Modelo 196 de titulares y saldos de cuentas para Hacienda
       *> (MODELO196.DAT), pensado para lanzarse a principios de año
       *> sobre el ejercicio anterior al de la fecha de negocio, como
       *> RESUMENFISCAL. Por cada cuenta de USERS.DAT se declara al
       *> titular y, ademas, a cada autorizado con tarjeta secundaria
       *> de SECUND.DAT sobre esa cuenta cuyo DNI (resuelto en
       *> PERSONAS.DAT) sea distinto del titular. Los importes salen
       *> del historico diario de saldos de cierre
       *> (SALDOS-HISTORICO.DAT): el saldo a 31 de diciembre es el
       *> ultimo cierre del ejercicio y el saldo medio del ultimo
       *> trimestre pondera cada cierre por los dias naturales que
       *> estuvo vigente. Una cuenta con algun declarado de DNI no
       *> valido se rechaza entera, y una sin historico en el
       *> ejercicio no se declara; ambas salen en el listado de
       *> control CONTROL-MODELO196.DAT junto con los contadores y
       *> totales de la declaracion.
       *>
       *> Versiones
       *> Versión 1.0 - Declaracion anual Modelo 196
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

              SELECT SECUNDFILE ASSIGN TO "SECUND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SECUND-TARJ
                  FILE STATUS IS FSS.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT SALDOSHISTFILE ASSIGN TO "SALDOS-HISTORICO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLH-CLAVE
                  FILE STATUS IS FSSH.

              SELECT MODELOFILE ASSIGN TO "MODELO196.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMO.

              SELECT CONTROLFILE ASSIGN TO "CONTROL-MODELO196.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCO.

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

       *> FD MODELOFILE: registro tipo 1 (declarante y ejercicio) al
       *> principio, un registro tipo 2 por declarado y cuenta y el
       *> registro tipo 9 con los totales al final
       FD MODELOFILE.
       01 REG-MODELO                    PIC X(120).

       FD CONTROLFILE.
       01 REG-CONTROL                   PIC X(80).

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
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSPE                  PIC XX.
              77 FSSH                  PIC XX.
              77 FSMO                  PIC XX.
              77 FSCO                  PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 EJERCICIO-WS          PIC 9999.
              77 FECHA-INICIO-EJ-WS    PIC 9(8).
              77 FECHA-INICIO-TRIM-WS  PIC 9(8).
              77 FECHA-FIN-EJ-WS       PIC 9(8).
              77 FECHA-SIGUIENTE-WS    PIC 9(8).
              77 DIAS-TRIMESTRE-WS     PIC 999.
              77 C                     PIC 9.
              77 D                     PIC 99.
              77 T                     PIC 9.
              77 CUENTA-ACTUAL-WS      PIC X(24).
              77 HISTORICO-WS          PIC XX.
              77 SALDO-VIGENTE-WS      PIC S9(9)V99.
              77 DIA-DESDE-WS          PIC 9(7).
              77 DIA-CIERRE-WS         PIC 9(7).
              77 SUMA-PONDERADA-WS     PIC S9(13)V99.
              77 SALDO-MEDIO-WS        PIC S9(9)V99.
              77 NUM-DECLARADOS-CTA    PIC 99.
              77 DECLARADO-REPETIDO    PIC XX.
              77 DNI-SECUNDARIA-WS     PIC X(9).
              77 NOMBRE-SECUNDARIA-WS  PIC X(30).
              77 CUENTA-RECHAZADA-WS   PIC XX.
              77 NUM-CUENTAS           PIC 9(7) VALUE 0.
              77 NUM-DECLARADAS        PIC 9(7) VALUE 0.
              77 NUM-RECHAZADAS        PIC 9(7) VALUE 0.
              77 NUM-SIN-HISTORICO     PIC 9(7) VALUE 0.
              77 NUM-REGISTROS-DECL    PIC 9(9) VALUE 0.
              77 TOTAL-SALDO-WS        PIC S9(13)V99 VALUE 0.
              77 TOTAL-MEDIO-WS        PIC S9(13)V99 VALUE 0.

       *> Declarados de la cuenta en curso: el titular y los
       *> autorizados distintos de el
              01 TABLA-DECLARADOS.
                 02 DECLARADO-ENTRADA OCCURS 10 TIMES.
                    03 TD-DNI               PIC X(9).
                    03 TD-NOMBRE            PIC X(30).
                    03 TD-CLAVE             PIC X.

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

       *> Registro tipo 1: cabecera del declarante con el ejercicio
              01 LINEA-DECLARANTE.
                 02 FILLER             PIC X VALUE "1".
                 02 FILLER             PIC X(3) VALUE "196".
                 02 DCL-EJERCICIO      PIC 9999.
                 02 FILLER             PIC X(112) VALUE SPACES.

       *> Registro tipo 9: totales de la declaracion. Los importes van
       *> sin signo, con la marca N si son negativos
              01 LINEA-TOTALES-MODELO.
                 02 FILLER             PIC X VALUE "9".
                 02 FILLER             PIC X(3) VALUE "196".
                 02 TOT-EJERCICIO      PIC 9999.
                 02 TOT-NUM-REGISTROS  PIC 9(9).
                 02 TOT-SIGNO-SALDO    PIC X.
                 02 TOT-TOTAL-SALDO    PIC 9(13)V99.
                 02 TOT-SIGNO-MEDIO    PIC X.
                 02 TOT-TOTAL-MEDIO    PIC 9(13)V99.
                 02 FILLER             PIC X(71) VALUE SPACES.

       *> Registro tipo 2: un declarado (T=titular, A=autorizado) de
       *> una cuenta, con el saldo a 31 de diciembre y el medio del
       *> ultimo trimestre de la cuenta
              01 LINEA-DECLARADO.
                 02 FILLER             PIC X VALUE "2".
                 02 FILLER             PIC X(3) VALUE "196".
                 02 DDO-EJERCICIO      PIC 9999.
                 02 DDO-DNI            PIC X(9).
                 02 DDO-NOMBRE         PIC X(30).
                 02 DDO-CLAVE          PIC X.
                 02 DDO-CUENTA         PIC X(24).
                 02 DDO-MONEDA         PIC X(3).
                 02 DDO-SIGNO-SALDO    PIC X.
                 02 DDO-SALDO          PIC 9(11)V99.
                 02 DDO-SIGNO-MEDIO    PIC X.
                 02 DDO-SALDO-MEDIO    PIC 9(11)V99.
                 02 FILLER             PIC X(17) VALUE SPACES.

              01 LINEA-CAB-CONTROL.
                 02 FILLER             PIC X(30) VALUE
                     "CONTROL MODELO 196 EJERCICIO  ".
                 02 CAB-EJERCICIO      PIC 9999.

              01 LINEA-INCIDENCIA.
                 02 LI-MOTIVO          PIC X(14).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-CUENTA          PIC X(24).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-DNI             PIC X(9).

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(30).
                 02 LC-VALOR           PIC ZZZZZZZZ9.

              01 LINEA-IMPORTE.
                 02 LI-LITERAL         PIC X(30).
                 02 LI-VALOR           PIC -ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-EJERCICIO.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM RECORRER-USUARIOS THRU FIN-RECORRER-USUARIOS.
                  PERFORM ESCRIBIR-TOTALES-MODELO.
                  PERFORM ESCRIBIR-TOTALES-CONTROL.
                  PERFORM CERRAR-FICHEROS.
                  DISPLAY "GENERARMODELO196: " NUM-DECLARADAS
                      " cuentas declaradas, " NUM-RECHAZADAS
                      " rechazadas, " NUM-SIN-HISTORICO
                      " sin historico.".
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

       *> El ejercicio declarado es el año natural anterior al de la
       *> fecha de negocio
              CALCULAR-EJERCICIO.
                  COMPUTE EJERCICIO-WS = FECHA-NEGOCIO-WS / 10000 - 1.
                  COMPUTE FECHA-INICIO-EJ-WS = EJERCICIO-WS * 10000 + 101.
                  COMPUTE FECHA-INICIO-TRIM-WS =
                      EJERCICIO-WS * 10000 + 1001.
                  COMPUTE FECHA-FIN-EJ-WS = EJERCICIO-WS * 10000 + 1231.
                  COMPUTE FECHA-SIGUIENTE-WS =
                      (EJERCICIO-WS + 1) * 10000 + 101.
                  COMPUTE DIAS-TRIMESTRE-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-SIGUIENTE-WS)
                      - FUNCTION INTEGER-OF-DATE(FECHA-INICIO-TRIM-WS).

              ABRIR-FICHEROS.
                  OPEN INPUT USERFILE.
                  OPEN INPUT SECUNDFILE.
                  OPEN INPUT PERSONASFILE.
                  OPEN INPUT SALDOSHISTFILE.
                  OPEN OUTPUT MODELOFILE.
                  MOVE EJERCICIO-WS TO DCL-EJERCICIO.
                  WRITE REG-MODELO FROM LINEA-DECLARANTE.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE EJERCICIO-WS TO CAB-EJERCICIO.
                  WRITE REG-CONTROL FROM LINEA-CAB-CONTROL.

              CERRAR-FICHEROS.
                  CLOSE USERFILE.
                  CLOSE SECUNDFILE.
                  CLOSE PERSONASFILE.
                  CLOSE SALDOSHISTFILE.
                  CLOSE MODELOFILE.
                  CLOSE CONTROLFILE.

              RECORRER-USUARIOS.
                  IF FSU = "35"
                    GO TO FIN-RECORRER-USUARIOS.

                LEER-UN-USUARIO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-RECORRER-USUARIOS.
                  PERFORM DECLARAR-CUENTA THRU FIN-DECLARAR-CUENTA
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  GO TO LEER-UN-USUARIO.
              FIN-RECORRER-USUARIOS.
                  EXIT.

              DECLARAR-CUENTA.
                  IF USER-NUM-CUENTA(C) = SPACES
                    GO TO FIN-DECLARAR-CUENTA.
                  MOVE USER-NUM-CUENTA(C) TO CUENTA-ACTUAL-WS.
                  ADD 1 TO NUM-CUENTAS.
                  PERFORM CALCULAR-SALDOS-CUENTA
                      THRU FIN-CALCULAR-SALDOS-CUENTA.
                  IF HISTORICO-WS = "NO"
                    ADD 1 TO NUM-SIN-HISTORICO
                    MOVE "SIN HISTORICO" TO LI-MOTIVO
                    MOVE CUENTA-ACTUAL-WS TO LI-CUENTA
                    MOVE USER-DNI TO LI-DNI
                    WRITE REG-CONTROL FROM LINEA-INCIDENCIA
                    GO TO FIN-DECLARAR-CUENTA.

                  PERFORM REUNIR-DECLARADOS THRU FIN-REUNIR-DECLARADOS.
                  MOVE "NO" TO CUENTA-RECHAZADA-WS.
                  PERFORM VALIDAR-DECLARADO
                      VARYING D FROM 1 BY 1 UNTIL D > NUM-DECLARADOS-CTA.
                  IF CUENTA-RECHAZADA-WS = "SI"
                    ADD 1 TO NUM-RECHAZADAS
                    GO TO FIN-DECLARAR-CUENTA.

                  ADD 1 TO NUM-DECLARADAS.
                  ADD SALDO-VIGENTE-WS TO TOTAL-SALDO-WS.
                  ADD SALDO-MEDIO-WS TO TOTAL-MEDIO-WS.
                  PERFORM ESCRIBIR-DECLARADO
                      VARYING D FROM 1 BY 1 UNTIL D > NUM-DECLARADOS-CTA.
              FIN-DECLARAR-CUENTA.
                  EXIT.

       *> Recorre los cierres de la cuenta en el ejercicio. Cada cierre
       *> vale desde su fecha hasta el siguiente; el ultimo, hasta el
       *> 1 de enero. El saldo que venia de antes del 1 de octubre
       *> cubre el trimestre hasta el primer cierre dentro de el
              CALCULAR-SALDOS-CUENTA.
                  MOVE "NO" TO HISTORICO-WS.
                  MOVE 0 TO SALDO-VIGENTE-WS.
                  MOVE 0 TO SUMA-PONDERADA-WS.
                  MOVE 0 TO SALDO-MEDIO-WS.
                  COMPUTE DIA-DESDE-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-INICIO-TRIM-WS).
                  IF FSSH = "35"
                    GO TO FIN-CALCULAR-SALDOS-CUENTA.
                  MOVE CUENTA-ACTUAL-WS TO SLH-CUENTA.
                  MOVE FECHA-INICIO-EJ-WS TO SLH-FECHA.
                  START SALDOSHISTFILE KEY IS NOT LESS THAN SLH-CLAVE
                      INVALID KEY GO TO FIN-CALCULAR-SALDOS-CUENTA.

                LEER-UN-CIERRE.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO CERRAR-TRIMESTRE.
                  IF SLH-CUENTA NOT = CUENTA-ACTUAL-WS OR
                     SLH-FECHA > FECHA-FIN-EJ-WS
                    GO TO CERRAR-TRIMESTRE.
                  MOVE "SI" TO HISTORICO-WS.
                  IF SLH-FECHA >= FECHA-INICIO-TRIM-WS
                    COMPUTE DIA-CIERRE-WS =
                        FUNCTION INTEGER-OF-DATE(SLH-FECHA)
                    COMPUTE SUMA-PONDERADA-WS = SUMA-PONDERADA-WS +
                        (DIA-CIERRE-WS - DIA-DESDE-WS) * SALDO-VIGENTE-WS
                    MOVE DIA-CIERRE-WS TO DIA-DESDE-WS.
                  MOVE SLH-SALDO TO SALDO-VIGENTE-WS.
                  GO TO LEER-UN-CIERRE.

                CERRAR-TRIMESTRE.
                  IF HISTORICO-WS = "NO"
                    GO TO FIN-CALCULAR-SALDOS-CUENTA.
                  COMPUTE DIA-CIERRE-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-SIGUIENTE-WS).
                  COMPUTE SUMA-PONDERADA-WS = SUMA-PONDERADA-WS +
                      (DIA-CIERRE-WS - DIA-DESDE-WS) * SALDO-VIGENTE-WS.
                  COMPUTE SALDO-MEDIO-WS ROUNDED =
                      SUMA-PONDERADA-WS / DIAS-TRIMESTRE-WS.
              FIN-CALCULAR-SALDOS-CUENTA.
                  EXIT.

       *> El titular primero; despues cada tarjeta secundaria sobre la
       *> cuenta cuyo DNI no este ya entre los declarados
              REUNIR-DECLARADOS.
                  MOVE 1 TO NUM-DECLARADOS-CTA.
                  MOVE USER-DNI TO TD-DNI(1).
                  MOVE USER-NOM-APE TO TD-NOMBRE(1).
                  MOVE "T" TO TD-CLAVE(1).
                  IF FSS = "35"
                    GO TO FIN-REUNIR-DECLARADOS.
                  MOVE 0 TO SECUND-TARJ.
                  START SECUNDFILE KEY IS NOT LESS THAN SECUND-TARJ
                      INVALID KEY GO TO FIN-REUNIR-DECLARADOS.

                LEER-UNA-SECUNDARIA.
                  READ SECUNDFILE NEXT RECORD
                      AT END GO TO FIN-REUNIR-DECLARADOS.
                  IF SECUND-TARJ-TITULAR NOT = USER-TARJ OR
                     SECUND-CUENTA-TITULAR NOT = CUENTA-ACTUAL-WS
                    GO TO LEER-UNA-SECUNDARIA.
                  PERFORM BUSCAR-PERSONA-SECUNDARIA
                      THRU FIN-BUSCAR-PERSONA-SECUNDARIA.
                  IF DNI-SECUNDARIA-WS = SPACES
                    GO TO LEER-UNA-SECUNDARIA.
                  MOVE "NO" TO DECLARADO-REPETIDO.
                  PERFORM COMPARAR-DECLARADO
                      VARYING D FROM 1 BY 1 UNTIL D > NUM-DECLARADOS-CTA.
                  IF DECLARADO-REPETIDO = "NO" AND
                     NUM-DECLARADOS-CTA < 10
                    ADD 1 TO NUM-DECLARADOS-CTA
                    MOVE DNI-SECUNDARIA-WS TO TD-DNI(NUM-DECLARADOS-CTA)
                    MOVE NOMBRE-SECUNDARIA-WS
                        TO TD-NOMBRE(NUM-DECLARADOS-CTA)
                    MOVE "A" TO TD-CLAVE(NUM-DECLARADOS-CTA).
                  GO TO LEER-UNA-SECUNDARIA.
              FIN-REUNIR-DECLARADOS.
                  EXIT.

              COMPARAR-DECLARADO.
                  IF TD-DNI(D) = DNI-SECUNDARIA-WS
                    MOVE "SI" TO DECLARADO-REPETIDO.

       *> PERSONAS.DAT va por DNI: se busca la persona que tiene la
       *> tarjeta secundaria entre las suyas
              BUSCAR-PERSONA-SECUNDARIA.
                  MOVE SPACES TO DNI-SECUNDARIA-WS.
                  MOVE SPACES TO NOMBRE-SECUNDARIA-WS.
                  IF FSPE = "35"
                    GO TO FIN-BUSCAR-PERSONA-SECUNDARIA.
                  MOVE LOW-VALUES TO PER-DNI.
                  START PERSONASFILE KEY IS NOT LESS THAN PER-DNI
                      INVALID KEY GO TO FIN-BUSCAR-PERSONA-SECUNDARIA.

                LEER-UNA-PERSONA.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO FIN-BUSCAR-PERSONA-SECUNDARIA.
                  PERFORM COMPARAR-TARJETA-PERSONA
                      VARYING T FROM 1 BY 1 UNTIL T > PER-NUM-TARJETAS.
                  IF DNI-SECUNDARIA-WS = SPACES
                    GO TO LEER-UNA-PERSONA.
              FIN-BUSCAR-PERSONA-SECUNDARIA.
                  EXIT.

              COMPARAR-TARJETA-PERSONA.
                  IF PER-TARJETA(T) = SECUND-TARJ
                    MOVE PER-DNI TO DNI-SECUNDARIA-WS
                    MOVE PER-NOMBRE TO NOMBRE-SECUNDARIA-WS.

              VALIDAR-DECLARADO.
                  MOVE TD-DNI(D) TO DNI-VALIDAR-WS.
                  PERFORM VALIDAR-LETRA-DNI THRU FIN-VALIDAR-LETRA-DNI.
                  IF DNI-VALIDO-WS NOT = "SI"
                    MOVE "SI" TO CUENTA-RECHAZADA-WS
                    MOVE "DNI NO VALIDO" TO LI-MOTIVO
                    MOVE CUENTA-ACTUAL-WS TO LI-CUENTA
                    MOVE TD-DNI(D) TO LI-DNI
                    WRITE REG-CONTROL FROM LINEA-INCIDENCIA.

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

              ESCRIBIR-DECLARADO.
                  MOVE EJERCICIO-WS TO DDO-EJERCICIO.
                  MOVE TD-DNI(D) TO DDO-DNI.
                  MOVE TD-NOMBRE(D) TO DDO-NOMBRE.
                  MOVE TD-CLAVE(D) TO DDO-CLAVE.
                  MOVE CUENTA-ACTUAL-WS TO DDO-CUENTA.
                  MOVE USER-MONEDA(C) TO DDO-MONEDA.
                  MOVE SPACE TO DDO-SIGNO-SALDO.
                  IF SALDO-VIGENTE-WS < 0
                    MOVE "N" TO DDO-SIGNO-SALDO.
                  MOVE SALDO-VIGENTE-WS TO DDO-SALDO.
                  MOVE SPACE TO DDO-SIGNO-MEDIO.
                  IF SALDO-MEDIO-WS < 0
                    MOVE "N" TO DDO-SIGNO-MEDIO.
                  MOVE SALDO-MEDIO-WS TO DDO-SALDO-MEDIO.
                  WRITE REG-MODELO FROM LINEA-DECLARADO.
                  ADD 1 TO NUM-REGISTROS-DECL.

              ESCRIBIR-TOTALES-MODELO.
                  MOVE EJERCICIO-WS TO TOT-EJERCICIO.
                  MOVE NUM-REGISTROS-DECL TO TOT-NUM-REGISTROS.
                  MOVE SPACE TO TOT-SIGNO-SALDO.
                  IF TOTAL-SALDO-WS < 0
                    MOVE "N" TO TOT-SIGNO-SALDO.
                  MOVE TOTAL-SALDO-WS TO TOT-TOTAL-SALDO.
                  MOVE SPACE TO TOT-SIGNO-MEDIO.
                  IF TOTAL-MEDIO-WS < 0
                    MOVE "N" TO TOT-SIGNO-MEDIO.
                  MOVE TOTAL-MEDIO-WS TO TOT-TOTAL-MEDIO.
                  WRITE REG-MODELO FROM LINEA-TOTALES-MODELO.

              ESCRIBIR-TOTALES-CONTROL.
                  MOVE "Cuentas leidas" TO LC-LITERAL.
                  MOVE NUM-CUENTAS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Cuentas declaradas" TO LC-LITERAL.
                  MOVE NUM-DECLARADAS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Cuentas rechazadas (DNI)" TO LC-LITERAL.
                  MOVE NUM-RECHAZADAS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Cuentas sin historico" TO LC-LITERAL.
                  MOVE NUM-SIN-HISTORICO TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Registros de declarado" TO LC-LITERAL.
                  MOVE NUM-REGISTROS-DECL TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Total saldo a 31/12" TO LI-LITERAL.
                  MOVE TOTAL-SALDO-WS TO LI-VALOR.
                  WRITE REG-CONTROL FROM LINEA-IMPORTE.
                  MOVE "Total saldo medio 4T" TO LI-LITERAL.
                  MOVE TOTAL-MEDIO-WS TO LI-VALOR.
                  WRITE REG-CONTROL FROM LINEA-IMPORTE.

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
