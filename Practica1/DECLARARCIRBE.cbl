       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARARCIRBE.
       *> Proceso batch mensual de la declaracion de riesgos a la
       *> Central de Informacion de Riesgos del Banco de España
       *> (CIRBE), que hasta ahora se hacia a mano desde las pantallas
       *> de MANTENEPRESTAMOS. Declara el mes natural anterior al de
       *> la fecha de negocio, una sola vez (CIRBE-CONTROL.DAT guarda
       *> el ultimo mes declarado, asi la cadena nocturna puede
       *> lanzarlo a diario). Agrega por DNI del acreditado el capital
       *> pendiente de los prestamos activos de PRESTAMOS.DAT y los
       *> descubiertos autorizados de USERS.DAT (limite, dispuesto al
       *> cierre del mes segun SALDOS-HISTORICO.DAT y disponible), en
       *> euros al cambio de FX.DAT. La situacion del acreditado sale
       *> de la morosidad que ya lleva COBRARPRESTAMOS (importe
       *> impagado y fecha del primer impago): normal, vigilancia
       *> especial con cuotas impagadas o dudoso por morosidad a mas
       *> de 90 dias. Solo se declaran los acreditados cuyo riesgo
       *> llega al umbral de declaracion (1.000 EUR). Salida en
       *> CIRBE.DAT (cabecera, un registro por acreditado y totales)
       *> con su listado de control en LISTADO-CIRBE.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Declaracion mensual de riesgos a la CIRBE
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRESTAMOSFILE ASSIGN TO "PRESTAMOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRE-NUMERO
                  FILE STATUS IS FSPR.

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

              SELECT FXFILE ASSIGN TO "FX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-PAR
                  FILE STATUS IS FSF.

              SELECT CIRBEFILE ASSIGN TO "CIRBE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCI.

              SELECT LISTADOFILE ASSIGN TO "LISTADO-CIRBE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSLI.

              SELECT CONTROLFILE ASSIGN TO "CIRBE-CONTROL.DAT"
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

       FD FXFILE.
       01 REG-FX.
         02 FX-PAR.
            03 FX-ORIGEN            PIC X(3).
            03 FX-DESTINO           PIC X(3).
         02 FX-TASA                 PIC 9(5)V9999.
         02 FX-FECHA-EFECTIVA       PIC 9(8).

       *> FD CIRBEFILE: registro 1 de cabecera con el mes declarado,
       *> un registro 2 por acreditado y el registro 9 de totales
       FD CIRBEFILE.
       01 REG-CIRBE                     PIC X(150).

       FD LISTADOFILE.
       01 REG-LISTADO                   PIC X(100).

       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-MES-DECLARADO      PIC 9(6).

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
              77 FSPR                  PIC XX.
              77 FSU                   PIC XX.
              77 FSSH                  PIC XX.
              77 FSF                   PIC XX.
              77 FSCI                  PIC XX.
              77 FSLI                  PIC XX.
              77 FSC                   PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MES-DECLARADO-WS      PIC 9(6).
              77 FECHA-INICIO-MES-WS   PIC 9(8).
              77 FECHA-FIN-MES-WS      PIC 9(8).
              77 UMBRAL-CIRBE-WS       PIC 9(9)V99 VALUE 1000.
              77 C                     PIC 9.
              77 A                     PIC 9(4).
              77 NUM-ACREDITADOS-TABLA PIC 9(4) VALUE 0.
              77 ACREDITADO-ENCONTRADO PIC XX.
              77 CUENTA-ACTUAL-WS      PIC X(24).
              77 MONEDA-ACTUAL-WS      PIC X(3).
              77 TASA-WS               PIC 9(5)V9999.
              77 TASA-ENCONTRADA       PIC XX.
              77 SALDO-CIERRE-WS       PIC S9(9)V99.
              77 CAPITAL-PENDIENTE-WS  PIC 9(9)V99.
              77 DISPUESTO-WS          PIC 9(9)V99.
              77 DISPONIBLE-WS         PIC 9(9)V99.
              77 DIAS-IMPAGO-WS        PIC 9(5).
              77 RIESGO-WS             PIC 9(11)V99.
              77 NUM-PRESTAMOS         PIC 9(7) VALUE 0.
              77 NUM-DESCUBIERTOS      PIC 9(7) VALUE 0.
              77 NUM-DECLARADOS        PIC 9(7) VALUE 0.
              77 NUM-BAJO-UMBRAL       PIC 9(7) VALUE 0.
              77 NUM-INCIDENCIAS       PIC 9(7) VALUE 0.
              77 NUM-DUDOSOS           PIC 9(7) VALUE 0.
              77 NUM-VIGILANCIA        PIC 9(7) VALUE 0.
              77 TOTAL-PRESTAMOS-WS    PIC 9(13)V99 VALUE 0.
              77 TOTAL-LIMITES-WS      PIC 9(13)V99 VALUE 0.
              77 TOTAL-DISPUESTO-WS    PIC 9(13)V99 VALUE 0.
              77 TOTAL-DISPONIBLE-WS   PIC 9(13)V99 VALUE 0.
              77 TOTAL-IMPAGADO-WS     PIC 9(13)V99 VALUE 0.

       *> Acreditados del mes, por DNI, con su riesgo acumulado en
       *> euros y la peor morosidad de sus prestamos
              01 TABLA-ACREDITADOS.
                 02 ACR-ENTRADA OCCURS 2000 TIMES.
                    03 TA-DNI               PIC X(9).
                    03 TA-NOMBRE            PIC X(30).
                    03 TA-NUM-OPERACIONES   PIC 999.
                    03 TA-PRESTAMOS         PIC 9(11)V99.
                    03 TA-LIMITE            PIC 9(11)V99.
                    03 TA-DISPUESTO         PIC 9(11)V99.
                    03 TA-DISPONIBLE        PIC 9(11)V99.
                    03 TA-IMPAGADO          PIC 9(11)V99.
                    03 TA-DIAS-IMPAGO       PIC 9(5).

              01 LINEA-CAB-CIRBE.
                 02 FILLER             PIC X VALUE "1".
                 02 FILLER             PIC X(5) VALUE "CIRBE".
                 02 CAB-MES            PIC 9(6).
                 02 CAB-FECHA-FIN      PIC 9(8).
                 02 FILLER             PIC X(130) VALUE SPACES.

       *> Registro de acreditado: situacion NO normal, VE vigilancia
       *> especial (cuotas impagadas hasta 90 dias) o DM dudoso por
       *> morosidad (mas de 90 dias desde el primer impago)
              01 LINEA-ACREDITADO.
                 02 FILLER             PIC X VALUE "2".
                 02 LAC-MES            PIC 9(6).
                 02 LAC-DNI            PIC X(9).
                 02 LAC-NOMBRE         PIC X(30).
                 02 LAC-NUM-OPERACIONES PIC 999.
                 02 LAC-PRESTAMOS      PIC 9(11)V99.
                 02 LAC-LIMITE         PIC 9(11)V99.
                 02 LAC-DISPUESTO      PIC 9(11)V99.
                 02 LAC-DISPONIBLE     PIC 9(11)V99.
                 02 LAC-IMPAGADO       PIC 9(11)V99.
                 02 LAC-DIAS-IMPAGO    PIC 9(5).
                 02 LAC-SITUACION      PIC XX.
                 02 FILLER             PIC X(16) VALUE SPACES.

              01 LINEA-TOTALES-CIRBE.
                 02 FILLER             PIC X VALUE "9".
                 02 TOT-MES            PIC 9(6).
                 02 TOT-NUM-ACREDITADOS PIC 9(9).
                 02 TOT-PRESTAMOS      PIC 9(13)V99.
                 02 TOT-LIMITES        PIC 9(13)V99.
                 02 TOT-DISPUESTO      PIC 9(13)V99.
                 02 TOT-DISPONIBLE     PIC 9(13)V99.
                 02 TOT-IMPAGADO       PIC 9(13)V99.
                 02 FILLER             PIC X(59) VALUE SPACES.

              01 LINEA-CAB-LISTADO.
                 02 FILLER             PIC X(30) VALUE
                     "LISTADO CIRBE MES DECLARADO   ".
                 02 CAB-LIS-MES        PIC 9(6).

              01 LINEA-INCIDENCIA.
                 02 LI-MOTIVO          PIC X(16).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-CUENTA          PIC X(24).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-IMPORTE         PIC ZZZZZZZZZ9.99.

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(30).
                 02 LC-VALOR           PIC ZZZZZZ9.

              01 LINEA-IMPORTE.
                 02 LM-LITERAL         PIC X(30).
                 02 LM-VALOR           PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-MES-DECLARADO.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM ACUMULAR-PRESTAMOS THRU FIN-ACUMULAR-PRESTAMOS.
                  PERFORM ACUMULAR-DESCUBIERTOS
                      THRU FIN-ACUMULAR-DESCUBIERTOS.
                  PERFORM EMITIR-DECLARACION.
                  PERFORM ESCRIBIR-CONTADORES.
                  PERFORM CERRAR-FICHEROS.
                  PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-PRESTAMOS + NUM-DESCUBIERTOS.
                  MOVE NUM-DECLARADOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-INCIDENCIAS TO CTL-RECHAZADOS-WS.
                  COMPUTE CTL-IMP-SALIDA-WS =
                      TOTAL-PRESTAMOS-WS + TOTAL-DISPUESTO-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "DECLARARCIRBE: mes " MES-DECLARADO-WS ", "
                      NUM-DECLARADOS " acreditados declarados, "
                      NUM-DUDOSOS " dudosos.".
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

       *> Se declara el mes natural anterior al de la fecha de negocio;
       *> su ultimo dia es el anterior al dia 1 del mes de negocio
              CALCULAR-MES-DECLARADO.
                  COMPUTE FECHA-FIN-MES-WS =
                      (FECHA-NEGOCIO-WS / 100) * 100 + 1.
                  COMPUTE FECHA-FIN-MES-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) - 1).
                  COMPUTE MES-DECLARADO-WS = FECHA-FIN-MES-WS / 100.
                  COMPUTE FECHA-INICIO-MES-WS = MES-DECLARADO-WS * 100 + 1.

              COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-MES-DECLARADO >= MES-DECLARADO-WS
                          CLOSE CONTROLFILE
                          DISPLAY "DECLARARCIRBE: mes "
                              MES-DECLARADO-WS " ya declarado."
                          STOP RUN.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.
                  EXIT.

              ABRIR-FICHEROS.
                  OPEN INPUT PRESTAMOSFILE.
                  OPEN INPUT USERFILE.
                  OPEN INPUT SALDOSHISTFILE.
                  OPEN INPUT FXFILE.
                  OPEN OUTPUT CIRBEFILE.
                  MOVE MES-DECLARADO-WS TO CAB-MES.
                  MOVE FECHA-FIN-MES-WS TO CAB-FECHA-FIN.
                  WRITE REG-CIRBE FROM LINEA-CAB-CIRBE.
                  OPEN OUTPUT LISTADOFILE.
                  MOVE MES-DECLARADO-WS TO CAB-LIS-MES.
                  WRITE REG-LISTADO FROM LINEA-CAB-LISTADO.

              CERRAR-FICHEROS.
                  CLOSE PRESTAMOSFILE.
                  CLOSE USERFILE.
                  CLOSE SALDOSHISTFILE.
                  CLOSE FXFILE.
                  CLOSE CIRBEFILE.
                  CLOSE LISTADOFILE.

       *> La cuota es a interes simple (MANTENEPRESTAMOS), asi que
       *> cada cuota pagada amortiza la misma parte del capital
              ACUMULAR-PRESTAMOS.
                  IF FSPR = "35"
                    GO TO FIN-ACUMULAR-PRESTAMOS.

                LEER-UN-PRESTAMO.
                  READ PRESTAMOSFILE NEXT RECORD
                      AT END GO TO FIN-ACUMULAR-PRESTAMOS.
                  IF NOT PRE-ACTIVO OR PRE-FECHA-ALTA > FECHA-FIN-MES-WS
                    GO TO LEER-UN-PRESTAMO.
                  ADD 1 TO NUM-PRESTAMOS.
                  MOVE PRE-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        MOVE "SIN ACREDITADO" TO LI-MOTIVO
                        MOVE SPACES TO LI-DNI
                        MOVE PRE-CUENTA TO LI-CUENTA
                        MOVE PRE-CAPITAL TO LI-IMPORTE
                        PERFORM ESCRIBIR-INCIDENCIA
                        GO TO LEER-UN-PRESTAMO.
                  MOVE PRE-CUENTA TO CUENTA-ACTUAL-WS.
                  MOVE SPACES TO MONEDA-ACTUAL-WS.
                  PERFORM BUSCAR-MONEDA-CUENTA
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    MOVE "SIN TASA CAMBIO" TO LI-MOTIVO
                    MOVE USER-DNI TO LI-DNI
                    MOVE PRE-CUENTA TO LI-CUENTA
                    MOVE PRE-CAPITAL TO LI-IMPORTE
                    PERFORM ESCRIBIR-INCIDENCIA
                    GO TO LEER-UN-PRESTAMO.
                  PERFORM LOCALIZAR-ACREDITADO
                      THRU FIN-LOCALIZAR-ACREDITADO.
                  IF ACREDITADO-ENCONTRADO = "NO"
                    GO TO LEER-UN-PRESTAMO.
                  MOVE 0 TO CAPITAL-PENDIENTE-WS.
                  IF PRE-CUOTAS-PAGADAS < PRE-MESES
                    COMPUTE CAPITAL-PENDIENTE-WS ROUNDED =
                        PRE-CAPITAL * (PRE-MESES - PRE-CUOTAS-PAGADAS)
                        / PRE-MESES.
                  ADD 1 TO TA-NUM-OPERACIONES(A).
                  COMPUTE TA-PRESTAMOS(A) ROUNDED = TA-PRESTAMOS(A) +
                      CAPITAL-PENDIENTE-WS * TASA-WS.
                  COMPUTE TA-IMPAGADO(A) ROUNDED = TA-IMPAGADO(A) +
                      PRE-IMPAGADO * TASA-WS.
                  IF PRE-IMPAGADO > 0 AND PRE-FECHA-PRIMER-IMPAGO > 0 AND
                     PRE-FECHA-PRIMER-IMPAGO <= FECHA-FIN-MES-WS
                    COMPUTE DIAS-IMPAGO-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) -
                        FUNCTION INTEGER-OF-DATE(PRE-FECHA-PRIMER-IMPAGO)
                    IF DIAS-IMPAGO-WS > TA-DIAS-IMPAGO(A)
                      MOVE DIAS-IMPAGO-WS TO TA-DIAS-IMPAGO(A).
                  GO TO LEER-UN-PRESTAMO.
              FIN-ACUMULAR-PRESTAMOS.
                  EXIT.

              BUSCAR-MONEDA-CUENTA.
                  IF USER-NUM-CUENTA(C) = CUENTA-ACTUAL-WS
                    MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.

       *> Descubiertos: se declara el limite autorizado, lo dispuesto
       *> (saldo deudor al cierre del mes) y lo que queda disponible.
       *> Tambien se declara el descubierto no autorizado
              ACUMULAR-DESCUBIERTOS.
                  IF FSU = "35"
                    GO TO FIN-ACUMULAR-DESCUBIERTOS.
                  MOVE 0 TO USER-TARJ.
                  START USERFILE KEY IS NOT LESS THAN USER-TARJ
                      INVALID KEY GO TO FIN-ACUMULAR-DESCUBIERTOS.

                LEER-UN-USUARIO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-ACUMULAR-DESCUBIERTOS.
                  PERFORM ACUMULAR-UN-DESCUBIERTO
                      THRU FIN-ACUMULAR-UN-DESCUBIERTO
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  GO TO LEER-UN-USUARIO.
              FIN-ACUMULAR-DESCUBIERTOS.
                  EXIT.

              ACUMULAR-UN-DESCUBIERTO.
                  IF USER-NUM-CUENTA(C) = SPACES
                    GO TO FIN-ACUMULAR-UN-DESCUBIERTO.
                  MOVE USER-NUM-CUENTA(C) TO CUENTA-ACTUAL-WS.
                  MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.
                  PERFORM BUSCAR-SALDO-CIERRE THRU FIN-BUSCAR-SALDO-CIERRE.
                  MOVE 0 TO DISPUESTO-WS.
                  IF SALDO-CIERRE-WS < 0
                    COMPUTE DISPUESTO-WS = 0 - SALDO-CIERRE-WS.
                  IF USER-LIMITE-DESCUBIERTO(C) = 0 AND DISPUESTO-WS = 0
                    GO TO FIN-ACUMULAR-UN-DESCUBIERTO.
                  ADD 1 TO NUM-DESCUBIERTOS.
                  MOVE 0 TO DISPONIBLE-WS.
                  IF USER-LIMITE-DESCUBIERTO(C) > DISPUESTO-WS
                    COMPUTE DISPONIBLE-WS =
                        USER-LIMITE-DESCUBIERTO(C) - DISPUESTO-WS.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    MOVE "SIN TASA CAMBIO" TO LI-MOTIVO
                    MOVE USER-DNI TO LI-DNI
                    MOVE CUENTA-ACTUAL-WS TO LI-CUENTA
                    MOVE USER-LIMITE-DESCUBIERTO(C) TO LI-IMPORTE
                    PERFORM ESCRIBIR-INCIDENCIA
                    GO TO FIN-ACUMULAR-UN-DESCUBIERTO.
                  PERFORM LOCALIZAR-ACREDITADO
                      THRU FIN-LOCALIZAR-ACREDITADO.
                  IF ACREDITADO-ENCONTRADO = "NO"
                    GO TO FIN-ACUMULAR-UN-DESCUBIERTO.
                  ADD 1 TO TA-NUM-OPERACIONES(A).
                  COMPUTE TA-LIMITE(A) ROUNDED = TA-LIMITE(A) +
                      USER-LIMITE-DESCUBIERTO(C) * TASA-WS.
                  COMPUTE TA-DISPUESTO(A) ROUNDED = TA-DISPUESTO(A) +
                      DISPUESTO-WS * TASA-WS.
                  COMPUTE TA-DISPONIBLE(A) ROUNDED = TA-DISPONIBLE(A) +
                      DISPONIBLE-WS * TASA-WS.
              FIN-ACUMULAR-UN-DESCUBIERTO.
                  EXIT.

       *> Saldo del ultimo cierre guardado dentro del mes declarado;
       *> sin historico en el mes vale el saldo actual de la cuenta
              BUSCAR-SALDO-CIERRE.
                  MOVE USER-SALDO(C) TO SALDO-CIERRE-WS.
                  IF FSSH = "35"
                    GO TO FIN-BUSCAR-SALDO-CIERRE.
                  MOVE CUENTA-ACTUAL-WS TO SLH-CUENTA.
                  MOVE FECHA-INICIO-MES-WS TO SLH-FECHA.
                  START SALDOSHISTFILE KEY IS NOT LESS THAN SLH-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-SALDO-CIERRE.

                LEER-UN-CIERRE.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO FIN-BUSCAR-SALDO-CIERRE.
                  IF SLH-CUENTA NOT = CUENTA-ACTUAL-WS OR
                     SLH-FECHA > FECHA-FIN-MES-WS
                    GO TO FIN-BUSCAR-SALDO-CIERRE.
                  MOVE SLH-SALDO TO SALDO-CIERRE-WS.
                  GO TO LEER-UN-CIERRE.
              FIN-BUSCAR-SALDO-CIERRE.
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

       *> Busca el DNI del titular (USER-DNI) en la tabla y deja su
       *> indice en A, dandolo de alta si es nuevo
              LOCALIZAR-ACREDITADO.
                  MOVE "NO" TO ACREDITADO-ENCONTRADO.
                  IF USER-DNI = SPACES
                    MOVE "SIN DNI" TO LI-MOTIVO
                    MOVE SPACES TO LI-DNI
                    MOVE CUENTA-ACTUAL-WS TO LI-CUENTA
                    MOVE 0 TO LI-IMPORTE
                    PERFORM ESCRIBIR-INCIDENCIA
                    GO TO FIN-LOCALIZAR-ACREDITADO.
                  MOVE 1 TO A.
                  PERFORM COMPARAR-ACREDITADO
                      UNTIL A > NUM-ACREDITADOS-TABLA
                         OR ACREDITADO-ENCONTRADO = "SI".
                  IF ACREDITADO-ENCONTRADO = "SI"
                    GO TO FIN-LOCALIZAR-ACREDITADO.
                  IF NUM-ACREDITADOS-TABLA NOT < 2000
                    MOVE "SIN CAPACIDAD" TO LI-MOTIVO
                    MOVE USER-DNI TO LI-DNI
                    MOVE CUENTA-ACTUAL-WS TO LI-CUENTA
                    MOVE 0 TO LI-IMPORTE
                    PERFORM ESCRIBIR-INCIDENCIA
                    GO TO FIN-LOCALIZAR-ACREDITADO.
                  ADD 1 TO NUM-ACREDITADOS-TABLA.
                  MOVE NUM-ACREDITADOS-TABLA TO A.
                  MOVE USER-DNI TO TA-DNI(A).
                  MOVE USER-NOM-APE TO TA-NOMBRE(A).
                  MOVE 0 TO TA-NUM-OPERACIONES(A).
                  MOVE 0 TO TA-PRESTAMOS(A).
                  MOVE 0 TO TA-LIMITE(A).
                  MOVE 0 TO TA-DISPUESTO(A).
                  MOVE 0 TO TA-DISPONIBLE(A).
                  MOVE 0 TO TA-IMPAGADO(A).
                  MOVE 0 TO TA-DIAS-IMPAGO(A).
                  MOVE "SI" TO ACREDITADO-ENCONTRADO.
              FIN-LOCALIZAR-ACREDITADO.
                  EXIT.

              COMPARAR-ACREDITADO.
                  IF TA-DNI(A) = USER-DNI
                    MOVE "SI" TO ACREDITADO-ENCONTRADO
                  ELSE
                    ADD 1 TO A.

              EMITIR-DECLARACION.
                  PERFORM EMITIR-ACREDITADO THRU FIN-EMITIR-ACREDITADO
                      VARYING A FROM 1 BY 1 UNTIL A > NUM-ACREDITADOS-TABLA.
                  MOVE MES-DECLARADO-WS TO TOT-MES.
                  MOVE NUM-DECLARADOS TO TOT-NUM-ACREDITADOS.
                  MOVE TOTAL-PRESTAMOS-WS TO TOT-PRESTAMOS.
                  MOVE TOTAL-LIMITES-WS TO TOT-LIMITES.
                  MOVE TOTAL-DISPUESTO-WS TO TOT-DISPUESTO.
                  MOVE TOTAL-DISPONIBLE-WS TO TOT-DISPONIBLE.
                  MOVE TOTAL-IMPAGADO-WS TO TOT-IMPAGADO.
                  WRITE REG-CIRBE FROM LINEA-TOTALES-CIRBE.

       *> El riesgo del acreditado es lo pendiente de sus prestamos
       *> mas lo dispuesto y disponible de sus descubiertos; por
       *> debajo del umbral no se declara
              EMITIR-ACREDITADO.
                  COMPUTE RIESGO-WS = TA-PRESTAMOS(A) + TA-DISPUESTO(A)
                      + TA-DISPONIBLE(A).
                  IF RIESGO-WS < UMBRAL-CIRBE-WS
                    ADD 1 TO NUM-BAJO-UMBRAL
                    GO TO FIN-EMITIR-ACREDITADO.
                  MOVE MES-DECLARADO-WS TO LAC-MES.
                  MOVE TA-DNI(A) TO LAC-DNI.
                  MOVE TA-NOMBRE(A) TO LAC-NOMBRE.
                  MOVE TA-NUM-OPERACIONES(A) TO LAC-NUM-OPERACIONES.
                  MOVE TA-PRESTAMOS(A) TO LAC-PRESTAMOS.
                  MOVE TA-LIMITE(A) TO LAC-LIMITE.
                  MOVE TA-DISPUESTO(A) TO LAC-DISPUESTO.
                  MOVE TA-DISPONIBLE(A) TO LAC-DISPONIBLE.
                  MOVE TA-IMPAGADO(A) TO LAC-IMPAGADO.
                  MOVE TA-DIAS-IMPAGO(A) TO LAC-DIAS-IMPAGO.
                  IF TA-DIAS-IMPAGO(A) > 90
                    MOVE "DM" TO LAC-SITUACION
                    ADD 1 TO NUM-DUDOSOS
                    MOVE "DUDOSO MOROSIDAD" TO LI-MOTIVO
                    MOVE TA-DNI(A) TO LI-DNI
                    MOVE SPACES TO LI-CUENTA
                    MOVE TA-IMPAGADO(A) TO LI-IMPORTE
                    WRITE REG-LISTADO FROM LINEA-INCIDENCIA
                  ELSE
                    IF TA-IMPAGADO(A) > 0
                      MOVE "VE" TO LAC-SITUACION
                      ADD 1 TO NUM-VIGILANCIA
                    ELSE
                      MOVE "NO" TO LAC-SITUACION.
                  WRITE REG-CIRBE FROM LINEA-ACREDITADO.
                  ADD 1 TO NUM-DECLARADOS.
                  ADD TA-PRESTAMOS(A) TO TOTAL-PRESTAMOS-WS.
                  ADD TA-LIMITE(A) TO TOTAL-LIMITES-WS.
                  ADD TA-DISPUESTO(A) TO TOTAL-DISPUESTO-WS.
                  ADD TA-DISPONIBLE(A) TO TOTAL-DISPONIBLE-WS.
                  ADD TA-IMPAGADO(A) TO TOTAL-IMPAGADO-WS.
              FIN-EMITIR-ACREDITADO.
                  EXIT.

              ESCRIBIR-INCIDENCIA.
                  WRITE REG-LISTADO FROM LINEA-INCIDENCIA.
                  ADD 1 TO NUM-INCIDENCIAS.

              ESCRIBIR-CONTADORES.
                  MOVE "Prestamos activos leidos" TO LC-LITERAL.
                  MOVE NUM-PRESTAMOS TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Cuentas con descubierto" TO LC-LITERAL.
                  MOVE NUM-DESCUBIERTOS TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Acreditados declarados" TO LC-LITERAL.
                  MOVE NUM-DECLARADOS TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Acreditados bajo umbral" TO LC-LITERAL.
                  MOVE NUM-BAJO-UMBRAL TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "En vigilancia especial" TO LC-LITERAL.
                  MOVE NUM-VIGILANCIA TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Dudosos por morosidad" TO LC-LITERAL.
                  MOVE NUM-DUDOSOS TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Incidencias" TO LC-LITERAL.
                  MOVE NUM-INCIDENCIAS TO LC-VALOR.
                  WRITE REG-LISTADO FROM LINEA-CONTADOR.
                  MOVE "Capital pendiente prestamos" TO LM-LITERAL.
                  MOVE TOTAL-PRESTAMOS-WS TO LM-VALOR.
                  WRITE REG-LISTADO FROM LINEA-IMPORTE.
                  MOVE "Limites de descubierto" TO LM-LITERAL.
                  MOVE TOTAL-LIMITES-WS TO LM-VALOR.
                  WRITE REG-LISTADO FROM LINEA-IMPORTE.
                  MOVE "Dispuesto en descubierto" TO LM-LITERAL.
                  MOVE TOTAL-DISPUESTO-WS TO LM-VALOR.
                  WRITE REG-LISTADO FROM LINEA-IMPORTE.
                  MOVE "Disponible en descubierto" TO LM-LITERAL.
                  MOVE TOTAL-DISPONIBLE-WS TO LM-VALOR.
                  WRITE REG-LISTADO FROM LINEA-IMPORTE.
                  MOVE "Importe impagado" TO LM-LITERAL.
                  MOVE TOTAL-IMPAGADO-WS TO LM-VALOR.
                  WRITE REG-LISTADO FROM LINEA-IMPORTE.

              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE MES-DECLARADO-WS TO CTL-MES-DECLARADO.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "DECLARARCIRBE" TO CTN-PROGRAMA.
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
