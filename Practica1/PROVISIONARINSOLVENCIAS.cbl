       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONARINSOLVENCIAS.
       *> Proceso batch mensual de provision para insolvencias: al
       *> cierre del mes natural anterior a la fecha de negocio
       *> clasifica por dias de impago cada prestamo activo de
       *> PRESTAMOS.DAT (capital pendiente, dias desde el primer
       *> impago que anota COBRARPRESTAMOS) y cada cuenta de USERS.DAT
       *> descubierta por encima de su limite (saldo deudor, dias
       *> seguidos fuera de limite segun SALDOS-HISTORICO.DAT), aplica
       *> a cada tramo el porcentaje de provision de
       *> PROVISIONES-TRAMOS.DAT (editable por la oficina; si no
       *> existe se usa la tabla por defecto) y anota en
       *> LIBRODIARIO.DAT solo la variacion respecto a la provision
       *> del mes anterior: dotacion (debe en gasto por dotacion,
       *> haber en la provision) o liberacion (al reves).
       *> PROVISIONES-SALDO.DAT guarda el ultimo mes provisionado y su
       *> provision por tramo, de modo que una segunda pasada en el
       *> mismo mes no vuelve a asentar nada. El informe por tramo,
       *> con el detalle de cada operacion, sale en
       *> INFORME-PROVISIONES.DAT para que Riesgos y Finanzas partan
       *> de la misma cifra.
       *>
       *> Versiones
       *> Versión 1.0 - Provision mensual por tramos de impago
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Linea del libro diario con centro de coste
       *> Versión 1.3 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.4 - Retorno 8 si el control de trazados falta o no coincide
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

              SELECT TRAMOSFILE ASSIGN TO "PROVISIONES-TRAMOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTR.

              SELECT SALDOPROVFILE ASSIGN TO "PROVISIONES-SALDO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSP.

              SELECT DIARIOFILE ASSIGN TO "LIBRODIARIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT INFORMEFILE ASSIGN TO "INFORME-PROVISIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSIN.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

*> Registro de control de la noche (leidos, escritos,
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

       *> FD TRAMOSFILE: un tramo de impago por registro, en orden
       *> creciente de dias; cada operacion cae en el primer tramo
       *> cuyo limite de dias alcanza sus dias de impago
       FD TRAMOSFILE.
       01 REG-TRAMO.
              02 PRT-NOMBRE             PIC X(15).
              02 PRT-DIAS-HASTA         PIC 9(5).
              02 PRT-PORCENTAJE         PIC 999V99.

       *> FD SALDOPROVFILE: ultimo mes provisionado, con la provision
       *> total y la de cada tramo, que es la base de la variacion
       *> del mes siguiente
       FD SALDOPROVFILE.
       01 REG-SALDO-PROVISION.
              02 PRS-MES                PIC 9(6).
              02 PRS-TOTAL              PIC 9(11)V99.
              02 PRS-TRAMO OCCURS 10 TIMES PIC 9(11)V99.

       *> FD DIARIOFILE: mismo formato de linea que el libro diario
       *> de CONTABILIZARDIARIO; el asiento de la provision se anexa
       *> al fichero
       FD DIARIOFILE.
       01 REG-DIARIO.
              02 DIA-FECHA              PIC X(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CUENTA             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-DEBE-HABER         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(100).

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
              77 FSPR                  PIC XX.
              77 FSU                   PIC XX.
              77 FSSH                  PIC XX.
              77 FSF                   PIC XX.
              77 FSTR                  PIC XX.
              77 FSSP                  PIC XX.
              77 FSD                   PIC XX.
              77 FSIN                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MES-PROVISION-WS      PIC 9(6).
              77 FECHA-FIN-MES-WS      PIC 9(8).
              77 FECHA-DESDE-HIST-WS   PIC 9(8).
              77 C                     PIC 9.
              77 N                     PIC 99.
              77 NUM-TRAMOS            PIC 99 VALUE 0.
              77 CUENTA-ACTUAL-WS      PIC X(24).
              77 MONEDA-ACTUAL-WS      PIC X(3).
              77 TASA-WS               PIC 9(5)V9999.
              77 TASA-ENCONTRADA       PIC XX.
              77 CAPITAL-PENDIENTE-WS  PIC 9(9)V99.
              77 SALDO-CIERRE-WS       PIC S9(9)V99.
              77 FUERA-LIMITE-DESDE-WS PIC 9(8).
              77 DIAS-IMPAGO-WS        PIC 9(5).
              77 EXPOSICION-WS         PIC 9(11)V99.
              77 PROVISION-OP-WS       PIC 9(11)V99.
              77 PROVISION-ANTERIOR-WS PIC 9(11)V99 VALUE 0.
              77 PROVISION-TOTAL-WS    PIC 9(11)V99 VALUE 0.
              77 EXPOSICION-TOTAL-WS   PIC 9(13)V99 VALUE 0.
              77 VARIACION-WS          PIC S9(11)V99.
              77 IMPORTE-ASIENTO-WS    PIC 9(11)V99.
              77 NUM-OPERACIONES       PIC 9(7) VALUE 0.
              77 NUM-SIN-TASA          PIC 9(7) VALUE 0.

       *> Cuentas del plan implicadas en la provision
              77 CTA-DOTACION-PROV     PIC 9(6) VALUE 420000.
              77 CTA-PROVISION         PIC 9(6) VALUE 130000.

       *> Tramos de impago con lo acumulado en el mes; sin
       *> PROVISIONES-TRAMOS.DAT se cargan los de por defecto
              01 TABLA-TRAMOS.
                 02 TRAMO-ENTRADA OCCURS 10 TIMES.
                    03 TR-NOMBRE            PIC X(15).
                    03 TR-DIAS-HASTA        PIC 9(5).
                    03 TR-PORCENTAJE        PIC 999V99.
                    03 TR-NUM-OPERACIONES   PIC 9(7).
                    03 TR-EXPOSICION        PIC 9(11)V99.
                    03 TR-PROVISION         PIC 9(11)V99.
                    03 TR-PROVISION-ANT     PIC 9(11)V99.

              01 FECHA-FIN-MES-F.
                 02 DD-FIN             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-FIN             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-FIN             PIC 9999.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(30) VALUE
                     "PROVISION INSOLVENCIAS AL     ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-CAB-DETALLE.
                 02 FILLER             PIC X(60) VALUE
                 "OPERACION   REFERENCIA                DNI        DIAS".
                 02 FILLER             PIC X(40) VALUE
                     " TRAMO        EXPOSICION   PROVISION".

              01 LINEA-DETALLE.
                 02 LD-TIPO            PIC X(11).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-REFERENCIA      PIC X(24).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-DNI             PIC X(9).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-DIAS            PIC ZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-TRAMO           PIC X(15).
                 02 LD-EXPOSICION      PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-PROVISION       PIC ZZZZZZZZ9.99.

              01 LINEA-CAB-TRAMOS.
                 02 FILLER             PIC X(60) VALUE
                 "TRAMO            %    OPERAC.   EXPOSICION     PROVISION".
                 02 FILLER             PIC X(20) VALUE
                     "   MES ANTERIOR".

              01 LINEA-TRAMO.
                 02 LT-NOMBRE          PIC X(15).
                 02 LT-PORCENTAJE      PIC ZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LT-OPERACIONES     PIC ZZZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LT-EXPOSICION      PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LT-PROVISION       PIC ZZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LT-PROVISION-ANT   PIC ZZZZZZZZZ9.99.

              01 LINEA-IMPORTE.
                 02 LI-LITERAL         PIC X(30).
                 02 LI-VALOR           PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-MES-PROVISION.
                  PERFORM CARGAR-TRAMOS THRU FIN-CARGAR-TRAMOS.
                  PERFORM LEER-PROVISION-ANTERIOR
                      THRU FIN-LEER-PROVISION-ANTERIOR.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM PROVISIONAR-PRESTAMOS
                      THRU FIN-PROVISIONAR-PRESTAMOS.
                  PERFORM PROVISIONAR-DESCUBIERTOS
                      THRU FIN-PROVISIONAR-DESCUBIERTOS.
                  COMPUTE VARIACION-WS =
                      PROVISION-TOTAL-WS - PROVISION-ANTERIOR-WS.
                  PERFORM ASENTAR-VARIACION THRU FIN-ASENTAR-VARIACION.
                  PERFORM ESCRIBIR-RESUMEN-TRAMOS.
                  PERFORM CERRAR-FICHEROS.
                  PERFORM GRABAR-PROVISION.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-OPERACIONES + NUM-SIN-TASA.
                  MOVE NUM-OPERACIONES TO CTL-ESCRITOS-WS.
                  MOVE NUM-SIN-TASA TO CTL-RECHAZADOS-WS.
                  MOVE EXPOSICION-TOTAL-WS TO CTL-IMP-ENTRADA-WS.
                  MOVE PROVISION-TOTAL-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "PROVISIONARINSOLVENCIAS: mes " MES-PROVISION-WS
                      ", " NUM-OPERACIONES " operaciones, provision "
                      PROVISION-TOTAL-WS ", variacion " VARIACION-WS ".".
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

       *> Se provisiona al ultimo dia del mes natural anterior al de
       *> la fecha de negocio. El historico de saldos se mira desde un
       *> año y medio antes, de sobra para el ultimo tramo
              CALCULAR-MES-PROVISION.
                  COMPUTE FECHA-FIN-MES-WS =
                      (FECHA-NEGOCIO-WS / 100) * 100 + 1.
                  COMPUTE FECHA-FIN-MES-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) - 1).
                  COMPUTE MES-PROVISION-WS = FECHA-FIN-MES-WS / 100.
                  COMPUTE FECHA-DESDE-HIST-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) - 548).
                  MOVE FECHA-FIN-MES-WS(7:2) TO DD-FIN.
                  MOVE FECHA-FIN-MES-WS(5:2) TO MM-FIN.
                  MOVE FECHA-FIN-MES-WS(1:4) TO AA-FIN.

              CARGAR-TRAMOS.
                  OPEN INPUT TRAMOSFILE.
                  IF FSTR = "35"
                    CLOSE TRAMOSFILE
                    PERFORM CARGAR-TRAMOS-POR-DEFECTO
                    GO TO FIN-CARGAR-TRAMOS.

                LEER-UN-TRAMO.
                  READ TRAMOSFILE
                      AT END GO TO CERRAR-CARGAR-TRAMOS.
                  IF NUM-TRAMOS < 10
                    ADD 1 TO NUM-TRAMOS
                    MOVE PRT-NOMBRE TO TR-NOMBRE(NUM-TRAMOS)
                    MOVE PRT-DIAS-HASTA TO TR-DIAS-HASTA(NUM-TRAMOS)
                    MOVE PRT-PORCENTAJE TO TR-PORCENTAJE(NUM-TRAMOS).
                  GO TO LEER-UN-TRAMO.

                CERRAR-CARGAR-TRAMOS.
                  CLOSE TRAMOSFILE.
                  IF NUM-TRAMOS = 0
                    PERFORM CARGAR-TRAMOS-POR-DEFECTO.
              FIN-CARGAR-TRAMOS.
                  PERFORM INICIAR-TRAMO
                      VARYING N FROM 1 BY 1 UNTIL N > NUM-TRAMOS.
       *> El ultimo tramo recoge cualquier antiguedad
                  MOVE 99999 TO TR-DIAS-HASTA(NUM-TRAMOS).

              CARGAR-TRAMOS-POR-DEFECTO.
                  MOVE "AL CORRIENTE" TO TR-NOMBRE(1).
                  MOVE 0 TO TR-DIAS-HASTA(1).
                  MOVE 1 TO TR-PORCENTAJE(1).
                  MOVE "1-30 DIAS" TO TR-NOMBRE(2).
                  MOVE 30 TO TR-DIAS-HASTA(2).
                  MOVE 5 TO TR-PORCENTAJE(2).
                  MOVE "31-90 DIAS" TO TR-NOMBRE(3).
                  MOVE 90 TO TR-DIAS-HASTA(3).
                  MOVE 20 TO TR-PORCENTAJE(3).
                  MOVE "91-180 DIAS" TO TR-NOMBRE(4).
                  MOVE 180 TO TR-DIAS-HASTA(4).
                  MOVE 50 TO TR-PORCENTAJE(4).
                  MOVE "181-365 DIAS" TO TR-NOMBRE(5).
                  MOVE 365 TO TR-DIAS-HASTA(5).
                  MOVE 75 TO TR-PORCENTAJE(5).
                  MOVE "MAS DE 365 DIAS" TO TR-NOMBRE(6).
                  MOVE 99999 TO TR-DIAS-HASTA(6).
                  MOVE 100 TO TR-PORCENTAJE(6).
                  MOVE 6 TO NUM-TRAMOS.

              INICIAR-TRAMO.
                  MOVE 0 TO TR-NUM-OPERACIONES(N).
                  MOVE 0 TO TR-EXPOSICION(N).
                  MOVE 0 TO TR-PROVISION(N).
                  MOVE 0 TO TR-PROVISION-ANT(N).

       *> Si el mes ya esta provisionado no se hace nada
              LEER-PROVISION-ANTERIOR.
                  OPEN INPUT SALDOPROVFILE.
                  IF FSSP = "35"
                    CLOSE SALDOPROVFILE
                    GO TO FIN-LEER-PROVISION-ANTERIOR.
                  READ SALDOPROVFILE
                      AT END
                        CLOSE SALDOPROVFILE
                        GO TO FIN-LEER-PROVISION-ANTERIOR.
                  CLOSE SALDOPROVFILE.
                  IF PRS-MES >= MES-PROVISION-WS
                    DISPLAY "PROVISIONARINSOLVENCIAS: mes "
                        MES-PROVISION-WS " ya provisionado."
                    STOP RUN.
                  MOVE PRS-TOTAL TO PROVISION-ANTERIOR-WS.
                  PERFORM COPIAR-PROVISION-ANTERIOR
                      VARYING N FROM 1 BY 1 UNTIL N > NUM-TRAMOS.
              FIN-LEER-PROVISION-ANTERIOR.
                  EXIT.

              COPIAR-PROVISION-ANTERIOR.
                  MOVE PRS-TRAMO(N) TO TR-PROVISION-ANT(N).

              ABRIR-FICHEROS.
                  OPEN INPUT PRESTAMOSFILE.
                  OPEN INPUT USERFILE.
                  OPEN INPUT SALDOSHISTFILE.
                  OPEN INPUT FXFILE.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-FIN-MES-F TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  WRITE REG-INFORME FROM LINEA-CAB-DETALLE.

              CERRAR-FICHEROS.
                  CLOSE PRESTAMOSFILE.
                  CLOSE USERFILE.
                  CLOSE SALDOSHISTFILE.
                  CLOSE FXFILE.
                  CLOSE INFORMEFILE.

       *> Exposicion del prestamo: capital pendiente (cuota a interes
       *> simple, cada cuota pagada amortiza la misma parte). Dias de
       *> impago desde el primer impago hasta el cierre del mes
              PROVISIONAR-PRESTAMOS.
                  IF FSPR = "35"
                    GO TO FIN-PROVISIONAR-PRESTAMOS.

                LEER-UN-PRESTAMO.
                  READ PRESTAMOSFILE NEXT RECORD
                      AT END GO TO FIN-PROVISIONAR-PRESTAMOS.
                  IF NOT PRE-ACTIVO OR PRE-FECHA-ALTA > FECHA-FIN-MES-WS
                    GO TO LEER-UN-PRESTAMO.
                  MOVE 0 TO CAPITAL-PENDIENTE-WS.
                  IF PRE-CUOTAS-PAGADAS < PRE-MESES
                    COMPUTE CAPITAL-PENDIENTE-WS ROUNDED =
                        PRE-CAPITAL * (PRE-MESES - PRE-CUOTAS-PAGADAS)
                        / PRE-MESES.
                  IF CAPITAL-PENDIENTE-WS = 0
                    GO TO LEER-UN-PRESTAMO.
                  MOVE SPACES TO USER-DNI.
                  MOVE PRE-CUENTA TO CUENTA-ACTUAL-WS.
                  MOVE SPACES TO MONEDA-ACTUAL-WS.
                  MOVE PRE-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY MOVE SPACES TO USER-DNI
                      NOT INVALID KEY
                        PERFORM BUSCAR-MONEDA-CUENTA
                            VARYING C FROM 1 BY 1 UNTIL C > 3.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    ADD 1 TO NUM-SIN-TASA
                    GO TO LEER-UN-PRESTAMO.
                  COMPUTE EXPOSICION-WS ROUNDED =
                      CAPITAL-PENDIENTE-WS * TASA-WS.
                  MOVE 0 TO DIAS-IMPAGO-WS.
                  IF PRE-IMPAGADO > 0 AND PRE-FECHA-PRIMER-IMPAGO > 0 AND
                     PRE-FECHA-PRIMER-IMPAGO <= FECHA-FIN-MES-WS
                    COMPUTE DIAS-IMPAGO-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) -
                        FUNCTION INTEGER-OF-DATE(PRE-FECHA-PRIMER-IMPAGO).
                  MOVE "PRESTAMO" TO LD-TIPO.
                  MOVE SPACES TO LD-REFERENCIA.
                  MOVE PRE-NUMERO TO LD-REFERENCIA(1:6).
                  PERFORM PROVISIONAR-OPERACION.
                  GO TO LEER-UN-PRESTAMO.
              FIN-PROVISIONAR-PRESTAMOS.
                  EXIT.

              BUSCAR-MONEDA-CUENTA.
                  IF USER-NUM-CUENTA(C) = CUENTA-ACTUAL-WS
                    MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.

              PROVISIONAR-DESCUBIERTOS.
                  IF FSU = "35"
                    GO TO FIN-PROVISIONAR-DESCUBIERTOS.
                  MOVE 0 TO USER-TARJ.
                  START USERFILE KEY IS NOT LESS THAN USER-TARJ
                      INVALID KEY GO TO FIN-PROVISIONAR-DESCUBIERTOS.

                LEER-UN-USUARIO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-PROVISIONAR-DESCUBIERTOS.
                  PERFORM PROVISIONAR-UN-DESCUBIERTO
                      THRU FIN-PROVISIONAR-UN-DESCUBIERTO
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  GO TO LEER-UN-USUARIO.
              FIN-PROVISIONAR-DESCUBIERTOS.
                  EXIT.

       *> Solo la cuenta que cierra el mes por debajo de su limite de
       *> descubierto; se provisiona todo el saldo deudor
              PROVISIONAR-UN-DESCUBIERTO.
                  IF USER-NUM-CUENTA(C) = SPACES
                    GO TO FIN-PROVISIONAR-UN-DESCUBIERTO.
                  MOVE USER-NUM-CUENTA(C) TO CUENTA-ACTUAL-WS.
                  MOVE USER-MONEDA(C) TO MONEDA-ACTUAL-WS.
                  PERFORM CALCULAR-FUERA-LIMITE
                      THRU FIN-CALCULAR-FUERA-LIMITE.
                  IF SALDO-CIERRE-WS NOT < 0 OR
                     0 - SALDO-CIERRE-WS NOT > USER-LIMITE-DESCUBIERTO(C)
                    GO TO FIN-PROVISIONAR-UN-DESCUBIERTO.
                  PERFORM BUSCAR-TASA THRU FIN-BUSCAR-TASA.
                  IF TASA-ENCONTRADA = "NO"
                    ADD 1 TO NUM-SIN-TASA
                    GO TO FIN-PROVISIONAR-UN-DESCUBIERTO.
                  COMPUTE EXPOSICION-WS ROUNDED =
                      (0 - SALDO-CIERRE-WS) * TASA-WS.
                  MOVE 0 TO DIAS-IMPAGO-WS.
                  IF FUERA-LIMITE-DESDE-WS > 0
                    COMPUTE DIAS-IMPAGO-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-FIN-MES-WS) -
                        FUNCTION INTEGER-OF-DATE(FUERA-LIMITE-DESDE-WS)
                        + 1.
                  MOVE "DESCUBIERTO" TO LD-TIPO.
                  MOVE CUENTA-ACTUAL-WS TO LD-REFERENCIA.
                  PERFORM PROVISIONAR-OPERACION.
              FIN-PROVISIONAR-UN-DESCUBIERTO.
                  EXIT.

       *> Recorre los cierres de la cuenta hasta fin de mes: el ultimo
       *> da el saldo y el primer dia de la racha final de cierres por
       *> debajo del limite da la antiguedad. Sin historico vale el
       *> saldo actual, sin antiguedad conocida
              CALCULAR-FUERA-LIMITE.
                  MOVE USER-SALDO(C) TO SALDO-CIERRE-WS.
                  MOVE 0 TO FUERA-LIMITE-DESDE-WS.
                  IF FSSH = "35"
                    GO TO FIN-CALCULAR-FUERA-LIMITE.
                  MOVE CUENTA-ACTUAL-WS TO SLH-CUENTA.
                  MOVE FECHA-DESDE-HIST-WS TO SLH-FECHA.
                  START SALDOSHISTFILE KEY IS NOT LESS THAN SLH-CLAVE
                      INVALID KEY GO TO FIN-CALCULAR-FUERA-LIMITE.

                LEER-UN-CIERRE.
                  READ SALDOSHISTFILE NEXT RECORD
                      AT END GO TO FIN-CALCULAR-FUERA-LIMITE.
                  IF SLH-CUENTA NOT = CUENTA-ACTUAL-WS OR
                     SLH-FECHA > FECHA-FIN-MES-WS
                    GO TO FIN-CALCULAR-FUERA-LIMITE.
                  MOVE SLH-SALDO TO SALDO-CIERRE-WS.
                  IF SLH-SALDO < 0 AND
                     0 - SLH-SALDO > USER-LIMITE-DESCUBIERTO(C)
                    IF FUERA-LIMITE-DESDE-WS = 0
                      MOVE SLH-FECHA TO FUERA-LIMITE-DESDE-WS
                    END-IF
                  ELSE
                    MOVE 0 TO FUERA-LIMITE-DESDE-WS.
                  GO TO LEER-UN-CIERRE.
              FIN-CALCULAR-FUERA-LIMITE.
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

       *> Tramo de la operacion (el primero cuyo limite de dias
       *> alcanza), provision y linea de detalle
              PROVISIONAR-OPERACION.
                  MOVE 1 TO N.
                  PERFORM SIGUIENTE-TRAMO
                      UNTIL N = NUM-TRAMOS OR
                            DIAS-IMPAGO-WS <= TR-DIAS-HASTA(N).
                  COMPUTE PROVISION-OP-WS ROUNDED =
                      EXPOSICION-WS * TR-PORCENTAJE(N) / 100.
                  ADD 1 TO TR-NUM-OPERACIONES(N).
                  ADD EXPOSICION-WS TO TR-EXPOSICION(N).
                  ADD PROVISION-OP-WS TO TR-PROVISION(N).
                  ADD 1 TO NUM-OPERACIONES.
                  ADD EXPOSICION-WS TO EXPOSICION-TOTAL-WS.
                  ADD PROVISION-OP-WS TO PROVISION-TOTAL-WS.
                  MOVE USER-DNI TO LD-DNI.
                  MOVE DIAS-IMPAGO-WS TO LD-DIAS.
                  MOVE TR-NOMBRE(N) TO LD-TRAMO.
                  MOVE EXPOSICION-WS TO LD-EXPOSICION.
                  MOVE PROVISION-OP-WS TO LD-PROVISION.
                  WRITE REG-INFORME FROM LINEA-DETALLE.

              SIGUIENTE-TRAMO.
                  ADD 1 TO N.

       *> Asiento de la variacion del mes, fechado al cierre del mes:
       *> si la provision sube, dotacion (debe gasto, haber provision);
       *> si baja, liberacion (debe provision, haber gasto)
              ASENTAR-VARIACION.
                  IF VARIACION-WS = 0
                    GO TO FIN-ASENTAR-VARIACION.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHA-FIN-MES-F TO DIA-FECHA.
                  MOVE SPACES TO DIA-CONCEPTO.
                  IF VARIACION-WS > 0
                    MOVE VARIACION-WS TO IMPORTE-ASIENTO-WS
                    STRING "Dotacion provision insolv. "
                        MES-PROVISION-WS
                        DELIMITED BY SIZE INTO DIA-CONCEPTO
                    MOVE CTA-DOTACION-PROV TO DIA-CUENTA
                  ELSE
                    COMPUTE IMPORTE-ASIENTO-WS = 0 - VARIACION-WS
                    STRING "Liberacion provision insolv. "
                        MES-PROVISION-WS
                        DELIMITED BY SIZE INTO DIA-CONCEPTO
                    MOVE CTA-PROVISION TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE IMPORTE-ASIENTO-WS TO DIA-IMPORTE.
                  WRITE REG-DIARIO.
                  IF VARIACION-WS > 0
                    MOVE CTA-PROVISION TO DIA-CUENTA
                  ELSE
                    MOVE CTA-DOTACION-PROV TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
                  CLOSE DIARIOFILE.
              FIN-ASENTAR-VARIACION.
                  EXIT.

              ESCRIBIR-RESUMEN-TRAMOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-CAB-TRAMOS.
                  PERFORM ESCRIBIR-UN-TRAMO
                      VARYING N FROM 1 BY 1 UNTIL N > NUM-TRAMOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "Exposicion total" TO LI-LITERAL.
                  MOVE EXPOSICION-TOTAL-WS TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  MOVE "Provision del mes" TO LI-LITERAL.
                  MOVE PROVISION-TOTAL-WS TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  MOVE "Provision mes anterior" TO LI-LITERAL.
                  MOVE PROVISION-ANTERIOR-WS TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  MOVE "Variacion asentada" TO LI-LITERAL.
                  MOVE VARIACION-WS TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  MOVE "Operaciones sin tasa cambio" TO LI-LITERAL.
                  MOVE NUM-SIN-TASA TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.

              ESCRIBIR-UN-TRAMO.
                  MOVE TR-NOMBRE(N) TO LT-NOMBRE.
                  MOVE TR-PORCENTAJE(N) TO LT-PORCENTAJE.
                  MOVE TR-NUM-OPERACIONES(N) TO LT-OPERACIONES.
                  MOVE TR-EXPOSICION(N) TO LT-EXPOSICION.
                  MOVE TR-PROVISION(N) TO LT-PROVISION.
                  MOVE TR-PROVISION-ANT(N) TO LT-PROVISION-ANT.
                  WRITE REG-INFORME FROM LINEA-TRAMO.

              GRABAR-PROVISION.
                  OPEN OUTPUT SALDOPROVFILE.
                  MOVE MES-PROVISION-WS TO PRS-MES.
                  MOVE PROVISION-TOTAL-WS TO PRS-TOTAL.
                  PERFORM GUARDAR-PROVISION-TRAMO
                      VARYING N FROM 1 BY 1 UNTIL N > 10.
                  WRITE REG-SALDO-PROVISION.
                  CLOSE SALDOPROVFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "PROVISIONARINSOLV" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

              GUARDAR-PROVISION-TRAMO.
                  MOVE 0 TO PRS-TRAMO(N).
                  IF N <= NUM-TRAMOS
                    MOVE TR-PROVISION(N) TO PRS-TRAMO(N).

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
