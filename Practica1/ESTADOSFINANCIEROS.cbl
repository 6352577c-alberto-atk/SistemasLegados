       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADOSFINANCIEROS.
       *> Balance de situacion y cuenta de resultados de un periodo
       *> contable cerrado, sacados del mayor MAYOR.DAT que alimenta
       *> CIERRECONTABLE. Las cuentas del plan se agrupan en epigrafes
       *> (caja, depositos de clientes, cuentas a cobrar de la red,
       *> ingresos por comisiones, gastos por intereses...) segun la
       *> tabla de correspondencias ESTADOS-EPIGRAFES.DAT, un rango de
       *> cuentas por registro; sin ese fichero se usa la tabla por
       *> defecto del plan reducido. Cada epigrafe sale con tres
       *> columnas: el periodo pedido, el periodo anterior y el mismo
       *> periodo del año anterior.
       *> El periodo es el de ESTADOS-PERIODO.DAT (aaaamm) o, si no
       *> hay, el mes anterior a la fecha de negocio. Un periodo que
       *> no figure como cerrado en PERIODOS-CONTABLES.DAT no se
       *> presenta: el proceso termina con codigo 4. Los comparativos
       *> aun abiertos se presentan, avisados como provisionales.
       *> Como el cierre arrastra el saldo de todas las cuentas al
       *> periodo siguiente, el saldo de un periodo en el mayor es el
       *> saldo al cierre: el balance lo toma tal cual y la cuenta de
       *> resultados toma la diferencia con el cierre del periodo
       *> anterior, que es lo movido en el mes. El resultado
       *> acumulado de las cuentas de gastos e ingresos cuadra el
       *> balance. El informe sale en ESTADOS-aaaamm.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Balance y cuenta de resultados con comparativos
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MAYORFILE ASSIGN TO "MAYOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAY-CLAVE
                  FILE STATUS IS FSMA.

              SELECT PERIODOSFILE ASSIGN TO "PERIODOS-CONTABLES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-PERIODO
                  FILE STATUS IS FSPC.

              SELECT PLANCUENTASFILE ASSIGN TO "PLANCUENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-CUENTA
                  FILE STATUS IS FSPL.

              SELECT EPIGRAFESFILE ASSIGN TO "ESTADOS-EPIGRAFES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEP.

              SELECT PERIODOPEDIDOFILE ASSIGN TO "ESTADOS-PERIODO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPP.

              SELECT ESTADOSFILE ASSIGN TO NOMBRE-ESTADOS-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSES.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

       DATA DIVISION.
       FILE SECTION.
       *> FD MAYORFILE: saldos acumulados del mayor, un registro por
       *> periodo (aaaamm) y cuenta del plan
       FD MAYORFILE.
       01 REG-MAYOR.
              02 MAY-CLAVE.
                 03 MAY-PERIODO         PIC 9(6).
                 03 MAY-CUENTA          PIC 9(6).
              02 MAY-DEBE               PIC 9(13)V99.
              02 MAY-HABER              PIC 9(13)V99.

       *> FD PERIODOSFILE: estado de cada periodo contable (A=abierto,
       *> C=cerrado con fecha de cierre)
       FD PERIODOSFILE.
       01 REG-PERIODO.
              02 PER-PERIODO            PIC 9(6).
              02 PER-ESTADO             PIC X.
                 88 PER-ABIERTO         VALUE "A".
                 88 PER-CERRADO         VALUE "C".
              02 PER-FECHA-CIERRE       PIC 9(8).

       *> FD PLANCUENTASFILE: una cuenta del mayor por registro (ver
       *> MIGRARPLANCONTABLE para las clases y los usos)
       FD PLANCUENTASFILE.
       01 REG-PLAN-CUENTA.
              02 PLC-CUENTA             PIC 9(6).
              02 PLC-NOMBRE             PIC X(30).
              02 PLC-CLASE              PIC X.
              02 PLC-USO                PIC X.
              02 PLC-ESTADO             PIC X.
              02 PLC-FECHA-ALTA         PIC 9(8).

       *> FD EPIGRAFESFILE: un rango de cuentas por registro y el
       *> epigrafe al que van. Estado B (balance) o R (resultados);
       *> masa A activo, P pasivo, I ingreso o G gasto. Varios rangos
       *> con el mismo nombre y masa suman en un solo epigrafe, que
       *> sale en el orden en que aparece por primera vez
       FD EPIGRAFESFILE.
       01 REG-EPIGRAFE.
              02 EPI-CUENTA-DESDE       PIC 9(6).
              02 EPI-CUENTA-HASTA       PIC 9(6).
              02 EPI-ESTADO             PIC X.
              02 EPI-MASA               PIC X.
              02 EPI-NOMBRE             PIC X(30).

       FD PERIODOPEDIDOFILE.
       01 REG-PERIODO-PEDIDO.
              02 PPD-PERIODO            PIC 9(6).

       FD ESTADOSFILE.
       01 REG-ESTADOS                   PIC X(100).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       WORKING-STORAGE SECTION.
              77 FSMA                  PIC XX.
              77 FSPC                  PIC XX.
              77 FSPL                  PIC XX.
              77 FSEP                  PIC XX.
              77 FSPP                  PIC XX.
              77 FSES                  PIC XX.
              77 FSFN                  PIC XX.
              77 NOMBRE-ESTADOS-WS     PIC X(18).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 PERIODO-WS            PIC 9(6).
              77 PERIODO-TRABAJO-WS    PIC 9(6).
              77 PERIODO-LECTURA-WS    PIC 9(6).
              77 AA-TRABAJO-WS         PIC 9999.
              77 MM-TRABAJO-WS         PIC 99.
              77 PLAN-DISPONIBLE-WS    PIC X(2) VALUE "NO".
              77 FACTOR-WS             PIC S9.
              77 SOLO-RESULTADOS-WS    PIC X(2).
              77 SALDO-CUENTA-WS       PIC S9(13)V99.
              77 IMPORTE-CUENTA-WS     PIC S9(13)V99.
              77 K                     PIC 9.
              77 E                     PIC 99.
              77 M                     PIC 99.
              77 NUM-EPIGRAFES         PIC 99 VALUE 0.
              77 NUM-MAPEOS            PIC 99 VALUE 0.
              77 EPIGRAFE-ENCONTRADO   PIC XX.
              77 MAPEO-ENCONTRADO      PIC XX.
              77 NUM-SIN-EPIGRAFE      PIC 9(5) VALUE 0.
              77 MASA-LISTADO-WS       PIC X.

       *> Rango de cuentas en tratamiento, leido del fichero o de la
       *> tabla por defecto
              01 DATOS-EPIGRAFE.
                 02 EPG-CUENTA-DESDE    PIC 9(6).
                 02 EPG-CUENTA-HASTA    PIC 9(6).
                 02 EPG-ESTADO          PIC X.
                 02 EPG-MASA            PIC X.
                 02 EPG-NOMBRE          PIC X(30).

       *> Rangos de cuentas y el epigrafe al que apunta cada uno
              01 TABLA-MAPEOS.
                 02 MAPEO-ENTRADA OCCURS 50 TIMES.
                    03 MP-DESDE             PIC 9(6).
                    03 MP-HASTA             PIC 9(6).
                    03 MP-EPIGRAFE          PIC 99.

       *> Epigrafes con su importe en cada columna: 1 el periodo,
       *> 2 el periodo anterior, 3 el mismo periodo del año anterior
              01 TABLA-EPIGRAFES.
                 02 EPIGRAFE-ENTRADA OCCURS 30 TIMES.
                    03 EP-NOMBRE            PIC X(30).
                    03 EP-ESTADO            PIC X.
                    03 EP-MASA              PIC X.
                    03 EP-IMPORTE OCCURS 3 TIMES PIC S9(13)V99.

              01 TABLA-COLUMNAS.
                 02 COLUMNA-ENTRADA OCCURS 3 TIMES.
                    03 COL-PERIODO          PIC 9(6).
                    03 COL-CERRADO          PIC XX.
                    03 COL-RESULTADO-ACUM   PIC S9(13)V99.
                    03 COL-TOTAL            PIC S9(13)V99.
                    03 COL-TOTAL-ACTIVO     PIC S9(13)V99.
                    03 COL-TOTAL-PASIVO     PIC S9(13)V99.
                    03 COL-TOTAL-INGRESOS   PIC S9(13)V99.
                    03 COL-TOTAL-GASTOS     PIC S9(13)V99.

              01 LINEA-CAB-ESTADOS.
                 02 FILLER             PIC X(44) VALUE
                     "ESTADOS FINANCIEROS DEL PERIODO ".
                 02 CAB-PERIODO        PIC 9(6).

              01 LINEA-TITULO.
                 02 LTI-TEXTO          PIC X(100).

              01 LINEA-CAB-COLUMNAS.
                 02 FILLER             PIC X(30) VALUE "EPIGRAFE".
                 02 FILLER             PIC X(9) VALUE SPACES.
                 02 LCC-PERIODO-1      PIC 9(6).
                 02 LCC-MARCA-1        PIC X.
                 02 FILLER             PIC X(10) VALUE SPACES.
                 02 LCC-PERIODO-2      PIC 9(6).
                 02 LCC-MARCA-2        PIC X.
                 02 FILLER             PIC X(10) VALUE SPACES.
                 02 LCC-PERIODO-3      PIC 9(6).
                 02 LCC-MARCA-3        PIC X.

              01 LINEA-IMPORTES.
                 02 LIM-NOMBRE         PIC X(30).
                 02 LIM-IMPORTE-1      PIC -ZZZZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LIM-IMPORTE-2      PIC -ZZZZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LIM-IMPORTE-3      PIC -ZZZZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LIM-ESTADO         PIC X(10).

              01 LINEA-INCIDENCIA.
                 02 FILLER             PIC X(7) VALUE "CUENTA ".
                 02 LIN-CUENTA         PIC 9(6).
                 02 FILLER             PIC X(20) VALUE
                     " SIN EPIGRAFE, VA A ".
                 02 LIN-EPIGRAFE       PIC X(30).

              01 LINEA-AVISO.
                 02 FILLER             PIC X(20) VALUE
                     "* PERIODO ".
                 02 LAV-PERIODO        PIC 9(6).
                 02 FILLER             PIC X(40) VALUE
                     " SIN CERRAR: CIFRAS PROVISIONALES".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-PERIODO-PEDIDO.
                  PERFORM CALCULAR-COLUMNAS.
                  OPEN INPUT PERIODOSFILE.
                  IF FSPC = "35"
                    CLOSE PERIODOSFILE
                    DISPLAY "ESTADOSFINANCIEROS: no hay "
                        "PERIODOS-CONTABLES.DAT."
                    MOVE 4 TO RETURN-CODE
                    STOP RUN.
                  PERFORM COMPROBAR-COLUMNA
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  CLOSE PERIODOSFILE.
                  IF COL-CERRADO(1) NOT = "SI"
                    DISPLAY "ESTADOSFINANCIEROS: el periodo " PERIODO-WS
                        " no esta cerrado en PERIODOS-CONTABLES.DAT."
                    MOVE 4 TO RETURN-CODE
                    STOP RUN.
                  PERFORM CARGAR-EPIGRAFES THRU FIN-CARGAR-EPIGRAFES.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM ACUMULAR-COLUMNA
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  PERFORM ESCRIBIR-BALANCE.
                  PERFORM ESCRIBIR-RESULTADOS.
                  PERFORM ESCRIBIR-AVISOS
                      VARYING K FROM 2 BY 1 UNTIL K > 3.
                  PERFORM CERRAR-FICHEROS.
                  DISPLAY "ESTADOSFINANCIEROS: periodo " PERIODO-WS ", "
                      NUM-EPIGRAFES " epigrafes, " NUM-SIN-EPIGRAFE
                      " cuentas sin epigrafe, en " NOMBRE-ESTADOS-WS.
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

       *> Periodo pedido en ESTADOS-PERIODO.DAT; sin el, el mes
       *> anterior al de la fecha de negocio, el ultimo que cierra
       *> CIERRECONTABLE
              CARGAR-PERIODO-PEDIDO.
                  COMPUTE PERIODO-TRABAJO-WS = FECHA-NEGOCIO-WS / 100.
                  PERFORM CALCULAR-PERIODO-ANTERIOR.
                  MOVE PERIODO-TRABAJO-WS TO PERIODO-WS.
                  OPEN INPUT PERIODOPEDIDOFILE.
                  IF FSPP = "35"
                    CONTINUE
                  ELSE
                    READ PERIODOPEDIDOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF PPD-PERIODO IS NUMERIC AND PPD-PERIODO > 0
                          MOVE PPD-PERIODO TO PERIODO-WS.
                  CLOSE PERIODOPEDIDOFILE.

              CALCULAR-PERIODO-ANTERIOR.
                  COMPUTE AA-TRABAJO-WS = PERIODO-TRABAJO-WS / 100.
                  COMPUTE MM-TRABAJO-WS =
                      PERIODO-TRABAJO-WS - (AA-TRABAJO-WS * 100).
                  IF MM-TRABAJO-WS = 1
                    COMPUTE PERIODO-TRABAJO-WS =
                        (AA-TRABAJO-WS - 1) * 100 + 12
                  ELSE
                    SUBTRACT 1 FROM PERIODO-TRABAJO-WS.

              CALCULAR-COLUMNAS.
                  MOVE PERIODO-WS TO COL-PERIODO(1).
                  MOVE PERIODO-WS TO PERIODO-TRABAJO-WS.
                  PERFORM CALCULAR-PERIODO-ANTERIOR.
                  MOVE PERIODO-TRABAJO-WS TO COL-PERIODO(2).
                  COMPUTE COL-PERIODO(3) = PERIODO-WS - 100.

              COMPROBAR-COLUMNA.
                  MOVE "NO" TO COL-CERRADO(K).
                  MOVE 0 TO COL-RESULTADO-ACUM(K).
                  MOVE COL-PERIODO(K) TO PER-PERIODO.
                  READ PERIODOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        IF PER-CERRADO
                          MOVE "SI" TO COL-CERRADO(K).

       *> Tabla de correspondencias: la de ESTADOS-EPIGRAFES.DAT o, si
       *> no existe, la del plan reducido de MIGRARPLANCONTABLE
              CARGAR-EPIGRAFES.
                  OPEN INPUT EPIGRAFESFILE.
                  IF FSEP = "35"
                    CLOSE EPIGRAFESFILE
                    PERFORM CARGAR-EPIGRAFES-POR-DEFECTO
                    GO TO FIN-CARGAR-EPIGRAFES.

                LEER-UN-EPIGRAFE.
                  READ EPIGRAFESFILE INTO DATOS-EPIGRAFE
                      AT END GO TO CERRAR-CARGAR-EPIGRAFES.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  GO TO LEER-UN-EPIGRAFE.

                CERRAR-CARGAR-EPIGRAFES.
                  CLOSE EPIGRAFESFILE.
                  IF NUM-MAPEOS = 0
                    PERFORM CARGAR-EPIGRAFES-POR-DEFECTO.
              FIN-CARGAR-EPIGRAFES.
                  EXIT.

              CARGAR-EPIGRAFES-POR-DEFECTO.
                  MOVE 100000 TO EPG-CUENTA-DESDE.
                  MOVE 109999 TO EPG-CUENTA-HASTA.
                  MOVE "B" TO EPG-ESTADO.
                  MOVE "A" TO EPG-MASA.
                  MOVE "Caja" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 110000 TO EPG-CUENTA-DESDE.
                  MOVE 119999 TO EPG-CUENTA-HASTA.
                  MOVE "Cuentas a cobrar de la red" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 120000 TO EPG-CUENTA-DESDE.
                  MOVE 129999 TO EPG-CUENTA-HASTA.
                  MOVE "Compensacion de cheques" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 140000 TO EPG-CUENTA-DESDE.
                  MOVE 149999 TO EPG-CUENTA-HASTA.
                  MOVE "Prestamos a clientes" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 130000 TO EPG-CUENTA-DESDE.
                  MOVE 139999 TO EPG-CUENTA-HASTA.
                  MOVE "Provision para insolvencias" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 200000 TO EPG-CUENTA-DESDE.
                  MOVE 209999 TO EPG-CUENTA-HASTA.
                  MOVE "P" TO EPG-MASA.
                  MOVE "Depositos de clientes" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 210000 TO EPG-CUENTA-DESDE.
                  MOVE 239999 TO EPG-CUENTA-HASTA.
                  MOVE "Acreedores pendientes de pago" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 290000 TO EPG-CUENTA-DESDE.
                  MOVE 299999 TO EPG-CUENTA-HASTA.
                  MOVE "Partidas pendientes aplicar" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 500000 TO EPG-CUENTA-DESDE.
                  MOVE 599999 TO EPG-CUENTA-HASTA.
                  MOVE "R" TO EPG-ESTADO.
                  MOVE "I" TO EPG-MASA.
                  MOVE "Ingresos por comisiones" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 400000 TO EPG-CUENTA-DESDE.
                  MOVE 409999 TO EPG-CUENTA-HASTA.
                  MOVE "G" TO EPG-MASA.
                  MOVE "Gastos por intereses" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 410000 TO EPG-CUENTA-DESDE.
                  MOVE 419999 TO EPG-CUENTA-HASTA.
                  MOVE "Perdidas por fraude" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  MOVE 420000 TO EPG-CUENTA-DESDE.
                  MOVE 429999 TO EPG-CUENTA-HASTA.
                  MOVE "Dotaciones a provisiones" TO EPG-NOMBRE.
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.

              ANADIR-MAPEO.
                  IF NUM-MAPEOS NOT < 50
                    GO TO FIN-ANADIR-MAPEO.
                  PERFORM BUSCAR-EPIGRAFE THRU FIN-BUSCAR-EPIGRAFE.
                  IF EPIGRAFE-ENCONTRADO = "NO"
                    GO TO FIN-ANADIR-MAPEO.
                  ADD 1 TO NUM-MAPEOS.
                  MOVE EPG-CUENTA-DESDE TO MP-DESDE(NUM-MAPEOS).
                  MOVE EPG-CUENTA-HASTA TO MP-HASTA(NUM-MAPEOS).
                  MOVE E TO MP-EPIGRAFE(NUM-MAPEOS).
              FIN-ANADIR-MAPEO.
                  EXIT.

       *> Busca el epigrafe por nombre y masa y lo da de alta si es
       *> nuevo; E queda apuntando a el
              BUSCAR-EPIGRAFE.
                  MOVE "NO" TO EPIGRAFE-ENCONTRADO.
                  MOVE 0 TO E.
                  PERFORM COMPARAR-EPIGRAFE
                      UNTIL E = NUM-EPIGRAFES OR
                            EPIGRAFE-ENCONTRADO = "SI".
                  IF EPIGRAFE-ENCONTRADO = "SI"
                    GO TO FIN-BUSCAR-EPIGRAFE.
                  IF NUM-EPIGRAFES NOT < 30
                    GO TO FIN-BUSCAR-EPIGRAFE.
                  ADD 1 TO NUM-EPIGRAFES.
                  MOVE NUM-EPIGRAFES TO E.
                  MOVE EPG-NOMBRE TO EP-NOMBRE(E).
                  MOVE EPG-ESTADO TO EP-ESTADO(E).
                  MOVE EPG-MASA TO EP-MASA(E).
                  MOVE 0 TO EP-IMPORTE(E, 1).
                  MOVE 0 TO EP-IMPORTE(E, 2).
                  MOVE 0 TO EP-IMPORTE(E, 3).
                  MOVE "SI" TO EPIGRAFE-ENCONTRADO.
              FIN-BUSCAR-EPIGRAFE.
                  EXIT.

              COMPARAR-EPIGRAFE.
                  ADD 1 TO E.
                  IF EP-NOMBRE(E) = EPG-NOMBRE AND EP-MASA(E) = EPG-MASA
                    MOVE "SI" TO EPIGRAFE-ENCONTRADO.

              ABRIR-FICHEROS.
                  OPEN INPUT MAYORFILE.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                  ELSE
                    MOVE "SI" TO PLAN-DISPONIBLE-WS.
                  MOVE SPACES TO NOMBRE-ESTADOS-WS.
                  STRING "ESTADOS-" DELIMITED BY SIZE
                         PERIODO-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ESTADOS-WS.
                  OPEN OUTPUT ESTADOSFILE.
                  MOVE PERIODO-WS TO CAB-PERIODO.
                  WRITE REG-ESTADOS FROM LINEA-CAB-ESTADOS.
                  MOVE COL-PERIODO(1) TO LCC-PERIODO-1.
                  MOVE COL-PERIODO(2) TO LCC-PERIODO-2.
                  MOVE COL-PERIODO(3) TO LCC-PERIODO-3.
                  MOVE SPACE TO LCC-MARCA-1.
                  MOVE SPACE TO LCC-MARCA-2.
                  MOVE SPACE TO LCC-MARCA-3.
                  IF COL-CERRADO(2) = "NO"
                    MOVE "*" TO LCC-MARCA-2.
                  IF COL-CERRADO(3) = "NO"
                    MOVE "*" TO LCC-MARCA-3.

              CERRAR-FICHEROS.
                  IF FSMA NOT = "35"
                    CLOSE MAYORFILE.
                  IF PLAN-DISPONIBLE-WS = "SI"
                    CLOSE PLANCUENTASFILE.
                  CLOSE ESTADOSFILE.

       *> Una columna: saldos al cierre de su periodo para todos los
       *> epigrafes, menos los saldos al cierre del periodo anterior
       *> para los de resultados
              ACUMULAR-COLUMNA.
                  MOVE COL-PERIODO(K) TO PERIODO-LECTURA-WS.
                  MOVE 1 TO FACTOR-WS.
                  MOVE "NO" TO SOLO-RESULTADOS-WS.
                  PERFORM ACUMULAR-PERIODO THRU FIN-ACUMULAR-PERIODO.
                  MOVE COL-PERIODO(K) TO PERIODO-TRABAJO-WS.
                  PERFORM CALCULAR-PERIODO-ANTERIOR.
                  MOVE PERIODO-TRABAJO-WS TO PERIODO-LECTURA-WS.
                  MOVE -1 TO FACTOR-WS.
                  MOVE "SI" TO SOLO-RESULTADOS-WS.
                  PERFORM ACUMULAR-PERIODO THRU FIN-ACUMULAR-PERIODO.

              ACUMULAR-PERIODO.
                  IF FSMA = "35"
                    GO TO FIN-ACUMULAR-PERIODO.
                  MOVE PERIODO-LECTURA-WS TO MAY-PERIODO.
                  MOVE 0 TO MAY-CUENTA.
                  START MAYORFILE KEY IS NOT LESS THAN MAY-CLAVE
                      INVALID KEY GO TO FIN-ACUMULAR-PERIODO.

                LEER-CUENTA-MAYOR.
                  READ MAYORFILE NEXT RECORD
                      AT END GO TO FIN-ACUMULAR-PERIODO.
                  IF MAY-PERIODO NOT = PERIODO-LECTURA-WS
                    GO TO FIN-ACUMULAR-PERIODO.
                  PERFORM BUSCAR-MAPEO THRU FIN-BUSCAR-MAPEO.
                  IF MAPEO-ENCONTRADO = "NO"
                    GO TO LEER-CUENTA-MAYOR.
                  IF SOLO-RESULTADOS-WS = "SI" AND EP-ESTADO(E) = "B"
                    GO TO LEER-CUENTA-MAYOR.
                  COMPUTE SALDO-CUENTA-WS = MAY-DEBE - MAY-HABER.
                  IF EP-MASA(E) = "P" OR EP-MASA(E) = "I"
                    COMPUTE IMPORTE-CUENTA-WS = 0 - SALDO-CUENTA-WS
                  ELSE
                    MOVE SALDO-CUENTA-WS TO IMPORTE-CUENTA-WS.
                  COMPUTE EP-IMPORTE(E, K) = EP-IMPORTE(E, K)
                      + FACTOR-WS * IMPORTE-CUENTA-WS.
       *> El saldo al cierre de gastos e ingresos es el resultado
       *> acumulado que cuadra el balance
                  IF SOLO-RESULTADOS-WS = "NO" AND EP-ESTADO(E) = "R"
                    SUBTRACT SALDO-CUENTA-WS
                        FROM COL-RESULTADO-ACUM(K).
                  GO TO LEER-CUENTA-MAYOR.
              FIN-ACUMULAR-PERIODO.
                  EXIT.

       *> Primer rango que contiene la cuenta. Una cuenta sin rango va
       *> a "Otras cuentas" de la clase que tenga en el plan y se
       *> avisa en el informe (una vez, al leer el periodo pedido);
       *> sin clase conocida no se puede presentar
              BUSCAR-MAPEO.
                  MOVE "NO" TO MAPEO-ENCONTRADO.
                  MOVE 0 TO M.
                  PERFORM COMPARAR-MAPEO
                      UNTIL M = NUM-MAPEOS OR MAPEO-ENCONTRADO = "SI".
                  IF MAPEO-ENCONTRADO = "SI"
                    MOVE MP-EPIGRAFE(M) TO E
                    GO TO FIN-BUSCAR-MAPEO.
                  MOVE SPACE TO PLC-CLASE.
                  IF PLAN-DISPONIBLE-WS = "SI"
                    MOVE MAY-CUENTA TO PLC-CUENTA
                    READ PLANCUENTASFILE
                        INVALID KEY MOVE SPACE TO PLC-CLASE.
                  MOVE MAY-CUENTA TO EPG-CUENTA-DESDE.
                  MOVE MAY-CUENTA TO EPG-CUENTA-HASTA.
                  MOVE PLC-CLASE TO EPG-MASA.
                  IF PLC-CLASE = "A"
                    MOVE "B" TO EPG-ESTADO
                    MOVE "Otras cuentas de activo" TO EPG-NOMBRE
                  ELSE
                    IF PLC-CLASE = "P"
                      MOVE "B" TO EPG-ESTADO
                      MOVE "Otras cuentas de pasivo" TO EPG-NOMBRE
                    ELSE
                      IF PLC-CLASE = "I"
                        MOVE "R" TO EPG-ESTADO
                        MOVE "Otros ingresos" TO EPG-NOMBRE
                      ELSE
                        IF PLC-CLASE = "G"
                          MOVE "R" TO EPG-ESTADO
                          MOVE "Otros gastos" TO EPG-NOMBRE
                        ELSE
                          MOVE "(sin clase en el plan)" TO EPG-NOMBRE.
                  IF K = 1 AND FACTOR-WS = 1
                    ADD 1 TO NUM-SIN-EPIGRAFE
                    MOVE MAY-CUENTA TO LIN-CUENTA
                    MOVE EPG-NOMBRE TO LIN-EPIGRAFE
                    WRITE REG-ESTADOS FROM LINEA-INCIDENCIA.
                  IF EPG-NOMBRE(1:1) = "("
                    GO TO FIN-BUSCAR-MAPEO.
       *> La cuenta queda con su propio rango para las demas columnas
                  PERFORM ANADIR-MAPEO THRU FIN-ANADIR-MAPEO.
                  IF EPIGRAFE-ENCONTRADO = "SI"
                    MOVE "SI" TO MAPEO-ENCONTRADO.
              FIN-BUSCAR-MAPEO.
                  EXIT.

              COMPARAR-MAPEO.
                  ADD 1 TO M.
                  IF MAY-CUENTA NOT < MP-DESDE(M) AND
                     MAY-CUENTA NOT > MP-HASTA(M)
                    MOVE "SI" TO MAPEO-ENCONTRADO.

              ESCRIBIR-BALANCE.
                  MOVE SPACES TO LINEA-TITULO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "BALANCE DE SITUACION (SALDOS AL CIERRE)"
                      TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  WRITE REG-ESTADOS FROM LINEA-CAB-COLUMNAS.
                  MOVE "ACTIVO" TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "A" TO MASA-LISTADO-WS.
                  PERFORM ESCRIBIR-MASA.
                  MOVE "TOTAL ACTIVO" TO LIM-NOMBRE.
                  PERFORM GUARDAR-TOTAL-ACTIVO
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  PERFORM ESCRIBIR-TOTALES.
                  MOVE "PASIVO" TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "P" TO MASA-LISTADO-WS.
                  PERFORM ESCRIBIR-MASA.
                  MOVE "Resultado acumulado" TO LIM-NOMBRE.
                  MOVE COL-RESULTADO-ACUM(1) TO LIM-IMPORTE-1.
                  MOVE COL-RESULTADO-ACUM(2) TO LIM-IMPORTE-2.
                  MOVE COL-RESULTADO-ACUM(3) TO LIM-IMPORTE-3.
                  MOVE SPACES TO LIM-ESTADO.
                  WRITE REG-ESTADOS FROM LINEA-IMPORTES.
                  PERFORM SUMAR-RESULTADO-ACUM
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  MOVE "TOTAL PASIVO Y RESULTADO" TO LIM-NOMBRE.
                  PERFORM ESCRIBIR-TOTALES.
                  MOVE "CUADRA" TO LIM-ESTADO.
                  PERFORM COMPROBAR-CUADRE
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  MOVE "Cuadre activo = pasivo + resultado"
                      TO LTI-TEXTO.
                  MOVE LIM-ESTADO TO LTI-TEXTO(40:10).
                  WRITE REG-ESTADOS FROM LINEA-TITULO.

              GUARDAR-TOTAL-ACTIVO.
                  MOVE COL-TOTAL(K) TO COL-TOTAL-ACTIVO(K).

              SUMAR-RESULTADO-ACUM.
                  ADD COL-RESULTADO-ACUM(K) TO COL-TOTAL(K).
                  MOVE COL-TOTAL(K) TO COL-TOTAL-PASIVO(K).

              COMPROBAR-CUADRE.
                  IF COL-TOTAL-ACTIVO(K) NOT = COL-TOTAL-PASIVO(K)
                    MOVE "DESCUADRE" TO LIM-ESTADO.

       *> La cuenta de resultados presenta lo movido en cada periodo
              ESCRIBIR-RESULTADOS.
                  MOVE SPACES TO LINEA-TITULO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "CUENTA DE RESULTADOS (MOVIMIENTO DEL PERIODO)"
                      TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  WRITE REG-ESTADOS FROM LINEA-CAB-COLUMNAS.
                  MOVE "INGRESOS" TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "I" TO MASA-LISTADO-WS.
                  PERFORM ESCRIBIR-MASA.
                  MOVE "TOTAL INGRESOS" TO LIM-NOMBRE.
                  PERFORM ESCRIBIR-TOTALES.
                  PERFORM GUARDAR-TOTAL-INGRESOS
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  MOVE "GASTOS" TO LTI-TEXTO.
                  WRITE REG-ESTADOS FROM LINEA-TITULO.
                  MOVE "G" TO MASA-LISTADO-WS.
                  PERFORM ESCRIBIR-MASA.
                  MOVE "TOTAL GASTOS" TO LIM-NOMBRE.
                  PERFORM ESCRIBIR-TOTALES.
                  PERFORM CALCULAR-RESULTADO-PERIODO
                      VARYING K FROM 1 BY 1 UNTIL K > 3.
                  MOVE "RESULTADO DEL PERIODO" TO LIM-NOMBRE.
                  PERFORM ESCRIBIR-TOTALES.

              GUARDAR-TOTAL-INGRESOS.
                  MOVE COL-TOTAL(K) TO COL-TOTAL-INGRESOS(K).

              CALCULAR-RESULTADO-PERIODO.
                  MOVE COL-TOTAL(K) TO COL-TOTAL-GASTOS(K).
                  COMPUTE COL-TOTAL(K) =
                      COL-TOTAL-INGRESOS(K) - COL-TOTAL-GASTOS(K).

       *> Epigrafes de una masa y su suma en COL-TOTAL
              ESCRIBIR-MASA.
                  MOVE 0 TO COL-TOTAL(1).
                  MOVE 0 TO COL-TOTAL(2).
                  MOVE 0 TO COL-TOTAL(3).
                  PERFORM ESCRIBIR-EPIGRAFE
                      VARYING E FROM 1 BY 1 UNTIL E > NUM-EPIGRAFES.

              ESCRIBIR-EPIGRAFE.
                  IF EP-MASA(E) = MASA-LISTADO-WS
                    MOVE EP-NOMBRE(E) TO LIM-NOMBRE
                    MOVE EP-IMPORTE(E, 1) TO LIM-IMPORTE-1
                    MOVE EP-IMPORTE(E, 2) TO LIM-IMPORTE-2
                    MOVE EP-IMPORTE(E, 3) TO LIM-IMPORTE-3
                    MOVE SPACES TO LIM-ESTADO
                    WRITE REG-ESTADOS FROM LINEA-IMPORTES
                    ADD EP-IMPORTE(E, 1) TO COL-TOTAL(1)
                    ADD EP-IMPORTE(E, 2) TO COL-TOTAL(2)
                    ADD EP-IMPORTE(E, 3) TO COL-TOTAL(3).

              ESCRIBIR-TOTALES.
                  MOVE COL-TOTAL(1) TO LIM-IMPORTE-1.
                  MOVE COL-TOTAL(2) TO LIM-IMPORTE-2.
                  MOVE COL-TOTAL(3) TO LIM-IMPORTE-3.
                  MOVE SPACES TO LIM-ESTADO.
                  WRITE REG-ESTADOS FROM LINEA-IMPORTES.

       *> Los comparativos aun abiertos pueden moverse todavia
              ESCRIBIR-AVISOS.
                  IF COL-CERRADO(K) = "NO"
                    MOVE COL-PERIODO(K) TO LAV-PERIODO
                    WRITE REG-ESTADOS FROM LINEA-AVISO.
