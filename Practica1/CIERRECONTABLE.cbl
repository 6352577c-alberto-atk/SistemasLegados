       *> debe, haber y saldo por cuenta y totales), el periodo queda
       *> cerrado en PERIODOS-CONTABLES.DAT y su saldo por cuenta se
       *> arrastra como apertura del periodo siguiente.
       *> Con el plan de cuentas PLANCUENTAS.DAT presente, una
       *> anotacion contra una cuenta que no esta en el plan tambien se
       *> rechaza, y el balance lleva el nombre de cada cuenta.
       *> Antes de cerrar se avisa de las partidas pendientes de la
       *> cuenta puente (PARTIDAS-PUENTE.DAT) con mas antiguedad que
       *> la admitida en PARAMS.DAT; segun el parametro, el cierre
       *> sigue o no cierra ningun periodo y termina con codigo 4.
       *>
       *> Versiones
       *> Versión 1.0 - Mayor, balance de comprobacion y cierre de periodo
       *> Versión 1.1 - Cuentas del plan de cuentas y nombre en el balance
       *> Versión 1.2 - Aviso o bloqueo del cierre por partidas puente antiguas
       *> Versión 1.3 - Linea del libro diario con centro de coste
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT PLANCUENTASFILE ASSIGN TO "PLANCUENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-CUENTA
                  FILE STATUS IS FSPL.

              SELECT PARAMFILE ASSIGN TO "PARAMS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSP.

              SELECT PARTIDASPUENTEFILE ASSIGN TO "PARTIDAS-PUENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPT-NUMERO
                  ALTERNATE RECORD KEY IS PPT-MOV-CLAVE
                  FILE STATUS IS FSPP.

       DATA DIVISION.
       FILE SECTION.
       FD DIARIOFILE.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2).
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2).
              02 DIA-CENTRO-COSTE       PIC X(6).

       *> FD MAYORFILE: saldos acumulados del mayor, un registro por
       *> periodo (aaaamm) y cuenta del plan
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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

       FD PARAMFILE.
       01 REG-PARAMETROS.
              02 PARAM-MAX-INTENTOS      PIC 9.
              02 PARAM-HORAS-DESBLOQUEO  PIC 99.
              02 PARAM-UMBRAL-TRANSF     PIC 9(9)V99.
              02 PARAM-MESES-ARCHIVO     PIC 99.
              02 PARAM-MILIS-TIMEOUT-SESION PIC 9(5).
              02 PARAM-MESES-INACTIVIDAD PIC 99.
              02 PARAM-UMBRAL-RETENCION  PIC 9(7)V99.
              02 PARAM-DIAS-RETENCION    PIC 99.
              02 PARAM-MESES-CLAVE       PIC 99.
              02 PARAM-DIAS-PUENTE       PIC 999.
              02 PARAM-ACCION-PUENTE     PIC X.
              02 PARAM-LIMITE-MENOR      PIC 9(7)V99.
              02 PARAM-DIAS-AUTORIZACION PIC 99.
              02 PARAM-TOPE-INMEDIATA    PIC 9(7)V99.
              02 PARAM-COMISION-INMEDIATA PIC 99V99.

       *> FD PARTIDASPUENTEFILE: partidas de la cuenta puente que
       *> anota CONTABILIZARDIARIO y reclasifica RECLASIFICARPUENTE
       FD PARTIDASPUENTEFILE.
       01 REG-PARTIDA-PUENTE.
              02 PPT-NUMERO             PIC 9(6).
              02 PPT-MOV-CLAVE.
                 03 PPT-MOV-ID          PIC X(24).
                 03 PPT-MOV-SEC         PIC 9(6).
              02 PPT-FECHA-NEGOCIO      PIC 9(8).
              02 PPT-IMPORTE            PIC 9(9)V99.
              02 PPT-CONCEPTO           PIC X(40).
              02 PPT-TIPO-OP            PIC XX.
              02 PPT-SUBTIPO-OP         PIC XX.
              02 PPT-MONEDA             PIC X(3).
              02 PPT-TERMINAL           PIC X(4).
              02 PPT-CTA-PUENTE         PIC 9(6).
              02 PPT-MOTIVO             PIC X(30).
              02 PPT-ESTADO             PIC X.
                 88 PPT-PENDIENTE       VALUE "P".
                 88 PPT-RECLASIFICADA   VALUE "R".
              02 PPT-CTA-DESTINO        PIC 9(6).
              02 PPT-FECHA-RECLASIF     PIC 9(8).
              02 PPT-CONTABLE           PIC X(8).
              02 PPT-APROBADOR          PIC X(8).

       WORKING-STORAGE SECTION.
              77 FSD                   PIC XX.
              77 FSMA                  PIC XX.
              77 PERIODO-SIGUIENTE-WS  PIC 9(6).
              77 MM-TRABAJO-WS         PIC 99.
              77 AA-TRABAJO-WS         PIC 9999.
              77 FSPL                  PIC XX.
              77 PLAN-DISPONIBLE-WS    PIC X(2) VALUE "NO".
              77 CUENTA-EN-PLAN-WS     PIC X(2).
              77 FSP                   PIC XX.
              77 FSPP                  PIC XX.
              77 DIAS-PUENTE-WS        PIC 999.
              77 ACCION-PUENTE-WS      PIC X.
              77 DIAS-PARTIDA-WS       PIC S9(7).
              77 NUM-PUENTE-VENCIDAS   PIC 9(5) VALUE 0.
              77 IMPORTE-PUENTE-VENCIDO PIC 9(11)V99 VALUE 0.
              77 CIERRE-BLOQUEADO-WS   PIC X(2) VALUE "NO".
              77 IMPORTE-PUENTE-F      PIC ZZZZZZZZZZ9.99.

              01 LINEA-RECHAZO.
                 02 RZ-FECHA           PIC X(10).
                 02 BAL-PERIODO        PIC 9(6).

              01 LINEA-TIT-BALANCE.
                 02 FILLER             PIC X(80) VALUE
                     "Cuenta          Debe           Haber          Saldo  Nombre".

              01 LINEA-CUENTA-BAL.
                 02 LB-CUENTA          PIC 9(6).
                 02 LB-HABER           PIC ZZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LB-SALDO           PIC ------------9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LB-NOMBRE          PIC X(20).

              01 LINEA-TOTAL-BAL.
                 02 FILLER             PIC X(6) VALUE "TOTAL ".
                      FECHA-NEGOCIO-WS / 100.
                  PERFORM ABRIR-MAYOR.
                  PERFORM ABRIR-PERIODOS.
                  PERFORM ABRIR-PLAN-CUENTAS.
                  PERFORM ACUMULAR-DIARIO THRU FIN-ACUMULAR-DIARIO.
                  PERFORM CARGAR-PARAMS-PUENTE.
                  PERFORM COMPROBAR-PARTIDAS-PUENTE
                      THRU FIN-COMPROBAR-PARTIDAS-PUENTE.
                  IF CIERRE-BLOQUEADO-WS = "NO"
                    PERFORM CERRAR-PERIODOS-VENCIDOS
                        THRU FIN-CERRAR-PERIODOS-VENCIDOS.
                  CLOSE MAYORFILE.
                  CLOSE PERIODOSFILE.
                  IF PLAN-DISPONIBLE-WS = "SI"
                    CLOSE PLANCUENTASFILE.
                  DISPLAY "CIERRECONTABLE: " NUM-ACUMULADAS
                      " anotaciones al mayor, " NUM-RECHAZADAS
                      " rechazadas, " NUM-CERRADOS
                      " periodos cerrados.".
                  IF CIERRE-BLOQUEADO-WS = "SI"
                    DISPLAY "CIERRECONTABLE: periodos sin cerrar por "
                        NUM-PUENTE-VENCIDAS " partidas puente de mas de "
                        DIAS-PUENTE-WS " dias (RECLASIFICARPUENTE)."
                    MOVE 4 TO RETURN-CODE.
                  STOP RUN.

              CARGAR-FECHA-NEGOCIO.
                    CLOSE PERIODOSFILE
                    OPEN I-O PERIODOSFILE.

       *> Sin PLANCUENTAS.DAT el diario se acumula como siempre, sin
       *> comprobar cuentas ni poner nombres
              ABRIR-PLAN-CUENTAS.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                  ELSE
                    MOVE "SI" TO PLAN-DISPONIBLE-WS.

       *> Acumula el diario pendiente al mayor y lo vacia despues;
       *> las anotaciones de periodos cerrados van al fichero de
       *> rechazos en vez de tocar el mayor
                    WRITE REG-RECHAZADO FROM LINEA-RECHAZO
                    ADD 1 TO NUM-RECHAZADAS
                    GO TO LEER-UNA-ANOTACION.
                  MOVE DIA-CUENTA TO PLC-CUENTA.
                  PERFORM BUSCAR-CUENTA-PLAN.
                  IF CUENTA-EN-PLAN-WS = "NO"
                    MOVE DIA-FECHA TO RZ-FECHA
                    MOVE DIA-CUENTA TO RZ-CUENTA
                    MOVE DIA-DEBE-HABER TO RZ-DEBE-HABER
                    MOVE DIA-IMPORTE TO RZ-IMPORTE
                    MOVE "Cuenta fuera del plan" TO RZ-MOTIVO
                    WRITE REG-RECHAZADO FROM LINEA-RECHAZO
                    ADD 1 TO NUM-RECHAZADAS
                    GO TO LEER-UNA-ANOTACION.
                  PERFORM SUMAR-AL-MAYOR.
                  ADD 1 TO NUM-ACUMULADAS.
                  GO TO LEER-UNA-ANOTACION.
                  CLOSE DIARIOFILE.
              FIN-ACUMULAR-DIARIO.

       *> Antiguedad maxima de las partidas de la cuenta puente y que
       *> hacer si quedan mas viejas (A=avisar, B=no cerrar), de
       *> PARAMS.DAT; sin fichero, o sin esos campos, 30 dias y avisar
              CARGAR-PARAMS-PUENTE.
                  MOVE 30 TO DIAS-PUENTE-WS.
                  MOVE "A" TO ACCION-PUENTE-WS.
                  OPEN INPUT PARAMFILE.
                  IF FSP = "35"
                    CLOSE PARAMFILE
                  ELSE
                    READ PARAMFILE
                      AT END CONTINUE
                      NOT AT END
                        IF PARAM-DIAS-PUENTE IS NUMERIC AND
                           PARAM-DIAS-PUENTE > 0
                          MOVE PARAM-DIAS-PUENTE TO DIAS-PUENTE-WS
                        END-IF
                        IF PARAM-ACCION-PUENTE = "B"
                          MOVE "B" TO ACCION-PUENTE-WS
                        END-IF
                    END-READ
                    CLOSE PARAMFILE.

       *> Antes de cerrar, las partidas pendientes de la cuenta puente
       *> con mas dias de los admitidos salen avisadas una a una; si
       *> el parametro lo pide, con alguna de ellas no se cierra
       *> ningun periodo hasta que contabilidad las reclasifique
              COMPROBAR-PARTIDAS-PUENTE.
                  OPEN INPUT PARTIDASPUENTEFILE.
                  IF FSPP = "35"
                    CLOSE PARTIDASPUENTEFILE
                    GO TO FIN-COMPROBAR-PARTIDAS-PUENTE.

                LEER-PARTIDA-PUENTE.
                  READ PARTIDASPUENTEFILE NEXT RECORD
                      AT END GO TO CERRAR-PARTIDAS-PUENTE.
                  IF NOT PPT-PENDIENTE OR PPT-FECHA-NEGOCIO < 16010101
                    GO TO LEER-PARTIDA-PUENTE.
                  COMPUTE DIAS-PARTIDA-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                      - FUNCTION INTEGER-OF-DATE(PPT-FECHA-NEGOCIO).
                  IF DIAS-PARTIDA-WS <= DIAS-PUENTE-WS
                    GO TO LEER-PARTIDA-PUENTE.
                  ADD 1 TO NUM-PUENTE-VENCIDAS.
                  ADD PPT-IMPORTE TO IMPORTE-PUENTE-VENCIDO.
                  MOVE PPT-IMPORTE TO IMPORTE-PUENTE-F.
                  DISPLAY "CIERRECONTABLE: AVISO partida puente "
                      PPT-NUMERO " de " PPT-FECHA-NEGOCIO " ("
                      DIAS-PARTIDA-WS " dias) " IMPORTE-PUENTE-F
                      " " PPT-CONCEPTO.
                  GO TO LEER-PARTIDA-PUENTE.

                CERRAR-PARTIDAS-PUENTE.
                  CLOSE PARTIDASPUENTEFILE.
                  IF NUM-PUENTE-VENCIDAS > 0
                    MOVE IMPORTE-PUENTE-VENCIDO TO IMPORTE-PUENTE-F
                    DISPLAY "CIERRECONTABLE: " NUM-PUENTE-VENCIDAS
                        " partidas puente de mas de " DIAS-PUENTE-WS
                        " dias por " IMPORTE-PUENTE-F
                    IF ACCION-PUENTE-WS = "B"
                      MOVE "SI" TO CIERRE-BLOQUEADO-WS.
              FIN-COMPROBAR-PARTIDAS-PUENTE.
                  EXIT.

       *> Busca PLC-CUENTA en el plan; sin plan toda cuenta vale y
       *> el nombre queda en blanco
              BUSCAR-CUENTA-PLAN.
                  MOVE "SI" TO CUENTA-EN-PLAN-WS.
                  MOVE SPACES TO LB-NOMBRE.
                  IF PLAN-DISPONIBLE-WS = "SI"
                    READ PLANCUENTASFILE
                        INVALID KEY
                          MOVE "NO" TO CUENTA-EN-PLAN-WS
                          MOVE "(fuera del plan)" TO LB-NOMBRE
                        NOT INVALID KEY
                          MOVE PLC-NOMBRE TO LB-NOMBRE
                    END-READ.

              COMPROBAR-PERIODO-CERRADO.
                  MOVE "NO" TO PERIODO-CERRADO-WS.
                  MOVE PERIODO-LINEA-WS TO PER-PERIODO.
                  IF MAY-PERIODO NOT = PER-PERIODO
                    GO TO FIN-VOLCAR-CUENTAS-PERIODO.
                  MOVE MAY-CUENTA TO LB-CUENTA.
                  MOVE MAY-CUENTA TO PLC-CUENTA.
                  PERFORM BUSCAR-CUENTA-PLAN.
                  MOVE MAY-DEBE TO LB-DEBE.
                  MOVE MAY-HABER TO LB-HABER.
                  COMPUTE SALDO-CUENTA-BAL = MAY-DEBE - MAY-HABER.
