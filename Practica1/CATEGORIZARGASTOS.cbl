       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORIZARGASTOS.
       *> Proceso batch nocturno que clasifica por categoria de gasto
       *> cada cargo de MOVS.DAT que aun no lo este y acumula el gasto
       *> del mes por cuenta y categoria en GASTOS-MENSUALES.DAT, del
       *> que beben la opcion "Mis gastos" del cajero, el extracto
       *> mensual y las campanas. La categoria de cada apunte queda en
       *> MOVS-CATEGORIA.DAT con la clave del propio apunte, de modo que
       *> el trazado de MOVS.DAT no cambia y una reejecucion no cuenta
       *> dos veces el mismo cargo.
       *>
       *> La tabla de correspondencias CATEGORIAS-GASTO.DAT (ver
       *> writeCategoriasGastoFile) se mantiene sin recompilar, con tres
       *> clases de regla que se prueban por este orden:
       *>   A  acreedor del adeudo domiciliado (el que viaja en el
       *>      concepto "Adeudo <acreedor> <referencia>")
       *>   C  palabra clave contenida en el concepto del apunte
       *>   T  tipo y subtipo de operacion (subtipo en blanco, todos)
       *> Tras las reglas del fichero se anaden siempre las de tipo de
       *> partida: efectivo, transferencias y cheques, entradas,
       *> recargas de movil, recibos domiciliados, cuotas de prestamo y
       *> comisiones.
       *> El cargo que no encaja en ninguna queda como OTR.
       *>
       *> No son gasto, y no se clasifican, los traspasos entre
       *> productos propios (apertura de plazo fijo, traspaso por
       *> cancelacion de cuenta), los ajustes de cuadre, los saldos
       *> migrados y las prescripciones.
       *>
       *> Versiones
       *> Versión 1.0 - Categorias de gasto y acumulado mensual
       *> Versión 1.1 - Cheques de cliente pagados como transferencias
       *> Versión 1.2 - Donativos a ONG en su propia categoria
       *> Versión 1.3 - Compras con tarjeta en comercios
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Retorno 8 si el control de trazados falta o no coincide
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

              SELECT REGLASCATFILE ASSIGN TO "CATEGORIAS-GASTO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRC.

              SELECT MOVCATFILE ASSIGN TO "MOVS-CATEGORIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMV-CLAVE
                  FILE STATUS IS FSMC.

              SELECT GASTOSFILE ASSIGN TO "GASTOS-MENSUALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GMS-CLAVE
                  FILE STATUS IS FSGM.

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
              *> Importe en forma computacional con signo (como MOV-SALDO);
              *> MOV-CANTIDAD conserva la forma editada para pantallas y
              *> recibos (ver MIGRARMOVS para los apuntes antiguos)
              02 MOV-IMPORTE            PIC S9(9)V99.
*> Terminal que grabo el apunte (cajero CAJn o proceso BATC)
              02 MOV-TERMINAL           PIC X(4).
*> Fecha de negocio bajo la que se contabiliza el apunte (ver
*> FECHA-NEGOCIO.DAT y el corte de dia CIERREDIA), ademas del
*> sello real de MOV-FECHA/MOV-HORA
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


*> FD REGLASCATFILE: una regla de correspondencia por registro
       FD REGLASCATFILE.
       01 REG-REGLA-CATEGORIA.
              02 RCA-CLASE              PIC X.
              02 RCA-TIPO-OP            PIC XX.
              02 RCA-SUBTIPO-OP         PIC XX.
              02 RCA-VALOR              PIC X(20).
              02 RCA-CATEGORIA          PIC X(3).
              02 RCA-NOMBRE             PIC X(20).

*> FD MOVCATFILE: la categoria asignada a cada cargo, con la clave
*> del apunte en MOVS.DAT y el mes de gasto al que se sumo
       FD MOVCATFILE.
       01 REG-MOV-CATEGORIA.
              02 CMV-CLAVE.
                 03 CMV-ID              PIC X(24).
                 03 CMV-SEC             PIC 9(6).
              02 CMV-CATEGORIA          PIC X(3).
              02 CMV-PERIODO            PIC 9(6).
              02 CMV-IMPORTE            PIC 9(9)V99.
              02 CMV-FECHA-PROCESO      PIC 9(8).

*> FD GASTOSFILE: gasto acumulado por cuenta, mes (AAAAMM) y
*> categoria, con el nombre de la categoria para mostrarlo
       FD GASTOSFILE.
       01 REG-GASTO-MENSUAL.
              02 GMS-CLAVE.
                 03 GMS-CUENTA          PIC X(24).
                 03 GMS-PERIODO         PIC 9(6).
                 03 GMS-CATEGORIA       PIC X(3).
              02 GMS-NOMBRE             PIC X(20).
              02 GMS-IMPORTE            PIC 9(9)V99.
              02 GMS-NUM-MOVS           PIC 9(5).

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
              77 FSRC                  PIC XX.
              77 FSMC                  PIC XX.
              77 FSGM                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-CARGOS            PIC 9(7) VALUE 0.
              77 NUM-YA-CATEGORIZADOS  PIC 9(7) VALUE 0.
              77 NUM-NO-GASTO          PIC 9(7) VALUE 0.
              77 NUM-CATEGORIZADOS     PIC 9(7) VALUE 0.
              77 NUM-SIN-CATEGORIA     PIC 9(7) VALUE 0.
              77 IMPORTE-CATEGORIZADO  PIC 9(11)V99 VALUE 0.
              77 NUM-REGLAS            PIC 999 VALUE 0.
              77 R                     PIC 999.
              77 LONGITUD-WS           PIC 99.
              77 APARICIONES-WS        PIC 99.
              77 REGLA-ENCONTRADA      PIC X(2).
              77 CATEGORIA-WS          PIC X(3).
              77 NOMBRE-CATEGORIA-WS   PIC X(20).
              77 CONCEPTO-MAYUS-WS     PIC X(40).
              77 ACREEDOR-WS           PIC X(10).
              77 PERIODO-WS            PIC 9(6).
              77 IMPORTE-GASTO-WS      PIC 9(9)V99.

*> Reglas del fichero seguidas de las de partida, en el orden en
*> que se prueban dentro de cada clase
              01 TABLA-REGLAS.
                 02 TR-REGLA OCCURS 120 TIMES.
                    03 TR-CLASE         PIC X.
                    03 TR-TIPO-OP       PIC XX.
                    03 TR-SUBTIPO-OP    PIC XX.
                    03 TR-VALOR         PIC X(20).
                    03 TR-LONGITUD      PIC 99.
                    03 TR-CATEGORIA     PIC X(3).
                    03 TR-NOMBRE        PIC X(20).

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 FECHAF.
                 02 DD                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.
              01 HORAF.
                 02 HH                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 SS                 PIC 99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-REGLAS THRU FIN-CARGAR-REGLAS.
                  PERFORM CARGAR-REGLAS-POR-DEFECTO.
                  PERFORM CLASIFICAR-MOVIMIENTOS
                      THRU FIN-CLASIFICAR-MOVIMIENTOS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-CATEGORIZADOS TO CTL-ESCRITOS-WS.
                  MOVE IMPORTE-CATEGORIZADO TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-CATEGORIZADO TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CATEGORIZARGASTOS: " NUM-LEIDOS " apuntes, "
                      NUM-CARGOS " cargos, " NUM-CATEGORIZADOS
                      " clasificados (" NUM-SIN-CATEGORIA
                      " sin categoria), " NUM-YA-CATEGORIZADOS
                      " ya clasificados, " NUM-NO-GASTO " no gasto.".
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

       *> Carga en memoria las reglas de CATEGORIAS-GASTO.DAT, con la
       *> clase y el valor en mayusculas y la longitud util de la
       *> palabra clave; sin fichero solo quedan las de partida
              CARGAR-REGLAS.
                  OPEN INPUT REGLASCATFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCATFILE
                    GO TO FIN-CARGAR-REGLAS.

                LEER-UNA-REGLA.
                  READ REGLASCATFILE
                      AT END GO TO CERRAR-CARGAR-REGLAS.
                  IF NUM-REGLAS NOT < 100
                    GO TO CERRAR-CARGAR-REGLAS.
                  INSPECT RCA-CLASE CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT RCA-VALOR CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  IF RCA-CATEGORIA = SPACES
                    GO TO LEER-UNA-REGLA.
                  ADD 1 TO NUM-REGLAS.
                  MOVE RCA-CLASE TO TR-CLASE(NUM-REGLAS).
                  MOVE RCA-TIPO-OP TO TR-TIPO-OP(NUM-REGLAS).
                  MOVE RCA-SUBTIPO-OP TO TR-SUBTIPO-OP(NUM-REGLAS).
                  MOVE RCA-VALOR TO TR-VALOR(NUM-REGLAS).
                  MOVE RCA-CATEGORIA TO TR-CATEGORIA(NUM-REGLAS).
                  MOVE RCA-NOMBRE TO TR-NOMBRE(NUM-REGLAS).
                  PERFORM CALCULAR-LONGITUD-VALOR
                      THRU FIN-CALCULAR-LONGITUD-VALOR.
                  MOVE LONGITUD-WS TO TR-LONGITUD(NUM-REGLAS).
                  GO TO LEER-UNA-REGLA.

                CERRAR-CARGAR-REGLAS.
                  CLOSE REGLASCATFILE.
              FIN-CARGAR-REGLAS.
                  EXIT.

       *> Longitud del valor de la regla sin los blancos del final
              CALCULAR-LONGITUD-VALOR.
                  MOVE 20 TO LONGITUD-WS.
                REPASAR-LONGITUD-VALOR.
                  IF LONGITUD-WS = 0
                    GO TO FIN-CALCULAR-LONGITUD-VALOR.
                  IF RCA-VALOR(LONGITUD-WS:1) = SPACE
                    SUBTRACT 1 FROM LONGITUD-WS
                    GO TO REPASAR-LONGITUD-VALOR.
              FIN-CALCULAR-LONGITUD-VALOR.
                  EXIT.

       *> Reglas de partida por tipo de operacion, detras de las del
       *> fichero para que estas siempre puedan afinarlas
              CARGAR-REGLAS-POR-DEFECTO.
                  MOVE "RE" TO RCA-TIPO-OP.
                  MOVE SPACES TO RCA-SUBTIPO-OP.
                  MOVE "EFE" TO RCA-CATEGORIA.
                  MOVE "Efectivo" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "TF" TO RCA-TIPO-OP.
                  MOVE "TRF" TO RCA-CATEGORIA.
                  MOVE "Transferencias" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "PM" TO RCA-TIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "CB" TO RCA-TIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "CQ" TO RCA-TIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "EN" TO RCA-TIPO-OP.
                  MOVE "ENT" TO RCA-CATEGORIA.
                  MOVE "Entradas" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "RM" TO RCA-TIPO-OP.
                  MOVE "RMV" TO RCA-CATEGORIA.
                  MOVE "Recargas de movil" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "AD" TO RCA-TIPO-OP.
                  MOVE "ADE" TO RCA-CATEGORIA.
                  MOVE "Recibos domiciliados" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "PR" TO RCA-TIPO-OP.
                  MOVE "PRE" TO RCA-CATEGORIA.
                  MOVE "Cuotas de prestamo" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "NO" TO RCA-TIPO-OP.
                  MOVE "RA" TO RCA-SUBTIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "CF" TO RCA-SUBTIPO-OP.
                  MOVE "COM" TO RCA-CATEGORIA.
                  MOVE "Comisiones" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "IT" TO RCA-TIPO-OP.
                  MOVE "DS" TO RCA-SUBTIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "CO" TO RCA-TIPO-OP.
                  MOVE SPACES TO RCA-SUBTIPO-OP.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "DO" TO RCA-TIPO-OP.
                  MOVE "DON" TO RCA-CATEGORIA.
                  MOVE "Donativos a ONG" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.
                  MOVE "TJ" TO RCA-TIPO-OP.
                  MOVE "CMP" TO RCA-CATEGORIA.
                  MOVE "Compras en comercios" TO RCA-NOMBRE.
                  PERFORM ANADIR-REGLA-TIPO.

              ANADIR-REGLA-TIPO.
                  ADD 1 TO NUM-REGLAS.
                  MOVE "T" TO TR-CLASE(NUM-REGLAS).
                  MOVE RCA-TIPO-OP TO TR-TIPO-OP(NUM-REGLAS).
                  MOVE RCA-SUBTIPO-OP TO TR-SUBTIPO-OP(NUM-REGLAS).
                  MOVE SPACES TO TR-VALOR(NUM-REGLAS).
                  MOVE 0 TO TR-LONGITUD(NUM-REGLAS).
                  MOVE RCA-CATEGORIA TO TR-CATEGORIA(NUM-REGLAS).
                  MOVE RCA-NOMBRE TO TR-NOMBRE(NUM-REGLAS).

       *> Recorre MOVS.DAT y clasifica cada cargo todavia sin categoria,
       *> sumandolo al mes de su fecha de negocio (o de su fecha, en los
       *> apuntes anteriores a la fecha de negocio)
              CLASIFICAR-MOVIMIENTOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-CLASIFICAR-MOVIMIENTOS.
                  OPEN I-O MOVCATFILE.
                  IF FSMC = "35"
                    CLOSE MOVCATFILE
                    OPEN OUTPUT MOVCATFILE
                    CLOSE MOVCATFILE
                    OPEN I-O MOVCATFILE.
                  OPEN I-O GASTOSFILE.
                  IF FSGM = "35"
                    CLOSE GASTOSFILE
                    OPEN OUTPUT GASTOSFILE
                    CLOSE GASTOSFILE
                    OPEN I-O GASTOSFILE.

                LEER-UN-MOVIMIENTO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-CLASIFICAR-MOVIMIENTOS.
                  ADD 1 TO NUM-LEIDOS.
                  IF MOV-IMPORTE NOT < 0
                    GO TO LEER-UN-MOVIMIENTO.
                  ADD 1 TO NUM-CARGOS.
                  IF MOV-OP-PLAZO OR MOV-OP-CANCELACION OR MOV-OP-AJUSTE
                     OR MOV-OP-MIGRADO OR MOV-OP-PRESCRIPCION
                    ADD 1 TO NUM-NO-GASTO
                    GO TO LEER-UN-MOVIMIENTO.
                  MOVE MOV-CLAVE TO CMV-CLAVE.
                  READ MOVCATFILE
                      INVALID KEY CONTINUE.
                  IF FSMC = "00"
                    ADD 1 TO NUM-YA-CATEGORIZADOS
                    GO TO LEER-UN-MOVIMIENTO.

                  PERFORM ASIGNAR-CATEGORIA THRU FIN-ASIGNAR-CATEGORIA.
                  IF MOV-FECHA-NEGOCIO > 0
                    COMPUTE PERIODO-WS = MOV-FECHA-NEGOCIO / 100
                  ELSE
                    COMPUTE PERIODO-WS = (AAM * 100) + MMM.
                  COMPUTE IMPORTE-GASTO-WS = 0 - MOV-IMPORTE.

                  MOVE MOV-CLAVE TO CMV-CLAVE.
                  MOVE CATEGORIA-WS TO CMV-CATEGORIA.
                  MOVE PERIODO-WS TO CMV-PERIODO.
                  MOVE IMPORTE-GASTO-WS TO CMV-IMPORTE.
                  MOVE FECHA-NEGOCIO-WS TO CMV-FECHA-PROCESO.
                  WRITE REG-MOV-CATEGORIA
                      INVALID KEY GO TO LEER-UN-MOVIMIENTO.

                  PERFORM ACUMULAR-GASTO-MES.
                  ADD 1 TO NUM-CATEGORIZADOS.
                  ADD IMPORTE-GASTO-WS TO IMPORTE-CATEGORIZADO.
                  IF CATEGORIA-WS = "OTR"
                    ADD 1 TO NUM-SIN-CATEGORIA.
                  GO TO LEER-UN-MOVIMIENTO.

                CERRAR-CLASIFICAR-MOVIMIENTOS.
                  CLOSE MOVFILE.
                  CLOSE MOVCATFILE.
                  CLOSE GASTOSFILE.
              FIN-CLASIFICAR-MOVIMIENTOS.
                  EXIT.

       *> Prueba las reglas por clases: primero el acreedor de un
       *> adeudo, despues las palabras clave del concepto y por ultimo
       *> el tipo de operacion
              ASIGNAR-CATEGORIA.
                  MOVE "OTR" TO CATEGORIA-WS.
                  MOVE "Otros gastos" TO NOMBRE-CATEGORIA-WS.
                  MOVE "NO" TO REGLA-ENCONTRADA.
                  MOVE MOV-CONCEPTO TO CONCEPTO-MAYUS-WS.
                  INSPECT CONCEPTO-MAYUS-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

                  IF MOV-OP-ADEUDO
                    MOVE CONCEPTO-MAYUS-WS(8:10) TO ACREEDOR-WS
                    MOVE 1 TO R
                    PERFORM PROBAR-REGLA-ACREEDOR
                        UNTIL R > NUM-REGLAS OR REGLA-ENCONTRADA = "SI"
                    IF REGLA-ENCONTRADA = "SI"
                      GO TO FIN-ASIGNAR-CATEGORIA.

                  MOVE 1 TO R.
                  PERFORM PROBAR-REGLA-CLAVE
                      UNTIL R > NUM-REGLAS OR REGLA-ENCONTRADA = "SI".
                  IF REGLA-ENCONTRADA = "SI"
                    GO TO FIN-ASIGNAR-CATEGORIA.

                  MOVE 1 TO R.
                  PERFORM PROBAR-REGLA-TIPO
                      UNTIL R > NUM-REGLAS OR REGLA-ENCONTRADA = "SI".
              FIN-ASIGNAR-CATEGORIA.
                  EXIT.

              PROBAR-REGLA-ACREEDOR.
                  IF TR-CLASE(R) = "A" AND
                     TR-VALOR(R)(1:10) = ACREEDOR-WS
                    PERFORM TOMAR-CATEGORIA-REGLA.
                  ADD 1 TO R.

              PROBAR-REGLA-CLAVE.
                  IF TR-CLASE(R) = "C" AND TR-LONGITUD(R) > 0
                    MOVE 0 TO APARICIONES-WS
                    INSPECT CONCEPTO-MAYUS-WS TALLYING APARICIONES-WS
                        FOR ALL TR-VALOR(R)(1:TR-LONGITUD(R))
                    IF APARICIONES-WS > 0
                      PERFORM TOMAR-CATEGORIA-REGLA.
                  ADD 1 TO R.

              PROBAR-REGLA-TIPO.
                  IF TR-CLASE(R) = "T" AND TR-TIPO-OP(R) = MOV-TIPO-OP
                    IF TR-SUBTIPO-OP(R) = SPACES OR
                       TR-SUBTIPO-OP(R) = MOV-SUBTIPO-OP
                      PERFORM TOMAR-CATEGORIA-REGLA.
                  ADD 1 TO R.

              TOMAR-CATEGORIA-REGLA.
                  MOVE "SI" TO REGLA-ENCONTRADA.
                  MOVE TR-CATEGORIA(R) TO CATEGORIA-WS.
                  MOVE TR-NOMBRE(R) TO NOMBRE-CATEGORIA-WS.

       *> Suma el cargo al gasto del mes de la cuenta en su categoria;
       *> el nombre se refresca con el de la regla vigente
              ACUMULAR-GASTO-MES.
                  MOVE MOV-ID TO GMS-CUENTA.
                  MOVE PERIODO-WS TO GMS-PERIODO.
                  MOVE CATEGORIA-WS TO GMS-CATEGORIA.
                  READ GASTOSFILE
                      INVALID KEY
                        MOVE NOMBRE-CATEGORIA-WS TO GMS-NOMBRE
                        MOVE IMPORTE-GASTO-WS TO GMS-IMPORTE
                        MOVE 1 TO GMS-NUM-MOVS
                        WRITE REG-GASTO-MENSUAL
                            INVALID KEY CONTINUE
                        END-WRITE
                      NOT INVALID KEY
                        MOVE NOMBRE-CATEGORIA-WS TO GMS-NOMBRE
                        ADD IMPORTE-GASTO-WS TO GMS-IMPORTE
                        ADD 1 TO GMS-NUM-MOVS
                        REWRITE REG-GASTO-MENSUAL
                            INVALID KEY CONTINUE
                        END-REWRITE
                  END-READ.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CATEGORIZARGASTOS" TO CTN-PROGRAMA.
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
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
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
