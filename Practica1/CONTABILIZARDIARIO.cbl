       PROGRAM-ID. CONTABILIZARDIARIO.
       *> Proceso batch de contabilizacion: recorre los apuntes de hoy
       *> en MOVS.DAT y genera en LIBRODIARIO.DAT los asientos de debe
       *> y haber por partida doble contra el plan de cuentas de
       *> PLANCUENTAS.DAT, segun las reglas de REGLASCONTABLES.DAT
       *> (tipo y subtipo de operacion, moneda de la cuenta y terminal
       *> llevan a una cuenta de debe y otra de haber; ambas tablas se
       *> mantienen con MANTENEPLANCONTABLE y se cargan la primera vez
       *> con MIGRARPLANCONTABLE), para que contabilidad deje de
       *> reteclear a mano la actividad del cajero. Cada movimiento
       *> genera su pareja debe/haber, y al
       *> final se comprueba que el total del debe y el del haber
       *> cuadran a cero antes de dar el fichero por bueno; si no
       *> cuadran, el fichero se marca como rechazado y no debe
       *> entregarse a contabilidad.
       *> Cada anotacion lleva el centro de coste del terminal que grabo
       *> el apunte (MOV-TERMINAL), segun el maestro TERMINALES.DAT.
       *> Un apunte sin regla aplicable, o cuya regla apunta a una
       *> cuenta fuera del plan o de baja, se anota contra la cuenta
       *> puente y la de depositos de clientes del plan (para que el
       *> diario cuadre) y se agrupa por tipo, subtipo, moneda y
       *> terminal en SIN-REGLA.DAT, para que contabilidad cree la
       *> regla que falta; cada uno queda ademas como partida abierta
       *> en PARTIDAS-PUENTE.DAT hasta que contabilidad lo reclasifica
       *> a su cuenta con RECLASIFICARPUENTE. Sin las tablas no se
       *> genera el diario y el programa termina con codigo de
       *> retorno 8.
       *>
       *> Versiones
       *> Versión 1.0 - Libro diario por partida doble desde MOVS.DAT
       *> Versión 1.1 - Corte por fecha de negocio
       *> Versión 1.2 - El cheque se carga a compensacion, no a caja
       *> Versión 1.3 - Clasifica por el tipo de operacion del apunte
       *> Versión 1.4 - Plan de cuentas y reglas de contabilizacion en
       *>               tablas; informe de apuntes sin regla
       *> Versión 1.5 - Partidas abiertas de la cuenta puente
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Centro de coste del terminal en cada anotacion
       *> Versión 1.8 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.9 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT PLANCUENTASFILE ASSIGN TO "PLANCUENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-CUENTA
                  FILE STATUS IS FSPL.

              SELECT REGLASCONTFILE ASSIGN TO "REGLASCONTABLES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCO-CLAVE
                  FILE STATUS IS FSRC.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT TERMINALESFILE ASSIGN TO "TERMINALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRM-ID
                  FILE STATUS IS FSTR.

              SELECT SINREGLAFILE ASSIGN TO "SIN-REGLA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSR.

              SELECT PARTIDASPUENTEFILE ASSIGN TO "PARTIDAS-PUENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPT-NUMERO
                  ALTERNATE RECORD KEY IS PPT-MOV-CLAVE
                  FILE STATUS IS FSPP.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD MOVFILE.
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

       FD REDINTERFILE.
       01 REG-RED-INTERBANCARIA.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

       FD FECHANEGOCIOFILE.
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
                 88 PLC-USO-PUENTE      VALUE "P".
                 88 PLC-USO-CLIENTES    VALUE "C".
              02 PLC-ESTADO             PIC X.
                 88 PLC-DE-ALTA         VALUE "A".
              02 PLC-FECHA-ALTA         PIC 9(8).

       *> FD REGLASCONTFILE: regla de contabilizacion; los asteriscos
       *> de la clave valen por cualquier valor
       FD REGLASCONTFILE.
       01 REG-REGLA-CONTABLE.
              02 RCO-CLAVE.
                 03 RCO-TIPO-OP         PIC XX.
                 03 RCO-SUBTIPO-OP      PIC XX.
                 03 RCO-MONEDA          PIC X(3).
                 03 RCO-TERMINAL        PIC X(4).
              02 RCO-CTA-DEBE           PIC 9(6).
              02 RCO-CTA-HABER          PIC 9(6).
              02 RCO-CTA-RECARGO        PIC 9(6).
              02 RCO-DESCRIPCION        PIC X(30).

       *> FD TERMINALESFILE: maestro de terminales con su sucursal,
       *> region y centro de coste (ver writeTerminalesFile)
       FD TERMINALESFILE.
       01 REG-TERMINAL-MAESTRO.
              02 TRM-ID                 PIC X(4).
              02 TRM-SUCURSAL           PIC X(4).
              02 TRM-NOMBRE-SUCURSAL    PIC X(30).
              02 TRM-REGION             PIC X(15).
              02 TRM-CENTRO-COSTE       PIC X(6).
              02 TRM-DIRECCION          PIC X(40).
              02 TRM-FECHA-INSTALACION  PIC 9(8).

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

       *> FD SINREGLAFILE: apuntes del dia sin regla aplicable,
       *> agrupados por la clave de regla que les falta
       FD SINREGLAFILE.
       01 REG-SIN-REGLA                PIC X(90).

       *> FD PARTIDASPUENTEFILE: una partida abierta por apunte
       *> anotado contra la cuenta puente, hasta que contabilidad la
       *> reclasifica a su cuenta con RECLASIFICARPUENTE (P=pendiente,
       *> R=reclasificada). La clave alternativa es la del apunte de
       *> MOVS.DAT, de modo que una repeticion no duplica partidas
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
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FSRI                  PIC XX.
              77 FSD                   PIC XX.
              77 FSPL                  PIC XX.
              77 FSRC                  PIC XX.
              77 FSU                   PIC XX.
              77 FSSR                  PIC XX.
              77 FSTR                  PIC XX.
              77 NUM-TERMINALES        PIC 9(4) VALUE 0.
              77 CENTRO-COSTE-APUNTE   PIC X(6).
              77 FSPP                  PIC XX.
              77 ULT-NUM-PARTIDA       PIC 9(6) VALUE 0.
              77 NUM-PARTIDAS-NUEVAS   PIC 9(5) VALUE 0.
              77 CANTIDAD-MOV          PIC S9(9)V99.
              77 IMPORTE-ASIENTO       PIC 9(9)V99.
              77 RECARGO-ASIENTO       PIC 9(3)V99.
              77 NUM-ASIENTOS          PIC 9(5) VALUE 0.
              77 NUM-SIN-MAPEAR        PIC 9(5) VALUE 0.
              77 RECARGO-ENCONTRADO    PIC X(2).
              77 N                     PIC 9(4).
              77 M                     PIC 9.
              77 NUM-CUENTAS-PLAN      PIC 9(4) VALUE 0.
              77 NUM-REGLAS            PIC 9(4) VALUE 0.
              77 NUM-MONEDAS           PIC 9(4) VALUE 0.
              77 NUM-SIN-REGLA         PIC 9(4) VALUE 0.
              77 MONEDA-APUNTE         PIC X(3).
              77 MEJOR-REGLA           PIC 9(4).
              77 MEJOR-PESO            PIC 99.
              77 PESO-REGLA            PIC 99.
              77 CUENTA-A-VALIDAR      PIC 9(6).
              77 CUENTA-VALIDA         PIC X(2).
              77 REGLA-VALIDA          PIC X(2).
              77 MOTIVO-SIN-REGLA      PIC X(30).
              77 SIN-REGLA-ENCONTRADA  PIC X(2).

       *> Pareja de cuentas para los apuntes sin regla: las de uso
       *> puente y depositos de clientes del plan
              77 CTA-PUENTE            PIC 9(6) VALUE 0.
              77 CTA-DEPOSITOS         PIC 9(6) VALUE 0.

       *> Cuentas de la regla elegida para el apunte en curso
              77 CTA-DEBE-APUNTE       PIC 9(6).
              77 CTA-HABER-APUNTE      PIC 9(6).
              77 CTA-RECARGO-APUNTE    PIC 9(6).

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.

       *> Plan de cuentas y reglas de contabilizacion en memoria
              01 TABLA-PLAN.
                 02 PLAN-ENTRADA OCCURS 500 TIMES.
                    03 TP-CUENTA            PIC 9(6).
                    03 TP-ESTADO            PIC X.

              01 TABLA-REGLAS.
                 02 REGLA-ENTRADA OCCURS 300 TIMES.
                    03 TR-TIPO-OP           PIC XX.
                    03 TR-SUBTIPO-OP        PIC XX.
                    03 TR-MONEDA            PIC X(3).
                    03 TR-TERMINAL          PIC X(4).
                    03 TR-CTA-DEBE          PIC 9(6).
                    03 TR-CTA-HABER         PIC 9(6).
                    03 TR-CTA-RECARGO       PIC 9(6).

       *> Solo las cuentas en divisa; el resto se contabilizan en euros
              01 TABLA-MONEDAS.
                 02 MONEDA-ENTRADA OCCURS 2000 TIMES.
                    03 TM-CUENTA            PIC X(24).
                    03 TM-MONEDA            PIC X(3).

       *> Centro de coste de cada terminal del maestro; los apuntes
       *> de los procesos batch (BATC) y de terminales que no estan en
       *> el maestro se anotan sin centro de coste
              01 TABLA-TERMINALES.
                 02 TERMINAL-ENTRADA OCCURS 200 TIMES.
                    03 TT-TERMINAL          PIC X(4).
                    03 TT-CENTRO-COSTE      PIC X(6).

              01 TABLA-SIN-REGLA.
                 02 SIN-REGLA-ENTRADA OCCURS 100 TIMES.
                    03 TS-CLAVE.
                       04 TS-TIPO-OP        PIC XX.
                       04 TS-SUBTIPO-OP     PIC XX.
                       04 TS-MONEDA         PIC X(3).
                       04 TS-TERMINAL       PIC X(4).
                    03 TS-MOTIVO            PIC X(30).
                    03 TS-NUM-APUNTES       PIC 9(5).
                    03 TS-IMPORTE           PIC 9(11)V99.

              01 CLAVE-SIN-REGLA.
                 02 CSR-TIPO-OP            PIC XX.
                 02 CSR-SUBTIPO-OP         PIC XX.
                 02 CSR-MONEDA             PIC X(3).
                 02 CSR-TERMINAL           PIC X(4).

              01 LINEA-TOTALES-DIARIO.
                 02 FILLER             PIC X(8) VALUE "TOTALES ".
                 02 FILLER             PIC X(6) VALUE "DEBE  ".
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 TOT-ESTADO         PIC X(10).

              01 LINEA-TITULO-SIN-REGLA.
                 02 FILLER             PIC X(31)
                    VALUE "APUNTES SIN REGLA CONTABLE DEL ".
                 02 TSR-FECHA          PIC X(10).

              01 LINEA-CABECERA-SIN-REGLA PIC X(52) VALUE
                 "TP ST MON TERM APUNTES        IMPORTE  MOTIVO".

              01 LINEA-SIN-REGLA.
                 02 LSR-TIPO-OP        PIC XX.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LSR-SUBTIPO-OP     PIC XX.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LSR-MONEDA         PIC X(3).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LSR-TERMINAL       PIC X(4).
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LSR-NUM-APUNTES    PIC ZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LSR-IMPORTE        PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LSR-MOTIVO         PIC X(30).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-PLAN-CUENTAS THRU FIN-CARGAR-PLAN-CUENTAS.
                  PERFORM CARGAR-REGLAS THRU FIN-CARGAR-REGLAS.
                  IF NUM-CUENTAS-PLAN = 0 OR NUM-REGLAS = 0
                    DISPLAY "CONTABILIZARDIARIO: sin PLANCUENTAS.DAT o"
                        " REGLASCONTABLES.DAT, no se genera el diario"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
                  PERFORM CARGAR-MONEDAS THRU FIN-CARGAR-MONEDAS.
                  PERFORM CARGAR-TERMINALES THRU FIN-CARGAR-TERMINALES.
                  PERFORM GENERAR-ASIENTOS THRU FIN-GENERAR-ASIENTOS.
                  PERFORM ESCRIBIR-SIN-REGLA THRU FIN-ESCRIBIR-SIN-REGLA.
                  STOP RUN.

       *> Recorre los apuntes de hoy generando su pareja de anotaciones
       *> y comprueba al final el cuadre del debe contra el haber
              GENERAR-ASIENTOS.
                  OPEN OUTPUT DIARIOFILE.
                  PERFORM ABRIR-PARTIDAS-PUENTE
                      THRU FIN-ABRIR-PARTIDAS-PUENTE.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    MOVE "RECHAZADO" TO TOT-ESTADO.
                  WRITE REG-DIARIO FROM LINEA-TOTALES-DIARIO.
                  CLOSE DIARIOFILE.
                  CLOSE PARTIDASPUENTEFILE.
                  IF TOTAL-DEBE NOT = TOTAL-HABER
                    DISPLAY "CONTABILIZARDIARIO: DESCUADRE debe/haber,"
                        " fichero marcado RECHAZADO".
                  DISPLAY "CONTABILIZARDIARIO: " NUM-ASIENTOS
                      " anotaciones, " NUM-SIN-MAPEAR
                      " apuntes sin regla (ver SIN-REGLA.DAT).".
                  DISPLAY "CONTABILIZARDIARIO: " NUM-PARTIDAS-NUEVAS
                      " partidas nuevas en PARTIDAS-PUENTE.DAT.".
              FIN-GENERAR-ASIENTOS.

       *> Busca la regla que mejor encaja con el apunte (tipo y
       *> subtipo de operacion, moneda de la cuenta y terminal que lo
       *> grabo) y anota su pareja de cargo y abono; sin regla valida
       *> el apunte va a la pareja puente/depositos y al informe
              CONTABILIZAR-UN-APUNTE.
                  PERFORM BUSCAR-MONEDA-APUNTE.
                  PERFORM BUSCAR-CENTRO-COSTE.
                  PERFORM ELEGIR-REGLA.
                  IF MEJOR-REGLA = 0
                    MOVE "Sin regla de contabilizacion" TO MOTIVO-SIN-REGLA
                    GO TO CONTABILIZAR-SIN-REGLA.

                  MOVE TR-CTA-DEBE(MEJOR-REGLA) TO CTA-DEBE-APUNTE.
                  MOVE TR-CTA-HABER(MEJOR-REGLA) TO CTA-HABER-APUNTE.
                  MOVE TR-CTA-RECARGO(MEJOR-REGLA) TO CTA-RECARGO-APUNTE.
                  PERFORM VALIDAR-CUENTAS-REGLA.
                  IF REGLA-VALIDA = "NO"
                    MOVE "Cuenta de la regla no valida" TO MOTIVO-SIN-REGLA
                    GO TO CONTABILIZAR-SIN-REGLA.

                  MOVE CTA-DEBE-APUNTE TO DIA-CUENTA.
                  PERFORM ESCRIBIR-ANOTACION-DEBE.
                  IF CTA-RECARGO-APUNTE = 0
                    MOVE CTA-HABER-APUNTE TO DIA-CUENTA
                    PERFORM ESCRIBIR-ANOTACION-HABER
                  ELSE
                    PERFORM CONTABILIZAR-INTERBANCARIO
                        THRU FIN-CONTABILIZAR-INTERBANCARIO.
                  GO TO FIN-CONTABILIZAR-UN-APUNTE.

       *> Apunte sin regla: pareja contra la cuenta puente para que el
       *> diario siga cuadrando, a la vista en SIN-REGLA.DAT y como
       *> partida abierta en PARTIDAS-PUENTE.DAT
                CONTABILIZAR-SIN-REGLA.
                  ADD 1 TO NUM-SIN-MAPEAR.
                  PERFORM ACUMULAR-SIN-REGLA.
                  PERFORM ANOTAR-PARTIDA-PUENTE.
                  MOVE CTA-PUENTE TO DIA-CUENTA.
                  PERFORM ESCRIBIR-ANOTACION-DEBE.
                  MOVE CTA-DEPOSITOS TO DIA-CUENTA.
                  PERFORM ESCRIBIR-ANOTACION-HABER.
              FIN-CONTABILIZAR-UN-APUNTE.
                  EXIT.

       *> Una regla con cuenta de recargo (la retirada interbancaria)
       *> reparte el haber entre su cuenta de haber (el efectivo
       *> entregado) y la de recargo, con el total reclamado a la
       *> entidad ya anotado en el debe
              CONTABILIZAR-INTERBANCARIO.
                  PERFORM BUSCAR-RECARGO-ENTIDAD
                      THRU FIN-BUSCAR-RECARGO-ENTIDAD.
                  IF RECARGO-ENCONTRADO = "SI" AND
                     RECARGO-ASIENTO < IMPORTE-ASIENTO
                    SUBTRACT RECARGO-ASIENTO FROM IMPORTE-ASIENTO
                    MOVE CTA-HABER-APUNTE TO DIA-CUENTA
                    PERFORM ESCRIBIR-ANOTACION-HABER
                    MOVE RECARGO-ASIENTO TO IMPORTE-ASIENTO
                    MOVE CTA-RECARGO-APUNTE TO DIA-CUENTA
                    PERFORM ESCRIBIR-ANOTACION-HABER
                  ELSE
                    MOVE CTA-HABER-APUNTE TO DIA-CUENTA
                    PERFORM ESCRIBIR-ANOTACION-HABER.
              FIN-CONTABILIZAR-INTERBANCARIO.
                  EXIT.

              FIN-BUSCAR-RECARGO-ENTIDAD.
                  EXIT.

       *> Eleccion de regla: cada campo que coincide exactamente suma
       *> (tipo 8, subtipo 4, terminal 2, moneda 1) y un campo con
       *> asteriscos vale por cualquier valor sin sumar; gana la regla
       *> de mas peso, y a igual peso la primera en orden de clave
              ELEGIR-REGLA.
                  MOVE 0 TO MEJOR-REGLA.
                  MOVE 0 TO MEJOR-PESO.
                  MOVE 1 TO N.
                  PERFORM EVALUAR-REGLA THRU FIN-EVALUAR-REGLA
                      UNTIL N > NUM-REGLAS.

              EVALUAR-REGLA.
                  MOVE 1 TO PESO-REGLA.
                  IF TR-TIPO-OP(N) = MOV-TIPO-OP
                    ADD 8 TO PESO-REGLA
                  ELSE
                    IF TR-TIPO-OP(N) NOT = "**"
                      GO TO FIN-EVALUAR-REGLA.
                  IF TR-SUBTIPO-OP(N) = MOV-SUBTIPO-OP
                    ADD 4 TO PESO-REGLA
                  ELSE
                    IF TR-SUBTIPO-OP(N) NOT = "**"
                      GO TO FIN-EVALUAR-REGLA.
                  IF TR-TERMINAL(N) = MOV-TERMINAL
                    ADD 2 TO PESO-REGLA
                  ELSE
                    IF TR-TERMINAL(N) NOT = "****"
                      GO TO FIN-EVALUAR-REGLA.
                  IF TR-MONEDA(N) = MONEDA-APUNTE
                    ADD 1 TO PESO-REGLA
                  ELSE
                    IF TR-MONEDA(N) NOT = "***"
                      GO TO FIN-EVALUAR-REGLA.
                  IF PESO-REGLA > MEJOR-PESO
                    MOVE PESO-REGLA TO MEJOR-PESO
                    MOVE N TO MEJOR-REGLA.
              FIN-EVALUAR-REGLA.
                  ADD 1 TO N.

       *> Las cuentas de la regla tienen que estar en el plan y de alta
              VALIDAR-CUENTAS-REGLA.
                  MOVE "SI" TO REGLA-VALIDA.
                  MOVE CTA-DEBE-APUNTE TO CUENTA-A-VALIDAR.
                  PERFORM VALIDAR-CUENTA.
                  IF CUENTA-VALIDA = "NO"
                    MOVE "NO" TO REGLA-VALIDA.
                  MOVE CTA-HABER-APUNTE TO CUENTA-A-VALIDAR.
                  PERFORM VALIDAR-CUENTA.
                  IF CUENTA-VALIDA = "NO"
                    MOVE "NO" TO REGLA-VALIDA.
                  IF CTA-RECARGO-APUNTE NOT = 0
                    MOVE CTA-RECARGO-APUNTE TO CUENTA-A-VALIDAR
                    PERFORM VALIDAR-CUENTA
                    IF CUENTA-VALIDA = "NO"
                      MOVE "NO" TO REGLA-VALIDA.

              VALIDAR-CUENTA.
                  MOVE "NO" TO CUENTA-VALIDA.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-CUENTA-PLAN
                      UNTIL N > NUM-CUENTAS-PLAN OR CUENTA-VALIDA = "SI".

              COMPARAR-CUENTA-PLAN.
                  IF TP-CUENTA(N) = CUENTA-A-VALIDAR AND TP-ESTADO(N) = "A"
                    MOVE "SI" TO CUENTA-VALIDA
                  ELSE
                    ADD 1 TO N.

       *> Moneda de la cuenta del apunte: las cuentas en divisa estan
       *> en la tabla; cualquier otra es en euros
              BUSCAR-MONEDA-APUNTE.
                  MOVE "EUR" TO MONEDA-APUNTE.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-MONEDA-CUENTA
                      UNTIL N > NUM-MONEDAS.

              COMPARAR-MONEDA-CUENTA.
                  IF TM-CUENTA(N) = MOV-ID
                    MOVE TM-MONEDA(N) TO MONEDA-APUNTE
                    MOVE NUM-MONEDAS TO N.
                  ADD 1 TO N.

       *> Centro de coste del terminal que grabo el apunte
              BUSCAR-CENTRO-COSTE.
                  MOVE SPACES TO CENTRO-COSTE-APUNTE.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-TERMINAL-APUNTE
                      UNTIL N > NUM-TERMINALES.

              COMPARAR-TERMINAL-APUNTE.
                  IF TT-TERMINAL(N) = MOV-TERMINAL
                    MOVE TT-CENTRO-COSTE(N) TO CENTRO-COSTE-APUNTE
                    MOVE NUM-TERMINALES TO N.
                  ADD 1 TO N.

       *> Agrupa el apunte sin regla por su clave de regla
              ACUMULAR-SIN-REGLA.
                  MOVE MOV-TIPO-OP TO CSR-TIPO-OP.
                  MOVE MOV-SUBTIPO-OP TO CSR-SUBTIPO-OP.
                  MOVE MONEDA-APUNTE TO CSR-MONEDA.
                  MOVE MOV-TERMINAL TO CSR-TERMINAL.
                  MOVE "NO" TO SIN-REGLA-ENCONTRADA.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-SIN-REGLA
                      UNTIL N > NUM-SIN-REGLA
                         OR SIN-REGLA-ENCONTRADA = "SI".
                  IF SIN-REGLA-ENCONTRADA = "NO"
                    IF NUM-SIN-REGLA < 100
                      ADD 1 TO NUM-SIN-REGLA
                      MOVE NUM-SIN-REGLA TO N
                      MOVE CLAVE-SIN-REGLA TO TS-CLAVE(N)
                      MOVE MOTIVO-SIN-REGLA TO TS-MOTIVO(N)
                      MOVE 0 TO TS-NUM-APUNTES(N)
                      MOVE 0 TO TS-IMPORTE(N)
                      MOVE "SI" TO SIN-REGLA-ENCONTRADA.
                  IF SIN-REGLA-ENCONTRADA = "SI"
                    ADD 1 TO TS-NUM-APUNTES(N)
                    ADD IMPORTE-ASIENTO TO TS-IMPORTE(N).

       *> Partida abierta del apunte anotado a la cuenta puente; si el
       *> apunte ya tiene partida (repeticion del proceso) no se anota
       *> otra
              ANOTAR-PARTIDA-PUENTE.
                  ADD 1 TO ULT-NUM-PARTIDA.
                  MOVE ULT-NUM-PARTIDA TO PPT-NUMERO.
                  MOVE MOV-ID TO PPT-MOV-ID.
                  MOVE MOV-SEC TO PPT-MOV-SEC.
                  MOVE MOV-FECHA-NEGOCIO TO PPT-FECHA-NEGOCIO.
                  MOVE IMPORTE-ASIENTO TO PPT-IMPORTE.
                  MOVE MOV-CONCEPTO TO PPT-CONCEPTO.
                  MOVE MOV-TIPO-OP TO PPT-TIPO-OP.
                  MOVE MOV-SUBTIPO-OP TO PPT-SUBTIPO-OP.
                  MOVE MONEDA-APUNTE TO PPT-MONEDA.
                  MOVE MOV-TERMINAL TO PPT-TERMINAL.
                  MOVE CTA-PUENTE TO PPT-CTA-PUENTE.
                  MOVE MOTIVO-SIN-REGLA TO PPT-MOTIVO.
                  MOVE "P" TO PPT-ESTADO.
                  MOVE 0 TO PPT-CTA-DESTINO.
                  MOVE 0 TO PPT-FECHA-RECLASIF.
                  MOVE SPACES TO PPT-CONTABLE.
                  MOVE SPACES TO PPT-APROBADOR.
                  WRITE REG-PARTIDA-PUENTE
                      INVALID KEY SUBTRACT 1 FROM ULT-NUM-PARTIDA
                      NOT INVALID KEY ADD 1 TO NUM-PARTIDAS-NUEVAS.

       *> Procedimiento abrir-partidas-puente: abre (o crea) el
       *> fichero de partidas y localiza el ultimo numero usado
              ABRIR-PARTIDAS-PUENTE.
                  OPEN I-O PARTIDASPUENTEFILE.
                  IF FSPP = "35"
                    CLOSE PARTIDASPUENTEFILE
                    OPEN OUTPUT PARTIDASPUENTEFILE
                    CLOSE PARTIDASPUENTEFILE
                    OPEN I-O PARTIDASPUENTEFILE
                    GO TO FIN-ABRIR-PARTIDAS-PUENTE.

                LEER-ULT-NUM-PARTIDA.
                  READ PARTIDASPUENTEFILE NEXT RECORD
                      AT END GO TO FIN-ABRIR-PARTIDAS-PUENTE.
                  MOVE PPT-NUMERO TO ULT-NUM-PARTIDA.
                  GO TO LEER-ULT-NUM-PARTIDA.
              FIN-ABRIR-PARTIDAS-PUENTE.
                  EXIT.

              COMPARAR-SIN-REGLA.
                  IF TS-CLAVE(N) = CLAVE-SIN-REGLA AND
                     TS-MOTIVO(N) = MOTIVO-SIN-REGLA
                    MOVE "SI" TO SIN-REGLA-ENCONTRADA
                  ELSE
                    ADD 1 TO N.

              ESCRIBIR-ANOTACION-DEBE.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE FECHAF TO DIA-FECHA.
                  MOVE IMPORTE-ASIENTO TO DIA-IMPORTE.
                  MOVE MOV-CONCEPTO TO DIA-CONCEPTO.
                  MOVE CENTRO-COSTE-APUNTE TO DIA-CENTRO-COSTE.
                  WRITE REG-DIARIO.
                  ADD IMPORTE-ASIENTO TO TOTAL-DEBE.
                  ADD 1 TO NUM-ASIENTOS.
                  MOVE FECHAF TO DIA-FECHA.
                  MOVE IMPORTE-ASIENTO TO DIA-IMPORTE.
                  MOVE MOV-CONCEPTO TO DIA-CONCEPTO.
                  MOVE CENTRO-COSTE-APUNTE TO DIA-CENTRO-COSTE.
                  WRITE REG-DIARIO.
                  ADD IMPORTE-ASIENTO TO TOTAL-HABER.
                  ADD 1 TO NUM-ASIENTOS.

       *> Procedimiento cargar-plan-cuentas: carga el plan en memoria
       *> y localiza la pareja puente/depositos de los apuntes sin
       *> regla (por defecto las cuentas historicas 290000 y 200000)
              CARGAR-PLAN-CUENTAS.
                  MOVE 290000 TO CTA-PUENTE.
                  MOVE 200000 TO CTA-DEPOSITOS.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                    GO TO FIN-CARGAR-PLAN-CUENTAS.

                LEER-PLAN-CUENTAS.
                  READ PLANCUENTASFILE NEXT RECORD
                      AT END GO TO CERRAR-PLAN-CUENTAS.
                  IF NUM-CUENTAS-PLAN < 500
                    ADD 1 TO NUM-CUENTAS-PLAN
                    MOVE PLC-CUENTA TO TP-CUENTA(NUM-CUENTAS-PLAN)
                    MOVE PLC-ESTADO TO TP-ESTADO(NUM-CUENTAS-PLAN).
                  IF PLC-DE-ALTA AND PLC-USO-PUENTE
                    MOVE PLC-CUENTA TO CTA-PUENTE.
                  IF PLC-DE-ALTA AND PLC-USO-CLIENTES
                    MOVE PLC-CUENTA TO CTA-DEPOSITOS.
                  GO TO LEER-PLAN-CUENTAS.

                CERRAR-PLAN-CUENTAS.
                  CLOSE PLANCUENTASFILE.
              FIN-CARGAR-PLAN-CUENTAS.
                  EXIT.

       *> Procedimiento cargar-reglas: las reglas quedan en la tabla en
       *> orden de clave, que decide los empates al elegir regla
              CARGAR-REGLAS.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCONTFILE
                    GO TO FIN-CARGAR-REGLAS.

                LEER-REGLAS.
                  READ REGLASCONTFILE NEXT RECORD
                      AT END GO TO CERRAR-REGLAS.
                  IF NUM-REGLAS < 300
                    ADD 1 TO NUM-REGLAS
                    MOVE RCO-TIPO-OP TO TR-TIPO-OP(NUM-REGLAS)
                    MOVE RCO-SUBTIPO-OP TO TR-SUBTIPO-OP(NUM-REGLAS)
                    MOVE RCO-MONEDA TO TR-MONEDA(NUM-REGLAS)
                    MOVE RCO-TERMINAL TO TR-TERMINAL(NUM-REGLAS)
                    MOVE RCO-CTA-DEBE TO TR-CTA-DEBE(NUM-REGLAS)
                    MOVE RCO-CTA-HABER TO TR-CTA-HABER(NUM-REGLAS)
                    MOVE RCO-CTA-RECARGO TO TR-CTA-RECARGO(NUM-REGLAS).
                  GO TO LEER-REGLAS.

                CERRAR-REGLAS.
                  CLOSE REGLASCONTFILE.
              FIN-CARGAR-REGLAS.
                  EXIT.

       *> Procedimiento cargar-monedas: guarda las cuentas en divisa de
       *> USERS.DAT (moneda en blanco o EUR se trata como euros)
              CARGAR-MONEDAS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-MONEDAS.

                LEER-MONEDAS.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-MONEDAS.
                  MOVE 1 TO M.
                  PERFORM GUARDAR-MONEDA-CUENTA UNTIL M = 4.
                  GO TO LEER-MONEDAS.

                CERRAR-MONEDAS.
                  CLOSE USERFILE.
              FIN-CARGAR-MONEDAS.
                  EXIT.

              GUARDAR-MONEDA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES AND
                     USER-MONEDA(M) NOT = SPACES AND
                     USER-MONEDA(M) NOT = "EUR" AND
                     NUM-MONEDAS < 2000
                    ADD 1 TO NUM-MONEDAS
                    MOVE USER-NUM-CUENTA(M) TO TM-CUENTA(NUM-MONEDAS)
                    MOVE USER-MONEDA(M) TO TM-MONEDA(NUM-MONEDAS).
                  ADD 1 TO M.

       *> Procedimiento cargar-terminales: centro de coste de cada
       *> terminal de TERMINALES.DAT; sin maestro no hay centros
              CARGAR-TERMINALES.
                  OPEN INPUT TERMINALESFILE.
                  IF FSTR = "35"
                    CLOSE TERMINALESFILE
                    GO TO FIN-CARGAR-TERMINALES.

                LEER-TERMINALES.
                  READ TERMINALESFILE NEXT RECORD
                      AT END GO TO CERRAR-TERMINALES.
                  IF NUM-TERMINALES < 200
                    ADD 1 TO NUM-TERMINALES
                    MOVE TRM-ID TO TT-TERMINAL(NUM-TERMINALES)
                    MOVE TRM-CENTRO-COSTE
                        TO TT-CENTRO-COSTE(NUM-TERMINALES).
                  GO TO LEER-TERMINALES.

                CERRAR-TERMINALES.
                  CLOSE TERMINALESFILE.
              FIN-CARGAR-TERMINALES.
                  EXIT.

       *> Procedimiento escribir-sin-regla: informe de los apuntes sin
       *> regla agrupados por clave, con numero de apuntes e importe
              ESCRIBIR-SIN-REGLA.
                  OPEN OUTPUT SINREGLAFILE.
                  MOVE FECHAF TO TSR-FECHA.
                  WRITE REG-SIN-REGLA FROM LINEA-TITULO-SIN-REGLA.
                  WRITE REG-SIN-REGLA FROM LINEA-CABECERA-SIN-REGLA.
                  IF NUM-SIN-REGLA = 0
                    MOVE "    (ninguno)" TO REG-SIN-REGLA
                    WRITE REG-SIN-REGLA
                    GO TO CERRAR-SIN-REGLA.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-UNA-SIN-REGLA UNTIL N > NUM-SIN-REGLA.

                CERRAR-SIN-REGLA.
                  CLOSE SINREGLAFILE.
              FIN-ESCRIBIR-SIN-REGLA.
                  EXIT.

              ESCRIBIR-UNA-SIN-REGLA.
                  MOVE TS-TIPO-OP(N) TO LSR-TIPO-OP.
                  MOVE TS-SUBTIPO-OP(N) TO LSR-SUBTIPO-OP.
                  MOVE TS-MONEDA(N) TO LSR-MONEDA.
                  MOVE TS-TERMINAL(N) TO LSR-TERMINAL.
                  MOVE TS-NUM-APUNTES(N) TO LSR-NUM-APUNTES.
                  MOVE TS-IMPORTE(N) TO LSR-IMPORTE.
                  MOVE TS-MOTIVO(N) TO LSR-MOTIVO.
                  WRITE REG-SIN-REGLA FROM LINEA-SIN-REGLA.
                  DISPLAY "CONTABILIZARDIARIO: sin regla " TS-CLAVE(N)
                      " " TS-NUM-APUNTES(N) " apuntes - " TS-MOTIVO(N).
                  ADD 1 TO N.

       *> Procedimiento cargar-fecha-negocio: el dia liquidado es el de
       *> negocio vigente (la cadena corre pasada la medianoche, antes
       *> del corte CIERREDIA); sin FECHA-NEGOCIO.DAT se usa la fecha
                        IF FNEG-FECHA > 0
                          MOVE FNEG-FECHA TO FECHA-NEGOCIO-WS.
                  CLOSE FECHANEGOCIOFILE.

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
