       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARPLANCONTABLE.
       *> Utilidad de ejecucion unica que crea el plan de cuentas
       *> PLANCUENTAS.DAT y la tabla de reglas de contabilizacion
       *> REGLASCONTABLES.DAT con el plan reducido y el reparto de
       *> cargos y abonos que CONTABILIZARDIARIO llevaba escritos en
       *> sus parrafos, de modo que la primera noche con las tablas
       *> contabilice exactamente igual que antes. A partir de ahi las
       *> cuentas y las reglas se mantienen con MANTENEPLANCONTABLE.
       *> Si cualquiera de los dos ficheros ya existe no se toca nada:
       *> volver a cargarlo pisaria lo mantenido desde la oficina.
       *>
       *> Versiones
       *> Versión 1.0 - Carga inicial del plan de cuentas y las reglas
       *> Versión 1.1 - Cuentas de perdidas por fraude y pago a acreedores
       *> Versión 1.2 - Cuentas de provision para insolvencias
       *> Versión 1.3 - Cuentas y regla de los bonos regalo
       *> Versión 1.4 - Cuenta de derechos de autor a pagar
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       *> FD PLANCUENTASFILE: una cuenta del mayor por registro, con su
       *> clase (A=activo, P=pasivo, N=neto, I=ingreso, G=gasto), su
       *> uso especial (P=cuenta puente y C=depositos de clientes, la
       *> pareja donde se anotan los apuntes sin regla) y el estado
       *> (A=de alta, B=de baja)
       FD PLANCUENTASFILE.
       01 REG-PLAN-CUENTA.
              02 PLC-CUENTA             PIC 9(6).
              02 PLC-NOMBRE             PIC X(30).
              02 PLC-CLASE              PIC X.
                 88 PLC-ACTIVO          VALUE "A".
                 88 PLC-PASIVO          VALUE "P".
                 88 PLC-NETO            VALUE "N".
                 88 PLC-INGRESO         VALUE "I".
                 88 PLC-GASTO           VALUE "G".
              02 PLC-USO                PIC X.
                 88 PLC-USO-PUENTE      VALUE "P".
                 88 PLC-USO-CLIENTES    VALUE "C".
                 88 PLC-SIN-USO         VALUE "N".
              02 PLC-ESTADO             PIC X.
                 88 PLC-DE-ALTA         VALUE "A".
                 88 PLC-DE-BAJA         VALUE "B".
              02 PLC-FECHA-ALTA         PIC 9(8).

       *> FD REGLASCONTFILE: regla de contabilizacion por tipo y
       *> subtipo de operacion, moneda de la cuenta y terminal; los
       *> asteriscos en la clave valen por cualquier valor. Con cuenta
       *> de recargo distinta de cero el haber se desglosa entre la
       *> cuenta de haber y el recargo de RED-INTERBANCARIA.DAT
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

       WORKING-STORAGE SECTION.
              77 FSPL                  PIC XX.
              77 FSRC                  PIC XX.
              77 NUM-CUENTAS           PIC 99 VALUE 0.
              77 NUM-REGLAS            PIC 99 VALUE 0.
              77 FECHA-HOY-WS          PIC 9(8).

       PROCEDURE DIVISION.
              INICIO.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL NOT = "35"
                    CLOSE PLANCUENTASFILE
                    DISPLAY "PLANCUENTAS.DAT ya existe; no se toca."
                    STOP RUN.
                  CLOSE PLANCUENTASFILE.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC NOT = "35"
                    CLOSE REGLASCONTFILE
                    DISPLAY "REGLASCONTABLES.DAT ya existe; no se toca."
                    STOP RUN.
                  CLOSE REGLASCONTFILE.

                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  OPEN OUTPUT PLANCUENTASFILE.
                  PERFORM CARGAR-CUENTAS.
                  CLOSE PLANCUENTASFILE.
                  OPEN OUTPUT REGLASCONTFILE.
                  PERFORM CARGAR-REGLAS.
                  CLOSE REGLASCONTFILE.
                  DISPLAY "MIGRARPLANCONTABLE: " NUM-CUENTAS
                      " cuentas y " NUM-REGLAS " reglas cargadas.".
                  STOP RUN.

       *> El plan reducido de siempre, con las mismas numeraciones,
       *> mas las cuentas a las que CONTABILIZARFRAUDE y
       *> REMESARACREEDORES y PROVISIONARINSOLVENCIAS anotan
       *> directamente en el diario
              CARGAR-CUENTAS.
                  MOVE 100000 TO PLC-CUENTA.
                  MOVE "Caja en cassettes" TO PLC-NOMBRE.
                  MOVE "A" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 110000 TO PLC-CUENTA.
                  MOVE "Cuentas a cobrar de la red" TO PLC-NOMBRE.
                  MOVE "A" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 120000 TO PLC-CUENTA.
                  MOVE "Compensacion de cheques" TO PLC-NOMBRE.
                  MOVE "A" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 130000 TO PLC-CUENTA.
                  MOVE "Provision para insolvencias" TO PLC-NOMBRE.
                  MOVE "A" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 200000 TO PLC-CUENTA.
                  MOVE "Depositos de clientes" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 210000 TO PLC-CUENTA.
                  MOVE "Pendiente pago operadoras" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 220000 TO PLC-CUENTA.
                  MOVE "Pendiente pago promotores" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 230000 TO PLC-CUENTA.
                  MOVE "Pendiente pago acreedores" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 240000 TO PLC-CUENTA.
                  MOVE "Bonos regalo pendientes" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 250000 TO PLC-CUENTA.
                  MOVE "Derechos de autor a pagar" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 290000 TO PLC-CUENTA.
                  MOVE "Cuenta puente" TO PLC-NOMBRE.
                  MOVE "P" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 400000 TO PLC-CUENTA.
                  MOVE "Gastos por intereses" TO PLC-NOMBRE.
                  MOVE "G" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 410000 TO PLC-CUENTA.
                  MOVE "Perdidas por fraude" TO PLC-NOMBRE.
                  MOVE "G" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 420000 TO PLC-CUENTA.
                  MOVE "Dotacion a provision insolv." TO PLC-NOMBRE.
                  MOVE "G" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 500000 TO PLC-CUENTA.
                  MOVE "Ingresos recargo interbancario" TO PLC-NOMBRE.
                  MOVE "I" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.
                  MOVE 510000 TO PLC-CUENTA.
                  MOVE "Ingresos bonos regalo caducados" TO PLC-NOMBRE.
                  MOVE "I" TO PLC-CLASE.
                  PERFORM GRABAR-CUENTA.

       *> Solo la cuenta puente y la de depositos llevan uso: son la
       *> pareja que recoge los apuntes sin regla para que el diario
       *> siga cuadrando
              GRABAR-CUENTA.
                  MOVE "N" TO PLC-USO.
                  IF PLC-CUENTA = 290000
                    MOVE "P" TO PLC-USO.
                  IF PLC-CUENTA = 200000
                    MOVE "C" TO PLC-USO.
                  MOVE "A" TO PLC-ESTADO.
                  MOVE FECHA-HOY-WS TO PLC-FECHA-ALTA.
                  WRITE REG-PLAN-CUENTA INVALID KEY CONTINUE.
                  ADD 1 TO NUM-CUENTAS.

       *> El reparto que hacia CONTABILIZAR-UN-APUNTE, regla a regla
              CARGAR-REGLAS.
                  MOVE "RE" TO RCO-TIPO-OP.
                  MOVE "IB" TO RCO-SUBTIPO-OP.
                  MOVE 110000 TO RCO-CTA-DEBE.
                  MOVE 100000 TO RCO-CTA-HABER.
                  MOVE 500000 TO RCO-CTA-RECARGO.
                  MOVE "Reintegro interbancario" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "RE" TO RCO-TIPO-OP.
                  MOVE "**" TO RCO-SUBTIPO-OP.
                  MOVE 200000 TO RCO-CTA-DEBE.
                  MOVE 100000 TO RCO-CTA-HABER.
                  MOVE "Reintegro" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "IN" TO RCO-TIPO-OP.
                  MOVE "CH" TO RCO-SUBTIPO-OP.
                  MOVE 120000 TO RCO-CTA-DEBE.
                  MOVE 200000 TO RCO-CTA-HABER.
                  MOVE "Ingreso de cheque" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "IN" TO RCO-TIPO-OP.
                  MOVE "**" TO RCO-SUBTIPO-OP.
                  MOVE 100000 TO RCO-CTA-DEBE.
                  MOVE 200000 TO RCO-CTA-HABER.
                  MOVE "Ingreso en efectivo" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "TF" TO RCO-TIPO-OP.
                  MOVE "RC" TO RCO-SUBTIPO-OP.
                  MOVE 290000 TO RCO-CTA-DEBE.
                  MOVE 200000 TO RCO-CTA-HABER.
                  MOVE "Transferencia recibida" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "TF" TO RCO-TIPO-OP.
                  MOVE "EM" TO RCO-SUBTIPO-OP.
                  MOVE 200000 TO RCO-CTA-DEBE.
                  MOVE 290000 TO RCO-CTA-HABER.
                  MOVE "Transferencia emitida" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "TF" TO RCO-TIPO-OP.
                  MOVE "EX" TO RCO-SUBTIPO-OP.
                  MOVE "Transferencia a otra entidad"
                      TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "TF" TO RCO-TIPO-OP.
                  MOVE "OP" TO RCO-SUBTIPO-OP.
                  MOVE "Orden periodica" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "RM" TO RCO-TIPO-OP.
                  MOVE "**" TO RCO-SUBTIPO-OP.
                  MOVE 200000 TO RCO-CTA-DEBE.
                  MOVE 210000 TO RCO-CTA-HABER.
                  MOVE "Recarga movil" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "EN" TO RCO-TIPO-OP.
                  MOVE "CO" TO RCO-SUBTIPO-OP.
                  MOVE 200000 TO RCO-CTA-DEBE.
                  MOVE 220000 TO RCO-CTA-HABER.
                  MOVE "Compra de entradas" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "EN" TO RCO-TIPO-OP.
                  MOVE "GR" TO RCO-SUBTIPO-OP.
                  MOVE "Compra de entradas en grupo" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "EN" TO RCO-TIPO-OP.
                  MOVE "AB" TO RCO-SUBTIPO-OP.
                  MOVE "Compra de abono" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "EN" TO RCO-TIPO-OP.
                  MOVE "BR" TO RCO-SUBTIPO-OP.
                  MOVE 240000 TO RCO-CTA-HABER.
                  MOVE "Venta de bono regalo" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "EN" TO RCO-TIPO-OP.
                  MOVE "DV" TO RCO-SUBTIPO-OP.
                  MOVE 220000 TO RCO-CTA-DEBE.
                  MOVE 200000 TO RCO-CTA-HABER.
                  MOVE "Devolucion de entradas" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.
                  MOVE "IT" TO RCO-TIPO-OP.
                  MOVE "AB" TO RCO-SUBTIPO-OP.
                  MOVE 400000 TO RCO-CTA-DEBE.
                  MOVE 200000 TO RCO-CTA-HABER.
                  MOVE "Abono de intereses" TO RCO-DESCRIPCION.
                  PERFORM GRABAR-REGLA.

       *> Las reglas de partida valen para cualquier moneda y
       *> terminal; solo la primera desglosa recargo
              GRABAR-REGLA.
                  MOVE "***" TO RCO-MONEDA.
                  MOVE "****" TO RCO-TERMINAL.
                  IF RCO-TIPO-OP NOT = "RE" OR RCO-SUBTIPO-OP NOT = "IB"
                    MOVE 0 TO RCO-CTA-RECARGO.
                  WRITE REG-REGLA-CONTABLE INVALID KEY CONTINUE.
                  ADD 1 TO NUM-REGLAS.
