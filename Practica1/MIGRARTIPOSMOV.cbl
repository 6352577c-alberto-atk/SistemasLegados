       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARTIPOSMOV.
       *> Utilidad de ejecucion unica que anade a cada apunte de
       *> MOVS.DAT (y, bajo demanda, de los historicos mensuales
       *> MOVS-AAAAMM.DAT) el tipo y subtipo de operacion MOV-TIPO-OP /
       *> MOV-SUBTIPO-OP, deducidos del texto de MOV-CONCEPTO que es lo
       *> que hasta ahora miraban los procesos para clasificar. Se
       *> lanza despues de MIGRARMOVS: parte del trazado con importe,
       *> terminal y fecha de negocio. Misma mecanica que MIGRARMOVS:
       *> carga entera en memoria con el trazado antiguo, recreacion
       *> con el nuevo y testigo en TIPOSMOV-MIGRADOS.DAT para no
       *> convertir dos veces el mismo fichero. La replica de la
       *> maquina de reserva, REPLICA-MOVS.DAT, lleva el mismo trazado
       *> que MOVS.DAT y se convierte en la misma pasada, detras de el,
       *> para que APLICARJOURNAL pueda seguir reponiendo apuntes con
       *> el trazado nuevo; el sello de CONTROL-TRAZADOS.DAT es solo
       *> el de MOVS.DAT. Un fichero que no se deja abrir con el
       *> trazado antiguo no se toca y el programa termina con
       *> retorno 8.
       *>
       *> Relacion de tipos y subtipos (el subtipo en blanco es la
       *> operacion general de la familia):
       *>   RE Reintegro          DS descubierto, DV divisa,
       *>                         RT retrocedido, IB interbancario,
       *>                         CA en cajero ajeno
       *>   IN Ingreso            AP apertura de cuenta, TE tercero,
       *>                         CH cheque
       *>   DN Deposito nocturno  AJ ajuste de recuento de bolsa
       *>   BV Abono de billetes verificados en cuarentena
       *>   TF Transferencia      EM emitida en cajero, EX emitida a
       *>                         otra entidad, OP orden periodica,
       *>                         RC recibida de cliente propio,
       *>                         EE entrante de otra entidad,
       *>                         DV devolucion de externa,
       *>                         SR rechazada por cumplimiento,
       *>                         IN inmediata a otra entidad,
       *>                         RI rechazo de inmediata,
       *>                         RV recuperada por recall
       *>   PM Pago a movil       EM emitido, RC recibido
       *>   RM Recarga movil      DS en descubierto
       *>   EN Entradas           CO compra, GR compra en grupo,
       *>                         AB compra de abono, DV devolucion,
       *>                         AN espectaculo anulado,
       *>                         CS cesion emitida, CR cesion recibida,
       *>                         AP devolucion por aplazamiento,
       *>                         BR compra de bono regalo
       *>   LQ Liquidacion de espectaculo  RT retrocesion
       *>   IT Intereses          AB abono, RF retencion fiscal,
       *>                         DS intereses de descubierto
       *>   CO Comision           MT mantenimiento, AA amortizacion
       *>                         anticipada de prestamo,
       *>                         TI transferencia inmediata
       *>   PR Prestamo           CU cuota, AB abono del principal,
       *>                         AA amortizacion anticipada
       *>   NO Nomina             AB abono, AN anticipo,
       *>                         RA recuperacion de anticipo,
       *>                         CF cargo de financiacion
       *>   AD Adeudo             CA cargo, DV devolucion
       *>   PF Plazo fijo         AP apertura, CA cancelacion,
       *>                         VE vencimiento
       *>   CB Cheque bancario    EM emision, SP stop-pay
       *>   CQ Cheque de cliente  PA pagado a otra entidad
       *>   DO Donativo a ONG
       *>   TJ Tarjeta en comercio CO compra, DV devolucion
       *>   EM Embargo
       *>   AJ Ajuste             CU cuadre, RC abono provisional de
       *>                         reclamacion, RR retrocesion rechazada,
       *>                         QJ compensacion de queja
       *>   CC Cancelacion cuenta TR traspaso del saldo
       *>   MG Saldo migrado del sistema antiguo
       *>   PS Prescripcion
       *> Un concepto que no encaja queda con tipo en blanco.
       *>
       *> El texto antiguo no distingue la transferencia emitida a otra
       *> entidad ni la orden periodica de la emitida en cajero: todas
       *> quedan como TF EM.
       *>
       *> Versiones
       *> Versión 1.0 - Clasificacion de los apuntes por tipo de operacion
       *> Versión 1.1 - Sella al terminar la version de trazado que deja
       *> Versión 1.2 - Convierte tambien REPLICA-MOVS.DAT; retorno 8 si
       *>               un fichero no se puede leer con el trazado antiguo
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MOVVIEJOFILE ASSIGN TO WS-NOMBRE-FICHERO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MVJ-CLAVE
                  ALTERNATE RECORD KEY IS MVJ-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSMV.

              SELECT MOVFILE ASSIGN TO WS-NOMBRE-FICHERO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT HISTVIEJOFILE ASSIGN TO WS-NOMBRE-FICHERO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSHV.

              SELECT HISTMOVFILE ASSIGN TO WS-NOMBRE-FICHERO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSH.

              SELECT TESTIGOFILE ASSIGN TO "TIPOSMOV-MIGRADOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD MOVVIEJOFILE: el trazado de MIGRARMOVS, sin tipo de
       *> operacion
       FD MOVVIEJOFILE.
       01 REG-MOV-VIEJO.
              02 MVJ-CLAVE.
                 03 MVJ-ID              PIC X(24).
                 03 MVJ-SEC             PIC 9(6).
              02 MVJ-FECHA-HORA-COMP    PIC 9(14).
              02 MVJ-CONCEPTO           PIC X(40).
              02 MVJ-CANTIDAD           PIC --------9.99.
              02 MVJ-CUENTA-DESTINO     PIC X(24).
              02 MVJ-SALDO              PIC S9(9)V99.
              02 MVJ-FECHA              PIC X(10).
              02 MVJ-HORA               PIC X(8).
              02 MVJ-IMPORTE            PIC S9(9)V99.
              02 MVJ-TERMINAL           PIC X(4).
              02 MVJ-FECHA-NEGOCIO      PIC 9(8).

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
              02 MOV-FECHA              PIC X(10).
              02 MOV-HORA               PIC X(8).
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
              02 MOV-SUBTIPO-OP         PIC XX.

       FD HISTVIEJOFILE.
       01 REG-HIST-VIEJO            PIC X(172).

       FD HISTMOVFILE.
       01 REG-MOV-HIST.
              02 HMOV-DATOS             PIC X(172).
              02 HMOV-TIPO-OP           PIC XX.
              02 HMOV-SUBTIPO-OP        PIC XX.

       FD TESTIGOFILE.
       01 REG-TESTIGO.
              02 TESTIGO-FICHERO        PIC X(20).

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
              77 TRAZADO-REGISTROS-WS  PIC 9(9).
              77 FSMV                  PIC XX.
              77 FSM                   PIC XX.
              77 FSHV                  PIC XX.
              77 FSH                   PIC XX.
              77 FSTE                  PIC XX.
              77 WS-NOMBRE-FICHERO     PIC X(20).
              77 R                     PIC 9(4).
              77 NUM-REGISTROS         PIC 9(4).
              77 YA-MIGRADO            PIC X(2).
              77 MES-PEDIDO            PIC 99.
              77 ANO-PEDIDO            PIC 9999.
              77 CONCEPTO-TRABAJO      PIC X(40).
              77 TIPO-TRABAJO          PIC XX.
              77 SUBTIPO-TRABAJO       PIC XX.
              77 NUM-DESCUBIERTO       PIC 99.

       *> Todo el fichero en conversion cargado en memoria con el
       *> trazado antiguo; el concepto se saca del propio registro
              01 TABLA-MOVS.
                 02 MOV-ENTRADA OCCURS 5000 TIMES.
                    03 TM-REGISTRO          PIC X(172).

       PROCEDURE DIVISION.
              INICIO.
                  MOVE "MOVS.DAT" TO WS-NOMBRE-FICHERO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "MOVS.DAT ya estaba clasificado."
                  ELSE
                    PERFORM MIGRAR-MOVS-INDEXADO
                        THRU FIN-MIGRAR-MOVS-INDEXADO.

                  MOVE "REPLICA-MOVS.DAT" TO WS-NOMBRE-FICHERO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "REPLICA-MOVS.DAT ya estaba clasificado."
                  ELSE
                    PERFORM MIGRAR-MOVS-INDEXADO
                        THRU FIN-MIGRAR-MOVS-INDEXADO.

                PEDIR-ARCHIVO-HISTORICO.
                  DISPLAY "Mes de historico a convertir (0 = terminar):".
                  ACCEPT MES-PEDIDO.
                  IF MES-PEDIDO = 0
                    STOP RUN.
                  DISPLAY "Ano del historico:".
                  ACCEPT ANO-PEDIDO.
                  MOVE SPACES TO WS-NOMBRE-FICHERO.
                  STRING "MOVS-" DELIMITED BY SIZE
                         ANO-PEDIDO DELIMITED BY SIZE
                         MES-PEDIDO DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-FICHERO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY WS-NOMBRE-FICHERO " ya estaba clasificado."
                  ELSE
                    PERFORM MIGRAR-HISTORICO THRU FIN-MIGRAR-HISTORICO.
                  GO TO PEDIR-ARCHIVO-HISTORICO.

       *> El testigo guarda el nombre de cada fichero ya convertido
              COMPROBAR-TESTIGO.
                  MOVE "NO" TO YA-MIGRADO.
                  OPEN INPUT TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    GO TO FIN-COMPROBAR-TESTIGO.

                LEER-UN-TESTIGO.
                  READ TESTIGOFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPROBAR-TESTIGO.
                  IF TESTIGO-FICHERO = WS-NOMBRE-FICHERO
                    MOVE "SI" TO YA-MIGRADO.
                  GO TO LEER-UN-TESTIGO.

                CERRAR-COMPROBAR-TESTIGO.
                  CLOSE TESTIGOFILE.
              FIN-COMPROBAR-TESTIGO.
                  EXIT.

              ANOTAR-TESTIGO.
                  OPEN EXTEND TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    OPEN OUTPUT TESTIGOFILE.
                  MOVE WS-NOMBRE-FICHERO TO TESTIGO-FICHERO.
                  WRITE REG-TESTIGO.
                  CLOSE TESTIGOFILE.

       *> Convierte un fichero de apuntes indexado (MOVS.DAT o su
       *> replica): carga con el trazado viejo y recrea con el nuevo,
       *> clasificando cada apunte por su concepto
              MIGRAR-MOVS-INDEXADO.
                  MOVE 0 TO NUM-REGISTROS.
                  OPEN INPUT MOVVIEJOFILE.
                  IF FSMV = "35"
                    CLOSE MOVVIEJOFILE
                    DISPLAY "No existe " WS-NOMBRE-FICHERO "."
                    GO TO FIN-MIGRAR-MOVS-INDEXADO.
                  IF FSMV NOT = "00"
                    DISPLAY "No se puede leer " WS-NOMBRE-FICHERO
                        " con el trazado antiguo (estado " FSMV
                        "): no se convierte"
                    CLOSE MOVVIEJOFILE
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-MIGRAR-MOVS-INDEXADO.

                LEER-MOV-VIEJO.
                  READ MOVVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-LEER-VIEJO.
                  IF NUM-REGISTROS < 5000
                    ADD 1 TO NUM-REGISTROS
                    MOVE REG-MOV-VIEJO TO TM-REGISTRO(NUM-REGISTROS)
                  ELSE
                    DISPLAY "ATENCION: mas de 5000 apuntes, fichero NO"
                        " convertido"
                    CLOSE MOVVIEJOFILE
                    GO TO FIN-MIGRAR-MOVS-INDEXADO.
                  GO TO LEER-MOV-VIEJO.

                CERRAR-LEER-VIEJO.
                  CLOSE MOVVIEJOFILE.

                  OPEN OUTPUT MOVFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-MOV-NUEVO UNTIL R > NUM-REGISTROS.
                  CLOSE MOVFILE.
                  PERFORM ANOTAR-TESTIGO.
                  IF WS-NOMBRE-FICHERO = "MOVS.DAT"
                    MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS
                    MOVE 3 TO TRAZADO-VERSION-WS
                    MOVE NUM-REGISTROS TO TRAZADO-REGISTROS-WS
                    PERFORM SELLAR-TRAZADO.
                  DISPLAY WS-NOMBRE-FICHERO ": " NUM-REGISTROS
                      " apuntes clasificados.".
              FIN-MIGRAR-MOVS-INDEXADO.
                  EXIT.

              GRABAR-MOV-NUEVO.
                  MOVE TM-REGISTRO(R) TO REG-MOVIMIENTOS.
                  MOVE MOV-CONCEPTO TO CONCEPTO-TRABAJO.
                  PERFORM CLASIFICAR-CONCEPTO
                      THRU FIN-CLASIFICAR-CONCEPTO.
                  MOVE TIPO-TRABAJO TO MOV-TIPO-OP.
                  MOVE SUBTIPO-TRABAJO TO MOV-SUBTIPO-OP.
                  WRITE REG-MOVIMIENTOS INVALID KEY CONTINUE.
                  ADD 1 TO R.

       *> Convierte un historico mensual secuencial con la misma
       *> mecanica de cargar en memoria y recrear
              MIGRAR-HISTORICO.
                  MOVE 0 TO NUM-REGISTROS.
                  OPEN INPUT HISTVIEJOFILE.
                  IF FSHV = "35"
                    CLOSE HISTVIEJOFILE
                    DISPLAY "No existe " WS-NOMBRE-FICHERO "."
                    GO TO FIN-MIGRAR-HISTORICO.

                LEER-HIST-VIEJO.
                  READ HISTVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-LEER-HIST-VIEJO.
                  IF NUM-REGISTROS < 5000
                    ADD 1 TO NUM-REGISTROS
                    MOVE REG-HIST-VIEJO TO TM-REGISTRO(NUM-REGISTROS)
                  ELSE
                    DISPLAY "ATENCION: mas de 5000 apuntes, fichero NO"
                        " convertido"
                    CLOSE HISTVIEJOFILE
                    GO TO FIN-MIGRAR-HISTORICO.
                  GO TO LEER-HIST-VIEJO.

                CERRAR-LEER-HIST-VIEJO.
                  CLOSE HISTVIEJOFILE.

                  OPEN OUTPUT HISTMOVFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-HIST-NUEVO UNTIL R > NUM-REGISTROS.
                  CLOSE HISTMOVFILE.
                  PERFORM ANOTAR-TESTIGO.
                  DISPLAY WS-NOMBRE-FICHERO ": " NUM-REGISTROS
                      " apuntes clasificados.".
              FIN-MIGRAR-HISTORICO.
                  EXIT.

       *> El concepto ocupa las posiciones 45 a 84 del registro
              GRABAR-HIST-NUEVO.
                  MOVE TM-REGISTRO(R) TO HMOV-DATOS.
                  MOVE TM-REGISTRO(R)(45:40) TO CONCEPTO-TRABAJO.
                  PERFORM CLASIFICAR-CONCEPTO
                      THRU FIN-CLASIFICAR-CONCEPTO.
                  MOVE TIPO-TRABAJO TO HMOV-TIPO-OP.
                  MOVE SUBTIPO-TRABAJO TO HMOV-SUBTIPO-OP.
                  WRITE REG-MOV-HIST.
                  ADD 1 TO R.

       *> Deduce tipo y subtipo del texto del concepto con los mismos
       *> prefijos que miraban los procesos. Se prueban primero los
       *> prefijos largos, que comparten arranque con otros mas cortos
       *> ("Transferencia a su favor" antes que "Transferencia a ")
              CLASIFICAR-CONCEPTO.
                  MOVE SPACES TO TIPO-TRABAJO.
                  MOVE SPACES TO SUBTIPO-TRABAJO.

                  IF CONCEPTO-TRABAJO(1:9) NOT = "Reintegro"
                    GO TO CLASIFICAR-INGRESO.
                  MOVE "RE" TO TIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:23) = "Reintegro interbancario"
                    MOVE "IB" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:21) = "Reintegro retrocedido"
                    MOVE "RT" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:16) = "Reintegro divisa"
                    MOVE "DV" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:23) = "Reintegro (descubierto)"
                    MOVE "DS" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:25) = "Reintegro en cajero ajeno"
                    MOVE "CA" TO SUBTIPO-TRABAJO.
                  GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-INGRESO.
                  IF CONCEPTO-TRABAJO(1:7) NOT = "Ingreso"
                    GO TO CLASIFICAR-DEPOSITO.
                  MOVE "IN" TO TIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:17) = "Ingreso de cheque"
                    MOVE "CH" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:19) = "Ingreso de apertura"
                    MOVE "AP" TO SUBTIPO-TRABAJO.
                  IF CONCEPTO-TRABAJO(1:15) = "Ingreso tercero"
                    MOVE "TE" TO SUBTIPO-TRABAJO.
                  GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-DEPOSITO.
                  IF CONCEPTO-TRABAJO(1:17) = "Deposito nocturno"
                    MOVE "DN" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:21) = "Ajuste recuento bolsa"
                    MOVE "DN" TO TIPO-TRABAJO
                    MOVE "AJ" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:26) = "Abono billetes verificados"
                    MOVE "BV" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-TRANSFERENCIA.
                  IF CONCEPTO-TRABAJO(1:24) = "Transferencia a su favor"
                    MOVE "TF" TO TIPO-TRABAJO
                    MOVE "RC" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:16) = "Transferencia a "
                    MOVE "TF" TO TIPO-TRABAJO
                    MOVE "EM" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Devol. transf. externa"
                    MOVE "TF" TO TIPO-TRABAJO
                    MOVE "DV" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:17) = "Transf. rechazada"
                    MOVE "TF" TO TIPO-TRABAJO
                    MOVE "SR" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:3) = "De "
                    MOVE "TF" TO TIPO-TRABAJO
                    MOVE "EE" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-MOVIL.
                  IF CONCEPTO-TRABAJO(1:12) = "Pago a movil"
                    MOVE "PM" TO TIPO-TRABAJO
                    MOVE "EM" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Pago recibido de movil"
                    MOVE "PM" TO TIPO-TRABAJO
                    MOVE "RC" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:13) = "Recarga movil"
                    MOVE "RM" TO TIPO-TRABAJO
                    MOVE 0 TO NUM-DESCUBIERTO
                    INSPECT CONCEPTO-TRABAJO TALLYING NUM-DESCUBIERTO
                        FOR ALL "(descubierto)"
                    IF NUM-DESCUBIERTO > 0
                      MOVE "DS" TO SUBTIPO-TRABAJO
                      GO TO FIN-CLASIFICAR-CONCEPTO
                    ELSE
                      GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-ENTRADAS.
                  IF CONCEPTO-TRABAJO(1:12) = "Compra abono"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "AB" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:15) = "Compra en grupo"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "GR" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:7) = "Compra "
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "CO" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:19) = "Devolucion entradas"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "DV" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Devolucion espectaculo"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "AN" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:19) = "Cesion entradas esp"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "CS" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:12) = "Entradas esp"
                    MOVE "EN" TO TIPO-TRABAJO
                    MOVE "CR" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:23) = "Liquidacion espectaculo"
                    MOVE "LQ" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:23) = "Retrocesion liquidacion"
                    MOVE "LQ" TO TIPO-TRABAJO
                    MOVE "RT" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-INTERESES.
                  IF CONCEPTO-TRABAJO(1:18) = "Abono de intereses"
                    MOVE "IT" TO TIPO-TRABAJO
                    MOVE "AB" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:16) = "Retencion fiscal"
                    MOVE "IT" TO TIPO-TRABAJO
                    MOVE "RF" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:24) = "Intereses de descubierto"
                    MOVE "IT" TO TIPO-TRABAJO
                    MOVE "DS" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Comision mantenimiento"
                    MOVE "CO" TO TIPO-TRABAJO
                    MOVE "MT" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-PRESTAMO.
                  IF CONCEPTO-TRABAJO(1:14) = "Cuota prestamo"
                    MOVE "PR" TO TIPO-TRABAJO
                    MOVE "CU" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:14) = "Abono prestamo"
                    MOVE "PR" TO TIPO-TRABAJO
                    MOVE "AB" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-NOMINA.
                  IF CONCEPTO-TRABAJO(1:7) = "Nomina "
                    MOVE "NO" TO TIPO-TRABAJO
                    MOVE "AB" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:18) = "Anticipo de nomina"
                    MOVE "NO" TO TIPO-TRABAJO
                    MOVE "AN" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:21) = "Recuperacion anticipo"
                    MOVE "NO" TO TIPO-TRABAJO
                    MOVE "RA" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:25) = "Cargo financiacion nomina"
                    MOVE "NO" TO TIPO-TRABAJO
                    MOVE "CF" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-ADEUDO.
                  IF CONCEPTO-TRABAJO(1:7) = "Adeudo "
                    MOVE "AD" TO TIPO-TRABAJO
                    MOVE "CA" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:17) = "Devolucion adeudo"
                    MOVE "AD" TO TIPO-TRABAJO
                    MOVE "DV" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-PLAZO.
                  IF CONCEPTO-TRABAJO(1:19) = "Apertura plazo fijo"
                    MOVE "PF" TO TIPO-TRABAJO
                    MOVE "AP" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Cancelacion plazo fijo"
                    MOVE "PF" TO TIPO-TRABAJO
                    MOVE "CA" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:22) = "Vencimiento plazo fijo"
                    MOVE "PF" TO TIPO-TRABAJO
                    MOVE "VE" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.

                CLASIFICAR-VARIOS.
                  IF CONCEPTO-TRABAJO(1:15) = "Cheque bancario"
                    MOVE "CB" TO TIPO-TRABAJO
                    MOVE "EM" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:15) = "Stop-pay cheque"
                    MOVE "CB" TO TIPO-TRABAJO
                    MOVE "SP" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:8) = "Embargo "
                    MOVE "EM" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:16) = "Ajuste de cuadre"
                    MOVE "AJ" TO TIPO-TRABAJO
                    MOVE "CU" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:29) =
                        "Abono provisional reclamacion"
                    MOVE "AJ" TO TIPO-TRABAJO
                    MOVE "RC" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:21) = "Retrocesion rechazada"
                    MOVE "AJ" TO TIPO-TRABAJO
                    MOVE "RR" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:21) = "Cancelacion de cuenta"
                    MOVE "CC" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:24) = "Traspaso por cancelacion"
                    MOVE "CC" TO TIPO-TRABAJO
                    MOVE "TR" TO SUBTIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:13) = "Saldo migrado"
                    MOVE "MG" TO TIPO-TRABAJO
                    GO TO FIN-CLASIFICAR-CONCEPTO.
                  IF CONCEPTO-TRABAJO(1:12) = "Prescripcion"
                    MOVE "PS" TO TIPO-TRABAJO.
              FIN-CLASIFICAR-CONCEPTO.
                  EXIT.

       *> Deja en CONTROL-TRAZADOS.DAT la version de trazado con que
       *> queda grabado el maestro convertido y su numero de registros
              SELLAR-TRAZADO.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ = "35"
                    CLOSE TRAZADOSFILE
                    OPEN OUTPUT TRAZADOSFILE
                    CLOSE TRAZADOSFILE
                    OPEN I-O TRAZADOSFILE.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  MOVE TRAZADO-VERSION-WS TO TRZ-VERSION.
                  MOVE TRAZADO-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO TRZ-FECHA.
                  MOVE "MIGRARTIPOSMOV" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
