       *> hace CAJERO al ordenar una transferencia inmediata, dejando el
       *> correspondiente apunte en MOVS.DAT a ambos lados.
       *>
       *> En modo simulacion (MODO-NOCTURNO.DAT, que deja
       *> PLANIFICADORNOCTURNO) calcula lo mismo pero no modifica
       *> ningun fichero maestro ni encola avisos: cada apunte que
       *> grabaria va a INFORME-SIMULACION.DAT y el registro de
       *> control del paso se graba con el prefijo SIM-.
       *>
       *> Versiones
       *> Versión 1.3 - Guarda contra las pasadas de noches no habiles:
       *>               con la fecha de negocio por delante del
       *>               gracia (ORDENES-GRACIA.DAT, 5 dias si no existe)
       *>               y el titular recibe aviso por NOTIFICA.DAT en el
       *>               primer fallo y en el abandono definitivo
       *> Versión 1.2 - Graba el tipo de operacion en cada apunte
       *> Versión 1.3 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.4 - Modo simulacion de la cadena nocturna
       *> Versión 1.5 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.6 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

*> SELECT MODOFILE: modo de la cadena que deja PLANIFICADORNOCTURNO;
*> con "SI" el paso es una simulacion: calcula todo, anota lo que
*> cargaria o abonaria en INFORME-SIMULACION.DAT y no graba nada en
*> los maestros ni envia avisos
              SELECT MODOFILE ASSIGN TO "MODO-NOCTURNO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMOD.

              SELECT SIMULACIONFILE ASSIGN TO "INFORME-SIMULACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSIM.

       DATA DIVISION.
       FILE SECTION.
       FD ORDENESFILE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
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

       *> FD EXCEPORDENESFILE: un registro por orden con ejecucion
       *> fallida, con el motivo, los intentos que lleva y su estado
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

       FD MODOFILE.
       01 REG-MODO.
              02 MODO-SIMULACION        PIC X(2).

       *> FD SIMULACIONFILE: informe de lo que se contabilizaria, una
       *> linea por apunte y el total del paso
       FD SIMULACIONFILE.
       01 REG-SIMULACION                PIC X(110).

       WORKING-STORAGE SECTION.
              77 FSMOD                 PIC XX.
              77 FSSIM                 PIC XX.
              77 SIMULACION-WS         PIC X(2) VALUE "NO".
              77 NUM-SIMULADOS         PIC 9(7) VALUE 0.
              77 TOTAL-SIMULADO-WS     PIC S9(11)V99 VALUE 0.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 NOTIF-SEC-WS          PIC 9(6).
              77 NOTIF-DETALLE-WS      PIC X(60).
              77 ORDEN-REINTENTO-OK    PIC X(2).
              77 SALDO-ORIGEN-SIM-WS   PIC S9(9)V99.
              77 SALDO-DESTINO-SIM-WS  PIC S9(9)V99.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 WS-USER-FECHA-CADUCIDAD  PIC 9(8).
                 02 WS-USER-PUNTOS           PIC 9(7).

       *> Lineas del informe de simulacion
              01 LINEA-SIMULACION.
                 02 LS-PROGRAMA        PIC X(21) VALUE "POSTORDENESPERIODICAS".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CONCEPTO        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-IMPORTE         PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-SALDO           PIC -ZZZZZZZZ9.99.

              01 LINEA-TOTAL-SIMULACION.
                 02 LTS-PROGRAMA       PIC X(21) VALUE "POSTORDENESPERIODICAS".
                 02 FILLER             PIC X(7) VALUE " TOTAL ".
                 02 LTS-APUNTES        PIC ZZZZZZ9.
                 02 FILLER             PIC X(10) VALUE " apuntes  ".
                 02 LTS-IMPORTE        PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LEER-MODO-NOCTURNO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM OBTENER-FECHA-HOY.
*> Misma guarda que CIERREDIA: en las noches no habiles la fecha de
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  PERFORM REINTENTAR-EXCEPCIONES
                      THRU FIN-REINTENTAR-EXCEPCIONES.
                  IF SIMULACION-WS = "SI"
                    PERFORM TOTALIZAR-SIMULACION.
                  STOP RUN.

       *> La ventana de gracia de reintentos se lee de
              CONTABILIZAR-ORDEN.
                  MOVE "SI" TO ORDEN-CARGO-OK.
                  MOVE SPACES TO MOTIVO-FALLO-ORDEN-WS.
                  IF SIMULACION-WS = "SI"
                    PERFORM SIMULAR-ORDEN THRU FIN-SIMULAR-ORDEN
                    GO TO FIN-CONTABILIZAR-ORDEN.
                  PERFORM DEBITAR-CUENTA-ORIGEN-ORDEN.
                  IF ORDEN-CARGO-OK = "SI"
                    PERFORM ACREDITAR-CUENTA-DESTINO-ORDEN
                      PERFORM DESHACER-CARGO-ORIGEN-ORDEN.
              FIN-CONTABILIZAR-ORDEN.

       *> Simulacion de una orden: las mismas comprobaciones de saldo
       *> en origen y de existencia del destino, leyendo USERS.DAT sin
       *> modificarlo, y los dos apuntes anotados en el informe con el
       *> saldo que dejarian
              SIMULAR-ORDEN.
                  MOVE 0 TO SALDO-ORIGEN-SIM-WS.
                  MOVE 0 TO SALDO-DESTINO-SIM-WS.
                  OPEN INPUT USERFILE.
                  MOVE ORDEN-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        MOVE "NO" TO ORDEN-CARGO-OK
                        MOVE "Tarjeta titular inexistente"
                            TO MOTIVO-FALLO-ORDEN-WS.
                  IF ORDEN-CARGO-OK = "SI"
                    MOVE 1 TO M
                    PERFORM SIMULAR-CARGO-ORIGEN UNTIL M = 4.
                  IF ORDEN-CARGO-OK NOT = "SI"
                    CLOSE USERFILE
                    GO TO ANOTAR-FALLO-SIMULADO.

                  MOVE "NO" TO ORDEN-DESTINO-ENCONTRADO.
                  MOVE 0 TO USER-TARJ.
                  START USERFILE KEY IS NOT LESS THAN USER-TARJ
                      INVALID KEY GO TO FIN-BUSCAR-DESTINO-SIMULADO.

                BUSCAR-DESTINO-SIMULADO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-BUSCAR-DESTINO-SIMULADO.
                  MOVE 1 TO M.
                  PERFORM SIMULAR-ABONO-DESTINO UNTIL M = 4.
                  GO TO BUSCAR-DESTINO-SIMULADO.

                FIN-BUSCAR-DESTINO-SIMULADO.
                  CLOSE USERFILE.
                  IF ORDEN-DESTINO-ENCONTRADO = "NO"
                    MOVE "NO" TO ORDEN-CARGO-OK
                    MOVE "Cuenta destino inexistente"
                        TO MOTIVO-FALLO-ORDEN-WS
                    GO TO ANOTAR-FALLO-SIMULADO.

                  MOVE ORDEN-CUENTA-ORIGEN TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Transferencia a " ORDEN-CUENTA-DESTINO
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  COMPUTE MOV-IMPORTE = 0 - ORDEN-CANTIDAD.
                  MOVE SALDO-ORIGEN-SIM-WS TO MOV-SALDO.
                  PERFORM ANOTAR-SIMULACION.
                  MOVE ORDEN-CUENTA-DESTINO TO MOV-ID.
                  MOVE "Transferencia a su favor" TO MOV-CONCEPTO.
                  MOVE ORDEN-CANTIDAD TO MOV-IMPORTE.
                  MOVE SALDO-DESTINO-SIM-WS TO MOV-SALDO.
                  PERFORM ANOTAR-SIMULACION.
                  GO TO FIN-SIMULAR-ORDEN.

                ANOTAR-FALLO-SIMULADO.
                  MOVE ORDEN-CUENTA-ORIGEN TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Fallaria: " MOTIVO-FALLO-ORDEN-WS
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE 0 TO MOV-IMPORTE.
                  MOVE 0 TO MOV-SALDO.
                  PERFORM ANOTAR-SIMULACION.
              FIN-SIMULAR-ORDEN.
                  EXIT.

              SIMULAR-CARGO-ORIGEN.
                  IF USER-NUM-CUENTA(M) = ORDEN-CUENTA-ORIGEN
                    IF (USER-SALDO(M) + USER-LIMITE-DESCUBIERTO(M))
                          < ORDEN-CANTIDAD
                      MOVE "NO" TO ORDEN-CARGO-OK
                      MOVE "Saldo insuficiente en origen"
                          TO MOTIVO-FALLO-ORDEN-WS
                    ELSE
                      COMPUTE SALDO-ORIGEN-SIM-WS =
                          USER-SALDO(M) - ORDEN-CANTIDAD.
                  ADD 1 TO M.

              SIMULAR-ABONO-DESTINO.
                  IF USER-NUM-CUENTA(M) = ORDEN-CUENTA-DESTINO
                    COMPUTE SALDO-DESTINO-SIM-WS =
                        USER-SALDO(M) + ORDEN-CANTIDAD
                    MOVE "SI" TO ORDEN-DESTINO-ENCONTRADO.
                  ADD 1 TO M.

       *> Busca la cuenta de origen en la tarjeta titular de la orden y,
       *> si hay saldo suficiente, descuenta el importe
              DEBITAR-CUENTA-ORIGEN-ORDEN.
                  MOVE ORDEN-CUENTA-ORIGEN TO MOV-ID.
                  STRING "Transferencia a " ORDEN-CUENTA-DESTINO
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "TF" TO MOV-TIPO-OP.
                  MOVE "OP" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = ORDEN-CANTIDAD - (ORDEN-CANTIDAD * 2).
                  COMPUTE MOV-IMPORTE = 0 - ORDEN-CANTIDAD.
                  MOVE " " TO MOV-CUENTA-DESTINO.
              REGISTRAR-MOV-ORDEN-DESTINO.
                  MOVE ORDEN-CUENTA-DESTINO TO MOV-ID.
                  MOVE "Transferencia a su favor" TO MOV-CONCEPTO.
                  MOVE "TF" TO MOV-TIPO-OP.
                  MOVE "RC" TO MOV-SUBTIPO-OP.
                  MOVE ORDEN-CANTIDAD TO MOV-CANTIDAD.
                  MOVE ORDEN-CANTIDAD TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
       *> y avisa al titular por NOTIFICA.DAT en el primer fallo de
       *> cada ciclo
              REGISTRAR-FALLO-ORDEN.
                  IF SIMULACION-WS = "SI"
                    GO TO FIN-REGISTRAR-FALLO-ORDEN.
                  PERFORM ABRIR-EXCEPORDENES.
                  MOVE ORDEN-TARJ TO EXO-TARJ.
                  MOVE ORDEN-SEC TO EXO-SEC.
       *> y vuelve a intentar las ordenes pendientes de reintento que
       *> sigan dentro de la ventana de gracia; agotada la ventana, la
       *> excepcion queda abandonada y el titular recibe el aviso final
*> En simulacion solo se prueban las excepciones aun en plazo; el
*> fichero se lee sin tocar intentos, estados ni avisos
              REINTENTAR-EXCEPCIONES.
                  IF SIMULACION-WS = "SI"
                    OPEN INPUT EXCEPORDENESFILE
                  ELSE
                    OPEN I-O EXCEPORDENESFILE.
                  IF FSEO = "35"
                    CLOSE EXCEPORDENESFILE
                    GO TO FIN-REINTENTAR-EXCEPCIONES.
                  COMPUTE DIAS-DESDE-PREVISTA =
                      FUNCTION INTEGER-OF-DATE(FECHA-HOY-COMP) -
                      FUNCTION INTEGER-OF-DATE(EXO-FECHA-PREVISTA).
                  IF DIAS-DESDE-PREVISTA > DIAS-GRACIA-ORDEN AND
                     SIMULACION-WS = "SI"
                    GO TO LEER-UNA-EXCEPCION.
                  IF DIAS-DESDE-PREVISTA > DIAS-GRACIA-ORDEN
                    MOVE "A" TO EXO-ESTADO
                    MOVE FECHA-HOY-COMP TO EXO-FECHA-ULT-INTENTO

                  PERFORM REINTENTAR-UNA-ORDEN
                      THRU FIN-REINTENTAR-UNA-ORDEN.
                  IF SIMULACION-WS = "SI"
                    GO TO LEER-UNA-EXCEPCION.
                  IF ORDEN-REINTENTO-OK = "SI"
                    MOVE "C" TO EXO-ESTADO
                    MOVE FECHA-HOY-COMP TO EXO-FECHA-ULT-INTENTO
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "POSTORDENESPERIOD" TO CTN-PROGRAMA.
                  IF SIMULACION-WS = "SI"
                    MOVE "SIM-POSTORDENESPERIO" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

       *> Modo de la cadena: sin MODO-NOCTURNO.DAT, o con otra cosa
       *> que "SI", el paso se ejecuta de verdad
              LEER-MODO-NOCTURNO.
                  MOVE "NO" TO SIMULACION-WS.
                  OPEN INPUT MODOFILE.
                  IF FSMOD = "35"
                    CONTINUE
                  ELSE
                    READ MODOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF MODO-SIMULACION = "SI"
                          MOVE "SI" TO SIMULACION-WS.
                  CLOSE MODOFILE.
                  IF SIMULACION-WS = "SI"
                    DISPLAY "POSTORDENESPERIODICAS: simulacion, no se graba nada".

       *> En simulacion cada apunte preparado en REG-MOVIMIENTOS se
       *> anota en el informe en lugar de grabarse en MOVS.DAT
              ANOTAR-SIMULACION.
                  MOVE MOV-ID TO LS-CUENTA.
                  MOVE MOV-CONCEPTO TO LS-CONCEPTO.
                  MOVE MOV-IMPORTE TO LS-IMPORTE.
                  MOVE MOV-SALDO TO LS-SALDO.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-SIMULACION.
                  CLOSE SIMULACIONFILE.
                  ADD 1 TO NUM-SIMULADOS.
                  ADD MOV-IMPORTE TO TOTAL-SIMULADO-WS.

              TOTALIZAR-SIMULACION.
                  MOVE NUM-SIMULADOS TO LTS-APUNTES.
                  MOVE TOTAL-SIMULADO-WS TO LTS-IMPORTE.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-TOTAL-SIMULACION.
                  CLOSE SIMULACIONFILE.

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
