       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIARINMEDIATAS.
       *> Envio casi en tiempo real de las transferencias inmediatas a
       *> otras entidades. Se lanza cada pocos minutos, a diferencia de
       *> ENVIARTRANSFSALIENTES, que solo corre en la cadena de fin de
       *> dia. CAJERO deja cada inmediata en COLA-INMEDIATAS.DAT con el
       *> cargo al cliente ya hecho; en cada pasada:
       *>
       *> 1. Se aplican las respuestas de la red que hayan llegado en
       *>    RESPUESTAS-INMEDIATAS.DAT. Una aceptada cobra la comision
       *>    de la inmediata y deja la saliente como enviada. Una
       *>    rechazada devuelve el importe a la cuenta de origen con un
       *>    apunte que explica el motivo. Solo se atienden entradas que
       *>    esten enviadas y a la espera, asi que volver a leer una
       *>    respuesta ya aplicada no tiene efecto.
       *> 2. Cada inmediata pendiente se contrasta con la lista de
       *>    sanciones, igual que las de fin de dia. Una coincidencia la
       *>    retiene y la aparca en COLA-SANCIONES.DAT; si la oficina la
       *>    libera, sale en el envio nocturno como una saliente normal.
       *>    Las demas se vuelcan a ENVIO-INMEDIATAS.DAT para la red.
       *> 3. El importe aceptado en el dia se lleva como una linea
       *>    propia ("INST") a NETO-INTERBANCARIA.DAT, de modo que la
       *>    liquidacion y el informe de tesoreria lo muestran aparte
       *>    de los flujos de fin de dia.
       *>
       *> Versiones
       *> Versión 1.0 - Envio y respuesta de las transferencias inmediatas
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT COLAINMEDIATASFILE ASSIGN TO "COLA-INMEDIATAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INM-ID
                  FILE STATUS IS FSINM.

              SELECT TRANSFSALIENTESFILE ASSIGN TO
                  "TRANSF-SALIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TSA-ID
                  FILE STATUS IS FSSA.

              SELECT ENVIOFILE ASSIGN TO "ENVIO-INMEDIATAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEI.

              SELECT RESPUESTASFILE ASSIGN TO "RESPUESTAS-INMEDIATAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRI.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT SANCIONESFILE ASSIGN TO "LISTA-SANCIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSN.

              SELECT COLASANCIONESFILE ASSIGN TO "COLA-SANCIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIT-NUMERO
                  FILE STATUS IS FSCSN.

              SELECT NETOFILE ASSIGN TO "NETO-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSNE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD COLAINMEDIATASFILE: misma cola que graba CAJERO (estados
       *> P pendiente, E enviada, A aceptada, R rechazada, S retenida)
       FD COLAINMEDIATASFILE.
       01 REG-COLA-INMEDIATA.
              02 INM-ID                 PIC 9(6).
              02 INM-TARJ               PIC 9(10).
              02 INM-CUENTA-ORIGEN      PIC X(24).
              02 INM-CUENTA-DESTINO     PIC X(24).
              02 INM-TITULAR            PIC X(20).
              02 INM-BANCO-COD          PIC X(4).
              02 INM-IMPORTE            PIC 9(9)V99.
              02 INM-COMISION           PIC 99V99.
              02 INM-REFERENCIA         PIC X(20).
              02 INM-FECHA              PIC 9(8).
              02 INM-HORA               PIC X(8).
              02 INM-ESTADO             PIC X.
                 88 INM-PENDIENTE       VALUE "P".
                 88 INM-ENVIADA         VALUE "E".
                 88 INM-ACEPTADA        VALUE "A".
                 88 INM-RECHAZADA       VALUE "R".
                 88 INM-RETENIDA        VALUE "S".
              02 INM-MOTIVO             PIC X(30).
              02 INM-FECHA-RESOLUCION   PIC 9(8).

       FD TRANSFSALIENTESFILE.
       01 REG-TRANSF-SALIENTE.
              02 TSA-ID                 PIC 9(6).
              02 TSA-TARJ               PIC 9(10).
              02 TSA-CUENTA-ORIGEN      PIC X(24).
              02 TSA-CUENTA-DESTINO     PIC X(24).
              02 TSA-BANCO-COD          PIC X(4).
              02 TSA-IMPORTE            PIC 9(9)V99.
              02 TSA-REFERENCIA         PIC X(20).
              02 TSA-FECHA              PIC 9(8).
              02 TSA-ESTADO             PIC X.
                 88 TSA-PENDIENTE       VALUE "P".
                 88 TSA-ENVIADA         VALUE "E".
                 88 TSA-DEVUELTA        VALUE "D".
                 88 TSA-RETENIDA        VALUE "S".
                 88 TSA-INMEDIATA       VALUE "I".

       *> FD ENVIOFILE: misma linea que el fichero saliente de fin de
       *> dia, por la via inmediata de la red
       FD ENVIOFILE.
       01 REG-ENVIO.
              02 ENV-ID                 PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ENV-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ENV-CUENTA-DESTINO     PIC X(24).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ENV-REFERENCIA         PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ENV-IMPORTE            PIC 9(9)V99.

       *> FD RESPUESTASFILE: respuesta de la red a cada inmediata,
       *> identificada por nuestro propio id (A aceptada, R rechazada)
       FD RESPUESTASFILE.
       01 REG-RESPUESTA.
              02 RSP-ID                 PIC 9(6).
              02 FILLER                 PIC X(2).
              02 RSP-RESULTADO          PIC X.
                 88 RSP-ACEPTADA        VALUE "A".
                 88 RSP-RECHAZADA       VALUE "R".
              02 FILLER                 PIC X(2).
              02 RSP-MOTIVO             PIC X(30).

       FD SANCIONESFILE.
       01 REG-SANCION.
              02 SAN-NOMBRE             PIC X(30).
              02 SAN-CUENTA             PIC X(24).
              02 SAN-ACTIVO             PIC X.

       FD COLASANCIONESFILE.
       01 REG-HIT-SANCION.
              02 HIT-NUMERO             PIC 9(6).
              02 HIT-ORIGEN             PIC X.
              02 HIT-TSA-ID             PIC 9(6).
              02 HIT-BANCO-COD          PIC X(4).
              02 HIT-NOMBRE             PIC X(30).
              02 HIT-CUENTA             PIC X(24).
              02 HIT-REFERENCIA         PIC X(20).
              02 HIT-IMPORTE            PIC 9(9)V99.
              02 HIT-FECHA              PIC 9(8).
              02 HIT-ESTADO             PIC X.
                 88 HIT-PENDIENTE       VALUE "P".
                 88 HIT-LIBERADO        VALUE "L".
                 88 HIT-RECHAZADO       VALUE "R".
              02 HIT-GESTOR             PIC X(8).

       *> FD NETOFILE: misma linea que graba PROCESARADEUDOSEMISOR por
       *> entidad de la red; las inmediatas ocupan una mas con el
       *> codigo "INST"
       FD NETOFILE.
       01 REG-NETO.
              02 NET-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2).
              02 NET-BANCO-NOMBRE       PIC X(20).
              02 FILLER                 PIC X(2).
              02 NET-FECHA              PIC X(10).
              02 FILLER                 PIC X(2).
              02 NET-DEBEMOS            PIC -------9.99.
              02 FILLER                 PIC X(2).
              02 NET-RECLAMAMOS         PIC -------9.99.
              02 FILLER                 PIC X(2).
              02 NET-NETO               PIC -------9.99.

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
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
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
              77 FSINM                 PIC XX.
              77 FSSA                  PIC XX.
              77 FSEI                  PIC XX.
              77 FSRI                  PIC XX.
              77 FSU                   PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 FSM                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSSN                  PIC XX.
              77 FSCSN                 PIC XX.
              77 FSNE                  PIC XX.
              77 M                     PIC 999.
              77 N                     PIC 99.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FECHA-HOY-WS          PIC 9(8).
              77 NUM-ENVIADAS          PIC 9(5) VALUE 0.
              77 NUM-RETENIDAS         PIC 9(5) VALUE 0.
              77 NUM-ACEPTADAS         PIC 9(5) VALUE 0.
              77 NUM-RECHAZADAS        PIC 9(5) VALUE 0.
              77 SANCION-DETECTADA     PIC X(2).
              77 HIT-NUMERO-WS         PIC 9(6).
              77 CUENTA-ENCONTRADA     PIC X(2).
              77 SALDO-APUNTE-WS       PIC S9(9)V99.
              77 IMPORTE-APUNTE-WS     PIC S9(9)V99.
              77 CONCEPTO-APUNTE-WS    PIC X(40).
              77 SUBTIPO-APUNTE-WS     PIC XX.
              77 TIPO-APUNTE-WS        PIC XX.
              77 ESTADO-NUEVO-INM-WS   PIC X.
              77 ESTADO-NUEVO-TSA-WS   PIC X.
              77 TOTAL-ACEPTADO-HOY    PIC 9(9)V99 VALUE 0.
              77 NUM-LINEAS-NETO       PIC 99 VALUE 0.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).

       *> Lineas de NETO-INTERBANCARIA.DAT de las entidades de la red
       *> y del esquema de tarjetas, que se conservan al reescribirlo
              01 TABLA-NETO.
                 02 NETO-ENTRADA OCCURS 30 TIMES PIC X(77).

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
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM PROCESAR-RESPUESTAS
                      THRU FIN-PROCESAR-RESPUESTAS.
                  PERFORM ENVIAR-PENDIENTES THRU FIN-ENVIAR-PENDIENTES.
                  PERFORM GENERAR-NETO-INMEDIATAS
                      THRU FIN-GENERAR-NETO-INMEDIATAS.
                  DISPLAY "ENVIARINMEDIATAS: " NUM-ENVIADAS
                      " enviadas, " NUM-RETENIDAS " retenidas, "
                      NUM-ACEPTADAS " aceptadas, " NUM-RECHAZADAS
                      " rechazadas.".
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

       *> Respuestas de la red: el fichero no se vacia, la red lo
       *> repone; las respuestas ya aplicadas se saltan porque la
       *> entrada de la cola ya no esta enviada
              PROCESAR-RESPUESTAS.
                  OPEN INPUT RESPUESTASFILE.
                  IF FSRI = "35"
                    CLOSE RESPUESTASFILE
                    GO TO FIN-PROCESAR-RESPUESTAS.

                LEER-UNA-RESPUESTA.
                  READ RESPUESTASFILE NEXT RECORD
                      AT END GO TO CERRAR-PROCESAR-RESPUESTAS.
                  PERFORM APLICAR-UNA-RESPUESTA
                      THRU FIN-APLICAR-UNA-RESPUESTA.
                  GO TO LEER-UNA-RESPUESTA.

                CERRAR-PROCESAR-RESPUESTAS.
                  CLOSE RESPUESTASFILE.
              FIN-PROCESAR-RESPUESTAS.

              APLICAR-UNA-RESPUESTA.
                  OPEN INPUT COLAINMEDIATASFILE.
                  IF FSINM = "35"
                    CLOSE COLAINMEDIATASFILE
                    GO TO FIN-APLICAR-UNA-RESPUESTA.
                  MOVE RSP-ID TO INM-ID.
                  READ COLAINMEDIATASFILE
                      INVALID KEY
                        CLOSE COLAINMEDIATASFILE
                        GO TO FIN-APLICAR-UNA-RESPUESTA.
                  CLOSE COLAINMEDIATASFILE.
                  IF NOT INM-ENVIADA
                    GO TO FIN-APLICAR-UNA-RESPUESTA.

*> Primero el apunte en la cuenta de origen; solo si llega a
*> grabarse se cierra la entrada (si el registro del titular sigue
*> en uso, queda enviada y la proxima pasada vuelve a intentarlo)
                  IF RSP-ACEPTADA
                    MOVE "A" TO ESTADO-NUEVO-INM-WS
                    MOVE "E" TO ESTADO-NUEVO-TSA-WS
                    IF INM-COMISION = 0
                      MOVE "SI" TO CUENTA-ENCONTRADA
                    ELSE
                      COMPUTE IMPORTE-APUNTE-WS = 0 - INM-COMISION
                      MOVE "CO" TO TIPO-APUNTE-WS
                      MOVE "TI" TO SUBTIPO-APUNTE-WS
                      MOVE SPACES TO CONCEPTO-APUNTE-WS
                      STRING "Comision transf. inmediata id " INM-ID
                          DELIMITED BY SIZE INTO CONCEPTO-APUNTE-WS
                      PERFORM APUNTAR-EN-CUENTA-ORIGEN
                          THRU FIN-APUNTAR-EN-CUENTA-ORIGEN
                    END-IF
                  ELSE
                    IF RSP-RECHAZADA
                      MOVE "R" TO ESTADO-NUEVO-INM-WS
                      MOVE "D" TO ESTADO-NUEVO-TSA-WS
                      MOVE INM-IMPORTE TO IMPORTE-APUNTE-WS
                      MOVE "TF" TO TIPO-APUNTE-WS
                      MOVE "RI" TO SUBTIPO-APUNTE-WS
                      MOVE SPACES TO CONCEPTO-APUNTE-WS
                      STRING "Rechazo transf. inmed.: " RSP-MOTIVO(1:16)
                          DELIMITED BY SIZE INTO CONCEPTO-APUNTE-WS
                      PERFORM APUNTAR-EN-CUENTA-ORIGEN
                          THRU FIN-APUNTAR-EN-CUENTA-ORIGEN
                    ELSE
                      GO TO FIN-APLICAR-UNA-RESPUESTA.
                  IF CUENTA-ENCONTRADA NOT = "SI"
                    GO TO FIN-APLICAR-UNA-RESPUESTA.

                  OPEN I-O COLAINMEDIATASFILE.
                  MOVE RSP-ID TO INM-ID.
                  READ COLAINMEDIATASFILE
                      INVALID KEY
                        CLOSE COLAINMEDIATASFILE
                        GO TO FIN-APLICAR-UNA-RESPUESTA.
                  MOVE ESTADO-NUEVO-INM-WS TO INM-ESTADO.
                  MOVE RSP-MOTIVO TO INM-MOTIVO.
                  MOVE FECHA-HOY-WS TO INM-FECHA-RESOLUCION.
                  REWRITE REG-COLA-INMEDIATA.
                  CLOSE COLAINMEDIATASFILE.
                  PERFORM MARCAR-TRANSF-SALIENTE
                      THRU FIN-MARCAR-TRANSF-SALIENTE.
                  IF INM-ACEPTADA
                    ADD 1 TO NUM-ACEPTADAS
                  ELSE
                    ADD 1 TO NUM-RECHAZADAS.
              FIN-APLICAR-UNA-RESPUESTA.
                  EXIT.

       *> Lleva a TRANSF-SALIENTES.DAT el estado que corresponde a la
       *> inmediata del buffer (E enviada, D devuelta, S retenida)
              MARCAR-TRANSF-SALIENTE.
                  OPEN I-O TRANSFSALIENTESFILE.
                  IF FSSA = "35"
                    CLOSE TRANSFSALIENTESFILE
                    GO TO FIN-MARCAR-TRANSF-SALIENTE.
                  MOVE INM-ID TO TSA-ID.
                  READ TRANSFSALIENTESFILE
                      INVALID KEY
                        CLOSE TRANSFSALIENTESFILE
                        GO TO FIN-MARCAR-TRANSF-SALIENTE.
                  MOVE ESTADO-NUEVO-TSA-WS TO TSA-ESTADO.
                  REWRITE REG-TRANSF-SALIENTE.
                  CLOSE TRANSFSALIENTESFILE.
              FIN-MARCAR-TRANSF-SALIENTE.
                  EXIT.

       *> Apunta IMPORTE-APUNTE-WS (positivo abono, negativo cargo) en
       *> la cuenta de origen de la inmediata del buffer
              APUNTAR-EN-CUENTA-ORIGEN.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
                  OPEN I-O USERFILE.
                  MOVE INM-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO FIN-APUNTAR-EN-CUENTA-ORIGEN.
                  MOVE 1 TO M.
                  PERFORM APUNTAR-EN-UNA-CUENTA UNTIL M = 4.
                  CLOSE USERFILE.
                  IF CUENTA-ENCONTRADA = "SI"
                    PERFORM REGISTRAR-MOV-INMEDIATA
                        THRU FIN-REGISTRAR-MOV-INMEDIATA.
              FIN-APUNTAR-EN-CUENTA-ORIGEN.
                  EXIT.

              APUNTAR-EN-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) = INM-CUENTA-ORIGEN
                    COMPUTE USER-SALDO(M) =
                        USER-SALDO(M) + IMPORTE-APUNTE-WS
                    MOVE USER-SALDO(M) TO SALDO-APUNTE-WS
                    PERFORM REGRABAR-USUARIO-CON-REINTENTO
                        THRU FIN-REGRABAR-USUARIO-CON-REINTENTO
                    IF FSU = "00"
                      MOVE "SI" TO CUENTA-ENCONTRADA
                    END-IF
                    MOVE 3 TO M
                  END-IF.
                  ADD 1 TO M.

       *> Con el cajero operativo las veinticuatro horas, el registro
       *> del titular puede estar en uso en el momento del apunte: se
       *> reintenta unas veces y, si sigue ocupado, la operacion se
       *> da por no aplicada (FSU distinto de "00")
              REGRABAR-USUARIO-CON-REINTENTO.
                  MOVE 0 TO REINTENTOS-REGRABAR-WS.

                REINTENTAR-REGRABAR-USUARIO.
                  REWRITE REG-USUARIO.
                  IF FSU = "51" AND REINTENTOS-REGRABAR-WS < 5
                    ADD 1 TO REINTENTOS-REGRABAR-WS
                    GO TO REINTENTAR-REGRABAR-USUARIO.
              FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  EXIT.

              REGISTRAR-MOV-INMEDIATA.
                  MOVE INM-CUENTA-ORIGEN TO MOV-ID.
                  MOVE CONCEPTO-APUNTE-WS TO MOV-CONCEPTO.
                  MOVE TIPO-APUNTE-WS TO MOV-TIPO-OP.
                  MOVE SUBTIPO-APUNTE-WS TO MOV-SUBTIPO-OP.
                  MOVE IMPORTE-APUNTE-WS TO MOV-CANTIDAD.
                  MOVE IMPORTE-APUNTE-WS TO MOV-IMPORTE.
                  MOVE INM-BANCO-COD TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-APUNTE-WS TO MOV-SALDO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY PERFORM REINTENTAR-SEC-MOV.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-INMEDIATA.

       *> Vuelca las inmediatas pendientes al fichero de la red y las
       *> marca como enviadas, salvo las que retenga el contraste
       *> con la lista de sanciones
              ENVIAR-PENDIENTES.
                  OPEN I-O COLAINMEDIATASFILE.
                  IF FSINM = "35"
                    CLOSE COLAINMEDIATASFILE
                    GO TO FIN-ENVIAR-PENDIENTES.
                  OPEN EXTEND ENVIOFILE.
                  IF FSEI = "35"
                    CLOSE ENVIOFILE
                    OPEN OUTPUT ENVIOFILE.

                LEER-UNA-PENDIENTE.
                  READ COLAINMEDIATASFILE NEXT RECORD
                      AT END GO TO CERRAR-ENVIAR-PENDIENTES.
                  IF NOT INM-PENDIENTE
                    GO TO LEER-UNA-PENDIENTE.
                  PERFORM COMPROBAR-LISTA-SANCIONES
                      THRU FIN-COMPROBAR-LISTA-SANCIONES.
                  IF SANCION-DETECTADA = "SI"
                    MOVE "S" TO INM-ESTADO
                    REWRITE REG-COLA-INMEDIATA
                    MOVE "S" TO ESTADO-NUEVO-TSA-WS
                    PERFORM MARCAR-TRANSF-SALIENTE
                        THRU FIN-MARCAR-TRANSF-SALIENTE
                    PERFORM GUARDAR-HIT-SANCIONES
                        THRU FIN-GUARDAR-HIT-SANCIONES
                    ADD 1 TO NUM-RETENIDAS
                    GO TO LEER-UNA-PENDIENTE.

                  MOVE INM-ID TO ENV-ID.
                  MOVE INM-BANCO-COD TO ENV-BANCO-COD.
                  MOVE INM-CUENTA-DESTINO TO ENV-CUENTA-DESTINO.
                  MOVE INM-REFERENCIA TO ENV-REFERENCIA.
                  MOVE INM-IMPORTE TO ENV-IMPORTE.
                  WRITE REG-ENVIO.
                  MOVE "E" TO INM-ESTADO.
                  REWRITE REG-COLA-INMEDIATA.
                  ADD 1 TO NUM-ENVIADAS.
                  GO TO LEER-UNA-PENDIENTE.

                CERRAR-ENVIAR-PENDIENTES.
                  CLOSE ENVIOFILE.
                  CLOSE COLAINMEDIATASFILE.
              FIN-ENVIAR-PENDIENTES.

       *> Procedimiento comprobar-lista-sanciones: mismo contraste que
       *> el envio de fin de dia, sobre el titular tecleado y la
       *> cuenta destino de la inmediata en el buffer
              COMPROBAR-LISTA-SANCIONES.
                  MOVE "NO" TO SANCION-DETECTADA.
                  OPEN INPUT SANCIONESFILE.
                  IF FSSN = "35"
                    CLOSE SANCIONESFILE
                    GO TO FIN-COMPROBAR-LISTA-SANCIONES.

                LEER-UNA-SANCION.
                  READ SANCIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTA-SANCIONES.
                  IF SAN-ACTIVO NOT = "S"
                    GO TO LEER-UNA-SANCION.
                  IF SAN-NOMBRE NOT = SPACES AND
                     (SAN-NOMBRE(1:20) = INM-TITULAR OR
                      SAN-NOMBRE(1:20) = INM-REFERENCIA)
                    MOVE "SI" TO SANCION-DETECTADA
                    GO TO CERRAR-LISTA-SANCIONES.
                  IF SAN-CUENTA NOT = SPACES AND
                     SAN-CUENTA = INM-CUENTA-DESTINO
                    MOVE "SI" TO SANCION-DETECTADA
                    GO TO CERRAR-LISTA-SANCIONES.
                  GO TO LEER-UNA-SANCION.

                CERRAR-LISTA-SANCIONES.
                  CLOSE SANCIONESFILE.
              FIN-COMPROBAR-LISTA-SANCIONES.
                  EXIT.

       *> Procedimiento guardar-hit-sanciones: deja la coincidencia en
       *> la cola de revision como saliente (origen S); la oficina la
       *> tramita en GESTIONARSANCIONES igual que las de fin de dia
              GUARDAR-HIT-SANCIONES.
                  MOVE 1 TO HIT-NUMERO-WS.
                  OPEN I-O COLASANCIONESFILE.
                  IF FSCSN = "35"
                    CLOSE COLASANCIONESFILE
                    OPEN OUTPUT COLASANCIONESFILE
                    CLOSE COLASANCIONESFILE
                    OPEN I-O COLASANCIONESFILE.
                  MOVE 999999 TO HIT-NUMERO.
                  START COLASANCIONESFILE KEY IS NOT GREATER THAN
                          HIT-NUMERO
                      INVALID KEY GO TO GRABAR-HIT-SANCIONES.
                  READ COLASANCIONESFILE PREVIOUS RECORD
                      AT END GO TO GRABAR-HIT-SANCIONES.
                  COMPUTE HIT-NUMERO-WS = HIT-NUMERO + 1.

                GRABAR-HIT-SANCIONES.
                  MOVE HIT-NUMERO-WS TO HIT-NUMERO.
                  MOVE "S" TO HIT-ORIGEN.
                  MOVE INM-ID TO HIT-TSA-ID.
                  MOVE INM-BANCO-COD TO HIT-BANCO-COD.
                  MOVE SPACES TO HIT-NOMBRE.
                  MOVE INM-TITULAR TO HIT-NOMBRE(1:20).
                  MOVE INM-CUENTA-DESTINO TO HIT-CUENTA.
                  MOVE INM-REFERENCIA TO HIT-REFERENCIA.
                  MOVE INM-IMPORTE TO HIT-IMPORTE.
                  MOVE FECHA-NEGOCIO-WS TO HIT-FECHA.
                  MOVE "P" TO HIT-ESTADO.
                  MOVE SPACES TO HIT-GESTOR.
                  WRITE REG-HIT-SANCION
                      INVALID KEY CONTINUE.
                  CLOSE COLASANCIONESFILE.
              FIN-GUARDAR-HIT-SANCIONES.
                  EXIT.

       *> Posicion del dia por la via inmediata: le debemos a la red lo
       *> aceptado hoy. Se reescribe NETO-INTERBANCARIA.DAT con las
       *> lineas que ya tenia y la de las inmediatas al final,
       *> sustituyendo la de una pasada anterior
              GENERAR-NETO-INMEDIATAS.
                  OPEN INPUT COLAINMEDIATASFILE.
                  IF FSINM = "35"
                    CLOSE COLAINMEDIATASFILE
                    GO TO LEER-NETO-ACTUAL.

                SUMAR-UNA-ACEPTADA.
                  READ COLAINMEDIATASFILE NEXT RECORD
                      AT END GO TO CERRAR-SUMAR-ACEPTADAS.
                  IF INM-ACEPTADA AND
                     INM-FECHA-RESOLUCION = FECHA-HOY-WS
                    ADD INM-IMPORTE TO TOTAL-ACEPTADO-HOY.
                  GO TO SUMAR-UNA-ACEPTADA.

                CERRAR-SUMAR-ACEPTADAS.
                  CLOSE COLAINMEDIATASFILE.

                LEER-NETO-ACTUAL.
                  OPEN INPUT NETOFILE.
                  IF FSNE = "35"
                    CLOSE NETOFILE
                    GO TO ESCRIBIR-NETO-INMEDIATAS.

                LEER-UNA-LINEA-NETO.
                  READ NETOFILE NEXT RECORD
                      AT END GO TO CERRAR-LEER-NETO.
                  IF NET-BANCO-COD NOT = "INST" AND
                     NUM-LINEAS-NETO < 30
                    ADD 1 TO NUM-LINEAS-NETO
                    MOVE REG-NETO TO NETO-ENTRADA(NUM-LINEAS-NETO).
                  GO TO LEER-UNA-LINEA-NETO.

                CERRAR-LEER-NETO.
                  CLOSE NETOFILE.

                ESCRIBIR-NETO-INMEDIATAS.
                  OPEN OUTPUT NETOFILE.
                  MOVE 1 TO N.
                  PERFORM COPIAR-LINEA-NETO UNTIL N > NUM-LINEAS-NETO.
                  IF TOTAL-ACEPTADO-HOY > 0
                    MOVE SPACES TO REG-NETO
                    MOVE "INST" TO NET-BANCO-COD
                    MOVE "Transf. inmediatas" TO NET-BANCO-NOMBRE
                    MOVE FECHAF TO NET-FECHA
                    MOVE TOTAL-ACEPTADO-HOY TO NET-DEBEMOS
                    MOVE 0 TO NET-RECLAMAMOS
                    COMPUTE NET-NETO = 0 - TOTAL-ACEPTADO-HOY
                    WRITE REG-NETO.
                  CLOSE NETOFILE.
              FIN-GENERAR-NETO-INMEDIATAS.
                  EXIT.

              COPIAR-LINEA-NETO.
                  MOVE NETO-ENTRADA(N) TO REG-NETO.
                  WRITE REG-NETO.
                  ADD 1 TO N.

       *> Procedimiento auxiliar que busca la siguiente secuencia libre de
       *> MOVFILE para la cuenta ya depositada en MOV-ID (modelado sobre
       *> BUSCAR-SEC-LIBRE-ORDEN)
              BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-ID TO MOV-ID-BUSQUEDA-WS.
                  MOVE 1 TO MOV-SEC-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-MOV.

                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  MOVE 999999 TO MOV-SEC.
                  START MOVFILE KEY IS NOT GREATER THAN MOV-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  READ MOVFILE PREVIOUS RECORD
                      AT END GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  IF MOV-ID = MOV-ID-BUSQUEDA-WS
                    COMPUTE MOV-SEC-WS = MOV-SEC + 1.

                FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.
                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  CLOSE MOVFILE.
              FIN-BUSCAR-SEC-LIBRE-MOV.

              ABRIR-MOVFILE-ESCRITURA.
                  OPEN I-O MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    OPEN OUTPUT MOVFILE.

       *> Si otro proceso o un terminal ocupo la secuencia en el
       *> instante de grabar, se avanza y se reintenta, igual que el
       *> cajero
              REINTENTAR-SEC-MOV.
                  ADD 1 TO MOV-SEC.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY GO TO REINTENTAR-SEC-MOV.

              CALCULAR-FECHA-HORA-MOV.
                  COMPUTE MOV-FECHA-HORA-COMP =
                            (AAM * 10000000000) + (MMM * 100000000)
                            + (DDM * 1000000) + (HH OF MOV-HORA * 10000)
                            + (MM OF MOV-HORA * 100) + SS OF MOV-HORA.
                  MOVE "BATC" TO MOV-TERMINAL.
                  MOVE FECHA-NEGOCIO-WS TO MOV-FECHA-NEGOCIO.

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
