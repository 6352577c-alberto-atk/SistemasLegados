       *> COLA-SANCIONES.DAT para que la oficina la libere o la
       *> rechace en GESTIONARSANCIONES, en vez de salir a la red.
       *>
       *> Los recalls pendientes de RECALLS-TRANSF.DAT (peticiones de
       *> recuperar una transferencia ya enviada, del cajero o de la
       *> oficina) salen en el mismo envio en RECALLS-SALIENTES.DAT.
       *> De RESPUESTAS-RECALL.DAT se aplica la respuesta de la entidad
       *> destino: la aceptacion reabona el importe en la cuenta de
       *> origen y cierra el recall; el rechazo lo cierra con el motivo.
       *>
       *> Versiones
       *> Versión 1.0 - Envio y retorno de transferencias salientes
       *> Versión 1.1 - Reintento de grabaciones con registro en uso
       *> Versión 1.2 - Contraste con la lista de sanciones antes del envio
       *> Versión 1.3 - Las coincidencias liberadas por la oficina no se
       *>               vuelven a retener
       *> Versión 1.4 - Graba el tipo de operacion en cada apunte
       *> Versión 1.5 - Envio de recalls y aplicacion de sus respuestas
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.8 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT RECALLSFILE ASSIGN TO "RECALLS-TRANSF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCL-NUMERO
                  FILE STATUS IS FSRCL.

              SELECT RECALLSSALFILE ASSIGN TO "RECALLS-SALIENTES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRS.

              SELECT RESPRECALLFILE ASSIGN TO "RESPUESTAS-RECALL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRR.

              SELECT SANCIONESFILE ASSIGN TO "LISTA-SANCIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFSALIENTESFILE.
       *> Retenida por coincidencia con la lista de sanciones, a la
       *> espera de la decision de la oficina en GESTIONARSANCIONES
                 88 TSA-RETENIDA        VALUE "S".
       *> Inmediata: la envia ENVIARINMEDIATAS, no este proceso
                 88 TSA-INMEDIATA       VALUE "I".
       *> Recuperada por un recall aceptado por la entidad destino
                 88 TSA-RECUPERADA      VALUE "R".

       *> FD RECALLSFILE: un recall por registro contra el id de la
       *> saliente (estados P pendiente, E enviado, A aceptado, R
       *> rechazado)
       FD RECALLSFILE.
       01 REG-RECALL.
              02 RCL-NUMERO             PIC 9(6).
              02 RCL-TSA-ID             PIC 9(6).
              02 RCL-TARJ               PIC 9(10).
              02 RCL-CUENTA-ORIGEN      PIC X(24).
              02 RCL-CUENTA-DESTINO     PIC X(24).
              02 RCL-BANCO-COD          PIC X(4).
              02 RCL-IMPORTE            PIC 9(9)V99.
              02 RCL-MOTIVO             PIC X.
              02 RCL-CANAL              PIC X.
              02 RCL-SOLICITANTE        PIC X(8).
              02 RCL-FECHA-ALTA         PIC 9(8).
              02 RCL-FECHA-ENVIO        PIC 9(8).
              02 RCL-ESTADO             PIC X.
                 88 RCL-PENDIENTE       VALUE "P".
                 88 RCL-ENVIADO         VALUE "E".
                 88 RCL-ACEPTADO        VALUE "A".
                 88 RCL-RECHAZADO       VALUE "R".
              02 RCL-MOTIVO-RESP        PIC X(30).
              02 RCL-FECHA-CIERRE       PIC 9(8).

       *> FD RECALLSSALFILE: peticion de recall para la entidad
       *> destino, con el id de la transferencia original
       FD RECALLSSALFILE.
       01 REG-RECALL-SALIENTE.
              02 RCS-NUMERO             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCS-TSA-ID             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCS-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCS-CUENTA-DESTINO     PIC X(24).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCS-IMPORTE            PIC 9(9)V99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCS-MOTIVO             PIC X.

       *> FD RESPRECALLFILE: respuesta de la entidad destino a cada
       *> recall, por nuestro numero de recall (A aceptado, R
       *> rechazado)
       FD RESPRECALLFILE.
       01 REG-RESPUESTA-RECALL.
              02 RRC-NUMERO             PIC 9(6).
              02 FILLER                 PIC X(2).
              02 RRC-RESULTADO          PIC X.
                 88 RRC-ACEPTADO        VALUE "A".
                 88 RRC-RECHAZADO       VALUE "R".
              02 FILLER                 PIC X(2).
              02 RRC-MOTIVO             PIC X(30).

       FD SALIENTESFILE.
       01 REG-SALIENTE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
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
              77 SALDO-ABONO-WS        PIC S9(9)V99.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).
              77 FSRCL                 PIC XX.
              77 FSRS                  PIC XX.
              77 FSRR                  PIC XX.
              77 ORIGEN-ABONO-WS       PIC X.
              77 NUM-RECALLS-ENVIADOS  PIC 9(5) VALUE 0.
              77 NUM-RECALLS-ABONADOS  PIC 9(5) VALUE 0.
              77 NUM-RECALLS-RECHAZADOS PIC 9(5) VALUE 0.

              01 FECHA.
                 02 AA                 PIC 9999.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM ENVIAR-PENDIENTES THRU FIN-ENVIAR-PENDIENTES.
                  PERFORM PROCESAR-RETORNOS THRU FIN-PROCESAR-RETORNOS.
                  PERFORM ENVIAR-RECALLS THRU FIN-ENVIAR-RECALLS.
                  PERFORM PROCESAR-RESPUESTAS-RECALL
                      THRU FIN-PROCESAR-RESPUESTAS-RECALL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS =
                      NUM-ENVIADAS + NUM-RETENIDAS.
                  DISPLAY "ENVIARTRANSFSALIENTES: " NUM-ENVIADAS
                      " enviadas, " NUM-RETENIDAS " retenidas, "
                      NUM-DEVUELTAS " devueltas.".
                  DISPLAY "ENVIARTRANSFSALIENTES: " NUM-RECALLS-ENVIADOS
                      " recalls enviados, " NUM-RECALLS-ABONADOS
                      " abonados, " NUM-RECALLS-RECHAZADOS
                      " rechazados.".
                  STOP RUN.

              CARGAR-FECHA-NEGOCIO.
                      INVALID KEY
                        CLOSE TRANSFSALIENTESFILE
                        GO TO FIN-DEVOLVER-UNA-SALIENTE.
                  IF TSA-DEVUELTA OR TSA-RECUPERADA
                    CLOSE TRANSFSALIENTESFILE
                    GO TO FIN-DEVOLVER-UNA-SALIENTE.
                  CLOSE TRANSFSALIENTESFILE.
                  MOVE "D" TO ORIGEN-ABONO-WS.

*> Primero se abona el retorno en la cuenta de origen; solo si el
*> abono llega a grabarse se marca la saliente como devuelta (si no,
                  PERFORM ABONAR-EN-CUENTA-RETORNO UNTIL M = 4.
                  CLOSE USERFILE.
                  IF CUENTA-ENCONTRADA = "SI"
                    IF ORIGEN-ABONO-WS = "R"
                      PERFORM REGISTRAR-MOV-RECALL
                          THRU FIN-REGISTRAR-MOV-RECALL
                    ELSE
                      PERFORM REGISTRAR-MOV-RETORNO
                          THRU FIN-REGISTRAR-MOV-RETORNO.
              FIN-ABONAR-RETORNO.
                  EXIT.

                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Devol. transf. externa: " RET-MOTIVO(1:16)
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "TF" TO MOV-TIPO-OP.
                  MOVE "DV" TO MOV-SUBTIPO-OP.
                  MOVE TSA-IMPORTE TO MOV-CANTIDAD.
                  MOVE TSA-IMPORTE TO MOV-IMPORTE.
                  MOVE TSA-BANCO-COD TO MOV-CUENTA-DESTINO.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-RETORNO.

              REGISTRAR-MOV-RECALL.
                  MOVE TSA-CUENTA-ORIGEN TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Recall transf. externa ref " RRC-NUMERO
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "TF" TO MOV-TIPO-OP.
                  MOVE "RV" TO MOV-SUBTIPO-OP.
                  MOVE TSA-IMPORTE TO MOV-CANTIDAD.
                  MOVE TSA-IMPORTE TO MOV-IMPORTE.
                  MOVE TSA-BANCO-COD TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-ABONO-WS TO MOV-SALDO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY PERFORM REINTENTAR-SEC-MOV.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-RECALL.

       *> Los recalls pendientes salen a la entidad destino en este
       *> mismo envio y quedan enviados, con la fecha de envio de la
       *> que cuenta el plazo de respuesta del esquema
              ENVIAR-RECALLS.
                  OPEN I-O RECALLSFILE.
                  IF FSRCL = "35"
                    CLOSE RECALLSFILE
                    GO TO FIN-ENVIAR-RECALLS.
                  OPEN EXTEND RECALLSSALFILE.
                  IF FSRS = "35"
                    CLOSE RECALLSSALFILE
                    OPEN OUTPUT RECALLSSALFILE.

                LEER-UN-RECALL-PENDIENTE.
                  READ RECALLSFILE NEXT RECORD
                      AT END GO TO CERRAR-ENVIAR-RECALLS.
                  IF NOT RCL-PENDIENTE
                    GO TO LEER-UN-RECALL-PENDIENTE.
                  MOVE RCL-NUMERO TO RCS-NUMERO.
                  MOVE RCL-TSA-ID TO RCS-TSA-ID.
                  MOVE RCL-BANCO-COD TO RCS-BANCO-COD.
                  MOVE RCL-CUENTA-DESTINO TO RCS-CUENTA-DESTINO.
                  MOVE RCL-IMPORTE TO RCS-IMPORTE.
                  MOVE RCL-MOTIVO TO RCS-MOTIVO.
                  WRITE REG-RECALL-SALIENTE.
                  MOVE "E" TO RCL-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO RCL-FECHA-ENVIO.
                  REWRITE REG-RECALL.
                  ADD 1 TO NUM-RECALLS-ENVIADOS.
                  GO TO LEER-UN-RECALL-PENDIENTE.

                CERRAR-ENVIAR-RECALLS.
                  CLOSE RECALLSSALFILE.
                  CLOSE RECALLSFILE.
              FIN-ENVIAR-RECALLS.

       *> Respuestas de las entidades destino: solo se atienden los
       *> recalls enviados, asi que una respuesta repetida no tiene
       *> efecto
              PROCESAR-RESPUESTAS-RECALL.
                  OPEN INPUT RESPRECALLFILE.
                  IF FSRR = "35"
                    CLOSE RESPRECALLFILE
                    GO TO FIN-PROCESAR-RESPUESTAS-RECALL.

                LEER-UNA-RESPUESTA-RECALL.
                  READ RESPRECALLFILE NEXT RECORD
                      AT END GO TO CERRAR-RESPUESTAS-RECALL.
                  PERFORM APLICAR-RESPUESTA-RECALL
                      THRU FIN-APLICAR-RESPUESTA-RECALL.
                  GO TO LEER-UNA-RESPUESTA-RECALL.

                CERRAR-RESPUESTAS-RECALL.
                  CLOSE RESPRECALLFILE.
              FIN-PROCESAR-RESPUESTAS-RECALL.

              APLICAR-RESPUESTA-RECALL.
                  OPEN INPUT RECALLSFILE.
                  IF FSRCL = "35"
                    CLOSE RECALLSFILE
                    GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  MOVE RRC-NUMERO TO RCL-NUMERO.
                  READ RECALLSFILE
                      INVALID KEY
                        CLOSE RECALLSFILE
                        GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  CLOSE RECALLSFILE.
                  IF NOT RCL-ENVIADO
                    GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  IF NOT RRC-ACEPTADO AND NOT RRC-RECHAZADO
                    GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  IF RRC-RECHAZADO
                    GO TO CERRAR-RECALL.

*> Aceptado: se reabona solo si la saliente sigue enviada (si entre
*> tanto la red la devolvio, el importe ya volvio por el retorno). Si
*> el registro del titular sigue en uso el recall queda enviado y la
*> proxima ejecucion vuelve a intentarlo
                  OPEN INPUT TRANSFSALIENTESFILE.
                  MOVE RCL-TSA-ID TO TSA-ID.
                  READ TRANSFSALIENTESFILE
                      INVALID KEY
                        CLOSE TRANSFSALIENTESFILE
                        GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  CLOSE TRANSFSALIENTESFILE.
                  IF NOT TSA-ENVIADA
                    GO TO CERRAR-RECALL.
                  MOVE "R" TO ORIGEN-ABONO-WS.
                  PERFORM ABONAR-RETORNO THRU FIN-ABONAR-RETORNO.
                  IF CUENTA-ENCONTRADA NOT = "SI"
                    GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  OPEN I-O TRANSFSALIENTESFILE.
                  MOVE RCL-TSA-ID TO TSA-ID.
                  READ TRANSFSALIENTESFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE "R" TO TSA-ESTADO
                        REWRITE REG-TRANSF-SALIENTE.
                  CLOSE TRANSFSALIENTESFILE.
                  ADD 1 TO NUM-RECALLS-ABONADOS.

                CERRAR-RECALL.
                  OPEN I-O RECALLSFILE.
                  MOVE RRC-NUMERO TO RCL-NUMERO.
                  READ RECALLSFILE
                      INVALID KEY
                        CLOSE RECALLSFILE
                        GO TO FIN-APLICAR-RESPUESTA-RECALL.
                  IF RRC-ACEPTADO AND TSA-RECUPERADA
                    MOVE "A" TO RCL-ESTADO
                  ELSE
                    MOVE "R" TO RCL-ESTADO
                    ADD 1 TO NUM-RECALLS-RECHAZADOS.
                  MOVE RRC-MOTIVO TO RCL-MOTIVO-RESP.
                  IF RRC-ACEPTADO AND NOT TSA-RECUPERADA
                    MOVE "Transferencia ya devuelta" TO RCL-MOTIVO-RESP.
                  MOVE FECHA-NEGOCIO-WS TO RCL-FECHA-CIERRE.
                  REWRITE REG-RECALL.
                  CLOSE RECALLSFILE.
              FIN-APLICAR-RESPUESTA-RECALL.
                  EXIT.

       *> Procedimiento auxiliar que busca la siguiente secuencia libre de
       *> MOVFILE para la cuenta ya depositada en MOV-ID (modelado sobre
       *> BUSCAR-SEC-LIBRE-ORDEN)
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
