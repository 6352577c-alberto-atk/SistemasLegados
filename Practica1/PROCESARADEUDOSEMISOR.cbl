       *> Versión 1.0 - Adeudos del lado emisor con neteo por entidad
       *> Versión 1.1 - Las reclamaciones de entidades fuera de la red
       *>               se devuelven sin cargar al cliente
       *> Versión 1.2 - Graba y clasifica por el tipo de operacion
       *> Versión 1.3 - Respeta los controles de uso puestos a la tarjeta
       *> Versión 1.4 - Conserva la linea de las transferencias inmediatas en el neto
       *> Versión 1.5 - Devuelve los reintegros con el documento de identidad caducado
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.8 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSNE.

              SELECT CONTROLESTARJFILE ASSIGN TO
                  "CONTROLES-TARJETA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTJ-TARJ
                  FILE STATUS IS FSCTJ.

              SELECT DENEGACIONESTARJFILE ASSIGN TO
                  "DENEGACIONES-TARJETA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDNG.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD ADEUDOSFILE.
              02 DET-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 DET-IMPORTE            PIC 9(9)V99.
              02 FILLER                 PIC X(2).
       *> Pais del cajero (ISO 3166); en blanco o "ES", nacional
              02 DET-PAIS               PIC XX.

       FD USERFILE.
       01 REG-USUARIO.
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

       FD REDINTERFILE.
       01 REG-RED-INTERBANCARIA.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 NET-NETO               PIC -------9.99.

       *> FD CONTROLESTARJFILE: controles de uso que el titular pone a
       *> su tarjeta desde el cajero; sin registro, ninguno
       FD CONTROLESTARJFILE.
       01 REG-CONTROL-TARJETA.
              02 CTJ-TARJ               PIC 9(10).
              02 CTJ-USO-EXTRANJERO     PIC X.
                 88 CTJ-EXTRANJERO-SI   VALUE "S".
              02 CTJ-CAJEROS-AJENOS     PIC X.
                 88 CTJ-AJENOS-SI       VALUE "S".
              02 CTJ-LIMITE-TEMPORAL    PIC 9(7)V99.
              02 CTJ-LIMITE-HASTA       PIC 9(8).
              02 CTJ-CONGELADA          PIC X.
                 88 CTJ-TARJETA-CONGELADA VALUE "S".
              02 CTJ-FECHA-CAMBIO       PIC 9(8).

       FD DENEGACIONESTARJFILE.
       01 REG-DENEGACION-TARJETA.
              02 DNG-TARJ               PIC 9(10).
              02 DNG-FECHA              PIC 9(8).
              02 DNG-HORA               PIC X(8).
              02 DNG-CANAL              PIC X(4).
              02 DNG-IMPORTE            PIC 9(7)V99.
              02 DNG-CODIGO             PIC X(4).
              02 DNG-MOTIVO             PIC X(30).

       FD PERSONASFILE.
       01 REG-PERSONA.
              02 PER-DNI                PIC X(9).
              02 PER-NOMBRE             PIC X(30).
              02 PER-NUM-TARJETAS       PIC 9.
              02 PER-TARJETA OCCURS 5 TIMES PIC 9(10).
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
              02 PER-FECHA-NACIMIENTO   PIC 9(8).
              02 PER-MENOR              PIC X.
              02 PER-DNI-TUTOR          PIC X(9).
*> Diligencia debida (KYC): nacionalidad (ISO de dos letras), tipo
*> de documento de identidad (D DNI, N NIE, P pasaporte), numero y
*> fecha de caducidad (cero si no consta) y fecha de la ultima
*> revision, que se mantienen en MANTENECLIENTES; el nivel de
*> riesgo (B bajo, M medio, A alto, en blanco sin calcular) con su
*> puntuacion y fecha lo pone CALIFICARRIESGO, y REVISARKYC marca
*> la restriccion a solo abonos por documento caducado
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
*> Direccion postal estructurada: via, numero, piso y puerta,
*> codigo postal, municipio, provincia y pais (ISO de dos letras),
*> validada contra CODIGOS-POSTALES.DAT en MANTENECLIENTES. Estado
*> V valida, P pendiente de completar (direccion libre antigua sin
*> convertir del todo, ver CONVERTIRDIRECCIONES), D devuelta por
*> correos (CORREODEVUELTO: sin envios en papel hasta que se
*> actualice), con la fecha del ultimo cambio de estado
              02 PER-DIR-VIA            PIC X(40).
              02 PER-DIR-NUMERO         PIC X(5).
              02 PER-DIR-PISO           PIC X(10).
              02 PER-DIR-CP             PIC X(5).
              02 PER-DIR-MUNICIPIO      PIC X(30).
              02 PER-DIR-PROVINCIA      PIC X(20).
              02 PER-DIR-PAIS           PIC XX.
              02 PER-DIR-ESTADO         PIC X.
              02 PER-DIR-FECHA-ESTADO   PIC 9(8).

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
              77 FSAD                  PIC XX.
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSDV                  PIC XX.
              77 FSNE                  PIC XX.
              77 FSCTJ                 PIC XX.
              77 FSDNG                 PIC XX.
              77 FSPE                  PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 N                     PIC 99.
              77 NUM-BANCOS            PIC 99 VALUE 0.
              77 LINEA-INMEDIATAS-WS   PIC X(77).
              77 HAY-LINEA-INMEDIATAS  PIC X(2).
              77 BANCO-ENCONTRADO      PIC X(2).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 HAY-CABECERA          PIC X(2) VALUE "NO".
              77 CANTIDAD-MOV          PIC S9(9)V99.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).
              77 CODIGO-CONTROL-WS     PIC X(4).
              77 DNI-TITULAR-WS        PIC X(9).
              77 RETIRADO-HOY-WS       PIC 9(9)V99.

              01 FECHA.
                 02 AA                 PIC 9999.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                        MOVE "Tarjeta desconocida"
                            TO MOTIVO-DEVOLUCION-WS
                        GO TO DEVOLVER-ADEUDO.
*> Los controles de uso que el titular haya puesto a su tarjeta
*> valen tambien en los cajeros de otras entidades
                  MOVE USER-DNI TO DNI-TITULAR-WS.
                  PERFORM COMPROBAR-CONTROLES-TARJETA
                      THRU FIN-COMPROBAR-CONTROLES-TARJETA.
*> Con el documento de identidad caducado y el plazo de gracia
*> vencido (lo marca REVISARKYC) la tarjeta solo admite abonos
                  IF CODIGO-CONTROL-WS = SPACES
                    PERFORM COMPROBAR-DOCUMENTO-CADUCADO
                        THRU FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  IF CODIGO-CONTROL-WS NOT = SPACES
                    CLOSE USERFILE
                    PERFORM GRABAR-DENEGACION-TARJETA
                    GO TO DEVOLVER-ADEUDO.
                  IF USER-SALDO(1) - DET-IMPORTE <
                         0 - USER-LIMITE-DESCUBIERTO(1)
                    CLOSE USERFILE
              FIN-APLICAR-UN-ADEUDO.
                  EXIT.

       *> Controles de uso de la tarjeta del adeudo: congelada, uso en
       *> el extranjero, cajeros de otras entidades (este fichero es
       *> siempre de cajeros ajenos) y limite temporal, que se compara
       *> con lo ya retirado hoy de la primera cuenta mas este adeudo.
       *> Si alguno salta deja el codigo en CODIGO-CONTROL-WS y el
       *> motivo de la devolucion en MOTIVO-DEVOLUCION-WS
              COMPROBAR-CONTROLES-TARJETA.
                  MOVE SPACES TO CODIGO-CONTROL-WS.
                  OPEN INPUT CONTROLESTARJFILE.
                  IF FSCTJ = "35"
                    CLOSE CONTROLESTARJFILE
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  MOVE DET-TARJETA TO CTJ-TARJ.
                  READ CONTROLESTARJFILE
                      INVALID KEY
                        CLOSE CONTROLESTARJFILE
                        GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  CLOSE CONTROLESTARJFILE.
                  IF CTJ-TARJETA-CONGELADA
                    MOVE "CT01" TO CODIGO-CONTROL-WS
                    MOVE "CT01 Tarjeta congelada"
                        TO MOTIVO-DEVOLUCION-WS
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  IF DET-PAIS NOT = SPACES AND DET-PAIS NOT = "ES"
                         AND NOT CTJ-EXTRANJERO-SI
                    MOVE "CT02" TO CODIGO-CONTROL-WS
                    MOVE "CT02 Uso en el extranjero"
                        TO MOTIVO-DEVOLUCION-WS
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  IF NOT CTJ-AJENOS-SI
                    MOVE "CT03" TO CODIGO-CONTROL-WS
                    MOVE "CT03 Sin cajeros ajenos"
                        TO MOTIVO-DEVOLUCION-WS
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  IF CTJ-LIMITE-TEMPORAL = 0
                         OR CTJ-LIMITE-HASTA < FECHA-NEGOCIO-WS
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  PERFORM SUMAR-RETIRADO-HOY
                      THRU FIN-SUMAR-RETIRADO-HOY.
                  IF RETIRADO-HOY-WS + DET-IMPORTE > CTJ-LIMITE-TEMPORAL
                    MOVE "CT04" TO CODIGO-CONTROL-WS
                    MOVE "CT04 Limite temporal"
                        TO MOTIVO-DEVOLUCION-WS.
              FIN-COMPROBAR-CONTROLES-TARJETA.
                  EXIT.

       *> Restriccion a solo abonos del titular de la tarjeta (por el
       *> DNI de DNI-TITULAR-WS) por documento de identidad caducado;
       *> sin entrada en PERSONAS.DAT no hay restriccion
              COMPROBAR-DOCUMENTO-CADUCADO.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  MOVE DNI-TITULAR-WS TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        CLOSE PERSONASFILE
                        GO TO FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  CLOSE PERSONASFILE.
                  IF PER-RESTRINGIDO-DOC = "S"
                    MOVE "KY01" TO CODIGO-CONTROL-WS
                    MOVE "KY01 Documento caducado" TO MOTIVO-DEVOLUCION-WS.
              FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  EXIT.

       *> Reintegros de la fecha de negocio en la primera cuenta del
       *> titular (en USERFILE, todavia abierto), por cualquier canal
              SUMAR-RETIRADO-HOY.
                  MOVE 0 TO RETIRADO-HOY-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-SUMAR-RETIRADO-HOY.
                  MOVE USER-NUM-CUENTA(1) TO MOV-ID.
                  MOVE 0 TO MOV-SEC.
                  START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
                      INVALID KEY GO TO CERRAR-SUMAR-RETIRADO-HOY.

                LEER-MOV-RETIRADO-HOY.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-SUMAR-RETIRADO-HOY.
                  IF MOV-ID NOT = USER-NUM-CUENTA(1)
                    GO TO CERRAR-SUMAR-RETIRADO-HOY.
                  IF MOV-OP-REINTEGRO
                         AND MOV-FECHA-NEGOCIO = FECHA-NEGOCIO-WS
                         AND MOV-IMPORTE < 0
                    COMPUTE RETIRADO-HOY-WS =
                        RETIRADO-HOY-WS - MOV-IMPORTE.
                  GO TO LEER-MOV-RETIRADO-HOY.

                CERRAR-SUMAR-RETIRADO-HOY.
                  CLOSE MOVFILE.
              FIN-SUMAR-RETIRADO-HOY.
                  EXIT.

       *> Cada adeudo devuelto por un control de la tarjeta queda en
       *> DENEGACIONES-TARJETA.DAT con el canal EMIS
              GRABAR-DENEGACION-TARJETA.
                  OPEN EXTEND DENEGACIONESTARJFILE.
                  IF FSDNG = "35"
                    CLOSE DENEGACIONESTARJFILE
                    OPEN OUTPUT DENEGACIONESTARJFILE.
                  MOVE DET-TARJETA TO DNG-TARJ.
                  MOVE FECHA-NEGOCIO-WS TO DNG-FECHA.
                  MOVE HORAF TO DNG-HORA.
                  MOVE "EMIS" TO DNG-CANAL.
                  MOVE DET-IMPORTE TO DNG-IMPORTE.
                  MOVE CODIGO-CONTROL-WS TO DNG-CODIGO.
                  MOVE MOTIVO-DEVOLUCION-WS TO DNG-MOTIVO.
                  WRITE REG-DENEGACION-TARJETA.
                  CLOSE DENEGACIONESTARJFILE.

       *> Con el cajero operativo las veinticuatro horas, el registro
       *> del titular puede estar en uso en el momento del apunte: se
       *> reintenta unas veces y, si sigue ocupado, la operacion se
                  STRING "Reintegro en cajero ajeno "
                         DET-BANCO-COD
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "RE" TO MOV-TIPO-OP.
                  MOVE "CA" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - DET-IMPORTE.
                  COMPUTE MOV-IMPORTE = 0 - DET-IMPORTE.
                  MOVE SPACES TO MOV-CUENTA-DESTINO.
                LEER-MOV-RECLAMADO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-RECLAMADO.
                  IF MOV-OP-REINTEGRO AND MOV-SUBTIPO-OP = "IB"
                         AND MOV-FECHA-NEGOCIO = FECHA-NEGOCIO-WS
                    PERFORM LOCALIZAR-BANCO-MOV
                        THRU FIN-LOCALIZAR-BANCO-MOV
                    ADD 1 TO N.

       *> Posicion neta del dia por entidad: reclamado menos adeudado;
       *> solo se listan las entidades con alguna operacion. La linea
       *> del dia de las transferencias inmediatas ("INST"), que
       *> ENVIARINMEDIATAS mantiene durante la jornada, se conserva
              GENERAR-NETO.
                  MOVE "NO" TO HAY-LINEA-INMEDIATAS.
                  OPEN INPUT NETOFILE.
                  IF FSNE = "35"
                    CLOSE NETOFILE
                    GO TO ESCRIBIR-NETO.

                BUSCAR-LINEA-INMEDIATAS.
                  READ NETOFILE NEXT RECORD
                      AT END GO TO CERRAR-BUSCAR-INMEDIATAS.
                  IF NET-BANCO-COD = "INST" AND NET-FECHA = FECHAF
                    MOVE REG-NETO TO LINEA-INMEDIATAS-WS
                    MOVE "SI" TO HAY-LINEA-INMEDIATAS.
                  GO TO BUSCAR-LINEA-INMEDIATAS.

                CERRAR-BUSCAR-INMEDIATAS.
                  CLOSE NETOFILE.

                ESCRIBIR-NETO.
                  OPEN OUTPUT NETOFILE.
                  MOVE 1 TO N.
                  PERFORM NETEAR-UN-BANCO UNTIL N > NUM-BANCOS.
                  IF HAY-LINEA-INMEDIATAS = "SI"
                    MOVE LINEA-INMEDIATAS-WS TO REG-NETO
                    WRITE REG-NETO.
                  CLOSE NETOFILE.
              FIN-GENERAR-NETO.

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
                  MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
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
