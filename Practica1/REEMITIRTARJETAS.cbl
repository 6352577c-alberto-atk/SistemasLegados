       *> la espera de que el cliente la active en el cajero con su
       *> clave de siempre, y avisa al cliente por NOTIFICA.DAT de que
       *> la tarjeta nueva esta en camino. Una tarjeta con sustituta ya
       *> pendiente no se vuelve a reemitir. La linea de estampacion
       *> lleva la forma de entrega y la direccion postal estructurada
       *> de la persona (PERSONAS.DAT) para el ensobrado; si correos
       *> devolvio su direccion la tarjeta se entrega en la oficina y
       *> no se manda por correo.
       *>
       *> Versiones
       *> Versión 1.0 - Reemision automatica con fichero de estampacion
       *> Versión 1.1 - Direccion de envio y entrega en oficina
       *> Versión 1.2 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.3 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.4 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT HORIZONTEFILE ASSIGN TO "REEMISION-HORIZONTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSHO.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       *> FD TARJPENDFILE: tarjeta sustituta pendiente de activacion
       *> (P) o ya activada (A); la activa CAJERO al primer uso con la
              02 EMB-EMISION            PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EMB-CADUCIDAD          PIC 9(8).
       *> Entrega C por correo a la direccion que sigue, u O en la
       *> oficina (direccion devuelta por correos, sin direccion)
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EMB-ENTREGA            PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EMB-DIR-VIA            PIC X(40).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-NUMERO         PIC X(5).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-PISO           PIC X(10).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-CP             PIC X(5).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-MUNICIPIO      PIC X(30).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-PROVINCIA      PIC X(20).
              02 FILLER                 PIC X VALUE SPACE.
              02 EMB-DIR-PAIS           PIC XX.

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).

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

       FD HORIZONTEFILE.
       01 REG-HORIZONTE.
              02 HORIZONTE-DIAS         PIC 999.

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
              77 FSU                   PIC XX.
              77 FSTP                  PIC XX.
              77 FSEM                  PIC XX.
              77 FSN                   PIC XX.
              77 FSHO                  PIC XX.
              77 FSPE                  PIC XX.
              77 HAY-PERSONAS          PIC X(2).
              77 ENTREGA-WS            PIC X.
              77 HORIZONTE-WS          PIC 999 VALUE 60.
              77 FECHA-HOY-COMP        PIC 9(8).
              77 FECHA-LIMITE-COMP     PIC 9(8).
              77 YA-PENDIENTE          PIC X(2).
              77 NOTIF-SEC-WS          PIC 9(6).
              77 NUM-REEMITIDAS        PIC 9(5) VALUE 0.
              77 NUM-EN-OFICINA        PIC 9(5) VALUE 0.

              01 FECHA.
                 02 AA                 PIC 9999.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  IF FSEM = "35"
                    CLOSE EMBOSSINGFILE
                    OPEN OUTPUT EMBOSSINGFILE.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO HAY-PERSONAS
                  ELSE
                    MOVE "SI" TO HAY-PERSONAS.
                  PERFORM RECORRER-TARJETAS THRU FIN-RECORRER-TARJETAS.
                  CLOSE PERSONASFILE.
                  CLOSE EMBOSSINGFILE.
                  DISPLAY "REEMITIRTARJETAS: " NUM-REEMITIDAS
                      " tarjetas enviadas a estampacion, " NUM-EN-OFICINA
                      " para entregar en oficina.".
                  STOP RUN.

              CARGAR-HORIZONTE.
                  INSPECT NOMBRE-EMBOSSING-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  MOVE SPACES TO REG-EMBOSSING.
                  MOVE NOMBRE-EMBOSSING-WS TO EMB-NOMBRE.
                  MOVE TARJETA-NUEVA-WS TO EMB-PAN.
                  MOVE FECHA-HOY-COMP TO EMB-EMISION.
                  MOVE CADUCIDAD-NUEVA-COMP TO EMB-CADUCIDAD.
                  PERFORM PONER-DIRECCION-ENVIO
                      THRU FIN-PONER-DIRECCION-ENVIO.
                  MOVE EMB-ENTREGA TO ENTREGA-WS.
                  WRITE REG-EMBOSSING.
                  ADD 1 TO NUM-REEMITIDAS.

              FIN-REEMITIR-UNA-TARJETA.
                  EXIT.

       *> Direccion de envio de la tarjeta: la estructurada de la
       *> persona; si aun no esta convertida, la libre de la tarjeta.
       *> Con la direccion devuelta por correos, o sin ninguna, se
       *> entrega en la oficina
              PONER-DIRECCION-ENVIO.
                  MOVE "C" TO EMB-ENTREGA.
                  MOVE SPACES TO PER-DIR-ESTADO.
                  IF HAY-PERSONAS = "SI"
                    MOVE USER-DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE SPACES TO PER-DIR-ESTADO
                    END-READ.
                  IF PER-DIR-ESTADO = "D"
                    MOVE "O" TO EMB-ENTREGA
                    ADD 1 TO NUM-EN-OFICINA
                    GO TO FIN-PONER-DIRECCION-ENVIO.
                  IF PER-DIR-ESTADO = SPACES
                    IF USER-DIRECCION = SPACES
                      MOVE "O" TO EMB-ENTREGA
                      ADD 1 TO NUM-EN-OFICINA
                    ELSE
                      MOVE USER-DIRECCION TO EMB-DIR-VIA
                    END-IF
                    GO TO FIN-PONER-DIRECCION-ENVIO.
                  MOVE PER-DIR-VIA TO EMB-DIR-VIA.
                  MOVE PER-DIR-NUMERO TO EMB-DIR-NUMERO.
                  MOVE PER-DIR-PISO TO EMB-DIR-PISO.
                  MOVE PER-DIR-CP TO EMB-DIR-CP.
                  MOVE PER-DIR-MUNICIPIO TO EMB-DIR-MUNICIPIO.
                  MOVE PER-DIR-PROVINCIA TO EMB-DIR-PROVINCIA.
                  MOVE PER-DIR-PAIS TO EMB-DIR-PAIS.
              FIN-PONER-DIRECCION-ENVIO.
                  EXIT.

       *> Numero de la sustituta: la siguiente secuencia libre del BIN
       *> propio; el maximo inicial se calculo de una pasada antes del
       *> recorrido (USERS mas pendientes) y se avanza con cada emision
                  MOVE "REEMISION-TARJETA" TO NOTIF-TIPO-EVENTO.
                  MOVE USER-DNI TO NOTIF-DNI.
                  MOVE USER-TFNO TO NOTIF-TFNO.
                  IF ENTREGA-WS = "O"
                    MOVE "Su tarjeta caduca pronto: recojala en su oficina"
                        TO NOTIF-DETALLE
                  ELSE
                    MOVE "Su tarjeta caduca pronto: la nueva esta en camino"
                        TO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                  MOVE "P" TO NOTIF-ESTADO.
                  CLOSE NOTIFICAFILE.
              FIN-AVISAR-REEMISION.
                  EXIT.

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
