       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIRDIRECCIONES.
       *> Conversion de la direccion libre de las tarjetas
       *> (USER-DIRECCION, 25 posiciones) a la direccion postal
       *> estructurada de PERSONAS.DAT. Para cada persona sin
       *> direccion convertida (estado en blanco) o pendiente (P)
       *> toma la direccion de su primera tarjeta titular que la
       *> tenga y la trocea por blancos y comas: el primer grupo de
       *> cinco cifras es el codigo postal, el primer grupo numerico
       *> que sigue a la via es el numero (o S/N), lo numerico que va
       *> detras es el piso y puerta, y el texto que queda despues es
       *> el municipio. Con codigo postal del maestro
       *> CODIGOS-POSTALES.DAT, via y numero la direccion queda
       *> valida (V) con municipio y provincia del maestro; si falta
       *> algo queda pendiente (P), con el texto original en la via si
       *> no se pudo sacar, y sale en EXCEPCIONES-DIRECCIONES.DAT para
       *> que la oficina la complete en MANTENECLIENTES. Se puede
       *> relanzar tantas veces como haga falta (por ejemplo tras
       *> ampliar el maestro): las direcciones ya validas o devueltas
       *> no se tocan.
       *>
       *> Versiones
       *> Versión 1.0 - Conversion de la direccion libre a estructurada
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT CODPOSTALFILE ASSIGN TO "CODIGOS-POSTALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPO-CODIGO
                  FILE STATUS IS FSCP.

              SELECT EXCEPCIONESFILE ASSIGN TO
                  "EXCEPCIONES-DIRECCIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEX.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
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


       FD CODPOSTALFILE.
       01 REG-CODIGO-POSTAL.
              02 CPO-CODIGO             PIC X(5).
              02 CPO-MUNICIPIO          PIC X(30).
              02 CPO-PROVINCIA          PIC X(20).

       FD EXCEPCIONESFILE.
       01 REG-EXCEPCION                 PIC X(80).

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
              77 FSU                   PIC XX.
              77 FSPE                  PIC XX.
              77 FSCP                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSFN                  PIC XX.
              77 T                     PIC 9.
              77 K                     PIC 99.
              77 NUM-TOKENS            PIC 99.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MAESTRO-CP-WS         PIC X(2).
              77 DIRECCION-LIBRE-WS    PIC X(25).
              77 DIRECCION-TROCEAR-WS  PIC X(25).
              77 MOTIVO-WS             PIC X(30).
              77 PTR-VIA               PIC 99.
              77 PTR-PISO              PIC 99.
              77 PTR-MUNICIPIO         PIC 99.
              77 NUM-LEIDAS            PIC 9(7) VALUE 0.
              77 NUM-CONVERTIDAS       PIC 9(7) VALUE 0.
              77 NUM-PENDIENTES        PIC 9(7) VALUE 0.

       *> Trozos de la direccion libre y la direccion que sale de
       *> ellos
       01 TROZOS-DIRECCION.
              02 TROZO                 PIC X(25) OCCURS 10 TIMES.

       01 DIRECCION-CONVERTIDA.
              02 CNV-VIA               PIC X(40).
              02 CNV-NUMERO            PIC X(5).
              02 CNV-PISO              PIC X(10).
              02 CNV-CP                PIC X(5).
              02 CNV-MUNICIPIO         PIC X(30).
              02 CNV-PROVINCIA         PIC X(20).

       01 LINEA-CABECERA.
              02 FILLER                PIC X(9) VALUE "DNI".
              02 FILLER                PIC X(2) VALUE SPACES.
              02 FILLER                PIC X(25) VALUE "DIRECCION ORIGINAL".
              02 FILLER                PIC X(2) VALUE SPACES.
              02 FILLER                PIC X(30) VALUE "MOTIVO".

       01 LINEA-EXCEPCION.
              02 LE-DNI                PIC X(9).
              02 FILLER                PIC X(2) VALUE SPACES.
              02 LE-DIRECCION          PIC X(25).
              02 FILLER                PIC X(2) VALUE SPACES.
              02 LE-MOTIVO             PIC X(30).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  OPEN INPUT CODPOSTALFILE.
                  IF FSCP = "35"
                    MOVE "NO" TO MAESTRO-CP-WS
                  ELSE
                    MOVE "SI" TO MAESTRO-CP-WS.
                  OPEN INPUT USERFILE.
                  OPEN OUTPUT EXCEPCIONESFILE.
                  WRITE REG-EXCEPCION FROM LINEA-CABECERA.
                  PERFORM CONVERTIR-PERSONAS THRU FIN-CONVERTIR-PERSONAS.
                  CLOSE EXCEPCIONESFILE.
                  CLOSE USERFILE.
                  CLOSE CODPOSTALFILE.
                  DISPLAY "CONVERTIRDIRECCIONES: " NUM-LEIDAS
                      " direcciones tratadas, " NUM-CONVERTIDAS
                      " validas, " NUM-PENDIENTES " pendientes.".
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

              CONVERTIR-PERSONAS.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-CONVERTIR-PERSONAS.

                LEER-UNA-PERSONA.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-CONVERTIR-PERSONAS.
                  IF PER-DIR-ESTADO NOT = SPACES AND
                     PER-DIR-ESTADO NOT = "P"
                    GO TO LEER-UNA-PERSONA.
                  ADD 1 TO NUM-LEIDAS.
                  PERFORM BUSCAR-DIRECCION-LIBRE
                      THRU FIN-BUSCAR-DIRECCION-LIBRE.
                  PERFORM TROCEAR-DIRECCION THRU FIN-TROCEAR-DIRECCION.
                  PERFORM VALIDAR-CONVERSION THRU FIN-VALIDAR-CONVERSION.

                  MOVE CNV-VIA TO PER-DIR-VIA.
                  MOVE CNV-NUMERO TO PER-DIR-NUMERO.
                  MOVE CNV-PISO TO PER-DIR-PISO.
                  MOVE CNV-CP TO PER-DIR-CP.
                  MOVE CNV-MUNICIPIO TO PER-DIR-MUNICIPIO.
                  MOVE CNV-PROVINCIA TO PER-DIR-PROVINCIA.
                  MOVE "ES" TO PER-DIR-PAIS.
                  MOVE FECHA-NEGOCIO-WS TO PER-DIR-FECHA-ESTADO.
                  IF MOTIVO-WS = SPACES
                    MOVE "V" TO PER-DIR-ESTADO
                    ADD 1 TO NUM-CONVERTIDAS
                  ELSE
                    MOVE "P" TO PER-DIR-ESTADO
                    IF PER-DIR-VIA = SPACES
                      MOVE DIRECCION-LIBRE-WS TO PER-DIR-VIA
                    END-IF
                    ADD 1 TO NUM-PENDIENTES
                    MOVE PER-DNI TO LE-DNI
                    MOVE DIRECCION-LIBRE-WS TO LE-DIRECCION
                    MOVE MOTIVO-WS TO LE-MOTIVO
                    WRITE REG-EXCEPCION FROM LINEA-EXCEPCION.
                  REWRITE REG-PERSONA.
                  GO TO LEER-UNA-PERSONA.

                CERRAR-CONVERTIR-PERSONAS.
                  CLOSE PERSONASFILE.
              FIN-CONVERTIR-PERSONAS.
                  EXIT.

       *> La direccion libre vive en la tarjeta titular (USERS.DAT);
       *> las secundarias no estan en USERS y se saltan
              BUSCAR-DIRECCION-LIBRE.
                  MOVE SPACES TO DIRECCION-LIBRE-WS.
                  MOVE 1 TO T.

                PROBAR-UNA-TARJETA.
                  IF T > PER-NUM-TARJETAS
                    GO TO FIN-BUSCAR-DIRECCION-LIBRE.
                  MOVE PER-TARJETA(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY MOVE SPACES TO USER-DIRECCION.
                  IF USER-DIRECCION NOT = SPACES
                    MOVE USER-DIRECCION TO DIRECCION-LIBRE-WS
                    GO TO FIN-BUSCAR-DIRECCION-LIBRE.
                  ADD 1 TO T.
                  GO TO PROBAR-UNA-TARJETA.
              FIN-BUSCAR-DIRECCION-LIBRE.
                  EXIT.

       *> Trocea por blancos y comas y reparte cada trozo segun lo
       *> que parece: codigo postal, numero, via, piso o municipio
              TROCEAR-DIRECCION.
                  MOVE SPACES TO DIRECCION-CONVERTIDA.
                  MOVE SPACES TO TROZOS-DIRECCION.
                  MOVE 1 TO PTR-VIA.
                  MOVE 1 TO PTR-PISO.
                  MOVE 1 TO PTR-MUNICIPIO.
                  MOVE 0 TO NUM-TOKENS.
                  IF DIRECCION-LIBRE-WS = SPACES
                    GO TO FIN-TROCEAR-DIRECCION.
                  MOVE DIRECCION-LIBRE-WS TO DIRECCION-TROCEAR-WS.
                  INSPECT DIRECCION-TROCEAR-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz,"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
                  UNSTRING DIRECCION-TROCEAR-WS DELIMITED BY ALL SPACES
                      INTO TROZO(1) TROZO(2) TROZO(3) TROZO(4)
                           TROZO(5) TROZO(6) TROZO(7) TROZO(8)
                           TROZO(9) TROZO(10)
                      TALLYING IN NUM-TOKENS.
                  PERFORM CLASIFICAR-TROZO THRU FIN-CLASIFICAR-TROZO
                      VARYING K FROM 1 BY 1 UNTIL K > NUM-TOKENS.
              FIN-TROCEAR-DIRECCION.
                  EXIT.

              CLASIFICAR-TROZO.
                  IF TROZO(K) = SPACES
                    GO TO FIN-CLASIFICAR-TROZO.
                  IF CNV-CP = SPACES AND TROZO(K)(1:5) IS NUMERIC AND
                     TROZO(K)(6:20) = SPACES
                    MOVE TROZO(K) TO CNV-CP
                    GO TO FIN-CLASIFICAR-TROZO.
                  IF CNV-NUMERO = SPACES AND CNV-VIA NOT = SPACES AND
                     TROZO(K)(6:20) = SPACES AND
                     (TROZO(K)(1:1) IS NUMERIC OR TROZO(K) = "S/N" OR
                      TROZO(K) = "SN")
                    MOVE TROZO(K) TO CNV-NUMERO
                    GO TO FIN-CLASIFICAR-TROZO.
                  IF CNV-NUMERO = SPACES AND CNV-CP = SPACES
                    IF PTR-VIA > 1
                      STRING " " DELIMITED BY SIZE
                          INTO CNV-VIA WITH POINTER PTR-VIA
                    END-IF
                    STRING TROZO(K) DELIMITED BY SPACE
                        INTO CNV-VIA WITH POINTER PTR-VIA
                    GO TO FIN-CLASIFICAR-TROZO.
                  IF TROZO(K)(1:1) IS NUMERIC
                    IF PTR-PISO > 1
                      STRING " " DELIMITED BY SIZE
                          INTO CNV-PISO WITH POINTER PTR-PISO
                    END-IF
                    STRING TROZO(K) DELIMITED BY SPACE
                        INTO CNV-PISO WITH POINTER PTR-PISO
                    GO TO FIN-CLASIFICAR-TROZO.
                  IF PTR-MUNICIPIO > 1
                    STRING " " DELIMITED BY SIZE
                        INTO CNV-MUNICIPIO WITH POINTER PTR-MUNICIPIO.
                  STRING TROZO(K) DELIMITED BY SPACE
                      INTO CNV-MUNICIPIO WITH POINTER PTR-MUNICIPIO.
              FIN-CLASIFICAR-TROZO.
                  EXIT.

       *> Con el codigo postal en el maestro, municipio y provincia
       *> salen de el; el primer motivo que falte deja la direccion
       *> pendiente
              VALIDAR-CONVERSION.
                  MOVE SPACES TO MOTIVO-WS.
                  IF DIRECCION-LIBRE-WS = SPACES
                    MOVE "Sin direccion en las tarjetas" TO MOTIVO-WS
                    GO TO FIN-VALIDAR-CONVERSION.
                  IF CNV-CP = SPACES
                    MOVE "Sin codigo postal" TO MOTIVO-WS
                  ELSE
                    IF MAESTRO-CP-WS NOT = "SI"
                      MOVE "Sin maestro de codigos postales"
                          TO MOTIVO-WS
                    ELSE
                      MOVE CNV-CP TO CPO-CODIGO
                      READ CODPOSTALFILE
                          INVALID KEY
                            MOVE "Codigo postal inexistente"
                                TO MOTIVO-WS
                          NOT INVALID KEY
                            MOVE CPO-MUNICIPIO TO CNV-MUNICIPIO
                            MOVE CPO-PROVINCIA TO CNV-PROVINCIA
                      END-READ.
                  IF MOTIVO-WS NOT = SPACES
                    GO TO FIN-VALIDAR-CONVERSION.
                  IF CNV-VIA = SPACES
                    MOVE "Sin via" TO MOTIVO-WS
                    GO TO FIN-VALIDAR-CONVERSION.
                  IF CNV-NUMERO = SPACES
                    MOVE "Sin numero de via" TO MOTIVO-WS.
              FIN-VALIDAR-CONVERSION.
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
