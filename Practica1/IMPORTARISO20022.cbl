       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARISO20022.
       *> Conversor de entrada de los mensajes SEPA ISO 20022 de la
       *> red interbancaria. Corre antes de los procesos que leen los
       *> ficheros de anchura fija de la red y los genera a partir
       *> del XML recibido:
       *>   - ENTRANTES-PACS008.XML (pacs.008, transferencias de otras
       *>     entidades) a ENTRANTES-INTERBANCARIA.DAT, con su
       *>     cabecera "C" de totales y una linea "D" por operacion,
       *>     para PROCESARTRANSFENTRANTES;
       *>   - RETORNOS-PACS004.XML (pacs.004, devoluciones de nuestras
       *>     salientes) a RETORNOS-SALIENTES.DAT, por el id de la
       *>     saliente que viajo como TxId, para ENVIARTRANSFSALIENTES.
       *> El BIC de la entidad ordenante se traduce a su codigo de
       *> banco con ENTIDADES-BIC.DAT, y la referencia se toma del
       *> concepto no estructurado o, si no viene, del identificador
       *> de extremo a extremo. Se espera un elemento por registro.
       *> Una operacion mal formada o sin sus campos obligatorios
       *> (IBAN del beneficiario, importe, BIC y nombre del ordenante,
       *> id de la saliente devuelta) no se convierte: queda con su
       *> motivo en EXCEPCIONES-ISO20022.DAT y el proceso sigue con la
       *> siguiente, sin abortar la ejecucion. Los totales de la
       *> cabecera son los de las operaciones convertidas.
       *>
       *> Versiones
       *> Versión 1.0 - Mensajes pacs.008 y pacs.004 de entrada
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PACS008FILE ASSIGN TO "ENTRANTES-PACS008.XML"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSX8.

              SELECT PACS004FILE ASSIGN TO "RETORNOS-PACS004.XML"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSX4.

              SELECT ENTRANTESFILE ASSIGN TO
                  "ENTRANTES-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEN.

              SELECT RETORNOSFILE ASSIGN TO "RETORNOS-SALIENTES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRT.

              SELECT BICFILE ASSIGN TO "ENTIDADES-BIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIC-BANCO-COD
                  FILE STATUS IS FSBI.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT EXCEPCIONESFILE ASSIGN TO
                  "EXCEPCIONES-ISO20022.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEX.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

       DATA DIVISION.
       FILE SECTION.
       FD PACS008FILE.
       01 REG-PACS008                   PIC X(160).

       FD PACS004FILE.
       01 REG-PACS004                   PIC X(160).

       FD ENTRANTESFILE.
       01 REG-ENTRANTE.
              02 ENT-TIPO               PIC X.
              02 ENT-RESTO              PIC X(90).
       01 REG-ENTRANTE-CABECERA REDEFINES REG-ENTRANTE.
              02 FILLER                 PIC X.
              02 CAB-NUM-TRANSFERENCIAS PIC 9(5).
              02 FILLER                 PIC X(2).
              02 CAB-IMPORTE-TOTAL      PIC 9(11)V99.
              02 FILLER                 PIC X(70).
       01 REG-ENTRANTE-DETALLE REDEFINES REG-ENTRANTE.
              02 FILLER                 PIC X.
              02 DET-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2).
              02 DET-CUENTA-DESTINO     PIC X(24).
              02 FILLER                 PIC X(2).
              02 DET-ORDENANTE          PIC X(20).
              02 FILLER                 PIC X(2).
              02 DET-REFERENCIA         PIC X(20).
              02 FILLER                 PIC X(2).
              02 DET-IMPORTE            PIC 9(9)V99.
              02 FILLER                 PIC X(3).

       FD RETORNOSFILE.
       01 REG-RETORNO.
              02 RET-ID                 PIC 9(6).
              02 FILLER                 PIC X(2).
              02 RET-MOTIVO             PIC X(30).

       *> FD BICFILE: BIC de cada entidad de la red por su codigo de
       *> banco; la entidad propia lleva BIC-PROPIA = "S"
       FD BICFILE.
       01 REG-ENTIDAD-BIC.
              02 BIC-BANCO-COD          PIC X(4).
              02 BIC-CODIGO             PIC X(11).
              02 BIC-PROPIA             PIC X.

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       *> FD EXCEPCIONESFILE: operaciones que no superan la validacion
       *> de campos obligatorios o mensajes de entrada mal formados,
       *> con el mensaje, el sentido (S salida, E entrada) y el motivo
       FD EXCEPCIONESFILE.
       01 REG-EXCEPCION.
              02 EXC-FECHA              PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EXC-MENSAJE            PIC X(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EXC-SENTIDO            PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EXC-CLAVE              PIC X(24).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 EXC-MOTIVO             PIC X(40).

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

       WORKING-STORAGE SECTION.
              77 FSX8                  PIC XX.
              77 FSX4                  PIC XX.
              77 FSEN                  PIC XX.
              77 FSRT                  PIC XX.
              77 FSBI                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MENSAJE-ACTUAL-WS     PIC X.
              77 PASADA-WS             PIC 9.
              77 NUM-LINEA-WS          PIC 9(6).
              77 RAIZ-HALLADA-WS       PIC X(2).
              77 EN-OPERACION-WS       PIC X(2).
              77 BLOQUE-WS             PIC X(30).
              77 TX-VALIDA-WS          PIC X(2).
              77 MOTIVO-EXC-WS         PIC X(40).
              77 CLAVE-EXC-WS          PIC X(24).
              77 BANCO-COD-HALLADO-WS  PIC X(4).
              77 IBAN-PRUEBA-WS        PIC X(24).
              77 IBAN-VALIDO-WS        PIC X(2).
              77 LONG-IBAN-WS          PIC 99.
              77 IMPORTE-VALIDO-WS     PIC X(2).
              77 IMPORTE-LEIDO-WS      PIC 9(9)V99.
              77 NUM-VALIDAS-008       PIC 9(5) VALUE 0.
              77 TOTAL-008             PIC 9(11)V99 VALUE 0.
              77 NUM-LEIDAS-008        PIC 9(5) VALUE 0.
              77 NUM-CONVERTIDAS-008   PIC 9(5) VALUE 0.
              77 NUM-EXCEPCIONES-008   PIC 9(5) VALUE 0.
              77 NUM-LEIDAS-004        PIC 9(5) VALUE 0.
              77 NUM-CONVERTIDAS-004   PIC 9(5) VALUE 0.
              77 NUM-EXCEPCIONES-004   PIC 9(5) VALUE 0.
              77 TOTAL-004             PIC 9(11)V99 VALUE 0.
              77 I                     PIC 999.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

       *> Linea XML leida y sus partes: TIPO-LINEA-WS vale A si abre un
       *> elemento compuesto, C si lo cierra, E si es un elemento
       *> simple con su valor, I si se ignora (declaracion, comentario,
       *> linea en blanco o elemento vacio) y M si esta mal formada
              01 ANALISIS-XML.
                 02 LINEA-XML-WS       PIC X(160).
                 02 TIPO-LINEA-WS      PIC X.
                    88 LINEA-APERTURA  VALUE "A".
                    88 LINEA-CIERRE    VALUE "C".
                    88 LINEA-ELEMENTO  VALUE "E".
                    88 LINEA-IGNORADA  VALUE "I".
                    88 LINEA-MAL-FORMADA VALUE "M".
                 02 BLANCOS-WS         PIC 999.
                 02 ETIQUETA-BRUTA-WS  PIC X(60).
                 02 ETIQUETA-WS        PIC X(30).
                 02 RESTO-LINEA-WS     PIC X(160).
                 02 CIERRE-LEIDO-WS    PIC X(60).
                 02 CIERRE-ESPERADO-WS PIC X(32).
                 02 VALOR-BRUTO-WS     PIC X(160).
                 02 VALOR-WS           PIC X(160).
                 02 LONG-VALOR-WS      PIC 999.
                 02 PUNTERO-WS         PIC 999.
                 02 LONG-ETIQUETA-WS   PIC 99.

       *> Campos de la operacion en curso
              01 OPERACION-XML.
                 02 OX-TXID            PIC X(35).
                 02 OX-END-TO-END      PIC X(35).
                 02 OX-IMPORTE-TXT     PIC X(40).
                 02 OX-ORDENANTE       PIC X(70).
                 02 OX-IBAN-BENEF      PIC X(40).
                 02 OX-BIC-ORDENANTE   PIC X(11).
                 02 OX-CONCEPTO        PIC X(140).
                 02 OX-ORGNL-TXID      PIC X(35).
                 02 OX-ORGNL-INSTRID   PIC X(35).
                 02 OX-MOTIVO-COD      PIC X(4).
                 02 OX-MOTIVO-TEXTO    PIC X(105).
                 02 OX-MAL-FORMADA     PIC X(2).

       *> Conversion del importe del mensaje (1234.56) a numerico
              01 CONVERSION-IMPORTE.
                 02 PARTE-ENTERA-WS    PIC X(9) JUSTIFIED RIGHT.
                 02 PARTE-ENTERA-NUM REDEFINES PARTE-ENTERA-WS
                                       PIC 9(9).
                 02 PARTE-DECIMAL-WS   PIC X(2).
                 02 PARTE-DECIMAL-NUM REDEFINES PARTE-DECIMAL-WS
                                       PIC 99.
                 02 CNT-ENTERA-WS      PIC 99.
                 02 CNT-DECIMAL-WS     PIC 99.
                 02 NUM-PARTES-WS      PIC 9.

       *> Conversion del id de la saliente devuelta a numerico
              01 ID-DEVUELTA-WS        PIC X(6) JUSTIFIED RIGHT.
              01 ID-DEVUELTA-NUM REDEFINES ID-DEVUELTA-WS PIC 9(6).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  OPEN EXTEND EXCEPCIONESFILE.
                  IF FSEX = "35"
                    CLOSE EXCEPCIONESFILE
                    OPEN OUTPUT EXCEPCIONESFILE.
                  PERFORM IMPORTAR-PACS008 THRU FIN-IMPORTAR-PACS008.
                  PERFORM IMPORTAR-PACS004 THRU FIN-IMPORTAR-PACS004.
                  CLOSE EXCEPCIONESFILE.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-LEIDAS-008 + NUM-LEIDAS-004.
                  COMPUTE CTL-ESCRITOS-WS =
                      NUM-CONVERTIDAS-008 + NUM-CONVERTIDAS-004.
                  COMPUTE CTL-RECHAZADOS-WS =
                      NUM-EXCEPCIONES-008 + NUM-EXCEPCIONES-004.
                  MOVE TOTAL-008 TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "IMPORTARISO20022: pacs.008 "
                      NUM-CONVERTIDAS-008 " convertidas, "
                      NUM-EXCEPCIONES-008 " excepciones.".
                  DISPLAY "IMPORTARISO20022: pacs.004 "
                      NUM-CONVERTIDAS-004 " convertidas, "
                      NUM-EXCEPCIONES-004 " excepciones.".
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

       *> pacs.008: una primera pasada analiza y valida para los
       *> totales de la cabecera; la segunda escribe la cabecera, las
       *> lineas de detalle y las excepciones
              IMPORTAR-PACS008.
                  MOVE "8" TO MENSAJE-ACTUAL-WS.
                  OPEN INPUT PACS008FILE.
                  IF FSX8 = "35"
                    CLOSE PACS008FILE
                    GO TO FIN-IMPORTAR-PACS008.
                  MOVE 1 TO PASADA-WS.
                  PERFORM RECORRER-MENSAJE THRU FIN-RECORRER-MENSAJE.
                  CLOSE PACS008FILE.

                  OPEN OUTPUT ENTRANTESFILE.
                  MOVE SPACES TO REG-ENTRANTE.
                  MOVE "C" TO ENT-TIPO.
                  MOVE NUM-VALIDAS-008 TO CAB-NUM-TRANSFERENCIAS.
                  MOVE TOTAL-008 TO CAB-IMPORTE-TOTAL.
                  WRITE REG-ENTRANTE.
                  OPEN INPUT PACS008FILE.
                  MOVE 2 TO PASADA-WS.
                  PERFORM RECORRER-MENSAJE THRU FIN-RECORRER-MENSAJE.
                  CLOSE PACS008FILE.
                  CLOSE ENTRANTESFILE.
              FIN-IMPORTAR-PACS008.
                  EXIT.

       *> pacs.004: una sola pasada, el fichero de retornos no lleva
       *> cabecera de totales
              IMPORTAR-PACS004.
                  MOVE "4" TO MENSAJE-ACTUAL-WS.
                  OPEN INPUT PACS004FILE.
                  IF FSX4 = "35"
                    CLOSE PACS004FILE
                    GO TO FIN-IMPORTAR-PACS004.
                  OPEN OUTPUT RETORNOSFILE.
                  MOVE 2 TO PASADA-WS.
                  PERFORM RECORRER-MENSAJE THRU FIN-RECORRER-MENSAJE.
                  CLOSE RETORNOSFILE.
                  CLOSE PACS004FILE.
              FIN-IMPORTAR-PACS004.
                  EXIT.

       *> Recorre el mensaje abierto linea a linea. Las operaciones se
       *> delimitan por su elemento (CdtTrfTxInf en pacs.008, TxInf en
       *> pacs.004) y de cada una se recogen los campos segun el
       *> bloque en que aparecen (Dbtr, CdtrAcct, DbtrAgt...)
              RECORRER-MENSAJE.
                  MOVE 0 TO NUM-LINEA-WS.
                  MOVE SPACES TO MOTIVO-EXC-WS.
                  MOVE "NO" TO RAIZ-HALLADA-WS.
                  MOVE "NO" TO EN-OPERACION-WS.
                  MOVE SPACES TO BLOQUE-WS.

                LEER-LINEA-MENSAJE.
                  IF MENSAJE-ACTUAL-WS = "8"
                    READ PACS008FILE INTO LINEA-XML-WS
                        AT END GO TO FIN-LINEAS-MENSAJE
                  ELSE
                    READ PACS004FILE INTO LINEA-XML-WS
                        AT END GO TO FIN-LINEAS-MENSAJE.
                  ADD 1 TO NUM-LINEA-WS.
                  PERFORM ANALIZAR-LINEA THRU FIN-ANALIZAR-LINEA.
                  IF LINEA-IGNORADA
                    GO TO LEER-LINEA-MENSAJE.
                  IF LINEA-MAL-FORMADA
                    PERFORM TRATAR-LINEA-MAL-FORMADA
                    GO TO LEER-LINEA-MENSAJE.
                  IF LINEA-APERTURA
                    PERFORM TRATAR-APERTURA THRU FIN-TRATAR-APERTURA
                    GO TO LEER-LINEA-MENSAJE.
                  IF LINEA-CIERRE
                    PERFORM TRATAR-CIERRE THRU FIN-TRATAR-CIERRE
                    GO TO LEER-LINEA-MENSAJE.
                  IF EN-OPERACION-WS = "SI"
                    PERFORM RECOGER-CAMPO.
                  GO TO LEER-LINEA-MENSAJE.

                FIN-LINEAS-MENSAJE.
*> Una operacion sin su cierre al acabar el fichero, o un fichero que
*> no es el mensaje esperado, van a excepciones y no se convierten
                  IF EN-OPERACION-WS = "SI"
                    MOVE "SI" TO OX-MAL-FORMADA
                    MOVE "Operacion sin cerrar al final"
                        TO MOTIVO-EXC-WS
                    PERFORM FINALIZAR-OPERACION
                        THRU FIN-FINALIZAR-OPERACION.
                  IF RAIZ-HALLADA-WS = "NO" AND PASADA-WS = 2
                    MOVE "fichero" TO CLAVE-EXC-WS
                    IF MENSAJE-ACTUAL-WS = "8"
                      MOVE "No es un mensaje pacs.008" TO MOTIVO-EXC-WS
                    ELSE
                      MOVE "No es un mensaje pacs.004" TO MOTIVO-EXC-WS.
                  IF RAIZ-HALLADA-WS = "NO" AND PASADA-WS = 2
                    PERFORM GUARDAR-EXCEPCION.
              FIN-RECORRER-MENSAJE.
                  EXIT.

       *> Procedimiento analizar-linea: clasifica LINEA-XML-WS y deja
       *> la etiqueta en ETIQUETA-WS y, si es un elemento simple, su
       *> valor ya sin referencias de entidad en VALOR-WS
              ANALIZAR-LINEA.
                  MOVE "I" TO TIPO-LINEA-WS.
                  MOVE SPACES TO ETIQUETA-BRUTA-WS ETIQUETA-WS
                      RESTO-LINEA-WS VALOR-BRUTO-WS VALOR-WS
                      CIERRE-LEIDO-WS.
                  IF LINEA-XML-WS = SPACES
                    GO TO FIN-ANALIZAR-LINEA.
                  MOVE 0 TO BLANCOS-WS.
                  INSPECT LINEA-XML-WS TALLYING BLANCOS-WS
                      FOR LEADING SPACES.
                  MOVE "M" TO TIPO-LINEA-WS.
                  IF LINEA-XML-WS(BLANCOS-WS + 1:1) NOT = "<"
                    GO TO FIN-ANALIZAR-LINEA.
                  IF LINEA-XML-WS(BLANCOS-WS + 2:1) = "?" OR
                     LINEA-XML-WS(BLANCOS-WS + 2:1) = "!"
                    MOVE "I" TO TIPO-LINEA-WS
                    GO TO FIN-ANALIZAR-LINEA.
                  COMPUTE PUNTERO-WS = BLANCOS-WS + 2.
                  UNSTRING LINEA-XML-WS DELIMITED BY ">"
                      INTO ETIQUETA-BRUTA-WS
                      WITH POINTER PUNTERO-WS.
                  IF ETIQUETA-BRUTA-WS = SPACES
                    GO TO FIN-ANALIZAR-LINEA.
                  IF PUNTERO-WS < 161
                    MOVE LINEA-XML-WS(PUNTERO-WS:) TO RESTO-LINEA-WS.

                  IF ETIQUETA-BRUTA-WS(1:1) = "/"
                    UNSTRING ETIQUETA-BRUTA-WS(2:) DELIMITED BY SPACE
                        INTO ETIQUETA-WS
                    MOVE "C" TO TIPO-LINEA-WS
                    GO TO FIN-ANALIZAR-LINEA.

                  UNSTRING ETIQUETA-BRUTA-WS DELIMITED BY SPACE OR "/"
                      INTO ETIQUETA-WS.
                  MOVE 0 TO LONG-ETIQUETA-WS.
                  INSPECT ETIQUETA-BRUTA-WS TALLYING LONG-ETIQUETA-WS
                      FOR CHARACTERS BEFORE INITIAL "  ".
                  IF LONG-ETIQUETA-WS > 0 AND
                     ETIQUETA-BRUTA-WS(LONG-ETIQUETA-WS:1) = "/"
                    MOVE "I" TO TIPO-LINEA-WS
                    GO TO FIN-ANALIZAR-LINEA.
                  IF RESTO-LINEA-WS = SPACES
                    MOVE "A" TO TIPO-LINEA-WS
                    GO TO FIN-ANALIZAR-LINEA.

*> Elemento simple: el valor llega hasta "</" y detras ha de venir
*> el cierre de la misma etiqueta
                  UNSTRING RESTO-LINEA-WS DELIMITED BY "</"
                      INTO VALOR-BRUTO-WS CIERRE-LEIDO-WS.
                  MOVE SPACES TO CIERRE-ESPERADO-WS.
                  STRING ETIQUETA-WS DELIMITED BY SPACE
                         ">" DELIMITED BY SIZE
                      INTO CIERRE-ESPERADO-WS.
                  IF CIERRE-LEIDO-WS NOT = CIERRE-ESPERADO-WS
                    MOVE "M" TO TIPO-LINEA-WS
                    GO TO FIN-ANALIZAR-LINEA.
                  PERFORM DESESCAPAR-VALOR.
                  MOVE "E" TO TIPO-LINEA-WS.
              FIN-ANALIZAR-LINEA.
                  EXIT.

       *> Copia VALOR-BRUTO-WS a VALOR-WS traduciendo las referencias
       *> de entidad predefinidas de XML
              DESESCAPAR-VALOR.
                  MOVE 160 TO LONG-VALOR-WS.
                  PERFORM RECORTAR-VALOR
                      UNTIL LONG-VALOR-WS = 0
                         OR VALOR-BRUTO-WS(LONG-VALOR-WS:1) NOT = SPACE.
                  MOVE SPACES TO VALOR-WS.
                  MOVE 1 TO PUNTERO-WS.
                  MOVE 1 TO I.
                  PERFORM DESESCAPAR-UN-CARACTER
                      UNTIL I > LONG-VALOR-WS.

              RECORTAR-VALOR.
                  SUBTRACT 1 FROM LONG-VALOR-WS.

              DESESCAPAR-UN-CARACTER.
                  IF VALOR-BRUTO-WS(I:1) NOT = "&"
                    STRING VALOR-BRUTO-WS(I:1) DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 1 TO I
                  ELSE
                  IF VALOR-BRUTO-WS(I:5) = "&amp;"
                    STRING "&" DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 5 TO I
                  ELSE
                  IF VALOR-BRUTO-WS(I:4) = "&lt;"
                    STRING "<" DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 4 TO I
                  ELSE
                  IF VALOR-BRUTO-WS(I:4) = "&gt;"
                    STRING ">" DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 4 TO I
                  ELSE
                  IF VALOR-BRUTO-WS(I:6) = "&quot;"
                    STRING '"' DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 6 TO I
                  ELSE
                  IF VALOR-BRUTO-WS(I:6) = "&apos;"
                    STRING "'" DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 6 TO I
                  ELSE
                    STRING "&" DELIMITED BY SIZE
                        INTO VALOR-WS WITH POINTER PUNTERO-WS
                    ADD 1 TO I.

       *> Una linea mal formada dentro de una operacion la invalida;
       *> fuera de ellas queda anotada por su numero de linea
              TRATAR-LINEA-MAL-FORMADA.
                  IF EN-OPERACION-WS = "SI"
                    MOVE "SI" TO OX-MAL-FORMADA
                  ELSE
                    IF PASADA-WS = 2
                      MOVE SPACES TO CLAVE-EXC-WS
                      STRING "linea " NUM-LINEA-WS DELIMITED BY SIZE
                          INTO CLAVE-EXC-WS
                      MOVE "Linea XML mal formada" TO MOTIVO-EXC-WS
                      PERFORM GUARDAR-EXCEPCION.

              TRATAR-APERTURA.
                  IF (MENSAJE-ACTUAL-WS = "8" AND
                      ETIQUETA-WS = "FIToFICstmrCdtTrf") OR
                     (MENSAJE-ACTUAL-WS = "4" AND ETIQUETA-WS = "PmtRtr")
                    MOVE "SI" TO RAIZ-HALLADA-WS
                    GO TO FIN-TRATAR-APERTURA.
                  IF (MENSAJE-ACTUAL-WS = "8" AND
                      ETIQUETA-WS = "CdtTrfTxInf") OR
                     (MENSAJE-ACTUAL-WS = "4" AND ETIQUETA-WS = "TxInf")
                    PERFORM INICIAR-OPERACION
                    GO TO FIN-TRATAR-APERTURA.
                  IF EN-OPERACION-WS = "SI" AND
                     (ETIQUETA-WS = "Dbtr" OR ETIQUETA-WS = "Cdtr" OR
                      ETIQUETA-WS = "DbtrAcct" OR
                      ETIQUETA-WS = "CdtrAcct" OR
                      ETIQUETA-WS = "DbtrAgt" OR
                      ETIQUETA-WS = "CdtrAgt" OR
                      ETIQUETA-WS = "RtrRsnInf")
                    MOVE ETIQUETA-WS TO BLOQUE-WS.
              FIN-TRATAR-APERTURA.
                  EXIT.

       *> Una operacion nueva sin haberse cerrado la anterior cierra
       *> esta como mal formada antes de empezar la siguiente
              INICIAR-OPERACION.
                  IF EN-OPERACION-WS = "SI"
                    MOVE "SI" TO OX-MAL-FORMADA
                    MOVE "Operacion sin cerrar" TO MOTIVO-EXC-WS
                    PERFORM FINALIZAR-OPERACION
                        THRU FIN-FINALIZAR-OPERACION.
                  MOVE SPACES TO OPERACION-XML.
                  MOVE "NO" TO OX-MAL-FORMADA.
                  MOVE SPACES TO BLOQUE-WS.
                  MOVE "SI" TO EN-OPERACION-WS.

              TRATAR-CIERRE.
                  IF EN-OPERACION-WS NOT = "SI"
                    GO TO FIN-TRATAR-CIERRE.
                  IF (MENSAJE-ACTUAL-WS = "8" AND
                      ETIQUETA-WS = "CdtTrfTxInf") OR
                     (MENSAJE-ACTUAL-WS = "4" AND ETIQUETA-WS = "TxInf")
                    PERFORM FINALIZAR-OPERACION
                        THRU FIN-FINALIZAR-OPERACION
                    GO TO FIN-TRATAR-CIERRE.
                  IF ETIQUETA-WS = BLOQUE-WS
                    MOVE SPACES TO BLOQUE-WS.
              FIN-TRATAR-CIERRE.
                  EXIT.

       *> Guarda el valor del elemento simple en el campo que le toca
       *> segun la etiqueta y el bloque en que aparece
              RECOGER-CAMPO.
                  IF ETIQUETA-WS = "TxId"
                    MOVE VALOR-WS TO OX-TXID
                  ELSE
                  IF ETIQUETA-WS = "EndToEndId" OR
                     ETIQUETA-WS = "OrgnlEndToEndId"
                    MOVE VALOR-WS TO OX-END-TO-END
                  ELSE
                  IF ETIQUETA-WS = "IntrBkSttlmAmt" OR
                     ETIQUETA-WS = "RtrdIntrBkSttlmAmt"
                    MOVE VALOR-WS TO OX-IMPORTE-TXT
                  ELSE
                  IF ETIQUETA-WS = "Nm" AND BLOQUE-WS = "Dbtr"
                    MOVE VALOR-WS TO OX-ORDENANTE
                  ELSE
                  IF ETIQUETA-WS = "IBAN" AND BLOQUE-WS = "CdtrAcct"
                    MOVE VALOR-WS TO OX-IBAN-BENEF
                  ELSE
                  IF ETIQUETA-WS = "BICFI" AND BLOQUE-WS = "DbtrAgt"
                    MOVE VALOR-WS TO OX-BIC-ORDENANTE
                  ELSE
                  IF ETIQUETA-WS = "Ustrd" AND OX-CONCEPTO = SPACES
                    MOVE VALOR-WS TO OX-CONCEPTO
                  ELSE
                  IF ETIQUETA-WS = "OrgnlTxId"
                    MOVE VALOR-WS TO OX-ORGNL-TXID
                  ELSE
                  IF ETIQUETA-WS = "OrgnlInstrId"
                    MOVE VALOR-WS TO OX-ORGNL-INSTRID
                  ELSE
                  IF ETIQUETA-WS = "Cd" AND BLOQUE-WS = "RtrRsnInf"
                    MOVE VALOR-WS TO OX-MOTIVO-COD
                  ELSE
                  IF ETIQUETA-WS = "AddtlInf" AND BLOQUE-WS = "RtrRsnInf"
                     AND OX-MOTIVO-TEXTO = SPACES
                    MOVE VALOR-WS TO OX-MOTIVO-TEXTO.

       *> Fin de una operacion: se valida y, en la pasada que escribe,
       *> se convierte o se manda a excepciones
              FINALIZAR-OPERACION.
                  MOVE "NO" TO EN-OPERACION-WS.
                  MOVE SPACES TO BLOQUE-WS.
                  IF MENSAJE-ACTUAL-WS = "8"
                    PERFORM VALIDAR-OPERACION-PACS008
                        THRU FIN-VALIDAR-OPERACION-PACS008
                  ELSE
                    PERFORM VALIDAR-OPERACION-PACS004
                        THRU FIN-VALIDAR-OPERACION-PACS004.

                  IF PASADA-WS = 1
                    MOVE SPACES TO MOTIVO-EXC-WS
                    IF TX-VALIDA-WS = "SI"
                      ADD 1 TO NUM-VALIDAS-008
                      ADD IMPORTE-LEIDO-WS TO TOTAL-008
                      GO TO FIN-FINALIZAR-OPERACION
                    ELSE
                      GO TO FIN-FINALIZAR-OPERACION.

                  IF MENSAJE-ACTUAL-WS = "8"
                    ADD 1 TO NUM-LEIDAS-008
                    ADD IMPORTE-LEIDO-WS TO CTL-IMP-ENTRADA-WS
                  ELSE
                    ADD 1 TO NUM-LEIDAS-004.
                  IF TX-VALIDA-WS NOT = "SI"
                    PERFORM GUARDAR-EXCEPCION
                    IF MENSAJE-ACTUAL-WS = "8"
                      ADD 1 TO NUM-EXCEPCIONES-008
                      GO TO FIN-FINALIZAR-OPERACION
                    ELSE
                      ADD 1 TO NUM-EXCEPCIONES-004
                      GO TO FIN-FINALIZAR-OPERACION.

                  IF MENSAJE-ACTUAL-WS = "8"
                    MOVE SPACES TO REG-ENTRANTE
                    MOVE "D" TO ENT-TIPO
                    MOVE BANCO-COD-HALLADO-WS TO DET-BANCO-COD
                    MOVE OX-IBAN-BENEF TO DET-CUENTA-DESTINO
                    MOVE OX-ORDENANTE TO DET-ORDENANTE
                    MOVE OX-CONCEPTO TO DET-REFERENCIA
                    MOVE IMPORTE-LEIDO-WS TO DET-IMPORTE
                    WRITE REG-ENTRANTE
                    ADD 1 TO NUM-CONVERTIDAS-008
                  ELSE
                    MOVE ID-DEVUELTA-NUM TO RET-ID
                    MOVE SPACES TO RET-MOTIVO
                    STRING OX-MOTIVO-COD DELIMITED BY SPACE
                           " " OX-MOTIVO-TEXTO DELIMITED BY SIZE
                        INTO RET-MOTIVO
                    WRITE REG-RETORNO
                    ADD 1 TO NUM-CONVERTIDAS-004.
              FIN-FINALIZAR-OPERACION.
                  EXIT.

       *> Obligatorios de la transferencia entrante: importe, IBAN
       *> del beneficiario, BIC conocido y nombre del ordenante. La
       *> referencia es el concepto o, si no viene, el identificador
       *> de extremo a extremo
              VALIDAR-OPERACION-PACS008.
                  MOVE "SI" TO TX-VALIDA-WS.
                  MOVE 0 TO IMPORTE-LEIDO-WS.
                  IF OX-TXID NOT = SPACES
                    MOVE OX-TXID TO CLAVE-EXC-WS
                  ELSE
                    MOVE OX-END-TO-END TO CLAVE-EXC-WS.
                  IF OX-MAL-FORMADA = "SI"
                    MOVE "NO" TO TX-VALIDA-WS
                    IF MOTIVO-EXC-WS = SPACES
                      MOVE "Operacion XML mal formada" TO MOTIVO-EXC-WS
                      GO TO FIN-VALIDAR-OPERACION-PACS008
                    ELSE
                      GO TO FIN-VALIDAR-OPERACION-PACS008.
                  MOVE SPACES TO MOTIVO-EXC-WS.
                  PERFORM CONVERTIR-IMPORTE THRU FIN-CONVERTIR-IMPORTE.
                  IF IMPORTE-VALIDO-WS = "NO"
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Importe no valido" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS008.
                  IF OX-IBAN-BENEF(25:) NOT = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "IBAN del beneficiario no valido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS008.
                  MOVE OX-IBAN-BENEF TO IBAN-PRUEBA-WS.
                  PERFORM VALIDAR-IBAN THRU FIN-VALIDAR-IBAN.
                  IF IBAN-VALIDO-WS = "NO"
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "IBAN del beneficiario no valido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS008.
                  PERFORM BUSCAR-CODIGO-BIC THRU FIN-BUSCAR-CODIGO-BIC.
                  IF BANCO-COD-HALLADO-WS = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "BIC de la entidad ordenante desconocido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS008.
                  IF OX-ORDENANTE = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Sin nombre del ordenante" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS008.
                  IF OX-CONCEPTO = SPACES AND
                     OX-END-TO-END NOT = "NOTPROVIDED"
                    MOVE OX-END-TO-END TO OX-CONCEPTO.
              FIN-VALIDAR-OPERACION-PACS008.
                  EXIT.

       *> Obligatorio de la devolucion: el id de nuestra saliente, que
       *> viajo como TxId (o como InstrId) y vuelve como original
              VALIDAR-OPERACION-PACS004.
                  MOVE "SI" TO TX-VALIDA-WS.
                  IF OX-ORGNL-TXID = SPACES
                    MOVE OX-ORGNL-INSTRID TO OX-ORGNL-TXID.
                  MOVE OX-ORGNL-TXID TO CLAVE-EXC-WS.
                  IF OX-MAL-FORMADA = "SI"
                    MOVE "NO" TO TX-VALIDA-WS
                    IF MOTIVO-EXC-WS = SPACES
                      MOVE "Operacion XML mal formada" TO MOTIVO-EXC-WS
                      GO TO FIN-VALIDAR-OPERACION-PACS004
                    ELSE
                      GO TO FIN-VALIDAR-OPERACION-PACS004.
                  MOVE SPACES TO MOTIVO-EXC-WS.
                  IF OX-ORGNL-TXID = SPACES OR
                     OX-ORGNL-TXID(7:) NOT = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Id de transferencia original no valido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS004.
                  MOVE SPACES TO ID-DEVUELTA-WS.
                  UNSTRING OX-ORGNL-TXID DELIMITED BY SPACE
                      INTO ID-DEVUELTA-WS.
                  INSPECT ID-DEVUELTA-WS REPLACING LEADING SPACES BY ZERO.
                  IF ID-DEVUELTA-WS NOT NUMERIC
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Id de transferencia original no valido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-OPERACION-PACS004.
                  IF OX-MOTIVO-COD = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Sin motivo de devolucion" TO MOTIVO-EXC-WS.
              FIN-VALIDAR-OPERACION-PACS004.
                  EXIT.

       *> Importe del mensaje en OX-IMPORTE-TXT (digitos, punto y hasta
       *> dos decimales) a IMPORTE-LEIDO-WS; ha de ser mayor que cero
              CONVERTIR-IMPORTE.
                  MOVE "NO" TO IMPORTE-VALIDO-WS.
                  MOVE 0 TO IMPORTE-LEIDO-WS.
                  IF OX-IMPORTE-TXT = SPACES
                    GO TO FIN-CONVERTIR-IMPORTE.
                  MOVE SPACES TO PARTE-ENTERA-WS PARTE-DECIMAL-WS.
                  MOVE 0 TO CNT-ENTERA-WS CNT-DECIMAL-WS NUM-PARTES-WS.
                  UNSTRING OX-IMPORTE-TXT DELIMITED BY "." OR SPACE
                      INTO PARTE-ENTERA-WS COUNT IN CNT-ENTERA-WS
                           PARTE-DECIMAL-WS COUNT IN CNT-DECIMAL-WS
                      TALLYING IN NUM-PARTES-WS.
                  IF CNT-ENTERA-WS = 0 OR CNT-ENTERA-WS > 9 OR
                     CNT-DECIMAL-WS > 2
                    GO TO FIN-CONVERTIR-IMPORTE.
                  INSPECT PARTE-ENTERA-WS REPLACING LEADING SPACES BY ZERO.
                  INSPECT PARTE-DECIMAL-WS REPLACING ALL SPACES BY ZERO.
                  IF PARTE-ENTERA-WS NOT NUMERIC OR
                     PARTE-DECIMAL-WS NOT NUMERIC
                    GO TO FIN-CONVERTIR-IMPORTE.
                  COMPUTE IMPORTE-LEIDO-WS =
                      PARTE-ENTERA-NUM + (PARTE-DECIMAL-NUM / 100).
                  IF IMPORTE-LEIDO-WS > 0
                    MOVE "SI" TO IMPORTE-VALIDO-WS.
              FIN-CONVERTIR-IMPORTE.
                  EXIT.

       *> Validacion de forma del IBAN en IBAN-PRUEBA-WS: pais de dos
       *> letras, digitos de control numericos, sin blancos intermedios
       *> y al menos quince posiciones
              VALIDAR-IBAN.
                  MOVE "NO" TO IBAN-VALIDO-WS.
                  MOVE 0 TO LONG-IBAN-WS.
                  INSPECT IBAN-PRUEBA-WS TALLYING LONG-IBAN-WS
                      FOR CHARACTERS BEFORE INITIAL SPACE.
                  IF LONG-IBAN-WS < 15
                    GO TO FIN-VALIDAR-IBAN.
                  IF LONG-IBAN-WS < 24
                    IF IBAN-PRUEBA-WS(LONG-IBAN-WS + 1:) NOT = SPACES
                      GO TO FIN-VALIDAR-IBAN.
                  IF IBAN-PRUEBA-WS(1:2) NOT ALPHABETIC-UPPER
                    GO TO FIN-VALIDAR-IBAN.
                  IF IBAN-PRUEBA-WS(3:2) NOT NUMERIC
                    GO TO FIN-VALIDAR-IBAN.
                  MOVE "SI" TO IBAN-VALIDO-WS.
              FIN-VALIDAR-IBAN.
                  EXIT.

       *> Codigo de banco de la entidad cuyo BIC viene en el mensaje;
       *> un BIC de 8 posiciones equivale al de 11 acabado en XXX
              BUSCAR-CODIGO-BIC.
                  MOVE SPACES TO BANCO-COD-HALLADO-WS.
                  IF OX-BIC-ORDENANTE = SPACES
                    GO TO FIN-BUSCAR-CODIGO-BIC.
                  IF OX-BIC-ORDENANTE(9:3) = SPACES
                    MOVE "XXX" TO OX-BIC-ORDENANTE(9:3).
                  OPEN INPUT BICFILE.
                  IF FSBI = "35"
                    CLOSE BICFILE
                    GO TO FIN-BUSCAR-CODIGO-BIC.

                LEER-UN-BIC.
                  READ BICFILE NEXT RECORD
                      AT END GO TO CERRAR-BUSCAR-CODIGO-BIC.
                  IF BIC-CODIGO = OX-BIC-ORDENANTE OR
                     (BIC-CODIGO(9:3) = SPACES AND
                      BIC-CODIGO(1:8) = OX-BIC-ORDENANTE(1:8) AND
                      OX-BIC-ORDENANTE(9:3) = "XXX")
                    MOVE BIC-BANCO-COD TO BANCO-COD-HALLADO-WS
                    GO TO CERRAR-BUSCAR-CODIGO-BIC.
                  GO TO LEER-UN-BIC.

                CERRAR-BUSCAR-CODIGO-BIC.
                  CLOSE BICFILE.
              FIN-BUSCAR-CODIGO-BIC.
                  EXIT.

              GUARDAR-EXCEPCION.
                  MOVE FECHA-NEGOCIO-WS TO EXC-FECHA.
                  IF MENSAJE-ACTUAL-WS = "8"
                    MOVE "pacs.008" TO EXC-MENSAJE
                  ELSE
                    MOVE "pacs.004" TO EXC-MENSAJE.
                  MOVE "E" TO EXC-SENTIDO.
                  MOVE CLAVE-EXC-WS TO EXC-CLAVE.
                  MOVE MOTIVO-EXC-WS TO EXC-MOTIVO.
                  WRITE REG-EXCEPCION.
                  MOVE SPACES TO MOTIVO-EXC-WS.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "IMPORTARISO20022" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
