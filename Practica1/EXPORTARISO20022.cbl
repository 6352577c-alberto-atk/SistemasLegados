       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARISO20022.
       *> Conversor de salida a los mensajes SEPA ISO 20022 de la red
       *> interbancaria. Corre tras los procesos que escriben los
       *> ficheros de anchura fija de la red y los traduce a XML:
       *>   - SALIENTES-INTERBANCARIA.DAT (ENVIARTRANSFSALIENTES) a
       *>     SALIENTES-PACS008.XML, un mensaje pacs.008 con una
       *>     operacion por transferencia;
       *>   - DEVOLUCIONES-ENTRANTES.DAT (PROCESARTRANSFENTRANTES) a
       *>     DEVOLUCIONES-PACS004.XML, un mensaje pacs.004 con una
       *>     devolucion por cada entrante que no pudo abonarse.
       *> El IBAN del ordenante y su nombre salen de
       *> TRANSF-SALIENTES.DAT y USERS.DAT, y el BIC de cada entidad de
       *> la tabla ENTIDADES-BIC.DAT (la entidad propia va marcada en
       *> ella). La referencia del cliente viaja como identificador de
       *> extremo a extremo y como concepto no estructurado. Antes de
       *> escribir cada operacion se validan sus campos obligatorios
       *> (IBAN, BIC, importe, nombre del ordenante); la que no los
       *> cumple no sale en el mensaje y queda con su motivo en
       *> EXCEPCIONES-ISO20022.DAT para que la oficina la revise.
       *> Los XML se escriben con un elemento por registro.
       *>
       *> Versiones
       *> Versión 1.0 - Mensajes pacs.008 y pacs.004 de salida
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SALIENTESFILE ASSIGN TO
                  "SALIENTES-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSL.

              SELECT DEVOLUCIONESFILE ASSIGN TO
                  "DEVOLUCIONES-ENTRANTES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDV.

              SELECT TRANSFSALIENTESFILE ASSIGN TO
                  "TRANSF-SALIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TSA-ID
                  FILE STATUS IS FSSA.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT BICFILE ASSIGN TO "ENTIDADES-BIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIC-BANCO-COD
                  FILE STATUS IS FSBI.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT PACS008FILE ASSIGN TO "SALIENTES-PACS008.XML"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSX8.

              SELECT PACS004FILE ASSIGN TO "DEVOLUCIONES-PACS004.XML"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSX4.

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

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD SALIENTESFILE.
       01 REG-SALIENTE.
              02 SAL-ID                 PIC 9(6).
              02 FILLER                 PIC X(2).
              02 SAL-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2).
              02 SAL-CUENTA-DESTINO     PIC X(24).
              02 FILLER                 PIC X(2).
              02 SAL-REFERENCIA         PIC X(20).
              02 FILLER                 PIC X(2).
              02 SAL-IMPORTE            PIC 9(9)V99.

       FD DEVOLUCIONESFILE.
       01 REG-DEVOLUCION                PIC X(100).

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

       FD PACS008FILE.
       01 REG-PACS008                   PIC X(160).

       FD PACS004FILE.
       01 REG-PACS004                   PIC X(160).

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
              77 FSSL                  PIC XX.
              77 FSDV                  PIC XX.
              77 FSSA                  PIC XX.
              77 FSU                   PIC XX.
              77 FSBI                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSX8                  PIC XX.
              77 FSX4                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 BIC-PROPIO-WS         PIC X(11).
              77 BIC-DESTINO-WS        PIC X(11).
              77 TX-VALIDA-WS          PIC X(2).
              77 MOTIVO-EXC-WS         PIC X(40).
              77 NOMBRE-ORDENANTE-WS   PIC X(30).
              77 IBAN-PRUEBA-WS        PIC X(24).
              77 IBAN-VALIDO-WS        PIC X(2).
              77 LONG-IBAN-WS          PIC 99.
              77 NUM-LEIDAS-008        PIC 9(5) VALUE 0.
              77 NUM-VALIDAS-008       PIC 9(5) VALUE 0.
              77 NUM-EXPORTADAS-008    PIC 9(5) VALUE 0.
              77 NUM-EXCEPCIONES-008   PIC 9(5) VALUE 0.
              77 TOTAL-008             PIC 9(11)V99 VALUE 0.
              77 NUM-LEIDAS-004        PIC 9(5) VALUE 0.
              77 NUM-VALIDAS-004       PIC 9(5) VALUE 0.
              77 NUM-EXPORTADAS-004    PIC 9(5) VALUE 0.
              77 NUM-EXCEPCIONES-004   PIC 9(5) VALUE 0.
              77 TOTAL-004             PIC 9(11)V99 VALUE 0.
              77 IMPORTE-DEV-WS        PIC 9(9)V99.
              77 PASADA-WS             PIC 9.
              77 I                     PIC 999.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.

       *> Fechas y sellos en el formato de los mensajes
              01 FECHA-HORA-XML.
                 02 FHX-AA             PIC 9999.
                 02 FILLER             PIC X VALUE "-".
                 02 FHX-MM             PIC 99.
                 02 FILLER             PIC X VALUE "-".
                 02 FHX-DD             PIC 99.
                 02 FILLER             PIC X VALUE "T".
                 02 FHX-HH             PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 FHX-MI             PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 FHX-SS             PIC 99.
              01 FECHA-NEG-NUM-WS      PIC 9(8).
              01 FECHA-NEG-PARTES REDEFINES FECHA-NEG-NUM-WS.
                 02 FNP-AA             PIC 9999.
                 02 FNP-MM             PIC 99.
                 02 FNP-DD             PIC 99.
              01 FECHA-LIQ-XML.
                 02 FLX-AA             PIC 9999.
                 02 FILLER             PIC X VALUE "-".
                 02 FLX-MM             PIC 99.
                 02 FILLER             PIC X VALUE "-".
                 02 FLX-DD             PIC 99.
              01 ID-MENSAJE-WS.
                 02 IDM-TIPO           PIC X(4).
                 02 IDM-AA             PIC 9999.
                 02 IDM-MM             PIC 99.
                 02 IDM-DD             PIC 99.
                 02 IDM-HH             PIC 99.
                 02 IDM-MI             PIC 99.
                 02 IDM-SS             PIC 99.
              01 ID-DEVOLUCION-WS.
                 02 FILLER             PIC X VALUE "R".
                 02 IDD-FECHA          PIC 9(8).
                 02 IDD-SEC            PIC 9(5).

       *> Linea de DEVOLUCIONES-ENTRANTES.DAT, la LINEA-DEVOLUCION de
       *> PROCESARTRANSFENTRANTES; la linea de cierre empieza por
       *> "CONTROL "
              01 LINEA-DEVOLUCION-E.
                 02 LD-BANCO-COD       PIC X(4).
                 02 FILLER             PIC X(2).
                 02 LD-BANCO-NOMBRE    PIC X(20).
                 02 FILLER             PIC X(2).
                 02 LD-CUENTA          PIC X(24).
                 02 FILLER             PIC X(2).
                 02 LD-REFERENCIA      PIC X(20).
                 02 FILLER             PIC X(2).
                 02 LD-IMPORTE         PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X(12).

       *> Campos de trabajo de la escritura de elementos XML
              01 ESCRITURA-XML.
                 02 SANGRIA-WS         PIC 99.
                 02 ESPACIOS-XML-WS    PIC X(20) VALUE SPACES.
                 02 ETIQUETA-WS        PIC X(30).
                 02 ETIQUETA-GUARDADA-WS PIC X(30).
                 02 VALOR-WS           PIC X(40).
                 02 LONG-VALOR-WS      PIC 99.
                 02 VALOR-ESC-WS       PIC X(120).
                 02 PUNTERO-WS         PIC 999.
                 02 LINEA-XML-WS       PIC X(160).
                 02 IMPORTE-XML-WS     PIC 9(11)V99.
                 02 IMPORTE-XML-ED     PIC Z(10)9.99.
                 02 BLANCOS-WS         PIC 99.
                 02 NUM-XML-ED         PIC Z(4)9.
                 02 FICHERO-XML-WS     PIC X.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  ACCEPT HORA FROM TIME.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM PREPARAR-FECHAS-XML.
                  PERFORM CARGAR-BIC-PROPIO THRU FIN-CARGAR-BIC-PROPIO.
                  IF BIC-PROPIO-WS = SPACES
                    DISPLAY "EXPORTARISO20022: falta el BIC de la entidad"
                        " propia en ENTIDADES-BIC.DAT"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
                  OPEN EXTEND EXCEPCIONESFILE.
                  IF FSEX = "35"
                    CLOSE EXCEPCIONESFILE
                    OPEN OUTPUT EXCEPCIONESFILE.
                  PERFORM EXPORTAR-PACS008 THRU FIN-EXPORTAR-PACS008.
                  PERFORM EXPORTAR-PACS004 THRU FIN-EXPORTAR-PACS004.
                  CLOSE EXCEPCIONESFILE.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-LEIDAS-008 + NUM-LEIDAS-004.
                  COMPUTE CTL-ESCRITOS-WS =
                      NUM-EXPORTADAS-008 + NUM-EXPORTADAS-004.
                  COMPUTE CTL-RECHAZADOS-WS =
                      NUM-EXCEPCIONES-008 + NUM-EXCEPCIONES-004.
                  COMPUTE CTL-IMP-SALIDA-WS = TOTAL-008 + TOTAL-004.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "EXPORTARISO20022: pacs.008 " NUM-EXPORTADAS-008
                      " operaciones, " NUM-EXCEPCIONES-008 " excepciones.".
                  DISPLAY "EXPORTARISO20022: pacs.004 " NUM-EXPORTADAS-004
                      " devoluciones, " NUM-EXCEPCIONES-004
                      " excepciones.".
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

       *> Sello de creacion del mensaje (fecha y hora del sistema) y
       *> fecha de liquidacion (la de negocio)
              PREPARAR-FECHAS-XML.
                  MOVE AA OF FECHA TO FHX-AA IDM-AA.
                  MOVE MM OF FECHA TO FHX-MM IDM-MM.
                  MOVE DD OF FECHA TO FHX-DD IDM-DD.
                  MOVE HH OF HORA TO FHX-HH IDM-HH.
                  MOVE MM OF HORA TO FHX-MI IDM-MI.
                  MOVE SS OF HORA TO FHX-SS IDM-SS.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-NEG-NUM-WS.
                  MOVE FNP-AA TO FLX-AA.
                  MOVE FNP-MM TO FLX-MM.
                  MOVE FNP-DD TO FLX-DD.
                  MOVE FECHA-NEGOCIO-WS TO IDD-FECHA.

       *> BIC de la entidad propia: el registro marcado en la tabla
              CARGAR-BIC-PROPIO.
                  MOVE SPACES TO BIC-PROPIO-WS.
                  OPEN INPUT BICFILE.
                  IF FSBI = "35"
                    CLOSE BICFILE
                    GO TO FIN-CARGAR-BIC-PROPIO.

                LEER-BIC-PROPIO.
                  READ BICFILE NEXT RECORD
                      AT END GO TO CERRAR-BIC-PROPIO.
                  IF BIC-PROPIA = "S"
                    MOVE BIC-CODIGO TO BIC-PROPIO-WS
                    GO TO CERRAR-BIC-PROPIO.
                  GO TO LEER-BIC-PROPIO.

                CERRAR-BIC-PROPIO.
                  CLOSE BICFILE.
              FIN-CARGAR-BIC-PROPIO.
                  EXIT.

       *> pacs.008: una primera pasada valida y totaliza para la
       *> cabecera del mensaje; la segunda escribe las operaciones
       *> validas y deja las demas en el fichero de excepciones
              EXPORTAR-PACS008.
                  OPEN INPUT SALIENTESFILE.
                  IF FSSL = "35"
                    CLOSE SALIENTESFILE
                    GO TO FIN-EXPORTAR-PACS008.
                  MOVE 1 TO PASADA-WS.

                LEER-SALIENTE-PASADA-1.
                  READ SALIENTESFILE NEXT RECORD
                      AT END GO TO FIN-PASADA-1-PACS008.
                  ADD 1 TO NUM-LEIDAS-008.
                  ADD SAL-IMPORTE TO CTL-IMP-ENTRADA-WS.
                  PERFORM VALIDAR-SALIENTE THRU FIN-VALIDAR-SALIENTE.
                  IF TX-VALIDA-WS = "SI"
                    ADD 1 TO NUM-VALIDAS-008
                    ADD SAL-IMPORTE TO TOTAL-008.
                  GO TO LEER-SALIENTE-PASADA-1.

                FIN-PASADA-1-PACS008.
                  CLOSE SALIENTESFILE.
                  MOVE "8" TO FICHERO-XML-WS.
                  IF NUM-VALIDAS-008 > 0
                    OPEN OUTPUT PACS008FILE
                    PERFORM ESCRIBIR-CABECERA-PACS008.
                  OPEN INPUT SALIENTESFILE.
                  MOVE 2 TO PASADA-WS.

                LEER-SALIENTE-PASADA-2.
                  READ SALIENTESFILE NEXT RECORD
                      AT END GO TO CERRAR-EXPORTAR-PACS008.
                  PERFORM VALIDAR-SALIENTE THRU FIN-VALIDAR-SALIENTE.
                  IF TX-VALIDA-WS = "SI"
                    PERFORM ESCRIBIR-OPERACION-PACS008
                    ADD 1 TO NUM-EXPORTADAS-008
                  ELSE
                    MOVE "pacs.008" TO EXC-MENSAJE
                    MOVE SAL-ID TO EXC-CLAVE
                    PERFORM GUARDAR-EXCEPCION
                    ADD 1 TO NUM-EXCEPCIONES-008.
                  GO TO LEER-SALIENTE-PASADA-2.

                CERRAR-EXPORTAR-PACS008.
                  CLOSE SALIENTESFILE.
                  IF NUM-VALIDAS-008 > 0
                    MOVE 4 TO SANGRIA-WS
                    MOVE "FIToFICstmrCdtTrf" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-CIERRE
                    MOVE "</Document>" TO LINEA-XML-WS
                    PERFORM ESCRIBIR-LINEA-XML
                    CLOSE PACS008FILE.
              FIN-EXPORTAR-PACS008.
                  EXIT.

       *> Campos obligatorios de la transferencia: la saliente ha de
       *> existir, con IBAN valido de ordenante y beneficiario,
       *> importe, BIC de la entidad destino y nombre del ordenante
              VALIDAR-SALIENTE.
                  MOVE "SI" TO TX-VALIDA-WS.
                  MOVE SPACES TO MOTIVO-EXC-WS.
                  OPEN INPUT TRANSFSALIENTESFILE.
                  MOVE SAL-ID TO TSA-ID.
                  READ TRANSFSALIENTESFILE
                      INVALID KEY
                        MOVE "NO" TO TX-VALIDA-WS
                        MOVE "Transferencia no encontrada"
                            TO MOTIVO-EXC-WS.
                  CLOSE TRANSFSALIENTESFILE.
                  IF TX-VALIDA-WS = "NO"
                    GO TO FIN-VALIDAR-SALIENTE.
                  IF SAL-IMPORTE = 0
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Importe nulo" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-SALIENTE.
                  MOVE TSA-CUENTA-ORIGEN TO IBAN-PRUEBA-WS.
                  PERFORM VALIDAR-IBAN THRU FIN-VALIDAR-IBAN.
                  IF IBAN-VALIDO-WS = "NO"
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "IBAN del ordenante no valido" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-SALIENTE.
                  MOVE SAL-CUENTA-DESTINO TO IBAN-PRUEBA-WS.
                  PERFORM VALIDAR-IBAN THRU FIN-VALIDAR-IBAN.
                  IF IBAN-VALIDO-WS = "NO"
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "IBAN del beneficiario no valido"
                        TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-SALIENTE.
                  MOVE SAL-BANCO-COD TO BIC-BANCO-COD.
                  PERFORM BUSCAR-BIC-ENTIDAD THRU FIN-BUSCAR-BIC-ENTIDAD.
                  IF BIC-DESTINO-WS = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Entidad destino sin BIC" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-SALIENTE.
                  MOVE SPACES TO NOMBRE-ORDENANTE-WS.
                  OPEN INPUT USERFILE.
                  MOVE TSA-TARJ TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE USER-NOM-APE TO NOMBRE-ORDENANTE-WS.
                  CLOSE USERFILE.
                  IF NOMBRE-ORDENANTE-WS = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Sin nombre del ordenante" TO MOTIVO-EXC-WS.
              FIN-VALIDAR-SALIENTE.
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

       *> BIC de la entidad cuyo codigo esta en BIC-BANCO-COD; en
       *> blanco si la tabla no la tiene
              BUSCAR-BIC-ENTIDAD.
                  MOVE SPACES TO BIC-DESTINO-WS.
                  OPEN INPUT BICFILE.
                  IF FSBI = "35"
                    CLOSE BICFILE
                    GO TO FIN-BUSCAR-BIC-ENTIDAD.
                  READ BICFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE BIC-CODIGO TO BIC-DESTINO-WS.
                  CLOSE BICFILE.
              FIN-BUSCAR-BIC-ENTIDAD.
                  EXIT.

              ESCRIBIR-CABECERA-PACS008.
                  MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                      TO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING '<Document xmlns="urn:iso:std:iso:20022:'
                         'tech:xsd:pacs.008.001.08">'
                      DELIMITED BY SIZE INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.
                  MOVE 2 TO SANGRIA-WS.
                  MOVE "FIToFICstmrCdtTrf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "GrpHdr" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "P008" TO IDM-TIPO.
                  MOVE "MsgId" TO ETIQUETA-WS.
                  MOVE ID-MENSAJE-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "CreDtTm" TO ETIQUETA-WS.
                  MOVE FECHA-HORA-XML TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "NbOfTxs" TO ETIQUETA-WS.
                  MOVE NUM-VALIDAS-008 TO NUM-XML-ED.
                  MOVE NUM-XML-ED TO VALOR-WS.
                  PERFORM AJUSTAR-VALOR-IZQUIERDA.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "TtlIntrBkSttlmAmt" TO ETIQUETA-WS.
                  MOVE TOTAL-008 TO IMPORTE-XML-WS.
                  PERFORM ESCRIBIR-IMPORTE.
                  MOVE "IntrBkSttlmDt" TO ETIQUETA-WS.
                  MOVE FECHA-LIQ-XML TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "SttlmInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "SttlmMtd" TO ETIQUETA-WS.
                  MOVE "CLRG" TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "SttlmInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE "InstgAgt" TO ETIQUETA-WS.
                  MOVE BIC-PROPIO-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-AGENTE.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "GrpHdr" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

       *> Una operacion CdtTrfTxInf; la saliente, el ordenante y el
       *> BIC destino los dejo en el buffer VALIDAR-SALIENTE
              ESCRIBIR-OPERACION-PACS008.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "CdtTrfTxInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "PmtId" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "InstrId" TO ETIQUETA-WS.
                  MOVE SAL-ID TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "EndToEndId" TO ETIQUETA-WS.
                  IF SAL-REFERENCIA = SPACES
                    MOVE "NOTPROVIDED" TO VALOR-WS
                  ELSE
                    MOVE SAL-REFERENCIA TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "TxId" TO ETIQUETA-WS.
                  MOVE SAL-ID TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "PmtId" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE "PmtTpInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "SvcLvl" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 10 TO SANGRIA-WS.
                  MOVE "Cd" TO ETIQUETA-WS.
                  MOVE "SEPA" TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "SvcLvl" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "PmtTpInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE "IntrBkSttlmAmt" TO ETIQUETA-WS.
                  MOVE SAL-IMPORTE TO IMPORTE-XML-WS.
                  PERFORM ESCRIBIR-IMPORTE.
                  MOVE "ChrgBr" TO ETIQUETA-WS.
                  MOVE "SLEV" TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "Dbtr" TO ETIQUETA-WS.
                  MOVE NOMBRE-ORDENANTE-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-PARTE.
                  MOVE "DbtrAcct" TO ETIQUETA-WS.
                  MOVE TSA-CUENTA-ORIGEN TO VALOR-WS.
                  PERFORM ESCRIBIR-CUENTA.
                  MOVE "DbtrAgt" TO ETIQUETA-WS.
                  MOVE BIC-PROPIO-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-AGENTE.
                  MOVE "CdtrAgt" TO ETIQUETA-WS.
                  MOVE BIC-DESTINO-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-AGENTE.
*> El nombre del beneficiario no se guarda con la saliente
                  MOVE "Cdtr" TO ETIQUETA-WS.
                  MOVE "NOTPROVIDED" TO VALOR-WS.
                  PERFORM ESCRIBIR-PARTE.
                  MOVE "CdtrAcct" TO ETIQUETA-WS.
                  MOVE SAL-CUENTA-DESTINO TO VALOR-WS.
                  PERFORM ESCRIBIR-CUENTA.
                  IF SAL-REFERENCIA NOT = SPACES
                    MOVE "RmtInf" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-APERTURA
                    MOVE 8 TO SANGRIA-WS
                    MOVE "Ustrd" TO ETIQUETA-WS
                    MOVE SAL-REFERENCIA TO VALOR-WS
                    PERFORM ESCRIBIR-ELEMENTO
                    MOVE 6 TO SANGRIA-WS
                    MOVE "RmtInf" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-CIERRE.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "CdtTrfTxInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

       *> pacs.004: las devoluciones de entrantes que no pudieron
       *> abonarse, con el mismo esquema de dos pasadas
              EXPORTAR-PACS004.
                  OPEN INPUT DEVOLUCIONESFILE.
                  IF FSDV = "35"
                    CLOSE DEVOLUCIONESFILE
                    GO TO FIN-EXPORTAR-PACS004.

                LEER-DEVOLUCION-PASADA-1.
                  READ DEVOLUCIONESFILE INTO LINEA-DEVOLUCION-E
                      AT END GO TO FIN-PASADA-1-PACS004.
                  IF LINEA-DEVOLUCION-E(1:8) = "CONTROL "
                    GO TO LEER-DEVOLUCION-PASADA-1.
                  ADD 1 TO NUM-LEIDAS-004.
                  PERFORM VALIDAR-DEVOLUCION THRU FIN-VALIDAR-DEVOLUCION.
                  ADD IMPORTE-DEV-WS TO CTL-IMP-ENTRADA-WS.
                  IF TX-VALIDA-WS = "SI"
                    ADD 1 TO NUM-VALIDAS-004
                    ADD IMPORTE-DEV-WS TO TOTAL-004.
                  GO TO LEER-DEVOLUCION-PASADA-1.

                FIN-PASADA-1-PACS004.
                  CLOSE DEVOLUCIONESFILE.
                  MOVE "4" TO FICHERO-XML-WS.
                  IF NUM-VALIDAS-004 > 0
                    OPEN OUTPUT PACS004FILE
                    PERFORM ESCRIBIR-CABECERA-PACS004.
                  OPEN INPUT DEVOLUCIONESFILE.
                  MOVE 0 TO IDD-SEC.

                LEER-DEVOLUCION-PASADA-2.
                  READ DEVOLUCIONESFILE INTO LINEA-DEVOLUCION-E
                      AT END GO TO CERRAR-EXPORTAR-PACS004.
                  IF LINEA-DEVOLUCION-E(1:8) = "CONTROL "
                    GO TO LEER-DEVOLUCION-PASADA-2.
                  PERFORM VALIDAR-DEVOLUCION THRU FIN-VALIDAR-DEVOLUCION.
                  IF TX-VALIDA-WS = "SI"
                    PERFORM ESCRIBIR-OPERACION-PACS004
                    ADD 1 TO NUM-EXPORTADAS-004
                  ELSE
                    MOVE "pacs.004" TO EXC-MENSAJE
                    MOVE LD-REFERENCIA TO EXC-CLAVE
                    PERFORM GUARDAR-EXCEPCION
                    ADD 1 TO NUM-EXCEPCIONES-004.
                  GO TO LEER-DEVOLUCION-PASADA-2.

                CERRAR-EXPORTAR-PACS004.
                  CLOSE DEVOLUCIONESFILE.
                  IF NUM-VALIDAS-004 > 0
                    MOVE 2 TO SANGRIA-WS
                    MOVE "PmtRtr" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-CIERRE
                    MOVE "</Document>" TO LINEA-XML-WS
                    PERFORM ESCRIBIR-LINEA-XML
                    CLOSE PACS004FILE.
              FIN-EXPORTAR-PACS004.
                  EXIT.

       *> Obligatorios de la devolucion: importe y BIC de la entidad
       *> remitente a la que se devuelve. La cuenta solo viaja si
       *> tiene forma de IBAN (puede ser justo la que no existe)
              VALIDAR-DEVOLUCION.
                  MOVE "SI" TO TX-VALIDA-WS.
                  MOVE SPACES TO MOTIVO-EXC-WS.
                  MOVE 0 TO IMPORTE-DEV-WS.
                  IF LD-IMPORTE NOT = SPACES
                    MOVE LD-IMPORTE TO IMPORTE-DEV-WS.
                  IF IMPORTE-DEV-WS = 0
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Importe nulo" TO MOTIVO-EXC-WS
                    GO TO FIN-VALIDAR-DEVOLUCION.
                  MOVE LD-BANCO-COD TO BIC-BANCO-COD.
                  PERFORM BUSCAR-BIC-ENTIDAD THRU FIN-BUSCAR-BIC-ENTIDAD.
                  IF BIC-DESTINO-WS = SPACES
                    MOVE "NO" TO TX-VALIDA-WS
                    MOVE "Entidad remitente sin BIC" TO MOTIVO-EXC-WS.
              FIN-VALIDAR-DEVOLUCION.
                  EXIT.

              ESCRIBIR-CABECERA-PACS004.
                  MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                      TO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING '<Document xmlns="urn:iso:std:iso:20022:'
                         'tech:xsd:pacs.004.001.09">'
                      DELIMITED BY SIZE INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.
                  MOVE 2 TO SANGRIA-WS.
                  MOVE "PmtRtr" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "GrpHdr" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "P004" TO IDM-TIPO.
                  MOVE "MsgId" TO ETIQUETA-WS.
                  MOVE ID-MENSAJE-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "CreDtTm" TO ETIQUETA-WS.
                  MOVE FECHA-HORA-XML TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "NbOfTxs" TO ETIQUETA-WS.
                  MOVE NUM-VALIDAS-004 TO NUM-XML-ED.
                  MOVE NUM-XML-ED TO VALOR-WS.
                  PERFORM AJUSTAR-VALOR-IZQUIERDA.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "TtlRtrdIntrBkSttlmAmt" TO ETIQUETA-WS.
                  MOVE TOTAL-004 TO IMPORTE-XML-WS.
                  PERFORM ESCRIBIR-IMPORTE.
                  MOVE "IntrBkSttlmDt" TO ETIQUETA-WS.
                  MOVE FECHA-LIQ-XML TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "SttlmInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "SttlmMtd" TO ETIQUETA-WS.
                  MOVE "CLRG" TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "SttlmInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE "InstgAgt" TO ETIQUETA-WS.
                  MOVE BIC-PROPIO-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-AGENTE.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "GrpHdr" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

       *> Una devolucion TxInf: motivo AC01 (cuenta inexistente o no
       *> abonable), el unico por el que se devuelve una entrante
              ESCRIBIR-OPERACION-PACS004.
                  ADD 1 TO IDD-SEC.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "TxInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "RtrId" TO ETIQUETA-WS.
                  MOVE ID-DEVOLUCION-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "OrgnlEndToEndId" TO ETIQUETA-WS.
                  IF LD-REFERENCIA = SPACES
                    MOVE "NOTPROVIDED" TO VALOR-WS
                  ELSE
                    MOVE LD-REFERENCIA TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE "RtrdIntrBkSttlmAmt" TO ETIQUETA-WS.
                  MOVE IMPORTE-DEV-WS TO IMPORTE-XML-WS.
                  PERFORM ESCRIBIR-IMPORTE.
                  MOVE "InstdAgt" TO ETIQUETA-WS.
                  MOVE BIC-DESTINO-WS TO VALOR-WS.
                  PERFORM ESCRIBIR-AGENTE.
                  MOVE "RtrRsnInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "Rsn" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE 10 TO SANGRIA-WS.
                  MOVE "Cd" TO ETIQUETA-WS.
                  MOVE "AC01" TO VALOR-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  MOVE 8 TO SANGRIA-WS.
                  MOVE "Rsn" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE 6 TO SANGRIA-WS.
                  MOVE "RtrRsnInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  MOVE LD-CUENTA TO IBAN-PRUEBA-WS.
                  PERFORM VALIDAR-IBAN THRU FIN-VALIDAR-IBAN.
                  IF IBAN-VALIDO-WS = "SI"
                    MOVE "OrgnlTxRef" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-APERTURA
                    MOVE 8 TO SANGRIA-WS
                    MOVE "CdtrAcct" TO ETIQUETA-WS
                    MOVE LD-CUENTA TO VALOR-WS
                    PERFORM ESCRIBIR-CUENTA
                    MOVE 6 TO SANGRIA-WS
                    MOVE "OrgnlTxRef" TO ETIQUETA-WS
                    PERFORM ESCRIBIR-CIERRE.
                  MOVE 4 TO SANGRIA-WS.
                  MOVE "TxInf" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

              GUARDAR-EXCEPCION.
                  MOVE FECHA-NEGOCIO-WS TO EXC-FECHA.
                  MOVE "S" TO EXC-SENTIDO.
                  MOVE MOTIVO-EXC-WS TO EXC-MOTIVO.
                  WRITE REG-EXCEPCION.

       *> Procedimientos de escritura XML, un elemento por registro
       *> con la sangria de SANGRIA-WS: apertura y cierre de un
       *> elemento compuesto, elemento simple con VALOR-WS (escapando
       *> los caracteres reservados), importe en euros y los bloques
       *> repetidos de agente (BIC), parte (nombre) y cuenta (IBAN)
              ESCRIBIR-APERTURA.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING ESPACIOS-XML-WS(1:SANGRIA-WS) "<"
                             DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ">" DELIMITED BY SIZE
                      INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.

              ESCRIBIR-CIERRE.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING ESPACIOS-XML-WS(1:SANGRIA-WS) "</"
                             DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ">" DELIMITED BY SIZE
                      INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.

              ESCRIBIR-ELEMENTO.
                  PERFORM ESCAPAR-VALOR.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING ESPACIOS-XML-WS(1:SANGRIA-WS) "<"
                             DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ">" VALOR-ESC-WS(1:PUNTERO-WS - 1) "</"
                             DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ">" DELIMITED BY SIZE
                      INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.

              ESCRIBIR-IMPORTE.
                  MOVE IMPORTE-XML-WS TO IMPORTE-XML-ED.
                  MOVE 0 TO BLANCOS-WS.
                  INSPECT IMPORTE-XML-ED TALLYING BLANCOS-WS
                      FOR LEADING SPACES.
                  MOVE SPACES TO LINEA-XML-WS.
                  STRING ESPACIOS-XML-WS(1:SANGRIA-WS) "<"
                             DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ' Ccy="EUR">' IMPORTE-XML-ED(BLANCOS-WS + 1:)
                         "</" DELIMITED BY SIZE
                         ETIQUETA-WS DELIMITED BY SPACE
                         ">" DELIMITED BY SIZE
                      INTO LINEA-XML-WS.
                  PERFORM ESCRIBIR-LINEA-XML.

              ESCRIBIR-AGENTE.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE ETIQUETA-WS TO ETIQUETA-GUARDADA-WS.
                  ADD 2 TO SANGRIA-WS.
                  MOVE "FinInstnId" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  ADD 2 TO SANGRIA-WS.
                  MOVE "BICFI" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  SUBTRACT 2 FROM SANGRIA-WS.
                  MOVE "FinInstnId" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  SUBTRACT 2 FROM SANGRIA-WS.
                  MOVE ETIQUETA-GUARDADA-WS TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

              ESCRIBIR-PARTE.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE ETIQUETA-WS TO ETIQUETA-GUARDADA-WS.
                  ADD 2 TO SANGRIA-WS.
                  MOVE "Nm" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  SUBTRACT 2 FROM SANGRIA-WS.
                  MOVE ETIQUETA-GUARDADA-WS TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

              ESCRIBIR-CUENTA.
                  PERFORM ESCRIBIR-APERTURA.
                  MOVE ETIQUETA-WS TO ETIQUETA-GUARDADA-WS.
                  ADD 2 TO SANGRIA-WS.
                  MOVE "Id" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-APERTURA.
                  ADD 2 TO SANGRIA-WS.
                  MOVE "IBAN" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-ELEMENTO.
                  SUBTRACT 2 FROM SANGRIA-WS.
                  MOVE "Id" TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.
                  SUBTRACT 2 FROM SANGRIA-WS.
                  MOVE ETIQUETA-GUARDADA-WS TO ETIQUETA-WS.
                  PERFORM ESCRIBIR-CIERRE.

       *> Copia VALOR-WS a VALOR-ESC-WS sin los blancos finales y con
       *> &, < y > como referencias de entidad; PUNTERO-WS queda una
       *> posicion detras del ultimo caracter
              ESCAPAR-VALOR.
                  MOVE 40 TO LONG-VALOR-WS.
                  PERFORM RECORTAR-VALOR
                      UNTIL LONG-VALOR-WS = 0
                         OR VALOR-WS(LONG-VALOR-WS:1) NOT = SPACE.
                  MOVE SPACES TO VALOR-ESC-WS.
                  MOVE 1 TO PUNTERO-WS.
                  PERFORM ESCAPAR-UN-CARACTER
                      VARYING I FROM 1 BY 1 UNTIL I > LONG-VALOR-WS.

              RECORTAR-VALOR.
                  SUBTRACT 1 FROM LONG-VALOR-WS.

              ESCAPAR-UN-CARACTER.
                  IF VALOR-WS(I:1) = "&"
                    STRING "&amp;" DELIMITED BY SIZE
                        INTO VALOR-ESC-WS WITH POINTER PUNTERO-WS
                  ELSE
                  IF VALOR-WS(I:1) = "<"
                    STRING "&lt;" DELIMITED BY SIZE
                        INTO VALOR-ESC-WS WITH POINTER PUNTERO-WS
                  ELSE
                  IF VALOR-WS(I:1) = ">"
                    STRING "&gt;" DELIMITED BY SIZE
                        INTO VALOR-ESC-WS WITH POINTER PUNTERO-WS
                  ELSE
                    STRING VALOR-WS(I:1) DELIMITED BY SIZE
                        INTO VALOR-ESC-WS WITH POINTER PUNTERO-WS.

       *> Quita los blancos iniciales de un numero editado en VALOR-WS
              AJUSTAR-VALOR-IZQUIERDA.
                  MOVE 0 TO BLANCOS-WS.
                  INSPECT VALOR-WS TALLYING BLANCOS-WS FOR LEADING SPACES.
                  MOVE VALOR-WS(BLANCOS-WS + 1:) TO VALOR-ESC-WS.
                  MOVE VALOR-ESC-WS TO VALOR-WS.

              ESCRIBIR-LINEA-XML.
                  IF FICHERO-XML-WS = "8"
                    WRITE REG-PACS008 FROM LINEA-XML-WS
                  ELSE
                    WRITE REG-PACS004 FROM LINEA-XML-WS.

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
                  MOVE "EXPORTARISO20022" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
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
