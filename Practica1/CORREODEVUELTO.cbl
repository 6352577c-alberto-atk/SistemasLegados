       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREODEVUELTO.
       *> Correo devuelto: paso de la cadena nocturna que aplica el
       *> fichero de devoluciones de correos (CORREO-DEVUELTO.DAT: DNI
       *> del destinatario, fecha de la devolucion, tipo de envio y
       *> motivo). La direccion postal de la persona queda devuelta
       *> (PER-DIR-ESTADO D) con la fecha de la devolucion y a partir
       *> de ahi no se le manda nada en papel (extractos del cajero,
       *> tarjetas de REEMITIRTARJETAS y certificados de
       *> RESUMENFISCAL quedan para recoger en la oficina), se le
       *> avisa en NOTIFICA.DAT con "DIRECCION-DEVUELTA" y el cajero
       *> le pide que la actualice al entrar. La marca la quita la
       *> oficina al grabar la direccion corregida en
       *> MANTENECLIENTES. Las devoluciones de una direccion ya
       *> devuelta solo se anotan, sin repetir el aviso. El resultado
       *> de cada devolucion sale en INFORME-CORREO-DEVUELTO.DAT y el
       *> fichero de entrada se vacia, como en PROCESAREMBARGOS.
       *>
       *> Versiones
       *> Versión 1.0 - Marca de direccion devuelta por correos
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DEVUELTOSFILE ASSIGN TO "CORREO-DEVUELTO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDV.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-CORREO-DEVUELTO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

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
       *> FD DEVUELTOSFILE: una devolucion por registro, tal como la
       *> manda correos (tipo de envio EXTRACTO, TARJETA, CERTIFICADO
       *> u otro, y motivo: desconocido, direccion incorrecta,
       *> ausente, rehusado...)
       FD DEVUELTOSFILE.
       01 REG-DEVOLUCION.
              02 CDV-DNI                PIC X(9).
              02 CDV-FECHA              PIC 9(8).
              02 CDV-TIPO-ENVIO         PIC X(12).
              02 CDV-MOTIVO             PIC X(30).

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

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-CLAVE.
                 03 NOTIF-TARJ          PIC 9(10).
                 03 NOTIF-SEC           PIC 9(6).
              02 NOTIF-TIPO-EVENTO      PIC X(20).
              02 NOTIF-DNI              PIC X(9).
              02 NOTIF-TFNO             PIC X(9).
              02 NOTIF-DETALLE          PIC X(60).
              02 NOTIF-FECHA.
                 03 DDNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMNO                PIC 99.
                 03 FILLER              PIC X.
                 03 AANO                PIC 9999.
              02 NOTIF-HORA.
                 03 HHNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMHNO               PIC 99.
                 03 FILLER              PIC X.
                 03 SSNO                PIC 99.
              02 NOTIF-ESTADO           PIC X.
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).


       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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
              77 FSDV                  PIC XX.
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSN                   PIC XX.
              77 FSI                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-MARCADAS          PIC 9(7) VALUE 0.
              77 NUM-YA-DEVUELTAS      PIC 9(7) VALUE 0.
              77 NUM-RECHAZADAS        PIC 9(7) VALUE 0.
              77 NUM-AVISOS            PIC 9(7) VALUE 0.
              77 RESULTADO-WS          PIC X(30).
              77 TARJ-TRABAJO-WS       PIC 9(10).
              77 DNI-TRABAJO-WS        PIC X(9).
              77 TFNO-TRABAJO-WS       PIC X(9).
              77 TIPO-AVISO-WS         PIC X(20).
              77 DETALLE-AVISO-WS      PIC X(60).
              77 NOTIF-SEC-WS          PIC 9(6).

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

              01 LINEA-CABECERA.
                 02 FILLER             PIC X(10) VALUE "FECHA".
                 02 FILLER             PIC X(11) VALUE "DNI".
                 02 FILLER             PIC X(32) VALUE "NOMBRE".
                 02 FILLER             PIC X(14) VALUE "ENVIO".
                 02 FILLER             PIC X(30) VALUE "RESULTADO".

              01 LINEA-DEVOLUCION.
                 02 LD-FECHA           PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-NOMBRE          PIC X(30).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-TIPO-ENVIO      PIC X(12).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-RESULTADO       PIC X(30).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM APLICAR-DEVOLUCIONES
                      THRU FIN-APLICAR-DEVOLUCIONES.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-MARCADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-RECHAZADAS TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CORREODEVUELTO: " NUM-LEIDOS
                      " devoluciones, " NUM-MARCADAS
                      " direcciones marcadas, " NUM-YA-DEVUELTAS
                      " ya devueltas, " NUM-RECHAZADAS " rechazadas.".
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

       *> Sin fichero de devoluciones no hay nada que hacer; el
       *> informe se rehace cada noche y la entrada se vacia al final
       *> para que una reejecucion no repita avisos
              APLICAR-DEVOLUCIONES.
                  OPEN OUTPUT INFORMEFILE.
                  WRITE REG-INFORME FROM LINEA-CABECERA.
                  OPEN INPUT DEVUELTOSFILE.
                  IF FSDV = "35"
                    CLOSE DEVUELTOSFILE
                    CLOSE INFORMEFILE
                    GO TO FIN-APLICAR-DEVOLUCIONES.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    OPEN OUTPUT PERSONASFILE
                    CLOSE PERSONASFILE
                    OPEN I-O PERSONASFILE.

                LEER-UNA-DEVOLUCION.
                  READ DEVUELTOSFILE
                      AT END GO TO CERRAR-APLICAR-DEVOLUCIONES.
                  ADD 1 TO NUM-LEIDOS.
                  PERFORM APLICAR-UNA-DEVOLUCION
                      THRU FIN-APLICAR-UNA-DEVOLUCION.
                  MOVE CDV-FECHA TO LD-FECHA.
                  MOVE CDV-DNI TO LD-DNI.
                  MOVE CDV-TIPO-ENVIO TO LD-TIPO-ENVIO.
                  MOVE RESULTADO-WS TO LD-RESULTADO.
                  WRITE REG-INFORME FROM LINEA-DEVOLUCION.
                  GO TO LEER-UNA-DEVOLUCION.

                CERRAR-APLICAR-DEVOLUCIONES.
                  CLOSE PERSONASFILE.
                  CLOSE DEVUELTOSFILE.
                  CLOSE INFORMEFILE.
                  OPEN OUTPUT DEVUELTOSFILE.
                  CLOSE DEVUELTOSFILE.
              FIN-APLICAR-DEVOLUCIONES.
                  EXIT.

       *> Marca la direccion de la persona como devuelta y le avisa,
       *> salvo que ya estuviera devuelta
              APLICAR-UNA-DEVOLUCION.
                  MOVE SPACES TO LD-NOMBRE.
                  IF CDV-FECHA IS NOT NUMERIC OR CDV-FECHA = 0
                    MOVE FECHA-NEGOCIO-WS TO CDV-FECHA.
                  MOVE CDV-DNI TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        MOVE "Rechazada: DNI inexistente" TO RESULTADO-WS
                        ADD 1 TO NUM-RECHAZADAS
                        GO TO FIN-APLICAR-UNA-DEVOLUCION.
                  MOVE PER-NOMBRE TO LD-NOMBRE.
                  IF PER-DIR-ESTADO = "D"
                    MOVE "Ya estaba devuelta" TO RESULTADO-WS
                    ADD 1 TO NUM-YA-DEVUELTAS
                    GO TO FIN-APLICAR-UNA-DEVOLUCION.

                  MOVE "D" TO PER-DIR-ESTADO.
                  MOVE CDV-FECHA TO PER-DIR-FECHA-ESTADO.
                  REWRITE REG-PERSONA
                      INVALID KEY
                        MOVE "Rechazada: no se pudo grabar"
                            TO RESULTADO-WS
                        ADD 1 TO NUM-RECHAZADAS
                        GO TO FIN-APLICAR-UNA-DEVOLUCION.
                  ADD 1 TO NUM-MARCADAS.
                  MOVE "Direccion marcada devuelta" TO RESULTADO-WS.

                  IF PER-FALLECIDO = "S" OR PER-NUM-TARJETAS = 0
                    GO TO FIN-APLICAR-UNA-DEVOLUCION.
                  MOVE PER-TARJETA(1) TO TARJ-TRABAJO-WS.
                  MOVE PER-DNI TO DNI-TRABAJO-WS.
                  MOVE "DIRECCION-DEVUELTA" TO TIPO-AVISO-WS.
                  MOVE "Correo devuelto: actualice su direccion en su oficina"
                      TO DETALLE-AVISO-WS.
                  PERFORM NOTIFICAR-AVISO THRU FIN-NOTIFICAR-AVISO.
              FIN-APLICAR-UNA-DEVOLUCION.
                  EXIT.

              NOTIFICAR-AVISO.
                  MOVE SPACES TO TFNO-TRABAJO-WS.
                  OPEN INPUT USERFILE.
                  IF FSU NOT = "35"
                    MOVE TARJ-TRABAJO-WS TO USER-TARJ
                    READ USERFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE USER-TFNO TO TFNO-TRABAJO-WS
                    END-READ.
                  CLOSE USERFILE.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    OPEN OUTPUT NOTIFICAFILE
                    CLOSE NOTIFICAFILE
                    OPEN I-O NOTIFICAFILE.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  MOVE TIPO-AVISO-WS TO NOTIF-TIPO-EVENTO.
                  MOVE DNI-TRABAJO-WS TO NOTIF-DNI.
                  MOVE TFNO-TRABAJO-WS TO NOTIF-TFNO.
                  MOVE DETALLE-AVISO-WS TO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                  MOVE "P" TO NOTIF-ESTADO.
                  MOVE 0 TO NOTIF-INTENTOS.
                  MOVE SPACES TO NOTIF-MOTIVO-FALLO.
                  WRITE REG-NOTIFICACION
                      INVALID KEY CONTINUE
                      NOT INVALID KEY ADD 1 TO NUM-AVISOS.
                  CLOSE NOTIFICAFILE.
              FIN-NOTIFICAR-AVISO.
                  EXIT.

              BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE 1 TO NOTIF-SEC-WS.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE 999999 TO NOTIF-SEC.
                  START NOTIFICAFILE KEY IS NOT GREATER THAN NOTIF-CLAVE
                      INVALID KEY GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  READ NOTIFICAFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  IF NOTIF-TARJ = TARJ-TRABAJO-WS
                    COMPUTE NOTIF-SEC-WS = NOTIF-SEC + 1.

                CERRAR-BUSCAR-SEC-NOTIF.
                  CLOSE NOTIFICAFILE.
              FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  EXIT.

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
                  MOVE "CORREODEVUELTO" TO CTN-PROGRAMA.
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
