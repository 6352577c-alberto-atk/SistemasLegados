       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCARPODERES.
       *> Proceso batch nocturno que cierra los poderes de PODERES.DAT
       *> que dejan de estar vigentes en la fecha de negocio: pasa a
       *> caducado (C) el poder cuya fecha hasta ya ha pasado y a
       *> revocado (R) el que tiene anotada desde MANTENEPODERES una
       *> revocacion cuya fecha de efecto ya ha llegado. Anota la fecha
       *> de baja y el motivo y avisa al poderdante en NOTIFICA.DAT con
       *> "PODER-CADUCADO" o "PODER-REVOCADO". El cajero ya rechaza
       *> esos poderes por sus fechas aunque el batch no haya pasado;
       *> este proceso los deja cerrados en el registro. Los poderes
       *> ya cerrados no se vuelven a tocar.
       *>
       *> Versiones
       *> Versión 1.0 - Caducidad y revocacion de los poderes
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PODERESFILE ASSIGN TO "PODERES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POD-TARJ
                  FILE STATUS IS FSPOD.

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
*> FD PODERESFILE: un poder por tarjeta de apoderado (ver
*> MANTENEPODERES)
       FD PODERESFILE.
       01 REG-PODER.
              02 POD-TARJ               PIC 9(10).
              02 POD-PIN                PIC 9(4).
              02 POD-DNI-APODERADO      PIC X(9).
              02 POD-NOMBRE-APODERADO   PIC X(30).
              02 POD-TARJ-TITULAR       PIC 9(10).
              02 POD-CUENTA             PIC X(24).
              02 POD-DNI-TITULAR        PIC X(9).
              02 POD-RETIRAR            PIC X.
              02 POD-TRANSFERIR         PIC X.
              02 POD-LIMITE-OPERACION   PIC 9(7)V99.
              02 POD-FECHA-DESDE        PIC 9(8).
              02 POD-FECHA-HASTA        PIC 9(8).
              02 POD-FECHA-REVOCACION   PIC 9(8).
              02 POD-ESTADO             PIC X.
                 88 POD-VIGENTE         VALUE "V".
                 88 POD-CADUCADO        VALUE "C".
                 88 POD-REVOCADO        VALUE "R".
              02 POD-FECHA-BAJA         PIC 9(8).
              02 POD-MOTIVO-BAJA        PIC X(20).
              02 POD-BLOQUEADA          PIC X.
              02 POD-FECHA-BLOQUEO.
                 03 POD-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 POD-BLOQUEO-HORA.
                    04 POD-BLOQUEO-HH      PIC 99.
                    04 POD-BLOQUEO-MM      PIC 99.
                    04 POD-BLOQUEO-SS      PIC 99.

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
              77 FSPOD                 PIC XX.
              77 FSU                   PIC XX.
              77 FSN                   PIC XX.
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
              77 NUM-VIGENTES          PIC 9(7) VALUE 0.
              77 NUM-CADUCADOS         PIC 9(7) VALUE 0.
              77 NUM-REVOCADOS         PIC 9(7) VALUE 0.
              77 NUM-AVISOS            PIC 9(7) VALUE 0.
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

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CERRAR-PODERES THRU FIN-CERRAR-PODERES.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  COMPUTE CTL-ESCRITOS-WS = NUM-CADUCADOS + NUM-REVOCADOS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CADUCARPODERES: " NUM-LEIDOS " poderes, "
                      NUM-VIGENTES " vigentes, " NUM-CADUCADOS
                      " caducados, " NUM-REVOCADOS " revocados, "
                      NUM-AVISOS " avisos.".
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

       *> Recorre PODERES.DAT cerrando los poderes vigentes que ya no
       *> deben estarlo; la revocacion pesa mas que la caducidad si
       *> ambas coinciden
              CERRAR-PODERES.
                  OPEN I-O PODERESFILE.
                  IF FSPOD = "35"
                    CLOSE PODERESFILE
                    GO TO FIN-CERRAR-PODERES.

                LEER-UN-PODER.
                  READ PODERESFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRIDO-PODERES.
                  ADD 1 TO NUM-LEIDOS.
                  IF NOT POD-VIGENTE
                    GO TO LEER-UN-PODER.
                  IF POD-FECHA-REVOCACION > 0 AND
                     POD-FECHA-REVOCACION NOT > FECHA-NEGOCIO-WS
                    MOVE "R" TO POD-ESTADO
                    IF POD-MOTIVO-BAJA = SPACES
                      MOVE "REVOCACION" TO POD-MOTIVO-BAJA
                    END-IF
                    MOVE "PODER-REVOCADO" TO TIPO-AVISO-WS
                    ADD 1 TO NUM-REVOCADOS
                  ELSE
                    IF POD-FECHA-HASTA > 0 AND
                       POD-FECHA-HASTA < FECHA-NEGOCIO-WS
                      MOVE "C" TO POD-ESTADO
                      MOVE "CADUCIDAD" TO POD-MOTIVO-BAJA
                      MOVE "PODER-CADUCADO" TO TIPO-AVISO-WS
                      ADD 1 TO NUM-CADUCADOS
                    ELSE
                      ADD 1 TO NUM-VIGENTES
                      GO TO LEER-UN-PODER.
                  MOVE FECHA-NEGOCIO-WS TO POD-FECHA-BAJA.
                  REWRITE REG-PODER
                      INVALID KEY GO TO LEER-UN-PODER.

                  MOVE POD-TARJ-TITULAR TO TARJ-TRABAJO-WS.
                  MOVE POD-DNI-TITULAR TO DNI-TRABAJO-WS.
                  MOVE SPACES TO DETALLE-AVISO-WS.
                  IF POD-REVOCADO
                    STRING "Revocado el poder de " POD-DNI-APODERADO
                           " en " POD-CUENTA
                        DELIMITED BY SIZE INTO DETALLE-AVISO-WS
                  ELSE
                    STRING "Caducado el poder de " POD-DNI-APODERADO
                           " en " POD-CUENTA
                        DELIMITED BY SIZE INTO DETALLE-AVISO-WS.
                  PERFORM NOTIFICAR-AVISO THRU FIN-NOTIFICAR-AVISO.
                  GO TO LEER-UN-PODER.

                CERRAR-RECORRIDO-PODERES.
                  CLOSE PODERESFILE.
              FIN-CERRAR-PODERES.
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

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CADUCARPODERES" TO CTN-PROGRAMA.
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
