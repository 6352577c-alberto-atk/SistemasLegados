       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPLIRMAYORIAEDAD.
       *> Proceso batch nocturno que levanta la marca de menor de edad
       *> de PERSONAS.DAT a quien, en la fecha de negocio, ya ha
       *> cumplido los 18 años segun su fecha de nacimiento. A partir
       *> de ese momento el cajero deja de aplicarle el techo diario
       *> de efectivo de los menores y de pedir la tarjeta del tutor;
       *> el DNI del tutor se conserva en la ficha como historico. El
       *> descubierto de sus cuentas sigue a cero hasta que la oficina
       *> lo conceda. Deja un aviso "MAYORIA-EDAD" al titular y otro
       *> "FIN-TUTELA" al tutor en NOTIFICA.DAT, y lista en
       *> REVISION-KYC-MAYORIA.DAT las tarjetas y cuentas de cada
       *> nuevo mayor de edad para que la oficina le revise la
       *> documentacion y los datos de contacto. Un menor sin fecha de
       *> nacimiento no se toca y se cuenta como rechazado en la hoja
       *> de control.
       *>
       *> Versiones
       *> Versión 1.0 - Fin de la minoria de edad y revision KYC
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

              SELECT INFORMEFILE ASSIGN TO "REVISION-KYC-MAYORIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSIN.

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
       01 REG-INFORME                   PIC X(100).

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
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSN                   PIC XX.
              77 FSIN                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FECHA-MAYORIA-WS      PIC 9(8).
              77 NUM-MENORES           PIC 9(7) VALUE 0.
              77 NUM-MAYORES           PIC 9(7) VALUE 0.
              77 NUM-SIN-FECHA         PIC 9(7) VALUE 0.
              77 NUM-AVISOS            PIC 9(7) VALUE 0.
              77 NUM-PENDIENTES        PIC 9(7) VALUE 0.
              77 P                     PIC 999.
              77 K                     PIC 9.
              77 M                     PIC 9.
              77 TARJ-TRABAJO-WS       PIC 9(10).
              77 DNI-TRABAJO-WS        PIC X(9).
              77 TFNO-TRABAJO-WS       PIC X(9).
              77 TIPO-AVISO-WS         PIC X(20).
              77 DETALLE-AVISO-WS      PIC X(60).
              77 NOTIF-SEC-WS          PIC 9(6).

       *> Personas que cumplen la mayoria de edad esta noche; se
       *> guardan al recorrer PERSONAS.DAT para avisar despues al tutor
       *> sin perder la posicion del recorrido. Si no caben, las que
       *> sobran conservan la marca y entran la noche siguiente
              01 TABLA-MAYORES.
                 02 MAY-ENTRADA OCCURS 500 TIMES.
                    03 MAY-DNI              PIC X(9).
                    03 MAY-NOMBRE           PIC X(30).
                    03 MAY-FECHA-NACIMIENTO PIC 9(8).
                    03 MAY-DNI-TUTOR        PIC X(9).
                    03 MAY-NUM-TARJETAS     PIC 9.
                    03 MAY-TARJETA OCCURS 5 TIMES PIC 9(10).

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

              01 FECHA-NEGOCIO-F.
                 02 DD-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-NEG             PIC 9999.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(40) VALUE
                     "REVISION KYC POR MAYORIA DE EDAD AL     ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-CAB-DETALLE.
                 02 FILLER             PIC X(60) VALUE
                 "DNI       NOMBRE                         NACIDO   TARJETA".
                 02 FILLER             PIC X(40) VALUE
                     "    CUENTA                        SALDO".

              01 LINEA-PERSONA.
                 02 LP-DNI             PIC X(9).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-NOMBRE          PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-NACIMIENTO      PIC 9(8).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-TUTOR-LIT       PIC X(7).
                 02 LP-TUTOR           PIC X(9).

              01 LINEA-CUENTA.
                 02 FILLER             PIC X(50) VALUE SPACES.
                 02 LC-TARJETA         PIC 9(10).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LC-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LC-SALDO           PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LC-MONEDA          PIC X(3).

              01 LINEA-IMPORTE.
                 02 LI-LITERAL         PIC X(30).
                 02 LI-VALOR           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM LEVANTAR-MARCAS THRU FIN-LEVANTAR-MARCAS.
                  PERFORM ESCRIBIR-REVISION.
                  MOVE 1 TO P.
                  PERFORM AVISAR-MAYOR THRU FIN-AVISAR-MAYOR
                      UNTIL P > NUM-MAYORES.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-MENORES TO CTL-LEIDOS-WS.
                  MOVE NUM-MAYORES TO CTL-ESCRITOS-WS.
                  MOVE NUM-SIN-FECHA TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CUMPLIRMAYORIAEDAD: " NUM-MENORES
                      " menores, " NUM-MAYORES " cumplen los 18, "
                      NUM-SIN-FECHA " sin fecha de nacimiento, "
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
                  MOVE FECHA-NEGOCIO-WS(7:2) TO DD-NEG.
                  MOVE FECHA-NEGOCIO-WS(5:2) TO MM-NEG.
                  MOVE FECHA-NEGOCIO-WS(1:4) TO AA-NEG.

       *> Recorre PERSONAS.DAT y levanta la marca a cada menor cuyo
       *> decimoctavo cumpleaños (misma fecha con el año mas 18) ya ha
       *> llegado; quien nacio un 29 de febrero pasa el 1 de marzo
              LEVANTAR-MARCAS.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-LEVANTAR-MARCAS.

                LEER-UNA-PERSONA.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-LEVANTAR-MARCAS.
                  IF PER-MENOR NOT = "S"
                    GO TO LEER-UNA-PERSONA.
                  ADD 1 TO NUM-MENORES.
                  IF PER-FECHA-NACIMIENTO IS NOT NUMERIC OR
                     PER-FECHA-NACIMIENTO = 0
                    ADD 1 TO NUM-SIN-FECHA
                    DISPLAY "CUMPLIRMAYORIAEDAD: menor " PER-DNI
                        " sin fecha de nacimiento"
                    GO TO LEER-UNA-PERSONA.
                  COMPUTE FECHA-MAYORIA-WS = PER-FECHA-NACIMIENTO + 180000.
                  IF FECHA-MAYORIA-WS > FECHA-NEGOCIO-WS
                    GO TO LEER-UNA-PERSONA.
                  IF NUM-MAYORES NOT < 500
                    ADD 1 TO NUM-PENDIENTES
                    GO TO LEER-UNA-PERSONA.
                  MOVE "N" TO PER-MENOR.
                  REWRITE REG-PERSONA
                      INVALID KEY GO TO LEER-UNA-PERSONA.
                  ADD 1 TO NUM-MAYORES.
                  MOVE PER-DNI TO MAY-DNI(NUM-MAYORES).
                  MOVE PER-NOMBRE TO MAY-NOMBRE(NUM-MAYORES).
                  MOVE PER-FECHA-NACIMIENTO
                      TO MAY-FECHA-NACIMIENTO(NUM-MAYORES).
                  MOVE PER-DNI-TUTOR TO MAY-DNI-TUTOR(NUM-MAYORES).
                  MOVE PER-NUM-TARJETAS TO MAY-NUM-TARJETAS(NUM-MAYORES).
                  MOVE 1 TO K.
                  PERFORM GUARDAR-TARJETA-MAYOR UNTIL K > 5.
                  GO TO LEER-UNA-PERSONA.

                CERRAR-LEVANTAR-MARCAS.
                  CLOSE PERSONASFILE.
                  IF NUM-PENDIENTES > 0
                    DISPLAY "CUMPLIRMAYORIAEDAD: " NUM-PENDIENTES
                        " quedan para la noche siguiente".
              FIN-LEVANTAR-MARCAS.
                  EXIT.

              GUARDAR-TARJETA-MAYOR.
                  MOVE PER-TARJETA(K) TO MAY-TARJETA(NUM-MAYORES, K).
                  ADD 1 TO K.

       *> Listado para la oficina: una linea por persona con su tutor
       *> hasta hoy y, debajo, cada cuenta abierta de sus tarjetas
              ESCRIBIR-REVISION.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-F TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-CAB-DETALLE.
                  OPEN INPUT USERFILE.
                  MOVE 1 TO P.
                  PERFORM ESCRIBIR-REVISION-PERSONA UNTIL P > NUM-MAYORES.
                  CLOSE USERFILE.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "Nuevos mayores de edad:" TO LI-LITERAL.
                  MOVE NUM-MAYORES TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  MOVE "Menores sin fecha de nacimiento:" TO LI-LITERAL.
                  MOVE NUM-SIN-FECHA TO LI-VALOR.
                  WRITE REG-INFORME FROM LINEA-IMPORTE.
                  CLOSE INFORMEFILE.

              ESCRIBIR-REVISION-PERSONA.
                  MOVE MAY-DNI(P) TO LP-DNI.
                  MOVE MAY-NOMBRE(P) TO LP-NOMBRE.
                  MOVE MAY-FECHA-NACIMIENTO(P) TO LP-NACIMIENTO.
                  MOVE "Tutor: " TO LP-TUTOR-LIT.
                  MOVE MAY-DNI-TUTOR(P) TO LP-TUTOR.
                  WRITE REG-INFORME FROM LINEA-PERSONA.
                  MOVE 1 TO K.
                  PERFORM ESCRIBIR-REVISION-TARJETA
                      UNTIL K > MAY-NUM-TARJETAS(P).
                  ADD 1 TO P.

              ESCRIBIR-REVISION-TARJETA.
                  IF FSU NOT = "35"
                    MOVE MAY-TARJETA(P, K) TO USER-TARJ
                    READ USERFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          MOVE 1 TO M
                          PERFORM ESCRIBIR-REVISION-CUENTA UNTIL M > 3
                    END-READ.
                  ADD 1 TO K.

              ESCRIBIR-REVISION-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES
                    MOVE USER-TARJ TO LC-TARJETA
                    MOVE USER-NUM-CUENTA(M) TO LC-CUENTA
                    MOVE USER-SALDO(M) TO LC-SALDO
                    MOVE USER-MONEDA(M) TO LC-MONEDA
                    WRITE REG-INFORME FROM LINEA-CUENTA.
                  ADD 1 TO M.

       *> Aviso al nuevo mayor de edad en su primera tarjeta y al tutor
       *> en la primera de las suyas, con el telefono de cada tarjeta
              AVISAR-MAYOR.
                  IF MAY-NUM-TARJETAS(P) > 0
                    MOVE MAY-TARJETA(P, 1) TO TARJ-TRABAJO-WS
                    MOVE MAY-DNI(P) TO DNI-TRABAJO-WS
                    MOVE "MAYORIA-EDAD" TO TIPO-AVISO-WS
                    MOVE "Ya es mayor de edad: revise sus datos en oficina"
                        TO DETALLE-AVISO-WS
                    PERFORM NOTIFICAR-AVISO THRU FIN-NOTIFICAR-AVISO.

                  IF MAY-DNI-TUTOR(P) = SPACES
                    GO TO SIGUIENTE-MAYOR.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO SIGUIENTE-MAYOR.
                  MOVE MAY-DNI-TUTOR(P) TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY MOVE 0 TO PER-NUM-TARJETAS.
                  CLOSE PERSONASFILE.
                  IF PER-NUM-TARJETAS = 0
                    GO TO SIGUIENTE-MAYOR.
                  MOVE PER-TARJETA(1) TO TARJ-TRABAJO-WS.
                  MOVE PER-DNI TO DNI-TRABAJO-WS.
                  MOVE "FIN-TUTELA" TO TIPO-AVISO-WS.
                  MOVE SPACES TO DETALLE-AVISO-WS.
                  STRING "El menor con DNI " MAY-DNI(P)
                         " ya es mayor de edad"
                      DELIMITED BY SIZE INTO DETALLE-AVISO-WS.
                  PERFORM NOTIFICAR-AVISO THRU FIN-NOTIFICAR-AVISO.

                SIGUIENTE-MAYOR.
                  ADD 1 TO P.
              FIN-AVISAR-MAYOR.
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
                  MOVE "CUMPLIRMAYORIAEDAD" TO CTN-PROGRAMA.
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
