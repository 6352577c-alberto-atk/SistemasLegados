       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENERTPV.
       *> Proceso batch de las autorizaciones de compra en comercios
       *> (TPV) con nuestras tarjetas. El esquema de tarjetas nos
       *> entrega cada dia AUTORIZACIONES-TPV.DAT, con una cabecera "C"
       *> de totales de control y una linea "D" por autorizacion
       *> concedida (codigo de autorizacion, tarjeta, fecha y hora,
       *> importe, comercio y ciudad). Cada autorizacion retiene el
       *> importe en la primera cuenta del titular con una retencion
       *> de RETENCIONES.DAT, la misma que ya descuenta el cajero del
       *> disponible, cuya fecha de liberacion es la de la autorizacion
       *> mas PARAM-DIAS-AUTORIZACION dias: si el esquema no llega a
       *> compensar la compra en ese plazo, LIBERARRETENCIONES la
       *> libera como a cualquier otra. La autorizacion queda ademas en
       *> AUTORIZACIONES-TPV-REG.DAT, que enlaza el codigo del esquema
       *> con la retencion, y de ahi la casa COMPENSARTPV con el
       *> fichero de compensacion. Las autorizaciones de tarjeta
       *> desconocida o repetidas se listan en RECHAZOS-TPV.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Retencion de las autorizaciones en comercios
       *> Versión 1.1 - Rechaza las compras que impiden los controles de la tarjeta
       *> Versión 1.2 - Rechaza las compras con el documento de identidad caducado
       *> Versión 1.3 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.4 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.5 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUTORIZACIONESFILE ASSIGN TO
                  "AUTORIZACIONES-TPV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAT.

              SELECT REGAUTORIZFILE ASSIGN TO
                  "AUTORIZACIONES-TPV-REG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ATP-AUTORIZACION
                  FILE STATUS IS FSAR.

              SELECT RETENCIONESFILE ASSIGN TO "RETENCIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  FILE STATUS IS FSRT.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT PARAMFILE ASSIGN TO "PARAMS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSP.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT RECHAZOSFILE ASSIGN TO "RECHAZOS-TPV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRZ.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

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
       FD AUTORIZACIONESFILE.
       01 REG-AUTORIZACION.
              02 AUT-TIPO               PIC X.
                 88 AUT-CABECERA        VALUE "C".
                 88 AUT-DETALLE         VALUE "D".
              02 AUT-RESTO              PIC X(109).
       01 REG-AUTORIZACION-CABECERA REDEFINES REG-AUTORIZACION.
              02 FILLER                 PIC X.
              02 CAB-NUM-AUTORIZACIONES PIC 9(5).
              02 FILLER                 PIC X(2).
              02 CAB-IMPORTE-TOTAL      PIC 9(11)V99.
       01 REG-AUTORIZACION-DETALLE REDEFINES REG-AUTORIZACION.
              02 FILLER                 PIC X.
              02 DET-AUTORIZACION       PIC X(12).
              02 FILLER                 PIC X(2).
              02 DET-TARJETA            PIC 9(10).
              02 FILLER                 PIC X(2).
              02 DET-FECHA              PIC X(10).
              02 FILLER                 PIC X(2).
              02 DET-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 DET-IMPORTE            PIC 9(7)V99.
              02 FILLER                 PIC X(2).
              02 DET-COMERCIO           PIC X(25).
              02 FILLER                 PIC X(2).
              02 DET-CIUDAD             PIC X(15).
              02 FILLER                 PIC X(2).
       *> Pais del comercio (ISO 3166); en blanco o "ES", nacional
              02 DET-PAIS               PIC XX.

       *> FD REGAUTORIZFILE: una autorizacion de compra por registro,
       *> con la retencion que la respalda (cuenta + RET-SEC) y su
       *> estado: P pendiente de compensar, C compensada por el
       *> esquema, X caducada sin compensar
       FD REGAUTORIZFILE.
       01 REG-AUTORIZ-TPV.
              02 ATP-AUTORIZACION       PIC X(12).
              02 ATP-TARJETA            PIC 9(10).
              02 ATP-CUENTA             PIC X(24).
              02 ATP-RET-SEC            PIC 9(3).
              02 ATP-IMPORTE            PIC 9(7)V99.
              02 ATP-FECHA              PIC 9(8).
              02 ATP-FECHA-CADUCIDAD    PIC 9(8).
              02 ATP-COMERCIO           PIC X(25).
              02 ATP-CIUDAD             PIC X(15).
              02 ATP-ESTADO             PIC X.
                 88 ATP-PENDIENTE       VALUE "P".
                 88 ATP-COMPENSADA      VALUE "C".
                 88 ATP-CADUCADA        VALUE "X".
              02 ATP-FECHA-COMPENSACION PIC 9(8).
              02 ATP-IMPORTE-COMPENSADO PIC 9(7)V99.

       FD RETENCIONESFILE.
       01 REG-RETENCION.
              02 RET-CLAVE.
                 03 RET-CUENTA          PIC X(24).
                 03 RET-SEC             PIC 9(3).
              02 RET-IMPORTE            PIC 9(7)V99.
              02 RET-FECHA-LIBERACION   PIC 9(8).
              02 RET-ESTADO             PIC X.
                 88 RET-PENDIENTE       VALUE "P".
                 88 RET-LIBERADA        VALUE "L".

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

       FD PARAMFILE.
       01 REG-PARAMETROS.
              02 PARAM-MAX-INTENTOS      PIC 9.
              02 PARAM-HORAS-DESBLOQUEO  PIC 99.
              02 PARAM-UMBRAL-TRANSF     PIC 9(9)V99.
              02 PARAM-MESES-ARCHIVO     PIC 99.
              02 PARAM-MILIS-TIMEOUT-SESION PIC 9(5).
              02 PARAM-MESES-INACTIVIDAD PIC 99.
              02 PARAM-UMBRAL-RETENCION  PIC 9(7)V99.
              02 PARAM-DIAS-RETENCION    PIC 99.
              02 PARAM-MESES-CLAVE       PIC 99.
              02 PARAM-DIAS-PUENTE       PIC 999.
              02 PARAM-ACCION-PUENTE     PIC X.
              02 PARAM-LIMITE-MENOR      PIC 9(7)V99.
              02 PARAM-DIAS-AUTORIZACION PIC 99.
              02 PARAM-TOPE-INMEDIATA    PIC 9(7)V99.
              02 PARAM-COMISION-INMEDIATA PIC 99V99.

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD RECHAZOSFILE.
       01 REG-RECHAZO                   PIC X(90).

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
              77 FSAT                  PIC XX.
              77 FSAR                  PIC XX.
              77 FSRT                  PIC XX.
              77 FSU                   PIC XX.
              77 FSP                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSRZ                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FSCTJ                 PIC XX.
              77 FSDNG                 PIC XX.
              77 FSPE                  PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 DIAS-AUTORIZACION-WS  PIC 99 VALUE 7.
              77 HAY-CABECERA          PIC X(2) VALUE "NO".
              77 NUM-DECLARADAS        PIC 9(5) VALUE 0.
              77 IMPORTE-DECLARADO     PIC 9(11)V99 VALUE 0.
              77 NUM-LEIDAS            PIC 9(5) VALUE 0.
              77 NUM-RETENIDAS         PIC 9(5) VALUE 0.
              77 IMPORTE-RETENIDO      PIC 9(11)V99 VALUE 0.
              77 NUM-RECHAZADAS        PIC 9(5) VALUE 0.
              77 IMPORTE-RECHAZADO     PIC 9(11)V99 VALUE 0.
              77 CUENTA-RETENCION-WS   PIC X(24).
              77 RET-SEC-WS            PIC 9(3).
              77 MOTIVO-RECHAZO-WS     PIC X(30).
              77 CODIGO-CONTROL-WS     PIC X(4).
              77 DNI-TITULAR-WS        PIC X(9).

              01 LINEA-RECHAZO.
                 02 LR-AUTORIZACION    PIC X(12).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-TARJETA         PIC 9(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-FECHA           PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-IMPORTE         PIC ZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-MOTIVO          PIC X(30).

              01 LINEA-CIERRE.
                 02 FILLER             PIC X(9) VALUE "CONTROL  ".
                 02 CIE-RECIBIDO       PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(10) VALUE " RETENIDO ".
                 02 CIE-RETENIDO       PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(11) VALUE " RECHAZADO ".
                 02 CIE-RECHAZADO      PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CIE-ESTADO         PIC X(10).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-PARAMETROS.
                  PERFORM PROCESAR-AUTORIZACIONES
                      THRU FIN-PROCESAR-AUTORIZACIONES.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE NUM-RETENIDAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-RECHAZADAS TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-DECLARADO TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-RETENIDO TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
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

       *> Dias de caducidad de una autorizacion no compensada; sin
       *> PARAMS.DAT, o con uno grabado antes de existir el parametro,
       *> se toman 7
              CARGAR-PARAMETROS.
                  OPEN INPUT PARAMFILE.
                  IF FSP = "35"
                    CONTINUE
                  ELSE
                    READ PARAMFILE
                      AT END CONTINUE
                      NOT AT END
                        IF PARAM-DIAS-AUTORIZACION IS NUMERIC AND
                           PARAM-DIAS-AUTORIZACION > 0
                          MOVE PARAM-DIAS-AUTORIZACION
                              TO DIAS-AUTORIZACION-WS.
                  CLOSE PARAMFILE.

              PROCESAR-AUTORIZACIONES.
                  OPEN INPUT AUTORIZACIONESFILE.
                  IF FSAT = "35"
                    CLOSE AUTORIZACIONESFILE
                    DISPLAY "RETENERTPV: no hay fichero de"
                        " autorizaciones del esquema"
                    GO TO FIN-PROCESAR-AUTORIZACIONES.
                  OPEN OUTPUT RECHAZOSFILE.
                  OPEN I-O REGAUTORIZFILE.
                  IF FSAR = "35"
                    CLOSE REGAUTORIZFILE
                    OPEN OUTPUT REGAUTORIZFILE
                    CLOSE REGAUTORIZFILE
                    OPEN I-O REGAUTORIZFILE.

                LEER-UNA-AUTORIZACION.
                  READ AUTORIZACIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-PROCESAR-AUTORIZACIONES.
                  IF AUT-CABECERA
                    MOVE "SI" TO HAY-CABECERA
                    MOVE CAB-NUM-AUTORIZACIONES TO NUM-DECLARADAS
                    MOVE CAB-IMPORTE-TOTAL TO IMPORTE-DECLARADO
                    GO TO LEER-UNA-AUTORIZACION.
                  IF NOT AUT-DETALLE
                    GO TO LEER-UNA-AUTORIZACION.
                  ADD 1 TO NUM-LEIDAS.
                  PERFORM RETENER-UNA-AUTORIZACION
                      THRU FIN-RETENER-UNA-AUTORIZACION.
                  GO TO LEER-UNA-AUTORIZACION.

                CERRAR-PROCESAR-AUTORIZACIONES.
                  PERFORM CERRAR-CON-CONTROL.
                  CLOSE REGAUTORIZFILE.
                  CLOSE RECHAZOSFILE.
                  CLOSE AUTORIZACIONESFILE.
              FIN-PROCESAR-AUTORIZACIONES.
                  EXIT.

       *> El cierre demuestra que todo lo recibido se retuvo o se
       *> rechazo; un descuadre con la cabecera queda a la vista
              CERRAR-CON-CONTROL.
                  MOVE IMPORTE-DECLARADO TO CIE-RECIBIDO.
                  MOVE IMPORTE-RETENIDO TO CIE-RETENIDO.
                  MOVE IMPORTE-RECHAZADO TO CIE-RECHAZADO.
                  IF HAY-CABECERA = "SI" AND
                     IMPORTE-RETENIDO + IMPORTE-RECHAZADO
                         = IMPORTE-DECLARADO
                    MOVE "CUADRA" TO CIE-ESTADO
                  ELSE
                    MOVE "DESCUADRE" TO CIE-ESTADO.
                  WRITE REG-RECHAZO FROM LINEA-CIERRE.
                  DISPLAY "RETENERTPV: " NUM-RETENIDAS
                      " retenidas, " NUM-RECHAZADAS " rechazadas ("
                      CIE-ESTADO ").".

       *> Retiene una autorizacion en la primera cuenta del titular,
       *> como hace PROCESARADEUDOSEMISOR con los reintegros en cajeros
       *> ajenos. La compra ya la autorizo el esquema: la retencion se
       *> pone aunque deje el disponible en negativo
              RETENER-UNA-AUTORIZACION.
                  MOVE DET-AUTORIZACION TO ATP-AUTORIZACION.
                  READ REGAUTORIZFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE "Autorizacion repetida"
                            TO MOTIVO-RECHAZO-WS
                        GO TO RECHAZAR-AUTORIZACION.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    MOVE "Tarjeta desconocida" TO MOTIVO-RECHAZO-WS
                    GO TO RECHAZAR-AUTORIZACION.
                  MOVE DET-TARJETA TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        MOVE "Tarjeta desconocida"
                            TO MOTIVO-RECHAZO-WS
                        GO TO RECHAZAR-AUTORIZACION.
                  MOVE USER-NUM-CUENTA(1) TO CUENTA-RETENCION-WS.
                  MOVE USER-DNI TO DNI-TITULAR-WS.
                  CLOSE USERFILE.
*> Una tarjeta congelada por el titular, o usada fuera de Espana
*> con el uso en el extranjero desactivado, no llega a retener
                  PERFORM COMPROBAR-CONTROLES-TARJETA
                      THRU FIN-COMPROBAR-CONTROLES-TARJETA.
*> Con el documento de identidad caducado y el plazo de gracia
*> vencido (lo marca REVISARKYC) la tarjeta solo admite abonos
                  IF CODIGO-CONTROL-WS = SPACES
                    PERFORM COMPROBAR-DOCUMENTO-CADUCADO
                        THRU FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  IF CODIGO-CONTROL-WS NOT = SPACES
                    PERFORM GRABAR-DENEGACION-TARJETA
                    GO TO RECHAZAR-AUTORIZACION.

                  PERFORM BUSCAR-SEC-LIBRE-RETENCION
                      THRU FIN-BUSCAR-SEC-LIBRE-RETENCION.
                  OPEN I-O RETENCIONESFILE.
                  IF FSRT = "35"
                    CLOSE RETENCIONESFILE
                    OPEN OUTPUT RETENCIONESFILE.
                  MOVE CUENTA-RETENCION-WS TO RET-CUENTA.
                  MOVE RET-SEC-WS TO RET-SEC.
                  MOVE DET-IMPORTE TO RET-IMPORTE.
                  COMPUTE RET-FECHA-LIBERACION =
                      FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                          + DIAS-AUTORIZACION-WS).
                  MOVE "P" TO RET-ESTADO.
                  WRITE REG-RETENCION.
                  CLOSE RETENCIONESFILE.

                  MOVE DET-AUTORIZACION TO ATP-AUTORIZACION.
                  MOVE DET-TARJETA TO ATP-TARJETA.
                  MOVE CUENTA-RETENCION-WS TO ATP-CUENTA.
                  MOVE RET-SEC-WS TO ATP-RET-SEC.
                  MOVE DET-IMPORTE TO ATP-IMPORTE.
                  MOVE FECHA-NEGOCIO-WS TO ATP-FECHA.
                  MOVE RET-FECHA-LIBERACION TO ATP-FECHA-CADUCIDAD.
                  MOVE DET-COMERCIO TO ATP-COMERCIO.
                  MOVE DET-CIUDAD TO ATP-CIUDAD.
                  MOVE "P" TO ATP-ESTADO.
                  MOVE 0 TO ATP-FECHA-COMPENSACION.
                  MOVE 0 TO ATP-IMPORTE-COMPENSADO.
                  WRITE REG-AUTORIZ-TPV.
                  ADD 1 TO NUM-RETENIDAS.
                  ADD DET-IMPORTE TO IMPORTE-RETENIDO.
                  GO TO FIN-RETENER-UNA-AUTORIZACION.

                RECHAZAR-AUTORIZACION.
                  MOVE DET-AUTORIZACION TO LR-AUTORIZACION.
                  MOVE DET-TARJETA TO LR-TARJETA.
                  MOVE DET-FECHA TO LR-FECHA.
                  MOVE DET-IMPORTE TO LR-IMPORTE.
                  MOVE MOTIVO-RECHAZO-WS TO LR-MOTIVO.
                  WRITE REG-RECHAZO FROM LINEA-RECHAZO.
                  ADD 1 TO NUM-RECHAZADAS.
                  ADD DET-IMPORTE TO IMPORTE-RECHAZADO.
              FIN-RETENER-UNA-AUTORIZACION.
                  EXIT.

       *> Controles de uso de la tarjeta de la autorizacion que aplican
       *> a las compras: congelada y uso en el extranjero. Si alguno
       *> salta deja el codigo en CODIGO-CONTROL-WS y el motivo del
       *> rechazo en MOTIVO-RECHAZO-WS
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
                    MOVE "CT01 Tarjeta congelada" TO MOTIVO-RECHAZO-WS
                    GO TO FIN-COMPROBAR-CONTROLES-TARJETA.
                  IF DET-PAIS NOT = SPACES AND DET-PAIS NOT = "ES"
                         AND NOT CTJ-EXTRANJERO-SI
                    MOVE "CT02" TO CODIGO-CONTROL-WS
                    MOVE "CT02 Uso en el extranjero"
                        TO MOTIVO-RECHAZO-WS.
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
                    MOVE "KY01 Documento caducado" TO MOTIVO-RECHAZO-WS.
              FIN-COMPROBAR-DOCUMENTO-CADUCADO.
                  EXIT.

       *> Cada autorizacion rechazada por un control de la tarjeta
       *> queda en DENEGACIONES-TARJETA.DAT con el canal TPV
              GRABAR-DENEGACION-TARJETA.
                  OPEN EXTEND DENEGACIONESTARJFILE.
                  IF FSDNG = "35"
                    CLOSE DENEGACIONESTARJFILE
                    OPEN OUTPUT DENEGACIONESTARJFILE.
                  MOVE DET-TARJETA TO DNG-TARJ.
                  MOVE FECHA-NEGOCIO-WS TO DNG-FECHA.
                  MOVE DET-HORA TO DNG-HORA.
                  MOVE "TPV " TO DNG-CANAL.
                  MOVE DET-IMPORTE TO DNG-IMPORTE.
                  MOVE CODIGO-CONTROL-WS TO DNG-CODIGO.
                  MOVE MOTIVO-RECHAZO-WS TO DNG-MOTIVO.
                  WRITE REG-DENEGACION-TARJETA.
                  CLOSE DENEGACIONESTARJFILE.

       *> Primera secuencia libre de RETENCIONES.DAT para la cuenta,
       *> igual que BUSCAR-SEC-LIBRE-RETENCION del cajero
              BUSCAR-SEC-LIBRE-RETENCION.
                  MOVE 1 TO RET-SEC-WS.
                  OPEN INPUT RETENCIONESFILE.
                  IF FSRT = "35"
                    CLOSE RETENCIONESFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-RETENCION.

                INICIO-BUSCAR-SEC-RETENCION.
                  MOVE CUENTA-RETENCION-WS TO RET-CUENTA.
                  MOVE RET-SEC-WS TO RET-SEC.
                  READ RETENCIONESFILE
                      INVALID KEY GO TO CERRAR-BUSCAR-SEC-RETENCION.
                  ADD 1 TO RET-SEC-WS.
                  GO TO INICIO-BUSCAR-SEC-RETENCION.

                CERRAR-BUSCAR-SEC-RETENCION.
                  CLOSE RETENCIONESFILE.
              FIN-BUSCAR-SEC-LIBRE-RETENCION.
                  EXIT.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "RETENERTPV" TO CTN-PROGRAMA.
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
