       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSARTPV.
       *> Proceso batch de compensacion de las compras en comercios
       *> (TPV) con nuestras tarjetas. El esquema de tarjetas entrega
       *> cada dia COMPENSACION-TPV.DAT, con una cabecera "C" (fecha
       *> del fichero y totales de control) y una linea "D" por
       *> operacion compensada: compra (C) o devolucion (D), con el
       *> codigo de autorizacion, la tarjeta, el importe y el comercio.
       *> Cada compra se casa por el codigo con la autorizacion que
       *> retuvo RETENERTPV: se libera la retencion y el cargo queda
       *> en MOVS.DAT con el nombre y la ciudad del comercio. Como
       *> emisor respondemos de lo que el esquema compensa, asi que la
       *> compra se carga aunque no tenga autorizacion o el importe no
       *> coincida; esos casos se listan en DESCUADRES-TPV.DAT junto
       *> con las autorizaciones que caducan hoy sin compensar, cuya
       *> retencion se libera aqui. El neto del dia con el esquema
       *> (compras que le debemos contra devoluciones que nos abona)
       *> se suma como una linea mas a NETO-INTERBANCARIA.DAT, por lo
       *> que este proceso va detras de PROCESARADEUDOSEMISOR.
       *>
       *> Versiones
       *> Versión 1.0 - Compensacion de las compras en comercios
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT COMPENSACIONFILE ASSIGN TO
                  "COMPENSACION-TPV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCP.

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

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  FILE STATUS IS FSM.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT DESCUADRESFILE ASSIGN TO "DESCUADRES-TPV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDS.

*> SELECT CONTROLCOMPFILE: fecha del ultimo fichero de compensacion
*> aplicado, para que relanzar el proceso no cargue dos veces las
*> mismas compras
              SELECT CONTROLCOMPFILE ASSIGN TO
                  "CONTROL-COMPENSACION-TPV.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCC.

              SELECT NETOFILE ASSIGN TO "NETO-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSNE.

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
       FD COMPENSACIONFILE.
       01 REG-COMPENSACION.
              02 CMP-TIPO               PIC X.
                 88 CMP-CABECERA        VALUE "C".
                 88 CMP-DETALLE         VALUE "D".
              02 CMP-RESTO              PIC X(112).
       01 REG-COMPENSACION-CABECERA REDEFINES REG-COMPENSACION.
              02 FILLER                 PIC X.
              02 CAB-FECHA-FICHERO      PIC 9(8).
              02 FILLER                 PIC X(2).
              02 CAB-NUM-OPERACIONES    PIC 9(5).
              02 FILLER                 PIC X(2).
              02 CAB-IMPORTE-TOTAL      PIC 9(11)V99.
       01 REG-COMPENSACION-DETALLE REDEFINES REG-COMPENSACION.
              02 FILLER                 PIC X.
              02 DET-OPERACION          PIC X.
                 88 DET-COMPRA          VALUE "C".
                 88 DET-DEVOLUCION      VALUE "D".
              02 FILLER                 PIC X(2).
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

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-CLAVE.
                 03 MOV-ID              PIC X(24).
                 03 MOV-SEC             PIC 9(6).
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-CANTIDAD           PIC --------9.99.
              02 MOV-CUENTA-DESTINO     PIC X(24).
              02 MOV-SALDO              PIC S9(9)V99.
              02 MOV-FECHA.
                 03 DDM                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMM                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAM                 PIC 9999.
              02 MOV-HORA.
                 03 HH                  PIC 99.
                 03 FILLER              PIC X.
                 03 MM                  PIC 99.
                 03 FILLER              PIC X.
                 03 SS                  PIC 99.
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
              02 FNEG-FECHA             PIC 9(8).

       FD DESCUADRESFILE.
       01 REG-DESCUADRE                 PIC X(90).

       FD CONTROLCOMPFILE.
       01 REG-CONTROL-COMP.
              02 CCP-FECHA-FICHERO      PIC 9(8).

       *> FD NETOFILE: misma linea que graba PROCESARADEUDOSEMISOR por
       *> entidad de la red; el esquema de tarjetas ocupa una mas con
       *> el codigo "TPV "
       FD NETOFILE.
       01 REG-NETO.
              02 NET-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2).
              02 NET-BANCO-NOMBRE       PIC X(20).
              02 FILLER                 PIC X(2).
              02 NET-FECHA              PIC X(10).
              02 FILLER                 PIC X(2).
              02 NET-DEBEMOS            PIC -------9.99.
              02 FILLER                 PIC X(2).
              02 NET-RECLAMAMOS         PIC -------9.99.
              02 FILLER                 PIC X(2).
              02 NET-NETO               PIC -------9.99.

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
              77 FSCP                  PIC XX.
              77 FSAR                  PIC XX.
              77 FSRT                  PIC XX.
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSDS                  PIC XX.
              77 FSCC                  PIC XX.
              77 FSNE                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 N                     PIC 99.
              77 NUM-LINEAS-NETO       PIC 99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 ULTIMA-FECHA-FICHERO  PIC 9(8) VALUE 0.
              77 FICHERO-YA-APLICADO   PIC X(2) VALUE "NO".
              77 HAY-CABECERA          PIC X(2) VALUE "NO".
              77 FECHA-FICHERO-WS      PIC 9(8) VALUE 0.
              77 NUM-DECLARADAS        PIC 9(5) VALUE 0.
              77 IMPORTE-DECLARADO     PIC 9(11)V99 VALUE 0.
              77 NUM-LEIDAS            PIC 9(5) VALUE 0.
              77 NUM-APLICADAS         PIC 9(5) VALUE 0.
              77 IMPORTE-APLICADO      PIC 9(11)V99 VALUE 0.
              77 NUM-RECHAZADAS        PIC 9(5) VALUE 0.
              77 IMPORTE-RECHAZADO     PIC 9(11)V99 VALUE 0.
              77 NUM-DESCUADRES        PIC 9(5) VALUE 0.
              77 NUM-CADUCADAS         PIC 9(5) VALUE 0.
              77 TOTAL-COMPRAS         PIC 9(9)V99 VALUE 0.
              77 TOTAL-DEVOLUCIONES    PIC 9(9)V99 VALUE 0.
              77 SALDO-CARGO-WS        PIC S9(9)V99.
              77 CUENTA-CARGO-WS       PIC X(24).
              77 HAY-AUTORIZACION      PIC X(2).
              77 MOTIVO-DESCUADRE-WS   PIC X(30).
              77 IMPORTE-DESCUADRE-WS  PIC 9(7)V99.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).

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

       *> Lineas de NETO-INTERBANCARIA.DAT de las entidades de la red,
       *> que se conservan al reescribir el fichero con la del esquema
              01 TABLA-NETO.
                 02 NETO-ENTRADA OCCURS 30 TIMES PIC X(77).

              01 LINEA-DESCUADRE.
                 02 LDS-AUTORIZACION   PIC X(12).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LDS-TARJETA        PIC 9(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LDS-FECHA          PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LDS-IMPORTE        PIC ZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LDS-MOTIVO         PIC X(30).

              01 LINEA-CIERRE.
                 02 FILLER             PIC X(9) VALUE "CONTROL  ".
                 02 CIE-RECIBIDO       PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(10) VALUE " APLICADO ".
                 02 CIE-APLICADO       PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(11) VALUE " RECHAZADO ".
                 02 CIE-RECHAZADO      PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CIE-ESTADO         PIC X(10).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-ULTIMA-COMPENSACION.
                  OPEN OUTPUT DESCUADRESFILE.
                  PERFORM PROCESAR-COMPENSACION
                      THRU FIN-PROCESAR-COMPENSACION.
                  PERFORM CADUCAR-AUTORIZACIONES
                      THRU FIN-CADUCAR-AUTORIZACIONES.
                  CLOSE DESCUADRESFILE.
                  IF FICHERO-YA-APLICADO = "NO" AND
                     HAY-CABECERA = "SI"
                    PERFORM GUARDAR-ULTIMA-COMPENSACION
                    PERFORM GENERAR-NETO-ESQUEMA
                        THRU FIN-GENERAR-NETO-ESQUEMA.
                  DISPLAY "COMPENSARTPV: " NUM-APLICADAS
                      " aplicadas, " NUM-RECHAZADAS " rechazadas, "
                      NUM-DESCUADRES " descuadres, " NUM-CADUCADAS
                      " autorizaciones caducadas.".
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE NUM-APLICADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-RECHAZADAS TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-DECLARADO TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-APLICADO TO CTL-IMP-SALIDA-WS.
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

              CARGAR-ULTIMA-COMPENSACION.
                  OPEN INPUT CONTROLCOMPFILE.
                  IF FSCC = "35"
                    CONTINUE
                  ELSE
                    READ CONTROLCOMPFILE
                      AT END CONTINUE
                      NOT AT END
                        MOVE CCP-FECHA-FICHERO
                            TO ULTIMA-FECHA-FICHERO.
                  CLOSE CONTROLCOMPFILE.

              GUARDAR-ULTIMA-COMPENSACION.
                  OPEN OUTPUT CONTROLCOMPFILE.
                  MOVE FECHA-FICHERO-WS TO CCP-FECHA-FICHERO.
                  WRITE REG-CONTROL-COMP.
                  CLOSE CONTROLCOMPFILE.

              PROCESAR-COMPENSACION.
                  OPEN INPUT COMPENSACIONFILE.
                  IF FSCP = "35"
                    CLOSE COMPENSACIONFILE
                    DISPLAY "COMPENSARTPV: no hay fichero de"
                        " compensacion del esquema"
                    GO TO FIN-PROCESAR-COMPENSACION.
                  OPEN I-O REGAUTORIZFILE.
                  IF FSAR = "35"
                    CLOSE REGAUTORIZFILE
                    OPEN OUTPUT REGAUTORIZFILE
                    CLOSE REGAUTORIZFILE
                    OPEN I-O REGAUTORIZFILE.

                LEER-UNA-COMPENSACION.
                  READ COMPENSACIONFILE NEXT RECORD
                      AT END GO TO CERRAR-PROCESAR-COMPENSACION.
                  IF CMP-CABECERA
                    MOVE "SI" TO HAY-CABECERA
                    MOVE CAB-FECHA-FICHERO TO FECHA-FICHERO-WS
                    MOVE CAB-NUM-OPERACIONES TO NUM-DECLARADAS
                    MOVE CAB-IMPORTE-TOTAL TO IMPORTE-DECLARADO
                    IF CAB-FECHA-FICHERO NOT > ULTIMA-FECHA-FICHERO
                      MOVE "SI" TO FICHERO-YA-APLICADO
                      DISPLAY "COMPENSARTPV: el fichero del "
                          CAB-FECHA-FICHERO " ya se aplico"
                      GO TO CERRAR-PROCESAR-COMPENSACION
                    ELSE
                      GO TO LEER-UNA-COMPENSACION.
                  IF NOT CMP-DETALLE OR HAY-CABECERA NOT = "SI"
                    GO TO LEER-UNA-COMPENSACION.
                  ADD 1 TO NUM-LEIDAS.
                  PERFORM APLICAR-UNA-COMPENSACION
                      THRU FIN-APLICAR-UNA-COMPENSACION.
                  GO TO LEER-UNA-COMPENSACION.

                CERRAR-PROCESAR-COMPENSACION.
                  IF FICHERO-YA-APLICADO = "NO"
                    PERFORM CERRAR-CON-CONTROL.
                  CLOSE REGAUTORIZFILE.
                  CLOSE COMPENSACIONFILE.
              FIN-PROCESAR-COMPENSACION.
                  EXIT.

       *> El cierre demuestra que todo lo recibido se aplico o se
       *> rechazo; un descuadre con la cabecera queda a la vista
              CERRAR-CON-CONTROL.
                  MOVE IMPORTE-DECLARADO TO CIE-RECIBIDO.
                  MOVE IMPORTE-APLICADO TO CIE-APLICADO.
                  MOVE IMPORTE-RECHAZADO TO CIE-RECHAZADO.
                  IF HAY-CABECERA = "SI" AND
                     IMPORTE-APLICADO + IMPORTE-RECHAZADO
                         = IMPORTE-DECLARADO
                    MOVE "CUADRA" TO CIE-ESTADO
                  ELSE
                    MOVE "DESCUADRE" TO CIE-ESTADO.
                  WRITE REG-DESCUADRE FROM LINEA-CIERRE.

       *> Una operacion compensada: la compra se casa con su
       *> autorizacion y libera la retencion; compra o devolucion se
       *> apuntan en la primera cuenta del titular. Solo la tarjeta
       *> desconocida impide el apunte
              APLICAR-UNA-COMPENSACION.
                  MOVE "NO" TO HAY-AUTORIZACION.
                  MOVE SPACES TO MOTIVO-DESCUADRE-WS.
                  MOVE DET-IMPORTE TO IMPORTE-DESCUADRE-WS.
                  IF DET-COMPRA
                    PERFORM CASAR-AUTORIZACION
                        THRU FIN-CASAR-AUTORIZACION.
                  IF MOTIVO-DESCUADRE-WS = "Compensacion repetida"
                    GO TO RECHAZAR-COMPENSACION.
                  OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    MOVE "Tarjeta desconocida" TO MOTIVO-DESCUADRE-WS
                    GO TO RECHAZAR-COMPENSACION.
                  MOVE DET-TARJETA TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        MOVE "Tarjeta desconocida"
                            TO MOTIVO-DESCUADRE-WS
                        GO TO RECHAZAR-COMPENSACION.
                  IF DET-COMPRA
                    COMPUTE USER-SALDO(1) = USER-SALDO(1) - DET-IMPORTE
                  ELSE
                    COMPUTE USER-SALDO(1) = USER-SALDO(1) + DET-IMPORTE.
                  MOVE USER-SALDO(1) TO SALDO-CARGO-WS.
                  MOVE USER-NUM-CUENTA(1) TO CUENTA-CARGO-WS.
                  PERFORM REGRABAR-USUARIO-CON-REINTENTO
                      THRU FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  CLOSE USERFILE.
                  IF FSU NOT = "00"
                    MOVE "Registro del titular en uso"
                        TO MOTIVO-DESCUADRE-WS
                    GO TO RECHAZAR-COMPENSACION.
                  PERFORM REGISTRAR-MOV-TPV THRU FIN-REGISTRAR-MOV-TPV.
                  IF HAY-AUTORIZACION = "SI"
                    PERFORM LIBERAR-RETENCION-AUTORIZACION
                    MOVE "C" TO ATP-ESTADO
                    MOVE FECHA-NEGOCIO-WS TO ATP-FECHA-COMPENSACION
                    MOVE DET-IMPORTE TO ATP-IMPORTE-COMPENSADO
                    REWRITE REG-AUTORIZ-TPV.
                  IF DET-COMPRA
                    ADD DET-IMPORTE TO TOTAL-COMPRAS
                  ELSE
                    ADD DET-IMPORTE TO TOTAL-DEVOLUCIONES.
                  ADD 1 TO NUM-APLICADAS.
                  ADD DET-IMPORTE TO IMPORTE-APLICADO.
                  IF MOTIVO-DESCUADRE-WS NOT = SPACES
                    PERFORM LISTAR-DESCUADRE.
                  GO TO FIN-APLICAR-UNA-COMPENSACION.

                RECHAZAR-COMPENSACION.
                  MOVE DET-IMPORTE TO IMPORTE-DESCUADRE-WS.
                  PERFORM LISTAR-DESCUADRE.
                  ADD 1 TO NUM-RECHAZADAS.
                  ADD DET-IMPORTE TO IMPORTE-RECHAZADO.
              FIN-APLICAR-UNA-COMPENSACION.
                  EXIT.

       *> Busca la autorizacion de la compra y deja en
       *> MOTIVO-DESCUADRE-WS lo que no encaja con ella (en blanco si
       *> casa exactamente)
              CASAR-AUTORIZACION.
                  MOVE DET-AUTORIZACION TO ATP-AUTORIZACION.
                  READ REGAUTORIZFILE
                      INVALID KEY
                        MOVE "Compra sin autorizacion"
                            TO MOTIVO-DESCUADRE-WS
                        GO TO FIN-CASAR-AUTORIZACION.
                  IF ATP-COMPENSADA
                    MOVE "Compensacion repetida" TO MOTIVO-DESCUADRE-WS
                    GO TO FIN-CASAR-AUTORIZACION.
                  IF ATP-TARJETA NOT = DET-TARJETA
                    MOVE "Autorizacion de otra tarjeta"
                        TO MOTIVO-DESCUADRE-WS
                    GO TO FIN-CASAR-AUTORIZACION.
                  MOVE "SI" TO HAY-AUTORIZACION.
                  IF ATP-CADUCADA
                    MOVE "Autorizacion ya caducada"
                        TO MOTIVO-DESCUADRE-WS
                    GO TO FIN-CASAR-AUTORIZACION.
                  IF ATP-IMPORTE NOT = DET-IMPORTE
                    MOVE "Importe distinto del retenido"
                        TO MOTIVO-DESCUADRE-WS
                    IF ATP-IMPORTE > DET-IMPORTE
                      COMPUTE IMPORTE-DESCUADRE-WS =
                          ATP-IMPORTE - DET-IMPORTE
                    ELSE
                      COMPUTE IMPORTE-DESCUADRE-WS =
                          DET-IMPORTE - ATP-IMPORTE.
              FIN-CASAR-AUTORIZACION.
                  EXIT.

       *> La retencion puede haberla liberado ya LIBERARRETENCIONES si
       *> vencio; solo se toca la que sigue pendiente
              LIBERAR-RETENCION-AUTORIZACION.
                  OPEN I-O RETENCIONESFILE.
                  IF FSRT = "00"
                    MOVE ATP-CUENTA TO RET-CUENTA
                    MOVE ATP-RET-SEC TO RET-SEC
                    READ RETENCIONESFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          IF RET-PENDIENTE
                            MOVE "L" TO RET-ESTADO
                            REWRITE REG-RETENCION.
                  CLOSE RETENCIONESFILE.

              LISTAR-DESCUADRE.
                  MOVE DET-AUTORIZACION TO LDS-AUTORIZACION.
                  MOVE DET-TARJETA TO LDS-TARJETA.
                  MOVE DET-FECHA TO LDS-FECHA.
                  MOVE IMPORTE-DESCUADRE-WS TO LDS-IMPORTE.
                  MOVE MOTIVO-DESCUADRE-WS TO LDS-MOTIVO.
                  WRITE REG-DESCUADRE FROM LINEA-DESCUADRE.
                  ADD 1 TO NUM-DESCUADRES.

       *> Con el cajero operativo las veinticuatro horas, el registro
       *> del titular puede estar en uso en el momento del apunte: se
       *> reintenta unas veces y, si sigue ocupado, la operacion se
       *> da por no aplicada (FSU distinto de "00")
              REGRABAR-USUARIO-CON-REINTENTO.
                  MOVE 0 TO REINTENTOS-REGRABAR-WS.

                REINTENTAR-REGRABAR-USUARIO.
                  REWRITE REG-USUARIO.
                  IF FSU = "51" AND REINTENTOS-REGRABAR-WS < 5
                    ADD 1 TO REINTENTOS-REGRABAR-WS
                    GO TO REINTENTAR-REGRABAR-USUARIO.
              FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  EXIT.

       *> El concepto lleva el nombre y la ciudad del comercio, que es
       *> lo que el titular reconoce en su extracto
              REGISTRAR-MOV-TPV.
                  MOVE CUENTA-CARGO-WS TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING DET-COMERCIO DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         DET-CIUDAD DELIMITED BY SIZE
                      INTO MOV-CONCEPTO.
                  MOVE "TJ" TO MOV-TIPO-OP.
                  IF DET-COMPRA
                    MOVE "CO" TO MOV-SUBTIPO-OP
                    COMPUTE MOV-CANTIDAD = 0 - DET-IMPORTE
                    COMPUTE MOV-IMPORTE = 0 - DET-IMPORTE
                  ELSE
                    MOVE "DV" TO MOV-SUBTIPO-OP
                    MOVE DET-IMPORTE TO MOV-CANTIDAD
                    MOVE DET-IMPORTE TO MOV-IMPORTE.
                  MOVE SPACES TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-CARGO-WS TO MOV-SALDO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  PERFORM BUSCAR-SEC-LIBRE-MOV
                      THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY PERFORM REINTENTAR-SEC-MOV.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-TPV.

       *> Autorizaciones que llegan a su fecha de caducidad sin que el
       *> esquema las haya compensado: se marcan caducadas, se libera
       *> su retencion y se listan para que la oficina las revise
              CADUCAR-AUTORIZACIONES.
                  OPEN I-O REGAUTORIZFILE.
                  IF FSAR = "35"
                    CLOSE REGAUTORIZFILE
                    GO TO FIN-CADUCAR-AUTORIZACIONES.

                LEER-AUTORIZACION-PENDIENTE.
                  READ REGAUTORIZFILE NEXT RECORD
                      AT END GO TO CERRAR-CADUCAR-AUTORIZACIONES.
                  IF NOT ATP-PENDIENTE OR
                     ATP-FECHA-CADUCIDAD > FECHA-NEGOCIO-WS
                    GO TO LEER-AUTORIZACION-PENDIENTE.
                  PERFORM LIBERAR-RETENCION-AUTORIZACION.
                  MOVE "X" TO ATP-ESTADO.
                  REWRITE REG-AUTORIZ-TPV.
                  MOVE ATP-AUTORIZACION TO LDS-AUTORIZACION.
                  MOVE ATP-TARJETA TO LDS-TARJETA.
                  MOVE SPACES TO LDS-FECHA.
                  STRING ATP-FECHA(7:2) "/" ATP-FECHA(5:2) "/"
                         ATP-FECHA(1:4)
                      DELIMITED BY SIZE INTO LDS-FECHA.
                  MOVE ATP-IMPORTE TO LDS-IMPORTE.
                  MOVE "Caducada sin compensar" TO LDS-MOTIVO.
                  WRITE REG-DESCUADRE FROM LINEA-DESCUADRE.
                  ADD 1 TO NUM-CADUCADAS.
                  GO TO LEER-AUTORIZACION-PENDIENTE.

                CERRAR-CADUCAR-AUTORIZACIONES.
                  CLOSE REGAUTORIZFILE.
              FIN-CADUCAR-AUTORIZACIONES.
                  EXIT.

       *> Neto del dia con el esquema: le debemos las compras y nos
       *> abona las devoluciones. Se reescribe NETO-INTERBANCARIA.DAT
       *> con las lineas de la red que ya tenia y la del esquema al
       *> final, sustituyendo la de un lanzamiento anterior
              GENERAR-NETO-ESQUEMA.
                  OPEN INPUT NETOFILE.
                  IF FSNE = "35"
                    CLOSE NETOFILE
                    GO TO ESCRIBIR-NETO-ESQUEMA.

                LEER-UNA-LINEA-NETO.
                  READ NETOFILE NEXT RECORD
                      AT END GO TO CERRAR-LEER-NETO.
                  IF NET-BANCO-COD NOT = "TPV " AND
                     NUM-LINEAS-NETO < 30
                    ADD 1 TO NUM-LINEAS-NETO
                    MOVE REG-NETO TO NETO-ENTRADA(NUM-LINEAS-NETO).
                  GO TO LEER-UNA-LINEA-NETO.

                CERRAR-LEER-NETO.
                  CLOSE NETOFILE.

                ESCRIBIR-NETO-ESQUEMA.
                  OPEN OUTPUT NETOFILE.
                  MOVE 1 TO N.
                  PERFORM COPIAR-LINEA-NETO UNTIL N > NUM-LINEAS-NETO.
                  MOVE SPACES TO REG-NETO.
                  MOVE "TPV " TO NET-BANCO-COD.
                  MOVE "Esquema tarjetas TPV" TO NET-BANCO-NOMBRE.
                  MOVE FECHAF TO NET-FECHA.
                  MOVE TOTAL-COMPRAS TO NET-DEBEMOS.
                  MOVE TOTAL-DEVOLUCIONES TO NET-RECLAMAMOS.
                  COMPUTE NET-NETO = TOTAL-DEVOLUCIONES - TOTAL-COMPRAS.
                  WRITE REG-NETO.
                  CLOSE NETOFILE.
              FIN-GENERAR-NETO-ESQUEMA.
                  EXIT.

              COPIAR-LINEA-NETO.
                  MOVE NETO-ENTRADA(N) TO REG-NETO.
                  WRITE REG-NETO.
                  ADD 1 TO N.

       *> Procedimiento auxiliar que busca la siguiente secuencia libre
       *> de MOVFILE para la cuenta ya depositada en MOV-ID (modelado
       *> sobre el de PROCESARTRANSFENTRANTES)
              BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-ID TO MOV-ID-BUSQUEDA-WS.
                  MOVE 1 TO MOV-SEC-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-MOV.

                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  MOVE 999999 TO MOV-SEC.
                  START MOVFILE KEY IS NOT GREATER THAN MOV-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  READ MOVFILE PREVIOUS RECORD
                      AT END GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  IF MOV-ID = MOV-ID-BUSQUEDA-WS
                    COMPUTE MOV-SEC-WS = MOV-SEC + 1.

                FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.
                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  CLOSE MOVFILE.
              FIN-BUSCAR-SEC-LIBRE-MOV.

              ABRIR-MOVFILE-ESCRITURA.
                  OPEN I-O MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    OPEN OUTPUT MOVFILE.

       *> Si otro proceso o un terminal ocupo la secuencia en el
       *> instante de grabar, se avanza y se reintenta, igual que el
       *> cajero
              REINTENTAR-SEC-MOV.
                  ADD 1 TO MOV-SEC.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY GO TO REINTENTAR-SEC-MOV.

              CALCULAR-FECHA-HORA-MOV.
                  COMPUTE MOV-FECHA-HORA-COMP =
                            (AAM * 10000000000) + (MMM * 100000000)
                            + (DDM * 1000000) + (HH OF MOV-HORA * 10000)
                            + (MM OF MOV-HORA * 100) + SS OF MOV-HORA.
                  MOVE "BATC" TO MOV-TERMINAL.
                  MOVE FECHA-NEGOCIO-WS TO MOV-FECHA-NEGOCIO.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "COMPENSARTPV" TO CTN-PROGRAMA.
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
