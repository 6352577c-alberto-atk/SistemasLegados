       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGARCHEQUESCLIENTES.
       *> Proceso batch de pago de los cheques de nuestros clientes
       *> presentados al cobro en otras entidades: lee el fichero de
       *> compensacion que nos entrega la camara
       *> (CHEQUES-PRESENTADOS.DAT, con una cabecera "C" de totales de
       *> control y una linea "D" por cheque), comprueba cada cheque
       *> contra el registro de talonarios (TALONARIOS.DAT, el rango de
       *> numeros entregado a cada cuenta desde el cajero) y el de
       *> cheques (CHEQUES-CLIENTE.DAT, con las ordenes de no pago que
       *> da el cliente y los ya pagados o devueltos), y carga en la
       *> cuenta los que tienen fondos -- respetando el descubierto
       *> concedido, igual que PROCESARDOMICILIACIONES --. Los demas
       *> vuelven a la entidad presentadora en
       *> DEVOLUCIONES-CHEQUES.DAT con su motivo: cuenta desconocida,
       *> cheque desconocido (fuera de los talonarios de la cuenta),
       *> orden de no pago, cheque ya pagado, titular fallecido,
       *> registro del titular en uso o saldo insuficiente; el
       *> devuelto por falta de fondos se avisa al cliente por
       *> NOTIFICA.DAT.
       *>
       *> Cada cheque pagado o devuelto queda en CHEQUES-CLIENTE.DAT,
       *> de modo que una reejecucion con el mismo fichero no carga dos
       *> veces: el repetido vuelve como ya pagado. Al final se
       *> comprueba que lo pagado mas lo devuelto cuadra con el total
       *> de la cabecera y esa prueba queda como linea de cierre del
       *> fichero de devoluciones. No forma parte de la cadena por
       *> defecto: se lanza a la llegada del fichero, como
       *> PROCESARTRANSFENTRANTES.
       *>
       *> Versiones
       *> Versión 1.0 - Pago y devolucion de cheques de clientes
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRESENTADOSFILE ASSIGN TO
                  "CHEQUES-PRESENTADOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCP.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT TALONARIOSFILE ASSIGN TO "TALONARIOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAL-CLAVE
                  FILE STATUS IS FSTAL.

              SELECT CHEQUESCLIFILE ASSIGN TO "CHEQUES-CLIENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CCL-CLAVE
                  FILE STATUS IS FSCCL.

              SELECT REDINTERFILE ASSIGN TO "RED-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRI.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT DEVOLUCIONESFILE ASSIGN TO
                  "DEVOLUCIONES-CHEQUES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDV.

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
       FD PRESENTADOSFILE.
       01 REG-PRESENTADO.
              02 CPR-TIPO               PIC X.
                 88 CPR-CABECERA        VALUE "C".
                 88 CPR-DETALLE         VALUE "D".
              02 CPR-RESTO              PIC X(90).
       01 REG-PRESENTADO-CABECERA REDEFINES REG-PRESENTADO.
              02 FILLER                 PIC X.
              02 CAB-NUM-CHEQUES        PIC 9(5).
              02 FILLER                 PIC X(2).
              02 CAB-IMPORTE-TOTAL      PIC 9(11)V99.
       01 REG-PRESENTADO-DETALLE REDEFINES REG-PRESENTADO.
              02 FILLER                 PIC X.
              02 DET-BANCO-COD          PIC X(4).
              02 FILLER                 PIC X(2).
              02 DET-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 DET-NUM-CHEQUE         PIC 9(7).
              02 FILLER                 PIC X(2).
              02 DET-REFERENCIA         PIC X(20).
              02 FILLER                 PIC X(2).
              02 DET-IMPORTE            PIC 9(9)V99.

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

       *> FD TALONARIOSFILE: un talonario entregado por registro, con
       *> la cuenta y el primer numero como clave, el ultimo numero
       *> del rango y la tarjeta que lo pidio en el cajero
       FD TALONARIOSFILE.
       01 REG-TALONARIO.
              02 TAL-CLAVE.
                 03 TAL-CUENTA          PIC X(24).
                 03 TAL-PRIMERO         PIC 9(7).
              02 TAL-ULTIMO             PIC 9(7).
              02 TAL-TARJ               PIC 9(10).
              02 TAL-FECHA-PEDIDO       PIC 9(8).
              02 TAL-ESTADO             PIC X.
                 88 TAL-ACTIVO          VALUE "A".
                 88 TAL-ANULADO         VALUE "X".

       *> FD CHEQUESCLIFILE: los cheques de cliente con alguna
       *> incidencia, por cuenta y numero: S orden de no pago dada por
       *> el cliente, P pagado, D devuelto a la entidad presentadora
       FD CHEQUESCLIFILE.
       01 REG-CHEQUE-CLIENTE.
              02 CCL-CLAVE.
                 03 CCL-CUENTA          PIC X(24).
                 03 CCL-NUMERO          PIC 9(7).
              02 CCL-ESTADO             PIC X.
                 88 CCL-NO-PAGAR        VALUE "S".
                 88 CCL-PAGADO          VALUE "P".
                 88 CCL-DEVUELTO        VALUE "D".
              02 CCL-FECHA              PIC 9(8).
              02 CCL-IMPORTE            PIC 9(9)V99.
              02 CCL-BANCO-COD          PIC X(4).
              02 CCL-REFERENCIA         PIC X(20).
              02 CCL-MOTIVO             PIC X(30).
              02 CCL-TARJ               PIC 9(10).

       FD REDINTERFILE.
       01 REG-RED-INTERBANCARIA.
              02 RBI-BIN-INICIO         PIC 9(6).
              02 RBI-BIN-FIN            PIC 9(6).
              02 RBI-BANCO-COD          PIC X(4).
              02 RBI-BANCO-NOMBRE       PIC X(20).
              02 RBI-RECARGO            PIC 9(3)V99.

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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

       FD DEVOLUCIONESFILE.
       01 REG-DEVOLUCION                PIC X(132).

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
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FSCP                  PIC XX.
              77 FSU                   PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 FSM                   PIC XX.
              77 FSTAL                 PIC XX.
              77 FSCCL                 PIC XX.
              77 FSRI                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSN                   PIC XX.
              77 FSDV                  PIC XX.
              77 M                     PIC 999.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 HAY-CABECERA          PIC X(2) VALUE "NO".
              77 NUM-DECLARADOS        PIC 9(5).
              77 IMPORTE-DECLARADO     PIC 9(11)V99.
              77 NUM-PAGADOS           PIC 9(5) VALUE 0.
              77 IMPORTE-PAGADO        PIC 9(11)V99 VALUE 0.
              77 NUM-DEVUELTOS         PIC 9(5) VALUE 0.
              77 IMPORTE-DEVUELTO      PIC 9(11)V99 VALUE 0.
              77 CUENTA-ENCONTRADA     PIC X(2).
              77 CHEQUE-PAGADO         PIC X(2).
              77 CHEQUE-EN-TALONARIO   PIC X(2).
              77 ESTADO-CHEQUE-WS      PIC X.
              77 REGISTRO-OCUPADO-WS   PIC X.
              77 TITULAR-FALLECIDO-WS  PIC X.
              77 TARJETA-CHEQUE-WS     PIC 9(10).
              77 SALDO-CHEQUE-WS       PIC S9(9)V99.
              77 MOTIVO-DEVOLUCION-WS  PIC X(30).
              77 NOMBRE-BANCO-WS       PIC X(20).
              77 NOTIF-SEC-WS          PIC 9(6).
              77 NOTIF-DETALLE-WS      PIC X(60).
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

              01 LINEA-DEVOLUCION.
                 02 LD-BANCO-COD       PIC X(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-BANCO-NOMBRE    PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-CUENTA          PIC X(24).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-NUM-CHEQUE      PIC 9(7).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-REFERENCIA      PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-IMPORTE         PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-MOTIVO          PIC X(30).

              01 LINEA-CIERRE.
                 02 FILLER             PIC X(8) VALUE "CONTROL ".
                 02 CIE-RECIBIDO       PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(8) VALUE " PAGADO ".
                 02 CIE-PAGADO         PIC ZZZZZZZZZZ9.99.
                 02 FILLER             PIC X(10) VALUE " DEVUELTO ".
                 02 CIE-DEVUELTO       PIC ZZZZZZZZZZ9.99.
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
                  PERFORM PROCESAR-PRESENTADOS
                      THRU FIN-PROCESAR-PRESENTADOS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-PAGADOS + NUM-DEVUELTOS.
                  MOVE NUM-PAGADOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-DEVUELTOS TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-DECLARADO TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-PAGADO TO CTL-IMP-SALIDA-WS.
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

              PROCESAR-PRESENTADOS.
                  OPEN INPUT PRESENTADOSFILE.
                  IF FSCP = "35"
                    CLOSE PRESENTADOSFILE
                    DISPLAY "PAGARCHEQUESCLIENTES: no hay fichero de"
                        " cheques presentados"
                    GO TO FIN-PROCESAR-PRESENTADOS.
                  OPEN OUTPUT DEVOLUCIONESFILE.

                LEER-UN-PRESENTADO.
                  READ PRESENTADOSFILE NEXT RECORD
                      AT END GO TO CERRAR-PROCESAR-PRESENTADOS.
                  IF CPR-CABECERA
                    MOVE "SI" TO HAY-CABECERA
                    MOVE CAB-NUM-CHEQUES TO NUM-DECLARADOS
                    MOVE CAB-IMPORTE-TOTAL TO IMPORTE-DECLARADO
                    GO TO LEER-UN-PRESENTADO.
                  IF NOT CPR-DETALLE
                    GO TO LEER-UN-PRESENTADO.
                  PERFORM PAGAR-UN-CHEQUE THRU FIN-PAGAR-UN-CHEQUE.
                  GO TO LEER-UN-PRESENTADO.

                CERRAR-PROCESAR-PRESENTADOS.
                  PERFORM CERRAR-CON-CONTROL.
                  CLOSE DEVOLUCIONESFILE.
                  CLOSE PRESENTADOSFILE.
              FIN-PROCESAR-PRESENTADOS.

       *> El cierre demuestra que todo lo presentado se pago o se
       *> devolvio; un descuadre con la cabecera queda a la vista
              CERRAR-CON-CONTROL.
                  MOVE IMPORTE-DECLARADO TO CIE-RECIBIDO.
                  MOVE IMPORTE-PAGADO TO CIE-PAGADO.
                  MOVE IMPORTE-DEVUELTO TO CIE-DEVUELTO.
                  IF HAY-CABECERA = "SI" AND
                     IMPORTE-PAGADO + IMPORTE-DEVUELTO
                         = IMPORTE-DECLARADO
                    MOVE "CUADRA" TO CIE-ESTADO
                  ELSE
                    MOVE "DESCUADRE" TO CIE-ESTADO.
                  WRITE REG-DEVOLUCION FROM LINEA-CIERRE.
                  DISPLAY "PAGARCHEQUESCLIENTES: " NUM-PAGADOS
                      " pagados, " NUM-DEVUELTOS " devueltos ("
                      CIE-ESTADO ").".

       *> Paga un cheque: primero se mira si el numero pertenece a un
       *> talonario de la cuenta y que incidencia tiene; despues se
       *> localiza la cuenta recorriendo USERS.DAT y, si el cheque es
       *> pagable y el saldo mas el descubierto lo cubren, se carga
              PAGAR-UN-CHEQUE.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
                  MOVE "NO" TO CHEQUE-PAGADO.
                  MOVE "N" TO REGISTRO-OCUPADO-WS.
                  MOVE "N" TO TITULAR-FALLECIDO-WS.
                  MOVE 0 TO TARJETA-CHEQUE-WS.
                  PERFORM COMPROBAR-TALONARIO THRU FIN-COMPROBAR-TALONARIO.
                  PERFORM LEER-ESTADO-CHEQUE THRU FIN-LEER-ESTADO-CHEQUE.

                  OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO DEVOLVER-CHEQUE.

                LEER-TITULAR-CHEQUE.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-TITULARES-CHEQUE.
                  MOVE 1 TO M.
                  PERFORM CARGAR-EN-CUENTA-CHEQUE
                      THRU FIN-CARGAR-EN-CUENTA-CHEQUE UNTIL M = 4.
                  IF CUENTA-ENCONTRADA = "SI"
                    GO TO CERRAR-TITULARES-CHEQUE.
                  GO TO LEER-TITULAR-CHEQUE.

                CERRAR-TITULARES-CHEQUE.
                  CLOSE USERFILE.

                  IF CHEQUE-PAGADO = "SI"
                    PERFORM REGISTRAR-MOV-CHEQUE
                        THRU FIN-REGISTRAR-MOV-CHEQUE
                    MOVE "P" TO ESTADO-CHEQUE-WS
                    MOVE SPACES TO MOTIVO-DEVOLUCION-WS
                    PERFORM GRABAR-ESTADO-CHEQUE
                        THRU FIN-GRABAR-ESTADO-CHEQUE
                    ADD 1 TO NUM-PAGADOS
                    ADD DET-IMPORTE TO IMPORTE-PAGADO
                    GO TO FIN-PAGAR-UN-CHEQUE.

                DEVOLVER-CHEQUE.
                  IF CUENTA-ENCONTRADA NOT = "SI"
                    MOVE "Cuenta desconocida" TO MOTIVO-DEVOLUCION-WS
                  ELSE
                  IF CHEQUE-EN-TALONARIO NOT = "SI"
                    MOVE "Cheque desconocido" TO MOTIVO-DEVOLUCION-WS
                  ELSE
                  IF ESTADO-CHEQUE-WS = "S"
                    MOVE "Cheque con orden de no pago"
                        TO MOTIVO-DEVOLUCION-WS
                  ELSE
                  IF ESTADO-CHEQUE-WS = "P"
                    MOVE "Cheque ya pagado" TO MOTIVO-DEVOLUCION-WS
                  ELSE
                  IF TITULAR-FALLECIDO-WS = "S"
                    MOVE "Titular fallecido" TO MOTIVO-DEVOLUCION-WS
                  ELSE
                  IF REGISTRO-OCUPADO-WS = "S"
                    MOVE "Registro del titular en uso"
                        TO MOTIVO-DEVOLUCION-WS
                  ELSE
                    MOVE "Saldo insuficiente" TO MOTIVO-DEVOLUCION-WS.
                  PERFORM BUSCAR-NOMBRE-BANCO
                      THRU FIN-BUSCAR-NOMBRE-BANCO.
                  MOVE DET-BANCO-COD TO LD-BANCO-COD.
                  MOVE NOMBRE-BANCO-WS TO LD-BANCO-NOMBRE.
                  MOVE DET-CUENTA TO LD-CUENTA.
                  MOVE DET-NUM-CHEQUE TO LD-NUM-CHEQUE.
                  MOVE DET-REFERENCIA TO LD-REFERENCIA.
                  MOVE DET-IMPORTE TO LD-IMPORTE.
                  MOVE MOTIVO-DEVOLUCION-WS TO LD-MOTIVO.
                  WRITE REG-DEVOLUCION FROM LINEA-DEVOLUCION.
                  ADD 1 TO NUM-DEVUELTOS.
                  ADD DET-IMPORTE TO IMPORTE-DEVUELTO.

*> El cheque de un talonario nuestro que se devuelve queda anotado
*> como devuelto; la orden de no pago y el pagado no se tocan
                  IF CUENTA-ENCONTRADA = "SI" AND
                     CHEQUE-EN-TALONARIO = "SI" AND
                     ESTADO-CHEQUE-WS NOT = "S" AND
                     ESTADO-CHEQUE-WS NOT = "P"
                    MOVE "D" TO ESTADO-CHEQUE-WS
                    PERFORM GRABAR-ESTADO-CHEQUE
                        THRU FIN-GRABAR-ESTADO-CHEQUE.

       *> Solo el devuelto de verdad por falta de fondos recibe este
       *> aviso, como en PROCESARDOMICILIACIONES
                  IF MOTIVO-DEVOLUCION-WS = "Saldo insuficiente"
                    MOVE SPACES TO NOTIF-DETALLE-WS
                    STRING "Cheque " DET-NUM-CHEQUE
                           " devuelto por falta de fondos"
                        DELIMITED BY SIZE INTO NOTIF-DETALLE-WS
                    PERFORM GUARDAR-NOTIFICACION-CHEQUE
                        THRU FIN-GUARDAR-NOTIFICACION-CHEQUE.
              FIN-PAGAR-UN-CHEQUE.
                  EXIT.

       *> Procedimiento comprobar-talonario: el talonario de la cuenta
       *> con el primer numero mas alto que no pase del cheque; el
       *> cheque es nuestro si cae dentro de su rango y el talonario
       *> no esta anulado
              COMPROBAR-TALONARIO.
                  MOVE "NO" TO CHEQUE-EN-TALONARIO.
                  OPEN INPUT TALONARIOSFILE.
                  IF FSTAL = "35"
                    CLOSE TALONARIOSFILE
                    GO TO FIN-COMPROBAR-TALONARIO.
                  MOVE DET-CUENTA TO TAL-CUENTA.
                  MOVE DET-NUM-CHEQUE TO TAL-PRIMERO.
                  START TALONARIOSFILE KEY IS NOT GREATER THAN TAL-CLAVE
                      INVALID KEY GO TO CERRAR-COMPROBAR-TALONARIO.
                  READ TALONARIOSFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-COMPROBAR-TALONARIO.
                  IF TAL-CUENTA = DET-CUENTA AND TAL-ACTIVO AND
                     DET-NUM-CHEQUE NOT > TAL-ULTIMO
                    MOVE "SI" TO CHEQUE-EN-TALONARIO.

                CERRAR-COMPROBAR-TALONARIO.
                  CLOSE TALONARIOSFILE.
              FIN-COMPROBAR-TALONARIO.
                  EXIT.

       *> Deja en ESTADO-CHEQUE-WS la incidencia que ya tenga el
       *> cheque (S, P o D) o espacio si no tiene ninguna
              LEER-ESTADO-CHEQUE.
                  MOVE SPACE TO ESTADO-CHEQUE-WS.
                  OPEN INPUT CHEQUESCLIFILE.
                  IF FSCCL = "35"
                    CLOSE CHEQUESCLIFILE
                    GO TO FIN-LEER-ESTADO-CHEQUE.
                  MOVE DET-CUENTA TO CCL-CUENTA.
                  MOVE DET-NUM-CHEQUE TO CCL-NUMERO.
                  READ CHEQUESCLIFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE CCL-ESTADO TO ESTADO-CHEQUE-WS.
                  CLOSE CHEQUESCLIFILE.
              FIN-LEER-ESTADO-CHEQUE.
                  EXIT.

       *> Busca la cuenta del cheque en las tres del titular leido y,
       *> si el cheque es pagable y hay fondos, resta el importe
              CARGAR-EN-CUENTA-CHEQUE.
                  IF USER-NUM-CUENTA(M) NOT = DET-CUENTA
                    ADD 1 TO M
                    GO TO FIN-CARGAR-EN-CUENTA-CHEQUE.
                  MOVE "SI" TO CUENTA-ENCONTRADA.
                  MOVE USER-TARJ TO TARJETA-CHEQUE-WS.
                  IF CHEQUE-EN-TALONARIO NOT = "SI" OR
                     ESTADO-CHEQUE-WS = "S" OR ESTADO-CHEQUE-WS = "P"
                    ADD 1 TO M
                    GO TO FIN-CARGAR-EN-CUENTA-CHEQUE.
*> Con el titular fallecido (estado "D") los cargos se frenan
*> aunque haya saldo, igual que en PROCESARDOMICILIACIONES
                  IF USER-BLOQUEADA = "D"
                    MOVE "S" TO TITULAR-FALLECIDO-WS
                    ADD 1 TO M
                    GO TO FIN-CARGAR-EN-CUENTA-CHEQUE.
                  IF (USER-SALDO(M) + USER-LIMITE-DESCUBIERTO(M))
                        >= DET-IMPORTE
                    COMPUTE USER-SALDO(M) = USER-SALDO(M) - DET-IMPORTE
                    MOVE USER-SALDO(M) TO SALDO-CHEQUE-WS
                    PERFORM REGRABAR-USUARIO-CON-REINTENTO
                        THRU FIN-REGRABAR-USUARIO-CON-REINTENTO
                    IF FSU = "00"
                      MOVE "SI" TO CHEQUE-PAGADO
                    ELSE
                      MOVE "S" TO REGISTRO-OCUPADO-WS.
                  ADD 1 TO M.
                FIN-CARGAR-EN-CUENTA-CHEQUE.
                  EXIT.

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

       *> Anota el cheque como pagado o devuelto en el registro de
       *> cheques; si ya estaba (un devuelto que se vuelve a
       *> presentar) se reescribe
              GRABAR-ESTADO-CHEQUE.
                  OPEN I-O CHEQUESCLIFILE.
                  IF FSCCL = "35"
                    CLOSE CHEQUESCLIFILE
                    OPEN OUTPUT CHEQUESCLIFILE
                    CLOSE CHEQUESCLIFILE
                    OPEN I-O CHEQUESCLIFILE.
                  MOVE DET-CUENTA TO CCL-CUENTA.
                  MOVE DET-NUM-CHEQUE TO CCL-NUMERO.
                  MOVE ESTADO-CHEQUE-WS TO CCL-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO CCL-FECHA.
                  MOVE DET-IMPORTE TO CCL-IMPORTE.
                  MOVE DET-BANCO-COD TO CCL-BANCO-COD.
                  MOVE DET-REFERENCIA TO CCL-REFERENCIA.
                  MOVE MOTIVO-DEVOLUCION-WS TO CCL-MOTIVO.
                  MOVE TARJETA-CHEQUE-WS TO CCL-TARJ.
                  WRITE REG-CHEQUE-CLIENTE
                      INVALID KEY REWRITE REG-CHEQUE-CLIENTE.
                  CLOSE CHEQUESCLIFILE.
              FIN-GRABAR-ESTADO-CHEQUE.
                  EXIT.

              BUSCAR-NOMBRE-BANCO.
                  MOVE SPACES TO NOMBRE-BANCO-WS.
                  OPEN INPUT REDINTERFILE.
                  IF FSRI = "35"
                    CLOSE REDINTERFILE
                    GO TO FIN-BUSCAR-NOMBRE-BANCO.

                LEER-UN-BANCO-RED.
                  READ REDINTERFILE NEXT RECORD
                      AT END GO TO CERRAR-BUSCAR-BANCO.
                  IF RBI-BANCO-COD = DET-BANCO-COD
                    MOVE RBI-BANCO-NOMBRE TO NOMBRE-BANCO-WS
                    GO TO CERRAR-BUSCAR-BANCO.
                  GO TO LEER-UN-BANCO-RED.

                CERRAR-BUSCAR-BANCO.
                  CLOSE REDINTERFILE.
              FIN-BUSCAR-NOMBRE-BANCO.
                  EXIT.

              REGISTRAR-MOV-CHEQUE.
                  MOVE DET-CUENTA TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Cheque " DET-NUM-CHEQUE " " DET-REFERENCIA
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "CQ" TO MOV-TIPO-OP.
                  MOVE "PA" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - DET-IMPORTE.
                  COMPUTE MOV-IMPORTE = 0 - DET-IMPORTE.
                  MOVE DET-BANCO-COD TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-CHEQUE-WS TO MOV-SALDO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY PERFORM REINTENTAR-SEC-MOV.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-CHEQUE.

       *> Procedimiento auxiliar que busca la siguiente secuencia libre de
       *> MOVFILE para la cuenta ya depositada en MOV-ID (modelado sobre
       *> BUSCAR-SEC-LIBRE-ORDEN)
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

       *> Procedimiento guardar-notificacion-cheque: aviso al titular
       *> del cheque devuelto, con la mecanica de GUARDAR-NOTIFICACION
              GUARDAR-NOTIFICACION-CHEQUE.
                  MOVE TARJETA-CHEQUE-WS TO USER-TARJ.
                  MOVE SPACES TO USER-DNI.
                  MOVE SPACES TO USER-TFNO.
                  OPEN INPUT USERFILE.
                  READ USERFILE
                      INVALID KEY CONTINUE.
                  CLOSE USERFILE.

                  MOVE 1 TO NOTIF-SEC-WS.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    OPEN OUTPUT NOTIFICAFILE
                    CLOSE NOTIFICAFILE
                    OPEN I-O NOTIFICAFILE.

                BUSCAR-SEC-NOTIF-CHEQUE.
                  MOVE TARJETA-CHEQUE-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  READ NOTIFICAFILE
                      INVALID KEY GO TO GRABAR-NOTIF-CHEQUE.
                  ADD 1 TO NOTIF-SEC-WS.
                  GO TO BUSCAR-SEC-NOTIF-CHEQUE.

                GRABAR-NOTIF-CHEQUE.
                  MOVE TARJETA-CHEQUE-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  MOVE "CHEQUE-DEVUELTO" TO NOTIF-TIPO-EVENTO.
                  MOVE USER-DNI TO NOTIF-DNI.
                  MOVE USER-TFNO TO NOTIF-TFNO.
                  MOVE NOTIF-DETALLE-WS TO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                  MOVE "P" TO NOTIF-ESTADO.
                  MOVE 0 TO NOTIF-INTENTOS.
                  MOVE SPACES TO NOTIF-MOTIVO-FALLO.
                  WRITE REG-NOTIFICACION.
                  CLOSE NOTIFICAFILE.
              FIN-GUARDAR-NOTIFICACION-CHEQUE.
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
                  MOVE "PAGARCHEQUESCLIENTES" TO CTN-PROGRAMA.
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
