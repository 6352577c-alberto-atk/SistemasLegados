       *> (los abonos "Nomina" de ABONARNOMINAS en MOVS.DAT) y las de
       *> saldo medio por encima del umbral (media de los saldos de
       *> cierre de los tres meses, arrastrando el ultimo saldo
       *> conocido para los meses sin apuntes). Una cuenta con
       *> producto del catalogo PRODUCTOS.DAT se cobra con la comision,
       *> el umbral y la exencion por nomina vigentes para su producto
       *> el ultimo dia del trimestre. El extracto anual de
       *> comisiones por cliente lo emite RESUMENCOMISIONES junto al
       *> RESUMENFISCAL.
       *>
       *> En modo simulacion (MODO-NOCTURNO.DAT, que deja
       *> PLANIFICADORNOCTURNO) calcula lo mismo pero no modifica
       *> ningun fichero maestro ni encola avisos: cada apunte que
       *> grabaria va a INFORME-SIMULACION.DAT y el registro de
       *> control del paso se graba con el prefijo SIM-.
       *>
       *> Versiones
       *> Versión 1.0 - Comision trimestral con reglas de exencion
       *> Versión 1.1 - Registro de control para la hoja de la manana
       *> Versión 1.2 - Graba y clasifica por el tipo de operacion
       *> Versión 1.3 - Comision y exenciones por producto de la cuenta
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Modo simulacion de la cadena nocturna
       *> Versión 1.6 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.7 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCM.

              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

              SELECT CONTROLFILE ASSIGN TO "MANTENIMIENTO-CONTROL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

*> SELECT MODOFILE: modo de la cadena que deja PLANIFICADORNOCTURNO;
*> con "SI" el paso es una simulacion: calcula todo, anota lo que
*> cargaria o abonaria en INFORME-SIMULACION.DAT y no graba nada en
*> los maestros ni envia avisos
              SELECT MODOFILE ASSIGN TO "MODO-NOCTURNO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMOD.

              SELECT SIMULACIONFILE ASSIGN TO "INFORME-SIMULACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSIM.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
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

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 COM-IMPORTE            PIC 9(5)V99.
              02 COM-UMBRAL-SALDO       PIC 9(9)V99.

       *> FD PRODUCTOSFILE: catalogo de productos de cuenta, una fila
       *> por producto y fecha de efecto (ver MANTENEPRODUCTOS)
       FD PRODUCTOSFILE.
       01 REG-PRODUCTO.
              02 PRD-CLAVE.
                 03 PRD-CODIGO          PIC X(3).
                 03 PRD-FECHA-EFECTO    PIC 9(8).
              02 PRD-NOMBRE             PIC X(30).
              02 PRD-TIPO-ACREEDOR      PIC 9V9999.
              02 PRD-TIPO-DEUDOR        PIC 9V9999.
              02 PRD-COMISION-MANT      PIC 9(5)V99.
              02 PRD-UMBRAL-EXENCION    PIC 9(9)V99.
              02 PRD-EXENCION-NOMINA    PIC X.
              02 PRD-LIMITE-DESCUBIERTO PIC 9(7)V99.
              02 PRD-REPRECIADO         PIC X.

       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-TRIMESTRE          PIC 9(5).
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

       FD MODOFILE.
       01 REG-MODO.
              02 MODO-SIMULACION        PIC X(2).

       *> FD SIMULACIONFILE: informe de lo que se contabilizaria, una
       *> linea por apunte y el total del paso
       FD SIMULACIONFILE.
       01 REG-SIMULACION                PIC X(110).

       WORKING-STORAGE SECTION.
              77 FSMOD                 PIC XX.
              77 FSSIM                 PIC XX.
              77 SIMULACION-WS         PIC X(2) VALUE "NO".
              77 NUM-SIMULADOS         PIC 9(7) VALUE 0.
              77 TOTAL-SIMULADO-WS     PIC S9(11)V99 VALUE 0.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 FSM                   PIC XX.
              77 FSN                   PIC XX.
              77 FSCM                  PIC XX.
              77 FSPRD                 PIC XX.
              77 FSC                   PIC XX.
              77 FSFN                  PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 MES-FIN-TRIM-WS       PIC 9(6).
              77 COMISION-WS           PIC 9(5)V99 VALUE 10.00.
              77 UMBRAL-SALDO-WS       PIC 9(9)V99 VALUE 5000.00.
              77 COMISION-CUENTA-WS    PIC 9(5)V99.
              77 UMBRAL-CUENTA-WS      PIC 9(9)V99.
              77 EXIME-NOMINA-WS       PIC X.
              77 NUM-PRODUCTOS         PIC 999 VALUE 0.
              77 P                     PIC 999.
              77 P-ENC                 PIC 999.
              77 PRODUCTO-BUSCADO-WS   PIC X(3).
              77 FECHA-PRODUCTO-WS     PIC 9(8).
              77 NUM-COBRADAS          PIC 9(5) VALUE 0.
              77 NUM-EXENTAS           PIC 9(5) VALUE 0.
              77 CUENTA-TRABAJO-WS     PIC X(24).
                    03 SM-COMP         PIC 9(14).
                    03 SM-SALDO        PIC S9(9)V99.

       *> Catalogo de productos en memoria, en el orden de su clave
       *> (producto y fecha de efecto)
              01 TABLA-PRODUCTOS.
                 02 TP-ENTRADA OCCURS 100 TIMES.
                    03 TP-CODIGO          PIC X(3).
                    03 TP-FECHA-EFECTO    PIC 9(8).
                    03 TP-COMISION-MANT   PIC 9(5)V99.
                    03 TP-UMBRAL-EXENCION PIC 9(9)V99.
                    03 TP-EXENCION-NOMINA PIC X.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 SS                 PIC 99.

       *> Lineas del informe de simulacion
              01 LINEA-SIMULACION.
                 02 LS-PROGRAMA        PIC X(21) VALUE "COBRARMANTENIMIENTO".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CONCEPTO        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-IMPORTE         PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-SALDO           PIC -ZZZZZZZZ9.99.

              01 LINEA-TOTAL-SIMULACION.
                 02 LTS-PROGRAMA       PIC X(21) VALUE "COBRARMANTENIMIENTO".
                 02 FILLER             PIC X(7) VALUE " TOTAL ".
                 02 LTS-APUNTES        PIC ZZZZZZ9.
                 02 FILLER             PIC X(10) VALUE " apuntes  ".
                 02 LTS-IMPORTE        PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LEER-MODO-NOCTURNO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  PERFORM CALCULAR-TRIMESTRE.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-COMISION.
                  PERFORM CARGAR-TABLA-PRODUCTOS
                      THRU FIN-CARGAR-TABLA-PRODUCTOS.
                  PERFORM COBRAR-CUENTAS THRU FIN-COBRAR-CUENTAS.
                  IF SIMULACION-WS = "NO"
                    PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS = NUM-COBRADAS + NUM-EXENTAS.
                  MOVE NUM-COBRADAS TO CTL-ESCRITOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  IF SIMULACION-WS = "SI"
                    PERFORM TOTALIZAR-SIMULACION.
                  DISPLAY "COBRARMANTENIMIENTO: " NUM-COBRADAS
                      " cuentas cobradas, " NUM-EXENTAS " exentas.".
                  STOP RUN.
                          MOVE COM-UMBRAL-SALDO TO UMBRAL-SALDO-WS.
                  CLOSE COMISIONFILE.

              CARGAR-TABLA-PRODUCTOS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    GO TO FIN-CARGAR-TABLA-PRODUCTOS.

                LEER-UN-PRODUCTO.
                  READ PRODUCTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-PRODUCTOS.
                  IF NUM-PRODUCTOS < 100
                    ADD 1 TO NUM-PRODUCTOS
                    MOVE PRD-CODIGO TO TP-CODIGO(NUM-PRODUCTOS)
                    MOVE PRD-FECHA-EFECTO
                        TO TP-FECHA-EFECTO(NUM-PRODUCTOS)
                    MOVE PRD-COMISION-MANT
                        TO TP-COMISION-MANT(NUM-PRODUCTOS)
                    MOVE PRD-UMBRAL-EXENCION
                        TO TP-UMBRAL-EXENCION(NUM-PRODUCTOS)
                    MOVE PRD-EXENCION-NOMINA
                        TO TP-EXENCION-NOMINA(NUM-PRODUCTOS).
                  GO TO LEER-UN-PRODUCTO.

                CERRAR-CARGAR-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
              FIN-CARGAR-TABLA-PRODUCTOS.
                  EXIT.

       *> Recorre los titulares cuenta a cuenta aplicando las reglas
       *> de exencion y cobrando donde tocan
              COBRAR-CUENTAS.
                  IF USER-NUM-CUENTA(M) = SPACES
                    GO TO SIGUIENTE-CUENTA-COBRO.
                  MOVE USER-NUM-CUENTA(M) TO CUENTA-TRABAJO-WS.
                  PERFORM CONDICIONES-CUENTA.
                  IF COMISION-CUENTA-WS = 0
                    ADD 1 TO NUM-EXENTAS
                    GO TO SIGUIENTE-CUENTA-COBRO.
                  PERFORM EVALUAR-EXENCION THRU FIN-EVALUAR-EXENCION.
                  IF EXENTA-WS = "SI"
                    ADD 1 TO NUM-EXENTAS
                      THRU FIN-CARGAR-COMISION-CUENTA.
                  IF CUENTA-ENCONTRADA = "SI"
                    ADD 1 TO NUM-COBRADAS
                    ADD COMISION-CUENTA-WS TO CTL-IMP-SALIDA-WS
                    IF SIMULACION-WS = "NO"
                      PERFORM NOTIFICAR-COMISION
                          THRU FIN-NOTIFICAR-COMISION.

                SIGUIENTE-CUENTA-COBRO.
                  ADD 1 TO M.
              FIN-COBRAR-UNA-CUENTA.
                  EXIT.

       *> Comision y reglas de exencion de la cuenta: las de su
       *> producto el ultimo dia del trimestre o, sin producto, las
       *> generales de COMISION-MANTENIMIENTO.DAT. Un producto sin
       *> umbral no exime por saldo medio, y uno sin comision no cobra
              CONDICIONES-CUENTA.
                  MOVE COMISION-WS TO COMISION-CUENTA-WS.
                  MOVE UMBRAL-SALDO-WS TO UMBRAL-CUENTA-WS.
                  MOVE "S" TO EXIME-NOMINA-WS.
                  MOVE USER-PRODUCTO(M) TO PRODUCTO-BUSCADO-WS.
                  COMPUTE FECHA-PRODUCTO-WS = MES-FIN-TRIM-WS * 100 + 31.
                  PERFORM BUSCAR-CONDICIONES-PRODUCTO.
                  IF P-ENC > 0
                    MOVE TP-COMISION-MANT(P-ENC) TO COMISION-CUENTA-WS
                    MOVE TP-EXENCION-NOMINA(P-ENC) TO EXIME-NOMINA-WS
                    IF TP-UMBRAL-EXENCION(P-ENC) > 0
                      MOVE TP-UMBRAL-EXENCION(P-ENC) TO UMBRAL-CUENTA-WS
                    ELSE
                      MOVE 999999999.99 TO UMBRAL-CUENTA-WS.

       *> La fila vigente es la ultima del producto con fecha de
       *> efecto no posterior a la pedida (la tabla va en orden de
       *> clave); P-ENC queda a cero si no hay ninguna
              BUSCAR-CONDICIONES-PRODUCTO.
                  MOVE 0 TO P-ENC.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PRODUCTO-TABLA UNTIL P > NUM-PRODUCTOS.

              COMPARAR-PRODUCTO-TABLA.
                  IF TP-CODIGO(P) = PRODUCTO-BUSCADO-WS AND
                     TP-FECHA-EFECTO(P) <= FECHA-PRODUCTO-WS
                    MOVE P TO P-ENC.
                  ADD 1 TO P.

       *> Reglas de exencion: nomina recibida en el trimestre, o
       *> saldo medio de los cierres de mes por encima del umbral
              EVALUAR-EXENCION.
                    GO TO LEER-MOV-EXENCION.
                  IF MES-MOV-WS > MES-FIN-TRIM-WS
                    GO TO LEER-MOV-EXENCION.
                  IF MOV-OP-NOMINA AND MOV-SUBTIPO-OP = "AB"
                    MOVE "SI" TO HAY-NOMINA-WS.
                  COMPUTE Q = MES-MOV-WS - MES-INICIO-TRIM-WS + 1.
                  IF Q >= 1 AND Q <= 3
                  PERFORM SUMAR-SALDO-MES UNTIL Q > 3.
                  COMPUTE SALDO-MEDIO-WS = SALDO-MEDIO-WS / 3.

                  IF HAY-NOMINA-WS = "SI" AND EXIME-NOMINA-WS = "S"
                    MOVE "SI" TO EXENTA-WS.
                  IF SALDO-MEDIO-WS > UMBRAL-CUENTA-WS
                    MOVE "SI" TO EXENTA-WS.

                REABRIR-TRAS-EXENCION.

              CARGAR-COMISION-CUENTA.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
*> En simulacion el cargo se calcula sobre el registro ya leido y
*> solo se anota; USERS.DAT y MOVS.DAT no se tocan
                  IF SIMULACION-WS = "SI"
                    MOVE "SI" TO CUENTA-ENCONTRADA
                    COMPUTE SALDO-CARGO-WS =
                        USER-SALDO(M) - COMISION-CUENTA-WS
                    PERFORM REGISTRAR-MOV-COMISION
                        THRU FIN-REGISTRAR-MOV-COMISION
                    GO TO FIN-CARGAR-COMISION-CUENTA.
                  CLOSE USERFILE.
                  OPEN I-O USERFILE.
                  IF FSU = "35"
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO REABRIR-TRAS-COMISION.
                  COMPUTE USER-SALDO(M) =
                      USER-SALDO(M) - COMISION-CUENTA-WS.
                  MOVE USER-SALDO(M) TO SALDO-CARGO-WS.
                  PERFORM REGRABAR-USUARIO-CON-REINTENTO
                      THRU FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Comision mantenimiento " TRIMESTRE-WS
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "CO" TO MOV-TIPO-OP.
                  MOVE "MT" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - COMISION-CUENTA-WS.
                  COMPUTE MOV-IMPORTE = 0 - COMISION-CUENTA-WS.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-CARGO-WS TO MOV-SALDO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  IF SIMULACION-WS = "SI"
                    PERFORM ANOTAR-SIMULACION
                    GO TO FIN-REGISTRAR-MOV-COMISION.
                  PERFORM BUSCAR-SEC-LIBRE-MOV
                      THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  MOVE TFNO-TRABAJO-WS TO NOTIF-TFNO.
                  MOVE SPACES TO NOTIF-DETALLE.
                  STRING "Comision de mantenimiento cargada: "
                         COMISION-CUENTA-WS " EUR"
                      DELIMITED BY SIZE INTO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "COBRARMANTENIMIENTO" TO CTN-PROGRAMA.
                  IF SIMULACION-WS = "SI"
                    MOVE "SIM-COBRARMANTENIMIE" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

       *> Modo de la cadena: sin MODO-NOCTURNO.DAT, o con otra cosa
       *> que "SI", el paso se ejecuta de verdad
              LEER-MODO-NOCTURNO.
                  MOVE "NO" TO SIMULACION-WS.
                  OPEN INPUT MODOFILE.
                  IF FSMOD = "35"
                    CONTINUE
                  ELSE
                    READ MODOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF MODO-SIMULACION = "SI"
                          MOVE "SI" TO SIMULACION-WS.
                  CLOSE MODOFILE.
                  IF SIMULACION-WS = "SI"
                    DISPLAY "COBRARMANTENIMIENTO: simulacion, no se graba nada".

       *> En simulacion cada apunte preparado en REG-MOVIMIENTOS se
       *> anota en el informe en lugar de grabarse en MOVS.DAT
              ANOTAR-SIMULACION.
                  MOVE MOV-ID TO LS-CUENTA.
                  MOVE MOV-CONCEPTO TO LS-CONCEPTO.
                  MOVE MOV-IMPORTE TO LS-IMPORTE.
                  MOVE MOV-SALDO TO LS-SALDO.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-SIMULACION.
                  CLOSE SIMULACIONFILE.
                  ADD 1 TO NUM-SIMULADOS.
                  ADD MOV-IMPORTE TO TOTAL-SIMULADO-WS.

              TOTALIZAR-SIMULACION.
                  MOVE NUM-SIMULADOS TO LTS-APUNTES.
                  MOVE TOTAL-SIMULADO-WS TO LTS-IMPORTE.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-TOTAL-SIMULACION.
                  CLOSE SIMULACIONFILE.

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
