       *> MOV-SALDO de cada apunte bajo su MOV-FECHA-NEGOCIO; los dias
       *> sin apuntes arrastran el ultimo saldo conocido), devenga
       *> interes sobre los dias en negativo al tipo deudor de
       *> DESCUBIERTO-TIPO.DAT (12% anual si no existe; para una
       *> cuenta con producto, el tipo deudor que su producto tenga
       *> vigente cada dia en PRODUCTOS.DAT), lo carga con
       *> un apunte explicito "Intereses de descubierto" y deja el
       *> detalle por cuenta en INFORME-DESCUBIERTOS.DAT. Un registro
       *> de control evita devengar dos veces el mismo mes, asi que
       *> puede ir en la cadena nocturna.
       *>
       *> En modo simulacion (MODO-NOCTURNO.DAT, que deja
       *> PLANIFICADORNOCTURNO) calcula lo mismo pero no modifica
       *> ningun fichero maestro ni encola avisos: cada apunte que
       *> grabaria va a INFORME-SIMULACION.DAT y el registro de
       *> control del paso se graba con el prefijo SIM-.
       *>
       *> Versiones
       *> Versión 1.0 - Intereses deudores sobre los dias en descubierto
       *> Versión 1.1 - Registro de control para la hoja de la manana
       *> Versión 1.2 - Graba el tipo de operacion en cada apunte
       *> Versión 1.3 - Tipo deudor del producto vigente cada dia
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Modo simulacion de la cadena nocturna
       *> Versión 1.6 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.7 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FST.

              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

              SELECT CONTROLFILE ASSIGN TO "DESCUBIERTO-CONTROL.DAT"
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

       FD TIPOFILE.
       01 REG-TIPO.
              02 TIPO-DEUDOR            PIC 9V9999.

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

       *> FD CONTROLFILE: ultimo periodo aaaamm ya devengado, para que
       *> la cadena nocturna pueda lanzar el proceso a diario
       FD CONTROLFILE.
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
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FST                   PIC XX.
              77 FSPRD                 PIC XX.
              77 FSC                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 CUENTA-ENCONTRADA     PIC X(3).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 TIPO-DEUDOR-WS        PIC 9V9999 VALUE 0.1200.
              77 TIPO-DIA-WS           PIC 9V9999.
              77 NUM-PRODUCTOS         PIC 999 VALUE 0.
              77 P                     PIC 999.
              77 P-ENC                 PIC 999.
              77 FECHA-PRODUCTO-WS     PIC 9(8).
              77 PERIODO-DEVENGO-WS    PIC 9(6).
              77 MES-DEVENGO-WS        PIC 99.
              77 AA-DEVENGO-WS         PIC 9999.
                 02 CUENTA-ENTRADA OCCURS 200 TIMES.
                    03 TC-CUENTA            PIC X(24).
                    03 TC-TARJ              PIC 9(10).
                    03 TC-PRODUCTO          PIC X(3).
                    03 TC-ANTES-COMP        PIC 9(14).
                    03 TC-ANTES-SALDO       PIC S9(9)V99.
                    03 TC-DIA OCCURS 31 TIMES.
                       04 TC-DIA-COMP       PIC 9(14).
                       04 TC-DIA-SALDO      PIC S9(9)V99.

       *> Catalogo de productos en memoria, en el orden de su clave
       *> (producto y fecha de efecto)
              01 TABLA-PRODUCTOS.
                 02 TP-ENTRADA OCCURS 100 TIMES.
                    03 TP-CODIGO          PIC X(3).
                    03 TP-FECHA-EFECTO    PIC 9(8).
                    03 TP-TIPO-DEUDOR     PIC 9V9999.

              01 LINEA-CAB-DESC.
                 02 FILLER             PIC X(26) VALUE
                     "INTERESES DE DESCUBIERTO  ".
                 02 FILLER             PIC X(11) VALUE " dias neg. ".
                 02 LD-INTERES         PIC ZZZZZZ9.99.

       *> Lineas del informe de simulacion
              01 LINEA-SIMULACION.
                 02 LS-PROGRAMA        PIC X(21) VALUE "DEVENGARDESCUBIERTOS".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CONCEPTO        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-IMPORTE         PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-SALDO           PIC -ZZZZZZZZ9.99.

              01 LINEA-TOTAL-SIMULACION.
                 02 LTS-PROGRAMA       PIC X(21) VALUE "DEVENGARDESCUBIERTOS".
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
                  PERFORM CALCULAR-PERIODO-DEVENGO.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-TIPO-DEUDOR.
                  PERFORM CARGAR-TABLA-PRODUCTOS
                      THRU FIN-CARGAR-TABLA-PRODUCTOS.
                  PERFORM CARGAR-TABLA-CUENTAS
                      THRU FIN-CARGAR-TABLA-CUENTAS.
                  PERFORM RECONSTRUIR-SALDOS
                      THRU FIN-RECONSTRUIR-SALDOS.
                  PERFORM DEVENGAR-CUENTAS THRU FIN-DEVENGAR-CUENTAS.
                  IF SIMULACION-WS = "NO"
                    PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-CUENTAS TO CTL-LEIDOS-WS.
                  MOVE NUM-CARGADAS TO CTL-ESCRITOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  IF SIMULACION-WS = "SI"
                    PERFORM TOTALIZAR-SIMULACION.
                  DISPLAY "DEVENGARDESCUBIERTOS: " NUM-CARGADAS
                      " cuentas con interes deudor del periodo "
                      PERIODO-DEVENGO-WS ".".
                          MOVE TIPO-DEUDOR TO TIPO-DEUDOR-WS.
                  CLOSE TIPOFILE.

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
                    MOVE PRD-TIPO-DEUDOR
                        TO TP-TIPO-DEUDOR(NUM-PRODUCTOS).
                  GO TO LEER-UN-PRODUCTO.

                CERRAR-CARGAR-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
              FIN-CARGAR-TABLA-PRODUCTOS.
                  EXIT.

       *> Vuelca a la tabla cada cuenta no vacia de USERS.DAT; sin
       *> ningun apunte anterior al mes se parte de saldo cero (toda
       *> cuenta arranca con su ingreso de apertura)
                    ADD 1 TO NUM-CUENTAS
                    MOVE USER-NUM-CUENTA(M) TO TC-CUENTA(NUM-CUENTAS)
                    MOVE USER-TARJ TO TC-TARJ(NUM-CUENTAS)
                    MOVE USER-PRODUCTO(M) TO TC-PRODUCTO(NUM-CUENTAS)
                    MOVE 0 TO TC-ANTES-COMP(NUM-CUENTAS)
                    MOVE 0 TO TC-ANTES-SALDO(NUM-CUENTAS)
                    MOVE 1 TO D

       *> Recorre los dias del mes arrastrando el saldo de cierre de
       *> cada dia y devengando sobre los dias en negativo
*> En simulacion no se rehace INFORME-DESCUBIERTOS.DAT, que sigue
*> siendo el del ultimo devengo real
              DEVENGAR-CUENTAS.
                  IF SIMULACION-WS = "NO"
                    OPEN OUTPUT INFORMEFILE
                    MOVE PERIODO-DEVENGO-WS TO CAB-PERIODO
                    WRITE REG-INFORME FROM LINEA-CAB-DESC.
                  MOVE 1 TO N.
                  PERFORM DEVENGAR-UNA-CUENTA
                      THRU FIN-DEVENGAR-UNA-CUENTA
                      UNTIL N > NUM-CUENTAS.
                  IF SIMULACION-WS = "NO"
                    CLOSE INFORMEFILE.
              FIN-DEVENGAR-CUENTAS.

              DEVENGAR-UNA-CUENTA.
                    MOVE TC-CUENTA(N) TO LD-CUENTA
                    MOVE DIAS-NEGATIVO-WS TO LD-DIAS
                    MOVE INTERES-CUENTA-WS TO LD-INTERES
                    IF SIMULACION-WS = "NO"
                      WRITE REG-INFORME FROM LINEA-DESC.

                SIGUIENTE-CUENTA-DEVENGO.
                  ADD 1 TO N.
                    MOVE TC-DIA-SALDO(N, D) TO SALDO-DIA-WS.
                  IF SALDO-DIA-WS < 0
                    ADD 1 TO DIAS-NEGATIVO-WS
                    PERFORM OBTENER-TIPO-DIA
                    COMPUTE INTERES-CUENTA-WS ROUNDED =
                        INTERES-CUENTA-WS
                        + (0 - SALDO-DIA-WS) * TIPO-DIA-WS / 365.
                  ADD 1 TO D.

       *> Tipo deudor del dia: el que el producto de la cuenta tenga
       *> vigente ese dia (la ultima fila de su codigo con fecha de
       *> efecto no posterior, la tabla va en orden de clave) o, sin
       *> producto, el general
              OBTENER-TIPO-DIA.
                  MOVE TIPO-DEUDOR-WS TO TIPO-DIA-WS.
                  MOVE 0 TO P-ENC.
                  COMPUTE FECHA-PRODUCTO-WS = FECHA-INICIO-MES-WS + D - 1.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PRODUCTO-TABLA UNTIL P > NUM-PRODUCTOS.
                  IF P-ENC > 0
                    MOVE TP-TIPO-DEUDOR(P-ENC) TO TIPO-DIA-WS.

              COMPARAR-PRODUCTO-TABLA.
                  IF TP-CODIGO(P) = TC-PRODUCTO(N) AND
                     TP-FECHA-EFECTO(P) <= FECHA-PRODUCTO-WS
                    MOVE P TO P-ENC.
                  ADD 1 TO P.

              CARGAR-INTERES-CUENTA.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
                  IF SIMULACION-WS = "SI"
                    OPEN INPUT USERFILE
                  ELSE
                    OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CARGAR-INTERES-CUENTA.
                    COMPUTE USER-SALDO(M) =
                        USER-SALDO(M) - INTERES-CUENTA-WS
                    MOVE USER-SALDO(M) TO SALDO-CARGO-WS
                    IF SIMULACION-WS = "SI"
                      MOVE "00" TO FSU
                    ELSE
                      PERFORM REGRABAR-USUARIO-CON-REINTENTO
                          THRU FIN-REGRABAR-USUARIO-CON-REINTENTO
                    END-IF
                    IF FSU = "00"
                      MOVE "SI" TO CUENTA-ENCONTRADA
                    END-IF
                  STRING "Intereses de descubierto "
                         PERIODO-DEVENGO-WS
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "IT" TO MOV-TIPO-OP.
                  MOVE "DS" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - INTERES-CUENTA-WS.
                  COMPUTE MOV-IMPORTE = 0 - INTERES-CUENTA-WS.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  IF SIMULACION-WS = "SI"
                    PERFORM ANOTAR-SIMULACION
                    GO TO FIN-REGISTRAR-MOV-DESCUBIERTO.
                  PERFORM BUSCAR-SEC-LIBRE-MOV
                      THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "DEVENGARDESCUBIERTOS" TO CTN-PROGRAMA.
                  IF SIMULACION-WS = "SI"
                    MOVE "SIM-DEVENGARDESCUBIE" TO CTN-PROGRAMA.
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
                    DISPLAY "DEVENGARDESCUBIERTOS: simulacion, no se graba nada".

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
