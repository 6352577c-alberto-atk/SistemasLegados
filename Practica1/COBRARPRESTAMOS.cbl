       *> los prestamos en mora y sus dias vencidos desde el primer
       *> impago.
       *>
       *> En modo simulacion (MODO-NOCTURNO.DAT, que deja
       *> PLANIFICADORNOCTURNO) calcula lo mismo pero no modifica
       *> ningun fichero maestro ni encola avisos: cada apunte que
       *> grabaria va a INFORME-SIMULACION.DAT y el registro de
       *> control del paso se graba con el prefijo SIM-.
       *>
       *> Versiones
       *> Versión 1.0 - Cuotas mensuales y morosidad de prestamos
       *> Versión 1.1 - Registro de control para la hoja de la manana
       *> Versión 1.2 - Graba el tipo de operacion en cada apunte
       *> Versión 1.3 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.4 - Modo simulacion de la cadena nocturna
       *> Versión 1.5 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.6 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

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
       FD PRESTAMOSFILE.
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
                 02 LM-DIAS            PIC ZZZZ9.
                 02 FILLER             PIC X(13) VALUE " dias vencido".

       *> Lineas del informe de simulacion
              01 LINEA-SIMULACION.
                 02 LS-PROGRAMA        PIC X(21) VALUE "COBRARPRESTAMOS".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CONCEPTO        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-IMPORTE         PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-SALDO           PIC -ZZZZZZZZ9.99.

              01 LINEA-TOTAL-SIMULACION.
                 02 LTS-PROGRAMA       PIC X(21) VALUE "COBRARPRESTAMOS".
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
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE MES-ACTUAL-WS = FECHA-NEGOCIO-WS / 100.
                  PERFORM COBRAR-CUOTAS THRU FIN-COBRAR-CUOTAS.
                  IF SIMULACION-WS = "NO"
                    PERFORM GENERAR-INFORME-MORA
                        THRU FIN-GENERAR-INFORME-MORA.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS =
                      NUM-COBRADAS + NUM-IMPAGADAS.
                  MOVE NUM-COBRADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-IMPAGADAS TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  IF SIMULACION-WS = "SI"
                    PERFORM TOTALIZAR-SIMULACION.
                  DISPLAY "COBRARPRESTAMOS: " NUM-COBRADAS
                      " cuotas cobradas, " NUM-IMPAGADAS " impagadas.".
                  STOP RUN.
       *> mes en curso una sola vez, intentando cobrar la cuota mas
       *> lo que arrastre impagado
              COBRAR-CUOTAS.
                  IF SIMULACION-WS = "SI"
                    OPEN INPUT PRESTAMOSFILE
                  ELSE
                    OPEN I-O PRESTAMOSFILE.
                  IF FSPR = "35"
                    CLOSE PRESTAMOSFILE
                    GO TO FIN-COBRAR-CUOTAS.
                      MOVE FECHA-NEGOCIO-WS TO PRE-FECHA-PRIMER-IMPAGO
                    END-IF
                    ADD 1 TO NUM-IMPAGADAS
                    IF SIMULACION-WS = "SI"
                      PERFORM ANOTAR-IMPAGO-SIMULADO
                    ELSE
                      PERFORM NOTIFICAR-IMPAGO THRU FIN-NOTIFICAR-IMPAGO.
                  IF SIMULACION-WS = "NO"
                    REWRITE REG-PRESTAMO.
                  GO TO LEER-UN-PRESTAMO.

                CERRAR-COBRAR-CUOTAS.
              COBRAR-EN-CUENTA.
                  MOVE "NO" TO COBRO-APLICADO-WS.
                  MOVE "NO" TO CUENTA-ENCONTRADA.
                  IF SIMULACION-WS = "SI"
                    OPEN INPUT USERFILE
                  ELSE
                    OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-COBRAR-EN-CUENTA.
                      COMPUTE USER-SALDO(M) =
                          USER-SALDO(M) - IMPORTE-COBRO-WS
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
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Cuota prestamo " PRE-NUMERO
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "PR" TO MOV-TIPO-OP.
                  MOVE "CU" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - IMPORTE-COBRO-WS.
                  COMPUTE MOV-IMPORTE = 0 - IMPORTE-COBRO-WS.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  IF SIMULACION-WS = "SI"
                    PERFORM ANOTAR-SIMULACION
                    GO TO FIN-REGISTRAR-MOV-CUOTA.
                  PERFORM BUSCAR-SEC-LIBRE-MOV
                      THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-CUOTA.

       *> En simulacion la cuota que quedaria impagada se anota sin
       *> importe, para que el informe muestre tambien los impagos
              ANOTAR-IMPAGO-SIMULADO.
                  MOVE PRE-CUENTA TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Impago cuota prestamo " PRE-NUMERO
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE 0 TO MOV-IMPORTE.
                  MOVE 0 TO MOV-SALDO.
                  PERFORM ANOTAR-SIMULACION.

              NOTIFICAR-IMPAGO.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "COBRARPRESTAMOS" TO CTN-PROGRAMA.
                  IF SIMULACION-WS = "SI"
                    MOVE "SIM-COBRARPRESTAMOS" TO CTN-PROGRAMA.
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
                    DISPLAY "COBRARPRESTAMOS: simulacion, no se graba nada".

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
