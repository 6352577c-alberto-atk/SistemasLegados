       *> de la renta -- dejando un registro resumen por cuenta en
       *> RESUMENFISCAL.DAT. La categoria de cada apunte se deduce del
       *> propio MOV-CONCEPTO, con el mismo etiquetado que usa cajero.cbl
       *> al grabar cada movimiento. Cada certificado lleva la forma de
       *> envio y la direccion postal estructurada del titular
       *> (PERSONAS.DAT); si correos devolvio su direccion queda en la
       *> oficina en vez de mandarse por correo.
       *>
       *> Versiones
       *> Versión 1.0 - Resumen fiscal anual por cuenta
       *> Versión 1.1 - El certificado desglosa bruto, retencion
       *>               fiscal practicada y neto de los intereses
       *> Versión 1.2 - Clasifica por el tipo de operacion del apunte
       *> Versión 1.3 - Direccion de envio y entrega en oficina
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.6 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT RESUMENFILE ASSIGN TO "RESUMENFISCAL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSR.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
*> FECHA-NEGOCIO.DAT y el corte de dia CIERREDIA), ademas del
*> sello real de MOV-FECHA/MOV-HORA
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

       FD RESUMENFILE.
       01 REG-RESUMENFISCAL.
              02 FIS-TOTAL-RETENCION         PIC -------9.99.
              02 FILLER                      PIC X(2) VALUE SPACES.
              02 FIS-TOTAL-INTERES-NETO      PIC -------9.99.
       *> Envio C por correo a la direccion que sigue, u O en la
       *> oficina (direccion devuelta por correos, sin direccion)
              02 FILLER                      PIC X(2) VALUE SPACES.
              02 FIS-ENVIO                   PIC X.
              02 FILLER                      PIC X(2) VALUE SPACES.
              02 FIS-DIR-VIA                 PIC X(40).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-NUMERO              PIC X(5).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-PISO                PIC X(10).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-CP                  PIC X(5).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-MUNICIPIO           PIC X(30).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-PROVINCIA           PIC X(20).
              02 FILLER                      PIC X VALUE SPACE.
              02 FIS-DIR-PAIS                PIC XX.

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
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSR                   PIC XX.
              77 FSPE                  PIC XX.
              77 HAY-PERSONAS          PIC X(2).
              77 M                     PIC 999 VALUE 1.
              77 N                     PIC 999 VALUE 1.
              77 NUM-CUENTAS           PIC 999 VALUE 0.
              01 TABLA-CUENTAS.
                 02 CUENTA-ENTRADA OCCURS 300 TIMES.
                    03 TC-NUM-CUENTA            PIC X(24).
                    03 TC-DNI                   PIC X(9).
                    03 TC-DIRECCION-LIBRE       PIC X(25).
                    03 TC-TOTAL-INGRESOS        PIC S9(9)V99 VALUE 0.
                    03 TC-TOTAL-REINTEGROS      PIC S9(9)V99 VALUE 0.
                    03 TC-TOTAL-TRANSF-RECIB    PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM OBTENER-ANO-FISCAL.
                  PERFORM CARGAR-TABLA-CUENTAS THRU FIN-CARGAR-TABLA-CUENTAS.
                  PERFORM REPASAR-MOVIMIENTOS-ANO
                  IF USER-NUM-CUENTA(M) NOT = SPACES AND
                     NUM-CUENTAS < 300
                    ADD 1 TO NUM-CUENTAS
                    MOVE USER-NUM-CUENTA(M) TO TC-NUM-CUENTA(NUM-CUENTAS)
                    MOVE USER-DNI TO TC-DNI(NUM-CUENTAS)
                    MOVE USER-DIRECCION TO TC-DIRECCION-LIBRE(NUM-CUENTAS).
                  ADD 1 TO M.

       *> Recorre MOVS.DAT completo; por cada apunte del año fiscal en
       *> corresponda de la cuenta localizada en N
              CLASIFICAR-MOVIMIENTO.
                  MOVE MOV-IMPORTE TO CANTIDAD-MOV-WS.
                  IF MOV-OP-INGRESO
                    ADD CANTIDAD-MOV-WS TO TC-TOTAL-INGRESOS(N)
                  ELSE
                    IF MOV-OP-REINTEGRO
                      ADD CANTIDAD-MOV-WS TO TC-TOTAL-REINTEGROS(N)
                    ELSE
                      IF MOV-OP-TRANSFERENCIA AND MOV-SUBTIPO-OP = "RC"
                        ADD CANTIDAD-MOV-WS TO TC-TOTAL-TRANSF-RECIB(N)
                      ELSE
                        IF MOV-OP-TRANSFERENCIA AND
                           (MOV-SUBTIPO-OP = "EM" OR
                            MOV-SUBTIPO-OP = "EX" OR
                            MOV-SUBTIPO-OP = "OP")
                          ADD CANTIDAD-MOV-WS TO TC-TOTAL-TRANSF-ENVIA(N)
                        ELSE
                          IF MOV-OP-INTERESES AND MOV-SUBTIPO-OP = "AB"
                            ADD CANTIDAD-MOV-WS TO TC-TOTAL-INTERESES(N)
                          ELSE
                            IF MOV-OP-INTERESES AND
                               MOV-SUBTIPO-OP = "RF"
                              SUBTRACT CANTIDAD-MOV-WS
                                  FROM TC-TOTAL-RETENCION(N).
              FIN-CLASIFICAR-MOVIMIENTO.
       *> ellos quede a cero
              EMITIR-RESUMEN-FISCAL.
                  OPEN OUTPUT RESUMENFILE.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO HAY-PERSONAS
                  ELSE
                    MOVE "SI" TO HAY-PERSONAS.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-RESUMEN-CUENTA UNTIL N > NUM-CUENTAS.
                  CLOSE PERSONASFILE.
                  CLOSE RESUMENFILE.
              FIN-EMITIR-RESUMEN-FISCAL.
                  EXIT.

              ESCRIBIR-RESUMEN-CUENTA.
                  MOVE SPACES TO REG-RESUMENFISCAL.
                  MOVE TC-NUM-CUENTA(N) TO FIS-CUENTA.
                  MOVE ANO-FISCAL TO FIS-ANO.
                  MOVE TC-TOTAL-INGRESOS(N) TO FIS-TOTAL-INGRESOS.
                  MOVE TC-TOTAL-RETENCION(N) TO FIS-TOTAL-RETENCION.
                  COMPUTE FIS-TOTAL-INTERES-NETO =
                      TC-TOTAL-INTERESES(N) - TC-TOTAL-RETENCION(N).
                  PERFORM PONER-DIRECCION-ENVIO
                      THRU FIN-PONER-DIRECCION-ENVIO.
                  WRITE REG-RESUMENFISCAL.
                  ADD 1 TO N.

       *> Direccion de envio del certificado, como en REEMITIRTARJETAS:
       *> la estructurada del titular; si aun no esta convertida, la
       *> libre de la tarjeta. Con la direccion devuelta por correos,
       *> o sin ninguna, se entrega en la oficina
              PONER-DIRECCION-ENVIO.
                  MOVE "C" TO FIS-ENVIO.
                  MOVE SPACES TO PER-DIR-ESTADO.
                  IF HAY-PERSONAS = "SI"
                    MOVE TC-DNI(N) TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE SPACES TO PER-DIR-ESTADO
                    END-READ.
                  IF PER-DIR-ESTADO = "D"
                    MOVE "O" TO FIS-ENVIO
                    GO TO FIN-PONER-DIRECCION-ENVIO.
                  IF PER-DIR-ESTADO = SPACES
                    IF TC-DIRECCION-LIBRE(N) = SPACES
                      MOVE "O" TO FIS-ENVIO
                    ELSE
                      MOVE TC-DIRECCION-LIBRE(N) TO FIS-DIR-VIA
                    END-IF
                    GO TO FIN-PONER-DIRECCION-ENVIO.
                  MOVE PER-DIR-VIA TO FIS-DIR-VIA.
                  MOVE PER-DIR-NUMERO TO FIS-DIR-NUMERO.
                  MOVE PER-DIR-PISO TO FIS-DIR-PISO.
                  MOVE PER-DIR-CP TO FIS-DIR-CP.
                  MOVE PER-DIR-MUNICIPIO TO FIS-DIR-MUNICIPIO.
                  MOVE PER-DIR-PROVINCIA TO FIS-DIR-PROVINCIA.
                  MOVE PER-DIR-PAIS TO FIS-DIR-PAIS.
              FIN-PONER-DIRECCION-ENVIO.
                  EXIT.

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
