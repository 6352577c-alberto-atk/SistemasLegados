       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELLARTRAZADOS.
       *> Utilidad que deja en CONTROL-TRAZADOS.DAT el registro de
       *> control de cada fichero maestro: la version de trazado con
       *> que esta grabado, el numero de registros, la fecha y el
       *> programa que lo sello. Todos los programas que abren un
       *> maestro comprueban al arrancar que la version anotada es la
       *> misma con que se compilaron y, si no, se detienen sin tocar
       *> los datos; las conversiones de trazado sellan la version
       *> nueva al terminar.
       *>
       *> Versiones de trazado vigentes (y conversion que las deja):
       *>   USERS.DAT     2  claves transformadas (MIGRARCLAVES)
       *>                 3  producto de cada cuenta (MIGRARUSERS)
       *>   MOVS.DAT      2  importe computacional, terminal y fecha
       *>                    de negocio (MIGRARMOVS)
       *>                 3  tipo y subtipo de operacion
       *>                    (MIGRARTIPOSMOV)
       *>                 4  espectaculo de cuatro cifras en las
       *>                    compras de entradas (MIGRARESPECTACULOS)
       *>   SECUND.DAT    2  claves transformadas (MIGRARCLAVES)
       *>   PERSONAS.DAT  1  regenerado entero (CONSTRUIRPERSONAS)
       *>                 2  datos fiscales, KYC, menores y domicilio
       *>                    estructurado; regenerado entero
       *>                    (CONSTRUIRPERSONAS)
       *>   ESPEC.DAT     2  numero de cuatro cifras
       *>                    (MIGRARESPECTACULOS)
       *>   RECIBOS.DAT   2  indexado por clave de movimiento
       *>                    (REORGANIZARRECIBOS)
       *>
       *> Cada noche corre en la cadena (PLANIFICADORNOCTURNO) antes
       *> de la hoja de control, y solo refresca el recuento: de cada
       *> maestro se lee primero su registro de control, y solo si
       *> tiene la version vigente se recuenta con el trazado actual.
       *> Un maestro sin registro de control, con otra version (falta
       *> su conversion) o que no se puede abrir con el trazado actual
       *> NO se toca: se avisa por consola y el programa termina con
       *> codigo de retorno 8, que detiene la cadena.
       *>
       *> Los sellos nuevos solo se ponen a peticion: con un registro
       *> cualquiera en SELLAR-SOLICITUD.DAT (que se vacia al terminar)
       *> un maestro sin registro de control se sella con la version
       *> vigente, si se puede leer con el trazado actual. Se hace una
       *> vez al desplegar, con las conversiones de la instalacion ya
       *> hechas, y antes de la primera carga en una instalacion nueva,
       *> donde sella los maestros vacios (un maestro que no existe
       *> cuenta cero registros).
       *>
       *> Versiones
       *> Versión 1.0 - Registro de control de trazado de los maestros
       *> Versión 1.1 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.2 - Recuento nocturno sin sellos nuevos; sellado inicial
       *>               a peticion y retorno 8 si algun maestro no cuadra
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

              SELECT SECUNDFILE ASSIGN TO "SECUND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SECUND-TARJ
                  FILE STATUS IS FSS.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT RECIBOSFILE ASSIGN TO "RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECIBO-CLAVE
                  FILE STATUS IS FSR.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

              SELECT SOLICITUDFILE ASSIGN TO "SELLAR-SOLICITUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSO.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ              PIC 9(10).
              02 USER-PIN               PIC 9(4).
              02 USER-DNI               PIC X(9).
              02 USER-NOM-APE           PIC X(30).
              02 USER-TFNO              PIC X(9).
              02 USER-DIRECCION         PIC X(25).
              02 USER-BLOQUEADA         PIC X.
              02 USER-LIMITE-DIARIO     PIC 9(7)V99.
              02 USER-PREGUNTA-SEG      PIC X(30).
              02 USER-RESPUESTA-SEG     PIC X(20).
              02 CUENTA-USUARIO         OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA     PIC X(24).
                 03 USER-SALDO          PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA         PIC X(3).
                 03 USER-TIPO-INTERES   PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA PIC 9999.
                    04 USER-ULT-DEVENGO-MM PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH  PIC 99.
                    04 USER-BLOQUEO-MM  PIC 99.
                    04 USER-BLOQUEO-SS  PIC 99.
              02 USER-FECHA-EMISION     PIC 9(8).
              02 USER-FECHA-CADUCIDAD   PIC 9(8).
              02 USER-PUNTOS            PIC 9(7).
              02 USER-COD-REFERIDO      PIC X(10).
              02 USER-PRODUCTO          OCCURS 3 TIMES PIC X(3).

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
              02 MOV-TIPO-OP            PIC XX.
              02 MOV-SUBTIPO-OP         PIC XX.

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
              02 SECUND-TARJ            PIC 9(10).
              02 SECUND-PIN             PIC 9(4).
              02 SECUND-TARJ-TITULAR    PIC 9(10).
              02 SECUND-CUENTA-TITULAR  PIC X(24).
              02 SECUND-BLOQUEADA       PIC X.
              02 SECUND-FECHA-BLOQUEO.
                 03 SECUND-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 SECUND-BLOQUEO-HORA.
                    04 SECUND-BLOQUEO-HH PIC 99.
                    04 SECUND-BLOQUEO-MM PIC 99.
                    04 SECUND-BLOQUEO-SS PIC 99.

       FD PERSONASFILE.
       01 REG-PERSONA.
              02 PER-DNI                PIC X(9).
              02 PER-NOMBRE             PIC X(30).
              02 PER-NUM-TARJETAS       PIC 9.
              02 PER-TARJETA            OCCURS 5 TIMES PIC 9(10).
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
              02 PER-FECHA-NACIMIENTO   PIC 9(8).
              02 PER-MENOR              PIC X.
              02 PER-DNI-TUTOR          PIC X(9).
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
              02 PER-DIR-VIA            PIC X(40).
              02 PER-DIR-NUMERO         PIC X(5).
              02 PER-DIR-PISO           PIC X(10).
              02 PER-DIR-CP             PIC X(5).
              02 PER-DIR-MUNICIPIO      PIC X(30).
              02 PER-DIR-PROVINCIA      PIC X(20).
              02 PER-DIR-PAIS           PIC XX.
              02 PER-DIR-ESTADO         PIC X.
              02 PER-DIR-FECHA-ESTADO   PIC 9(8).

       FD ESPECFILE.
       01 REG-ESPECTACULO.
              02 ESPEC-NUMERO           PIC 9(4).
              02 ESPEC-NOMBRE           PIC X(20).
              02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
              02 ESPEC-DESCRIPCION      PIC X(30).
              02 ESPEC-ENT-DISPONIBLES  PIC 9(3).
              02 ESPEC-FECHA.
                 03 DDE                 PIC 99.
                 03 FILLER              PIC X.
                 03 MME                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAE                 PIC 9999.
              02 ESPEC-ENT-TOTAL        PIC 9(3).
              02 ESPEC-PRECIO-NINO      PIC 999V99.
              02 ESPEC-PRECIO-SENIOR    PIC 999V99.
              02 ESPEC-SOLO-ADULTOS     PIC X.
              02 ESPEC-RECINTO          PIC 99.

       FD RECIBOSFILE.
       01 REG-RECIBO.
              02 RECIBO-CLAVE.
                 03 RECIBO-MOV-ID       PIC X(24).
                 03 RECIBO-SEC          PIC 9(6).
              02 RECIBO-TIPO-OP         PIC X(20).
              02 RECIBO-CANTIDAD        PIC --------9.99.
              02 RECIBO-SALDO           PIC S9(9)V99.
              02 RECIBO-FECHA.
                 03 DDR                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMR                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAR                 PIC 9999.
              02 RECIBO-HORA.
                 03 HHR                 PIC 99.
                 03 FILLER              PIC X.
                 03 MNR                 PIC 99.
                 03 FILLER              PIC X.
                 03 SSR                 PIC 99.
       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
              02 TRZ-FICHERO            PIC X(12).
              02 TRZ-VERSION            PIC 9(3).
              02 TRZ-NUM-REGISTROS      PIC 9(9).
              02 TRZ-FECHA              PIC 9(8).
              02 TRZ-PROGRAMA           PIC X(20).

       *> FD SOLICITUDFILE: un registro cualquiera pide el sellado
       *> inicial de los maestros sin registro de control
       FD SOLICITUDFILE.
       01 REG-SOLICITUD                 PIC X(40).

       WORKING-STORAGE SECTION.
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSS                   PIC XX.
              77 FSPE                  PIC XX.
              77 FSE                   PIC XX.
              77 FSR                   PIC XX.
              77 FSTZ                  PIC XX.
              77 FSSO                  PIC XX.
              77 SOLICITUD-WS          PIC XX VALUE "NO".
              77 CUENTA-VALIDA-WS      PIC XX.
              77 ESTADO-APERTURA-WS    PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 NUM-REGISTROS-WS      PIC 9(9).
              77 FIN-FICHERO-WS        PIC X(2).
              77 FECHA-HOY-WS          PIC 9(8).
              77 NUM-SELLADOS          PIC 9 VALUE 0.
              77 NUM-RECONTADOS        PIC 9 VALUE 0.
              77 NUM-DISCREPANCIAS     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
              INICIO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  PERFORM COMPROBAR-SOLICITUD.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ = "35" AND SOLICITUD-WS = "SI"
                    CLOSE TRAZADOSFILE
                    OPEN OUTPUT TRAZADOSFILE
                    CLOSE TRAZADOSFILE
                    OPEN I-O TRAZADOSFILE.
                  IF FSTZ NOT = "00"
                    DISPLAY "No se puede abrir CONTROL-TRAZADOS.DAT"
                        " (estado " FSTZ "): para el sellado inicial"
                        " deje un registro en SELLAR-SOLICITUD.DAT"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

                  MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 3 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  MOVE "RECIBOS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO THRU FIN-SELLAR-TRAZADO.

                  CLOSE TRAZADOSFILE.
                  IF SOLICITUD-WS = "SI"
                    OPEN OUTPUT SOLICITUDFILE
                    CLOSE SOLICITUDFILE.
                  DISPLAY "Maestros sellados: " NUM-SELLADOS
                      ", recontados: " NUM-RECONTADOS
                      ", sin tocar: " NUM-DISCREPANCIAS.
                  IF NUM-DISCREPANCIAS > 0
                    MOVE 8 TO RETURN-CODE.
                  STOP RUN.

       *> Un registro cualquiera en SELLAR-SOLICITUD.DAT pide sellar los
       *> maestros que aun no tienen registro de control
              COMPROBAR-SOLICITUD.
                  OPEN INPUT SOLICITUDFILE.
                  IF FSSO = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SOLICITUD-WS.
                  CLOSE SOLICITUDFILE.

       *> Se lee primero el registro de control del maestro. Con otra
       *> version se deja tal cual, porque recontarlo con el trazado
       *> actual es leer un fichero que no lo tiene y sellarlo
       *> ocultaria una conversion pendiente. Sin registro de control
       *> solo se sella si se ha pedido el sellado inicial. Con la
       *> version vigente se recuenta y se refresca el recuento
              SELLAR-TRAZADO.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  READ TRAZADOSFILE
                      INVALID KEY GO TO SELLAR-TRAZADO-NUEVO.
                  IF TRZ-VERSION NOT = TRAZADO-VERSION-WS
                    DISPLAY TRAZADO-FICHERO-WS " tiene el trazado "
                        TRZ-VERSION " y el vigente es el "
                        TRAZADO-VERSION-WS ": falta su conversion,"
                        " no se toca."
                    ADD 1 TO NUM-DISCREPANCIAS
                    GO TO FIN-SELLAR-TRAZADO.
                  PERFORM CONTAR-MAESTRO.
                  IF CUENTA-VALIDA-WS NOT = "SI"
                    GO TO FIN-SELLAR-TRAZADO.
                  MOVE NUM-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FECHA-HOY-WS TO TRZ-FECHA.
                  MOVE "SELLARTRAZADOS" TO TRZ-PROGRAMA.
                  REWRITE REG-CONTROL-TRAZADO.
                  DISPLAY TRAZADO-FICHERO-WS " trazado " TRZ-VERSION
                      " recontado: " NUM-REGISTROS-WS " registros.".
                  ADD 1 TO NUM-RECONTADOS.
                  GO TO FIN-SELLAR-TRAZADO.

                SELLAR-TRAZADO-NUEVO.
                  IF SOLICITUD-WS NOT = "SI"
                    DISPLAY TRAZADO-FICHERO-WS " no tiene registro de"
                        " control: no se sella fuera del sellado"
                        " inicial (SELLAR-SOLICITUD.DAT)."
                    ADD 1 TO NUM-DISCREPANCIAS
                    GO TO FIN-SELLAR-TRAZADO.
                  PERFORM CONTAR-MAESTRO.
                  IF CUENTA-VALIDA-WS NOT = "SI"
                    GO TO FIN-SELLAR-TRAZADO.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  MOVE TRAZADO-VERSION-WS TO TRZ-VERSION.
                  MOVE NUM-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FECHA-HOY-WS TO TRZ-FECHA.
                  MOVE "SELLARTRAZADOS" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO.
                  DISPLAY TRAZADO-FICHERO-WS " sellado con el trazado "
                      TRZ-VERSION ": " NUM-REGISTROS-WS " registros.".
                  ADD 1 TO NUM-SELLADOS.
              FIN-SELLAR-TRAZADO.
                  EXIT.

       *> Recuenta el maestro de TRAZADO-FICHERO-WS con su trazado
       *> actual. Si no se puede abrir (estado distinto de 00 y de 35,
       *> p. ej. 39 si sigue con un trazado anterior) o la lectura se
       *> corta antes del final, la cuenta no vale y el maestro se da
       *> por no cuadrado
              CONTAR-MAESTRO.
                  MOVE "SI" TO CUENTA-VALIDA-WS.
                  MOVE 0 TO NUM-REGISTROS-WS.
                  MOVE "00" TO ESTADO-APERTURA-WS.
                  IF TRAZADO-FICHERO-WS = "USERS.DAT"
                    PERFORM CONTAR-USERS THRU FIN-CONTAR-USERS.
                  IF TRAZADO-FICHERO-WS = "MOVS.DAT"
                    PERFORM CONTAR-MOVS THRU FIN-CONTAR-MOVS.
                  IF TRAZADO-FICHERO-WS = "SECUND.DAT"
                    PERFORM CONTAR-SECUND THRU FIN-CONTAR-SECUND.
                  IF TRAZADO-FICHERO-WS = "PERSONAS.DAT"
                    PERFORM CONTAR-PERSONAS THRU FIN-CONTAR-PERSONAS.
                  IF TRAZADO-FICHERO-WS = "ESPEC.DAT"
                    PERFORM CONTAR-ESPEC THRU FIN-CONTAR-ESPEC.
                  IF TRAZADO-FICHERO-WS = "RECIBOS.DAT"
                    PERFORM CONTAR-RECIBOS THRU FIN-CONTAR-RECIBOS.
                  IF CUENTA-VALIDA-WS NOT = "SI"
                    DISPLAY TRAZADO-FICHERO-WS " no se puede leer con"
                        " el trazado actual (estado "
                        ESTADO-APERTURA-WS "): no se toca."
                    ADD 1 TO NUM-DISCREPANCIAS.

       *> Un maestro que aun no existe cuenta cero registros: en una
       *> instalacion nueva queda sellado antes de la primera carga
              CONTAR-USERS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-CONTAR-USERS.
                  IF FSU NOT = "00"
                    MOVE FSU TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-USERS.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-USERS UNTIL FIN-FICHERO-WS = "SI"
                      OR FSU(1:1) NOT = "0".
                  IF FSU NOT = "10"
                    MOVE FSU TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE USERFILE.
              FIN-CONTAR-USERS.
                  EXIT.

              LEER-USERS.
                  READ USERFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.

              CONTAR-MOVS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-CONTAR-MOVS.
                  IF FSM NOT = "00"
                    MOVE FSM TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-MOVS.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-MOVS UNTIL FIN-FICHERO-WS = "SI"
                      OR FSM(1:1) NOT = "0".
                  IF FSM NOT = "10"
                    MOVE FSM TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE MOVFILE.
              FIN-CONTAR-MOVS.
                  EXIT.

              LEER-MOVS.
                  READ MOVFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.

              CONTAR-SECUND.
                  OPEN INPUT SECUNDFILE.
                  IF FSS = "35"
                    CLOSE SECUNDFILE
                    GO TO FIN-CONTAR-SECUND.
                  IF FSS NOT = "00"
                    MOVE FSS TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-SECUND.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-SECUND UNTIL FIN-FICHERO-WS = "SI"
                      OR FSS(1:1) NOT = "0".
                  IF FSS NOT = "10"
                    MOVE FSS TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE SECUNDFILE.
              FIN-CONTAR-SECUND.
                  EXIT.

              LEER-SECUND.
                  READ SECUNDFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.

              CONTAR-PERSONAS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-CONTAR-PERSONAS.
                  IF FSPE NOT = "00"
                    MOVE FSPE TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-PERSONAS.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-PERSONAS UNTIL FIN-FICHERO-WS = "SI"
                      OR FSPE(1:1) NOT = "0".
                  IF FSPE NOT = "10"
                    MOVE FSPE TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE PERSONASFILE.
              FIN-CONTAR-PERSONAS.
                  EXIT.

              LEER-PERSONAS.
                  READ PERSONASFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.

              CONTAR-ESPEC.
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    CLOSE ESPECFILE
                    GO TO FIN-CONTAR-ESPEC.
                  IF FSE NOT = "00"
                    MOVE FSE TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-ESPEC.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-ESPEC UNTIL FIN-FICHERO-WS = "SI"
                      OR FSE(1:1) NOT = "0".
                  IF FSE NOT = "10"
                    MOVE FSE TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE ESPECFILE.
              FIN-CONTAR-ESPEC.
                  EXIT.

              LEER-ESPEC.
                  READ ESPECFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.

              CONTAR-RECIBOS.
                  OPEN INPUT RECIBOSFILE.
                  IF FSR = "35"
                    CLOSE RECIBOSFILE
                    GO TO FIN-CONTAR-RECIBOS.
                  IF FSR NOT = "00"
                    MOVE FSR TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS
                    GO TO FIN-CONTAR-RECIBOS.
                  MOVE "NO" TO FIN-FICHERO-WS.
                  PERFORM LEER-RECIBOS UNTIL FIN-FICHERO-WS = "SI"
                      OR FSR(1:1) NOT = "0".
                  IF FSR NOT = "10"
                    MOVE FSR TO ESTADO-APERTURA-WS
                    MOVE "NO" TO CUENTA-VALIDA-WS.
                  CLOSE RECIBOSFILE.
              FIN-CONTAR-RECIBOS.
                  EXIT.

              LEER-RECIBOS.
                  READ RECIBOSFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-FICHERO-WS
                      NOT AT END ADD 1 TO NUM-REGISTROS-WS.
