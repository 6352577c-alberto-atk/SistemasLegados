       *> fijos (writeOperadorasFile, writePromotoresFile,
       *> writeRedInterFile, writeReglasFraudeFile, writeMensajesFile):
       *> OPERADORAS.DAT, PROMOTORES.DAT, RED-INTERBANCARIA.DAT,
       *> REGLASFRAUDE.DAT, MENSAJES.DAT y ONGS.DAT (entidades
       *> beneficiarias de los donativos del cajero). En el molde de
       *> MANTENEPARAMS: acceso de personal con STAFF.DAT y la matriz
       *> PERMISOS.DAT, listado, alta, modificacion y baja con
       *> validacion de campos, y rastro de cada cambio en
       *> AUDITORIA.DAT. Antes de dar de baja una operadora se
       *> comprueba que no tenga recargas del dia pendientes de
       *> remesar, y antes de dar de baja un promotor que su
       *> espectaculo no tenga entradas validas sin liquidar, y antes
       *> de dar de baja una ONG que no le queden donativos sin
       *> remesar: un maestro con actividad viva no se borra. Los maestros
       *> secuenciales (red, reglas y mensajes) se cargan en memoria,
       *> se retocan y se regraban enteros.
       *>
       *> Versiones
       *> Versión 1.0 - Mantenimiento de los maestros de referencia
       *> Versión 1.1 - Clasifica por el tipo de operacion del apunte
       *> Versión 1.2 - Maestro de ONG beneficiarias de donativos
       *> Versión 1.3 - Numero de espectaculo de cuatro cifras
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS OPERADORA-COD
                  FILE STATUS IS FSOP.

              SELECT ONGSFILE ASSIGN TO "ONGS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ONG-COD
                  FILE STATUS IS FSONG.

              SELECT DONACIONESFILE ASSIGN TO "DONACIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DON-CLAVE
                  FILE STATUS IS FSDON.

              SELECT PROMOTORESFILE ASSIGN TO "PROMOTORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORASFILE.
         02 OPERADORA-NOMBRE      PIC X(15).
         02 OPERADORA-IMPORTE     PIC 99V99.

       FD ONGSFILE.
       01 REG-ONG.
         02 ONG-COD               PIC 99.
         02 ONG-NOMBRE            PIC X(30).
         02 ONG-NIF               PIC X(9).
         02 ONG-CUENTA            PIC X(24).

       FD DONACIONESFILE.
       01 REG-DONACION.
         02 DON-CLAVE.
            03 DON-DNI            PIC X(9).
            03 DON-FECHA          PIC 9(8).
            03 DON-SEC            PIC 9(4).
         02 DON-ONG-COD           PIC 99.
         02 DON-ONG-NIF           PIC X(9).
         02 DON-ONG-NOMBRE        PIC X(30).
         02 DON-IMPORTE           PIC 9(7)V99.
         02 DON-CUENTA            PIC X(24).
         02 DON-TARJ              PIC 9(10).
         02 DON-NOMBRE            PIC X(30).
         02 DON-HORA              PIC X(8).
         02 DON-REMESADA          PIC X.
            88 DON-PENDIENTE      VALUE "N".
            88 DON-REMITIDA       VALUE "S".
         02 DON-FECHA-REMESA      PIC 9(8).

       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
         02 PROM-ESPEC            PIC 9(4).
         02 PROM-NOMBRE           PIC X(30).
         02 PROM-CUENTA           PIC X(24).
         02 PROM-COMISION-PCT     PIC 99V99.
       FD CODIGOSENTRADAFILE.
       01 REG-CODIGO-ENTRADA.
              02 CODENT-CODIGO          PIC 9(8).
              02 CODENT-ESPEC           PIC 9(4).
              02 CODENT-ASIENTO         PIC 9(3).
              02 CODENT-TARJ            PIC 9(10).
              02 CODENT-ESTADO          PIC X.
                 88 CODENT-VALIDO       VALUE "V".
                 88 CODENT-USADO        VALUE "U".
                 88 CODENT-ANULADO      VALUE "A".
              02 CODENT-ZONA            PIC X(2).
              02 CODENT-FILA            PIC 99.
              02 CODENT-BUTACA          PIC 99.

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

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
         02 TRZ-FICHERO               PIC X(12).
         02 TRZ-VERSION               PIC 9(3).
         02 TRZ-NUM-REGISTROS         PIC 9(9).
         02 TRZ-FECHA                 PIC 9(8).
         02 TRZ-PROGRAMA              PIC X(20).

       WORKING-STORAGE SECTION.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSOP                  PIC XX.
              77 FSPM                  PIC XX.
              77 FSONG                 PIC XX.
              77 FSDON                 PIC XX.
              77 FSRI                  PIC XX.
              77 FSRG                  PIC XX.
              77 FSJ                   PIC XX.
                 02 OPER-EUROS-ED         PIC 99.
                 02 OPER-CENT-ED          PIC 99.

              01 DATOS-ONG-ED.
                 02 ONG-COD-ED            PIC 99.
                 02 ONG-NOMBRE-ED         PIC X(30).
                 02 ONG-NIF-ED            PIC X(9).
                 02 ONG-CUENTA-ED         PIC X(24).

              01 DATOS-PROMOTOR-ED.
                 02 PROM-ESPEC-ED         PIC 9(4).
                 02 PROM-NOMBRE-ED        PIC X(30).
                 02 PROM-CUENTA-ED        PIC X(24).
                 02 PROM-COM-ENT-ED       PIC 99.
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LO-IMPORTE            PIC Z9.99.

              01 LINEA-ONG.
                 02 LON-COD               PIC 99.
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LON-NOMBRE            PIC X(30).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LON-NIF               PIC X(9).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LON-CUENTA            PIC X(24).

              01 LINEA-PROMOTOR.
                 02 LPR-ESPEC             PIC 9(4).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LPR-NOMBRE            PIC X(30).
                 02 FILLER                PIC X(2) VALUE SPACES.
           02 LINE 7  COL 19 VALUE "3 - Red interbancaria".
           02 LINE 8  COL 19 VALUE "4 - Reglas de fraude".
           02 LINE 9  COL 19 VALUE "5 - Mensajes de bienvenida".
           02 LINE 10 COL 19 VALUE "6 - ONG (donativos)".
           02 LINE 11 COL 19 VALUE "7 - Salir".
           02 LINE 13 COL 19 VALUE "Opcion:".
           02 LINE 13 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 16 COL 13 PIC X(55) FROM MSJ-MAESTROS.

       01 PANTALLA-MENU-SUB.
           02 BLANK SCREEN.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-ONG.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---ONG BENEFICIARIA DE DONATIVOS---".
           02 LINE 5   COL 19  VALUE "CODIGO (1-99):".
           02 LINE 5   COL 34  PIC 99 USING ONG-COD-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 7   COL 19  VALUE "NOMBRE:".
           02 LINE 7   COL 27  PIC X(30) USING ONG-NOMBRE-ED
               UNDERLINE.
           02 LINE 9   COL 19  VALUE "NIF:".
           02 LINE 9   COL 24  PIC X(9) USING ONG-NIF-ED
               UNDERLINE.
           02 LINE 11  COL 19  VALUE "CUENTA DE ABONO:".
           02 LINE 11  COL 36  PIC X(24) USING ONG-CUENTA-ED
               UNDERLINE.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-MAESTROS.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-PROMOTOR.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---PROMOTOR DE ESPECTACULO---".
           02 LINE 5   COL 19  VALUE "ESPECTACULO (1-9999):".
           02 LINE 5   COL 41  PIC 9(4) USING PROM-ESPEC-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 7   COL 19  VALUE "NOMBRE:".
           02 LINE 7   COL 27  PIC X(30) USING PROM-NOMBRE-ED

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                    STOP RUN.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  MOVE SPACES TO MSJ-MAESTROS.
                  PERFORM MOSTRAR-MENU UNTIL OPCION = "7".
                  STOP RUN.

       *> Procedimiento login-staff, identico al de MANTENEESPEC
                  DISPLAY PANTALLA-MENU-MAESTROS.
                  ACCEPT PANTALLA-MENU-MAESTROS
                      IF COB-CRT-STATUS = 1009
                        MOVE "7" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-MAESTROS.
                                UNTIL OPCION-SUB = "5"
                            MOVE SPACE TO OPCION
                          ELSE
                            IF OPCION = "6"
                              PERFORM MENU-ONGS THRU FIN-MENU-ONGS
                                  UNTIL OPCION-SUB = "5"
                              MOVE SPACE TO OPCION
                            ELSE
                              IF OPCION NOT = "7"
                                MOVE "Opcion no valida"
                                    TO MSJ-MAESTROS.
                  IF OPCION NOT = "7"
                    MOVE SPACE TO OPCION-SUB.
              FIN-MOSTRAR-MENU.

                LEER-UN-MOV-RECARGA.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-RECARGAS-VIVAS.
                  IF MOV-OP-RECARGA AND
                     MOV-FECHA-NEGOCIO = FECHA-NEGOCIO-WS AND
                     MOV-CONCEPTO(15:LON-NOMBRE-OPER-WS) =
                         NOMBRE-OPER-BAJA-WS(1:LON-NOMBRE-OPER-WS)
              LISTAR-PROMOTORES.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Espec Nombre                          Cuenta                    Pct   L".
                  OPEN INPUT PROMOTORESFILE.
                  IF FSPM = "35"
                    DISPLAY "No existe PROMOTORES.DAT."
                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "PROMOTORES" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  MOVE PROM-ESPEC-ED TO AUD-CLAVE-WS(1:4).
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Promotor dado de baja" TO MSJ-MAESTROS.
              FIN-BAJA-PROMOTOR.
              QUITAR-FILA-MENSAJE.
                  MOVE FILA-MENSAJE(N + 1) TO FILA-MENSAJE(N).
                  ADD 1 TO N.

       *> ------------------- ONG -------------------
              MENU-ONGS.
                  DISPLAY PANTALLA-MENU-SUB.
                  ACCEPT PANTALLA-MENU-SUB
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION-SUB
                        GO TO FIN-MENU-ONGS.
                  MOVE SPACES TO MSJ-MAESTROS.
                  IF OPCION-SUB = "1"
                    PERFORM LISTAR-ONGS THRU FIN-LISTAR-ONGS
                  ELSE
                    IF OPCION-SUB = "2"
                      PERFORM ALTA-ONG THRU FIN-ALTA-ONG
                    ELSE
                      IF OPCION-SUB = "3"
                        PERFORM MODIFICAR-ONG THRU FIN-MODIFICAR-ONG
                      ELSE
                        IF OPCION-SUB = "4"
                          PERFORM BAJA-ONG THRU FIN-BAJA-ONG
                        ELSE
                          IF OPCION-SUB NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-MAESTROS.
              FIN-MENU-ONGS.

              LISTAR-ONGS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Cod Nombre                          NIF        Cuenta".
                  OPEN INPUT ONGSFILE.
                  IF FSONG = "35"
                    DISPLAY "No existe ONGS.DAT."
                    CLOSE ONGSFILE
                    GO TO ESPERAR-LISTAR-ONGS.

                LEER-UNA-ONG.
                  READ ONGSFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-ONGS.
                  MOVE ONG-COD TO LON-COD.
                  MOVE ONG-NOMBRE TO LON-NOMBRE.
                  MOVE ONG-NIF TO LON-NIF.
                  MOVE ONG-CUENTA TO LON-CUENTA.
                  DISPLAY LINEA-ONG.
                  GO TO LEER-UNA-ONG.

                CERRAR-LISTAR-ONGS.
                  CLOSE ONGSFILE.

                ESPERAR-LISTAR-ONGS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-ONGS.
                  EXIT.

              ALTA-ONG.
                  PERFORM LIMPIAR-DATOS-ONG.

                PEDIR-ALTA-ONG.
                  DISPLAY PANTALLA-ONG.
                  ACCEPT PANTALLA-ONG
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-ONG.
                  PERFORM VALIDAR-ONG.
                  IF MSJ-MAESTROS NOT = SPACES
                    GO TO PEDIR-ALTA-ONG.
                  PERFORM ABRIR-ONGS-ESCRITURA.
                  MOVE ONG-COD-ED TO ONG-COD.
                  MOVE ONG-NOMBRE-ED TO ONG-NOMBRE.
                  MOVE ONG-NIF-ED TO ONG-NIF.
                  MOVE ONG-CUENTA-ED TO ONG-CUENTA.
                  WRITE REG-ONG
                      INVALID KEY
                        MOVE "Ya existe ese codigo (use Modificar)"
                            TO MSJ-MAESTROS.
                  CLOSE ONGSFILE.
                  IF MSJ-MAESTROS NOT = SPACES
                    GO TO PEDIR-ALTA-ONG.
                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "ONGS" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  MOVE ONG-NOMBRE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "ONG dada de alta" TO MSJ-MAESTROS.
              FIN-ALTA-ONG.
                  EXIT.

              LIMPIAR-DATOS-ONG.
                  MOVE 0 TO ONG-COD-ED.
                  MOVE SPACES TO ONG-NOMBRE-ED.
                  MOVE SPACES TO ONG-NIF-ED.
                  MOVE SPACES TO ONG-CUENTA-ED.

       *> El NIF de la entidad va en el Modelo 182 y en el certificado
       *> del donante, y la cuenta es la de abono de la remesa diaria
              VALIDAR-ONG.
                  MOVE SPACES TO MSJ-MAESTROS.
                  IF ONG-COD-ED = 0
                    MOVE "El codigo debe ser mayor que cero"
                        TO MSJ-MAESTROS
                  ELSE
                    IF ONG-NOMBRE-ED = SPACES
                      MOVE "Anote el nombre de la ONG" TO MSJ-MAESTROS
                    ELSE
                      IF ONG-NIF-ED = SPACES
                        MOVE "Anote el NIF de la ONG" TO MSJ-MAESTROS
                      ELSE
                        IF ONG-CUENTA-ED = SPACES
                          MOVE "Anote la cuenta de abono de la remesa"
                              TO MSJ-MAESTROS.

              ABRIR-ONGS-ESCRITURA.
                  OPEN I-O ONGSFILE.
                  IF FSONG = "35"
                    CLOSE ONGSFILE
                    OPEN OUTPUT ONGSFILE
                    CLOSE ONGSFILE
                    OPEN I-O ONGSFILE.

              MODIFICAR-ONG.
                  PERFORM LIMPIAR-DATOS-ONG.

                PEDIR-MODIF-ONG.
                  DISPLAY PANTALLA-ONG.
                  ACCEPT PANTALLA-ONG
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-ONG.
                  PERFORM VALIDAR-ONG.
                  IF MSJ-MAESTROS NOT = SPACES
                    GO TO PEDIR-MODIF-ONG.
                  OPEN I-O ONGSFILE.
                  IF FSONG = "35"
                    CLOSE ONGSFILE
                    MOVE "No existe ONGS.DAT" TO MSJ-MAESTROS
                    GO TO FIN-MODIFICAR-ONG.
                  MOVE ONG-COD-ED TO ONG-COD.
                  READ ONGSFILE
                      INVALID KEY
                        CLOSE ONGSFILE
                        MOVE "No existe ese codigo" TO MSJ-MAESTROS
                        GO TO PEDIR-MODIF-ONG.
                  MOVE ONG-NOMBRE-ED TO ONG-NOMBRE.
                  MOVE ONG-NIF-ED TO ONG-NIF.
                  MOVE ONG-CUENTA-ED TO ONG-CUENTA.
                  REWRITE REG-ONG.
                  CLOSE ONGSFILE.
                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "ONGS" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  MOVE ONG-NOMBRE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "ONG modificada" TO MSJ-MAESTROS.
              FIN-MODIFICAR-ONG.
                  EXIT.

       *> La baja comprueba antes que no queden donativos a la ONG sin
       *> remesar (REMESARONGS los marca al pagarlos): una ONG con
       *> dinero pendiente de abonar no se borra. Los donativos ya
       *> remesados se quedan en DONACIONES.DAT para el Modelo 182
              BAJA-ONG.
                  PERFORM LIMPIAR-DATOS-ONG.
                  DISPLAY PANTALLA-ONG.
                  ACCEPT PANTALLA-ONG
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-BAJA-ONG.
                  OPEN I-O ONGSFILE.
                  IF FSONG = "35"
                    CLOSE ONGSFILE
                    MOVE "No existe ONGS.DAT" TO MSJ-MAESTROS
                    GO TO FIN-BAJA-ONG.
                  MOVE ONG-COD-ED TO ONG-COD.
                  READ ONGSFILE
                      INVALID KEY
                        CLOSE ONGSFILE
                        MOVE "No existe ese codigo" TO MSJ-MAESTROS
                        GO TO FIN-BAJA-ONG.
                  MOVE ONG-NOMBRE TO ONG-NOMBRE-ED.
                  CLOSE ONGSFILE.
                  PERFORM COMPROBAR-DONATIVOS-VIVOS
                      THRU FIN-COMPROBAR-DONATIVOS-VIVOS.
                  IF ACTIVIDAD-VIVA-WS = "SI"
                    MOVE "Hay donativos sin remesar: no se borra"
                        TO MSJ-MAESTROS
                    GO TO FIN-BAJA-ONG.
                  OPEN I-O ONGSFILE.
                  MOVE ONG-COD-ED TO ONG-COD.
                  READ ONGSFILE
                      INVALID KEY
                        CLOSE ONGSFILE
                        MOVE "No existe ese codigo" TO MSJ-MAESTROS
                        GO TO FIN-BAJA-ONG.
                  DELETE ONGSFILE RECORD.
                  CLOSE ONGSFILE.
                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "ONGS" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  MOVE ONG-NOMBRE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "ONG dada de baja" TO MSJ-MAESTROS.
              FIN-BAJA-ONG.
                  EXIT.

              COMPROBAR-DONATIVOS-VIVOS.
                  MOVE "NO" TO ACTIVIDAD-VIVA-WS.
                  OPEN INPUT DONACIONESFILE.
                  IF FSDON = "35"
                    CLOSE DONACIONESFILE
                    GO TO FIN-COMPROBAR-DONATIVOS-VIVOS.

                LEER-UN-DONATIVO-VIVO.
                  READ DONACIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-DONATIVOS-VIVOS.
                  IF DON-ONG-COD = ONG-COD-ED AND DON-PENDIENTE
                    MOVE "SI" TO ACTIVIDAD-VIVA-WS
                    GO TO CERRAR-DONATIVOS-VIVOS.
                  GO TO LEER-UN-DONATIVO-VIVO.

                CERRAR-DONATIVOS-VIVOS.
                  CLOSE DONACIONESFILE.
              FIN-COMPROBAR-DONATIVOS-VIVOS.
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
