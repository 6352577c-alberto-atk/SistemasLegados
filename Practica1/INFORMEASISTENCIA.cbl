       *>
       *> Versiones
       *> Versión 1.0 - Conciliacion de asistencia y tendencia por promotor
       *> Versión 1.1 - Clasifica por el tipo de operacion del apunte
       *> Versión 1.2 - Numero de espectaculo de cuatro cifras
       *> Versión 1.3 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.4 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD ESPECFILE.
       01 REG-ESPECTACULO.
              02 ESPEC-NUMERO           PIC 9(4).
              02 ESPEC-NOMBRE           PIC X(20).
              02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
              02 ESPEC-DESCRIPCION      PIC X(30).
              02 ESPEC-ENT-TOTAL        PIC 9(3).
              02 ESPEC-PRECIO-NINO      PIC 999V99.
              02 ESPEC-PRECIO-SENIOR    PIC 999V99.
              02 ESPEC-SOLO-ADULTOS     PIC X.
              02 ESPEC-RECINTO        PIC 99.

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

       FD RECHAZOSFILE.
       01 REG-RECHAZO.
              02 RCH-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 RCH-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2).

       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
              02 PROM-ESPEC            PIC 9(4).
              02 PROM-NOMBRE           PIC X(30).
              02 PROM-CUENTA           PIC X(24).
              02 PROM-COMISION-PCT     PIC 99V99.
       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

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
              77 FSE                   PIC XX.
              77 FSCE                  PIC XX.
              77 FSM                   PIC XX.
              77 NUM-CEDIDAS-WS        PIC 9(5).
              77 NUM-RECHAZOS-WS       PIC 9(5).
              77 BASE-TASA-WS          PIC 9(7).
              77 NUM-ESPEC-X           PIC X(4).
              77 NOMBRE-PROMOTOR-WS    PIC X(30).
              77 NUM-PROMOTORES        PIC 99 VALUE 0.
              77 PROMOTOR-ENCONTRADO   PIC X(2).
                    03 TP-NOMBRE            PIC X(30).
                    03 TP-USADAS            PIC 9(7).
                    03 TP-NOSHOW            PIC 9(7).
                    03 TP-FUNCIONES         PIC 9(4).

              01 LINEA-CAB-ASIS.
                 02 FILLER             PIC X(40) VALUE
            "Esp  Nombre                Promotor                        Vend  Anul  Cedi  Entra  NoPre  Rech  %NoPre".

              01 LINEA-ESPEC-ASIS.
                 02 LA-ESPEC           PIC 9(4).
                 02 FILLER             PIC X(1) VALUE SPACES.
                 02 LA-NOMBRE          PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LA-PROMOTOR        PIC X(30).
              01 LINEA-PROM-ASIS.
                 02 LP-NOMBRE          PIC X(30).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-FUNCIONES       PIC ZZZ9.
                 02 FILLER             PIC X(11) VALUE " funciones ".
                 02 LP-TASA            PIC ZZ9.9.
                 02 FILLER             PIC X(9) VALUE " % no pre".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  OPEN OUTPUT INFORMEFILE.
                  WRITE REG-INFORME FROM LINEA-CAB-ASIS.
                  WRITE REG-INFORME FROM LINEA-TIT-ASIS.
                LEER-MOV-CESION.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-CONTAR-CESIONES.
                  IF MOV-OP-ENTRADAS AND MOV-SUBTIPO-OP = "CS" AND
                     MOV-CONCEPTO(21:4) = NUM-ESPEC-X
                    ADD 1 TO NUM-CEDIDAS-WS.
                  GO TO LEER-MOV-CESION.

                        TP-NOSHOW(N) * 100 / BASE-TASA-WS.
                  WRITE REG-INFORME FROM LINEA-PROM-ASIS.
                  ADD 1 TO N.

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
                  MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
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
