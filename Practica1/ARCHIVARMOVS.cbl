       *>
       *> Versiones
       *> Versión 1.0 - Archivado periodico de movimientos antiguos
       *> Versión 1.1 - El historico conserva el tipo de operacion
       *> Versión 1.2 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAH.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD MOVFILE.
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

       FD PARAMFILE.
       01 REG-PARAMETROS.
              02 PARAM-UMBRAL-RETENCION  PIC 9(7)V99.
              02 PARAM-DIAS-RETENCION    PIC 99.
              02 PARAM-MESES-CLAVE       PIC 99.
              02 PARAM-DIAS-PUENTE       PIC 999.
              02 PARAM-ACCION-PUENTE     PIC X.
              02 PARAM-LIMITE-MENOR      PIC 9(7)V99.
              02 PARAM-DIAS-AUTORIZACION PIC 99.
              02 PARAM-TOPE-INMEDIATA    PIC 9(7)V99.
              02 PARAM-COMISION-INMEDIATA PIC 99V99.

       FD HISTMOVFILE.
       01 REG-MOV-HIST.
              02 HMOV-IMPORTE           PIC S9(9)V99.
              02 HMOV-TERMINAL            PIC X(4).
              02 HMOV-FECHA-NEGOCIO       PIC 9(8).
              02 HMOV-TIPO-OP           PIC XX.
              02 HMOV-SUBTIPO-OP        PIC XX.

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
              77 FSM                   PIC XX.
              77 FSP                   PIC XX.
              77 FSAH                  PIC XX.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM OBTENER-FECHA-HOY.
                  PERFORM CARGAR-PARAMETROS-ARCHIVO
                      THRU FIN-CARGAR-PARAMETROS-ARCHIVO.
                  MOVE MOV-IMPORTE TO HMOV-IMPORTE.
                  MOVE MOV-TERMINAL TO HMOV-TERMINAL.
                  MOVE MOV-FECHA-NEGOCIO TO HMOV-FECHA-NEGOCIO.
                  MOVE MOV-TIPO-OP TO HMOV-TIPO-OP.
                  MOVE MOV-SUBTIPO-OP TO HMOV-SUBTIPO-OP.
                  MOVE MOV-CUENTA-DESTINO TO HMOV-CUENTA-DESTINO.
                  MOVE MOV-SALDO TO HMOV-SALDO.
                  MOVE MOV-FECHA TO HMOV-FECHA.
                  CLOSE HISTMOVFILE.
              FIN-ESCRIBIR-MOV-EN-HISTORICO.
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
