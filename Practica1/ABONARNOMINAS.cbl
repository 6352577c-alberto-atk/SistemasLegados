       *>               dia retoma en el registro siguiente sin
       *>               volver a abonar (ni a financiar) lo ya hecho,
       *>               con la respuesta al empleador completa
       *> Versión 1.5 - Graba el tipo de operacion en cada apunte
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.8 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD NOMINASFILE: cabecera con totales de control y una linea
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

       FD RESPUESTAFILE.
       01 REG-RESPUESTA.
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

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Cargo financiacion nomina " EMPRESA-WS(1:14)
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "NO" TO MOV-TIPO-OP.
                  MOVE "CF" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - IMPORTE-DECLARADO.
                  COMPUTE MOV-IMPORTE = 0 - IMPORTE-DECLARADO.
                  MOVE " " TO MOV-CUENTA-DESTINO.
              REGISTRAR-MOV-ANTICIPO.
                  MOVE DET-CUENTA TO MOV-ID.
                  MOVE "Recuperacion anticipo nomina" TO MOV-CONCEPTO.
                  MOVE "NO" TO MOV-TIPO-OP.
                  MOVE "RA" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - IMPORTE-ANTICIPO-WS.
                  COMPUTE MOV-IMPORTE = 0 - IMPORTE-ANTICIPO-WS.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Nomina " EMPRESA-WS
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "NO" TO MOV-TIPO-OP.
                  MOVE "AB" TO MOV-SUBTIPO-OP.
                  MOVE DET-IMPORTE TO MOV-CANTIDAD.
                  MOVE DET-IMPORTE TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE 0 TO CKP-RECHAZADOS.
                  WRITE REG-CHECKPOINT.
                  CLOSE CHECKPOINTFILE.

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
