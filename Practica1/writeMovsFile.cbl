INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MOVSFILE ASSIGN TO "MOVS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CLAVE
           ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP WITH DUPLICATES
           FILE STATUS IS FSM.

       SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRZ-FICHERO
           FILE STATUS IS FSTZ.

DATA DIVISION.
FILE SECTION.
FD MOVSFILE.
01 REG-MOVIMIENTOS.
       02 MOV-CLAVE.
           03 MOV-ID           PIC X(24).
           03 MOV-SEC          PIC 9(6).
       02 MOV-FECHA-HORA-COMP  PIC 9(14).
       02 MOV-CONCEPTO         PIC X(40).
       02 MOV-CANTIDAD         PIC --------9.99.
       02 MOV-CUENTA-DESTINO   PIC X(24).
       02 MOV-SALDO            PIC S9(9)V99.
       02 MOV-FECHA.            
           03 DDM              PIC 99.
           03 FILLER           PIC X.
           03 MMM              PIC 99.
           03 FILLER           PIC X.
           03 AAM              PIC 9999.
       02 MOV-HORA.
           03 HH               PIC 99.
           03 FILLER           PIC X.
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
       01 FSM      PIC X(2).

PROCEDURE DIVISION.
       INICIO.
           PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
           PERFORM WRITE-MOVS-FILE.
           STOP RUN.

       WRITE-MOVS-FILE.
           OPEN OUTPUT MOVSFILE.
               MOVE "111112222233333444445555" TO MOV-ID.
               MOVE 1 TO MOV-SEC.
               MOVE 20211025162400 TO MOV-FECHA-HORA-COMP.
               MOVE "Me gusta el dinero." TO MOV-CONCEPTO.
               MOVE 30000.00 TO MOV-CANTIDAD.
               MOVE 30000.00 TO MOV-IMPORTE.
               MOVE "CUENTADEALBERTO" TO MOV-CUENTA-DESTINO.
               MOVE 60000.00 TO MOV-SALDO.
               MOVE "25-10-2021" TO MOV-FECHA.
               MOVE "16:24:00" TO MOV-HORA.
               MOVE "BATC" TO MOV-TERMINAL.
               MOVE 20211025 TO MOV-FECHA-NEGOCIO.
               MOVE "IN" TO MOV-TIPO-OP.
               MOVE SPACES TO MOV-SUBTIPO-OP.
               DISPLAY REG-MOVIMIENTOS.
               WRITE REG-MOVIMIENTOS.
           CLOSE MOVSFILE.

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
