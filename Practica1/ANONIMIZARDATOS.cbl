       *> Versión 1.1 - Enmascara titulares, pagadores y sus avisos
       *> Versión 1.2 - Genera tambien TEST-LOGIN.DAT, el contador
       *>               de intentos de clave del juego de pruebas
       *> Versión 1.3 - El enmascarado se decide por el tipo de operacion
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.6 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS TNO-CLAVE
                  FILE STATUS IS FSTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
              02 USER-NOM-APE          PIC X(30).
              02 USER-TFNO             PIC X(9).
              02 USER-DIRECCION        PIC X(25).
              02 USER-RESTO            PIC X(290).

       FD TESTUSERFILE.
       01 REG-TEST-USUARIO.
              02 TUS-NOM-APE           PIC X(30).
              02 TUS-TFNO              PIC X(9).
              02 TUS-DIRECCION         PIC X(25).
              02 TUS-RESTO             PIC X(290).

       *> FD TESTLOGINFILE: contador de intentos de clave por tarjeta
       *> del juego de pruebas, con la misma forma que LOGIN.DAT; el
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-RESTO              PIC X(88).
              02 MOV-TIPO-OP            PIC XX.
              02 MOV-SUBTIPO-OP         PIC XX.

       FD TESTMOVFILE.
       01 REG-TEST-MOVIMIENTOS.
              02 TMV-FECHA-HORA-COMP    PIC 9(14).
              02 TMV-CONCEPTO           PIC X(40).
              02 TMV-RESTO              PIC X(88).
              02 TMV-TIPO-OP            PIC XX.
              02 TMV-SUBTIPO-OP         PIC XX.

       FD BENEFICIARIOFILE.
       01 REG-BENEFICIARIO.
              02 TNO-DETALLE           PIC X(60).
              02 TNO-RESTO              PIC X(61).

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
              77 FSTU                  PIC XX.
              77 FSTL                  PIC XX.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM COPIAR-USUARIOS THRU FIN-COPIAR-USUARIOS.
                  PERFORM COPIAR-SECUNDARIAS
                      THRU FIN-COPIAR-SECUNDARIAS.
                  MOVE MOV-CLAVE TO TMV-CLAVE.
                  MOVE MOV-FECHA-HORA-COMP TO TMV-FECHA-HORA-COMP.
                  MOVE MOV-CONCEPTO TO TMV-CONCEPTO.
                  IF MOV-TIPO-OP = "RM"
                    MOVE "600000000" TO TMV-CONCEPTO(15:9).
                  IF MOV-TIPO-OP = "TF" AND
                     (MOV-SUBTIPO-OP = "EM" OR MOV-SUBTIPO-OP = "EX" OR
                      MOV-SUBTIPO-OP = "OP")
                    MOVE SPACES TO TMV-CONCEPTO(17:24)
                    MOVE "DESTINO PRUEBA" TO TMV-CONCEPTO(17:14).
                  IF MOV-TIPO-OP = "TF" AND MOV-SUBTIPO-OP = "RC" AND
                     TMV-CONCEPTO(25:3) = " - "
                    MOVE SPACES TO TMV-CONCEPTO(28:13)
                    MOVE "REF PRUEBA" TO TMV-CONCEPTO(28:10).
                  IF MOV-TIPO-OP = "IN" AND MOV-SUBTIPO-OP = "TE"
                    MOVE SPACES TO TMV-CONCEPTO(17:24)
                    MOVE "PAGADOR PRUEBA" TO TMV-CONCEPTO(17:14).
                  MOVE MOV-RESTO TO TMV-RESTO.
                  MOVE MOV-TIPO-OP TO TMV-TIPO-OP.
                  MOVE MOV-SUBTIPO-OP TO TMV-SUBTIPO-OP.
                  WRITE REG-TEST-MOVIMIENTOS INVALID KEY CONTINUE.
                  GO TO LEER-COPIAR-MOVIMIENTO.

                  CLOSE TESTNOTIFFILE.
                  CLOSE NOTIFICAFILE.
              FIN-COPIAR-NOTIFICACIONES.

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
                  MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
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
