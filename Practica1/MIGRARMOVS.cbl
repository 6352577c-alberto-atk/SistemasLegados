       *>
       *> Versiones
       *> Versión 1.0 - Migracion de MOVS.DAT al importe computacional
       *> Versión 1.1 - Sella al terminar la version de trazado que deja
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD MOVVIEJOFILE: el trazado antiguo, sin MOV-IMPORTE
       01 REG-TESTIGO.
              02 TESTIGO-FICHERO        PIC X(20).

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
              77 TRAZADO-REGISTROS-WS  PIC 9(9).
              77 FSMV                  PIC XX.
              77 FSM                   PIC XX.
              77 FSHV                  PIC XX.
                  PERFORM GRABAR-MOV-NUEVO UNTIL R > NUM-REGISTROS.
                  CLOSE MOVFILE.
                  PERFORM ANOTAR-TESTIGO.
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  MOVE NUM-REGISTROS TO TRAZADO-REGISTROS-WS.
                  PERFORM SELLAR-TRAZADO.
                  DISPLAY WS-NOMBRE-FICHERO ": " NUM-REGISTROS
                      " apuntes convertidos.".
              FIN-MIGRAR-MOVS-INDEXADO.
                    MOVE FECHA-NEG-X TO FECHA-NEG-TRABAJO
                  ELSE
                    MOVE 0 TO FECHA-NEG-TRABAJO.

       *> Deja en CONTROL-TRAZADOS.DAT la version de trazado con que
       *> queda grabado el maestro convertido y su numero de registros
              SELLAR-TRAZADO.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ = "35"
                    CLOSE TRAZADOSFILE
                    OPEN OUTPUT TRAZADOSFILE
                    CLOSE TRAZADOSFILE
                    OPEN I-O TRAZADOSFILE.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  MOVE TRAZADO-VERSION-WS TO TRZ-VERSION.
                  MOVE TRAZADO-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO TRZ-FECHA.
                  MOVE "MIGRARMOVS" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
