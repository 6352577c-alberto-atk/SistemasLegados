       *>
       *> Versiones
       *> Versión 1.0 - Migracion unica de claves en claro a transformadas
       *> Versión 1.1 - Sella al terminar la version de trazado que deja
       *> Versión 1.2 - USERS.DAT con el trazado anterior al producto de
       *>               cuenta: se ejecuta antes de MIGRARUSERS
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
       *> FD USERFILE: el trazado de USERS.DAT anterior al producto
       *> de cuenta (368 bytes); MIGRARUSERS lo alarga despues
       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ             PIC 9(10).
       01 REG-TESTIGO.
              02 TESTIGO-FECHA          PIC 9(8).

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
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSST                  PIC XX.
                  PERFORM MIGRAR-SECUNDARIAS THRU FIN-MIGRAR-SECUNDARIAS.
                  PERFORM MIGRAR-STAFF THRU FIN-MIGRAR-STAFF.
                  PERFORM GRABAR-TESTIGO.
                  MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  MOVE NUM-USUARIOS TO TRAZADO-REGISTROS-WS.
                  PERFORM SELLAR-TRAZADO.
                  MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  MOVE NUM-SECUNDARIAS TO TRAZADO-REGISTROS-WS.
                  PERFORM SELLAR-TRAZADO.
                  DISPLAY "MIGRARCLAVES: usuarios " NUM-USUARIOS
                      " secundarias " NUM-SECUNDARIAS
                      " empleados " NUM-EMPLEADOS.
                  DIVIDE SUMA-CIFRADO-WS BY 10000
                      GIVING COCIENTE-CIFRADO-WS
                      REMAINDER CLAVE-CIFRADA-WS.

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
                  MOVE "MIGRARCLAVES" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
