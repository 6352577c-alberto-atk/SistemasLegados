       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARUSERS.
       *> Utilidad de ejecucion unica que alarga USERS.DAT al trazado
       *> con producto de cuenta: tres codigos USER-PRODUCTO de tres
       *> posiciones al final del registro, que pasa de 368 a 377
       *> bytes. Un fichero indexado no admite registros de dos
       *> longitudes: sin esta conversion, el primer OPEN contra el
       *> trazado largo falla. Misma mecanica que MIGRARMOVS y
       *> MIGRARTIPOSMOV: carga entera en memoria con el trazado
       *> antiguo y recreacion con el nuevo, con los codigos de
       *> producto en blanco. La replica de la maquina de reserva,
       *> REPLICA-USERS.DAT, lleva el mismo trazado y se convierte en
       *> la misma pasada, detras de USERS.DAT, para que
       *> APLICARJOURNAL pueda seguir reponiendo tarjetas con el
       *> trazado largo; el sello de CONTROL-TRAZADOS.DAT es solo el
       *> de USERS.DAT.
       *>
       *> Orden de despliegue: MIGRARCLAVES (que trabaja sobre el
       *> trazado corto), despues este programa y despues
       *> MIGRARPRODUCTOS, que crea el catalogo y asigna producto a
       *> las cuentas que lo tienen en blanco.
       *>
       *> Cada fichero convertido queda anotado en el testigo
       *> USERS-MIGRADOS.DAT y no se vuelve a tocar, porque una
       *> segunda pasada leeria los registros ya alargados con el
       *> trazado corto y los destrozaria. Un fichero que no se deja
       *> abrir con el trazado corto no se toca y el programa termina
       *> con retorno 8.
       *>
       *> Versiones
       *> Versión 1.0 - Conversion de USERS.DAT al trazado con producto
       *> Versión 1.1 - Convierte tambien REPLICA-USERS.DAT; testigo por
       *>               fichero y retorno 8 si no se puede leer
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT USERVIEJOFILE ASSIGN TO NOMBRE-FICHERO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UVJ-TARJ
                  FILE STATUS IS FSUV.

              SELECT USERFILE ASSIGN TO NOMBRE-FICHERO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT TESTIGOFILE ASSIGN TO "USERS-MIGRADOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD USERVIEJOFILE: el trazado de MIGRARCLAVES, sin producto
       *> de cuenta (368 bytes)
       FD USERVIEJOFILE.
       01 REG-USUARIO-VIEJO.
              02 UVJ-TARJ              PIC 9(10).
              02 UVJ-RESTO             PIC X(358).

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ             PIC 9(10).
              02 USER-PIN              PIC 9(4).
              02 USER-DNI              PIC X(9).
              02 USER-NOM-APE          PIC X(30).
              02 USER-TFNO             PIC X(9).
              02 USER-DIRECCION        PIC X(25).
              02 USER-BLOQUEADA        PIC X.
              02 USER-LIMITE-DIARIO    PIC 9(7)V99.
              02 USER-PREGUNTA-SEG     PIC X(30).
              02 USER-RESPUESTA-SEG    PIC X(20).
              02 CUENTA-USUARIO        OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA       PIC X(24).
                 03 USER-SALDO            PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA           PIC X(3).
                 03 USER-TIPO-INTERES     PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA  PIC 9999.
                    04 USER-ULT-DEVENGO-MM  PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD  PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH       PIC 99.
                    04 USER-BLOQUEO-MM       PIC 99.
                    04 USER-BLOQUEO-SS       PIC 99.
              02 USER-FECHA-EMISION       PIC 9(8).
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD TESTIGOFILE.
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
              77 FSUV                  PIC XX.
              77 FSU                   PIC XX.
              77 FSTE                  PIC XX.
              77 NOMBRE-FICHERO        PIC X(20).
              77 YA-MIGRADO            PIC X(2).
              77 R                     PIC 9(5).
              77 M                     PIC 9.
              77 NUM-REGISTROS         PIC 9(5) VALUE 0.

       *> Todo el fichero en conversion cargado en memoria con el trazado antiguo
              01 TABLA-USUARIOS.
                 02 USR-ENTRADA OCCURS 5000 TIMES.
                    03 TU-REGISTRO          PIC X(368).

       PROCEDURE DIVISION.
              INICIO.
                  MOVE "USERS.DAT" TO NOMBRE-FICHERO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "MIGRARUSERS: USERS.DAT ya esta convertido."
                  ELSE
                    PERFORM MIGRAR-USUARIOS THRU FIN-MIGRAR-USUARIOS.

                  MOVE "REPLICA-USERS.DAT" TO NOMBRE-FICHERO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "MIGRARUSERS: REPLICA-USERS.DAT ya esta"
                        " convertido."
                  ELSE
                    PERFORM MIGRAR-USUARIOS THRU FIN-MIGRAR-USUARIOS.
                  STOP RUN.

       *> El testigo guarda el nombre de cada fichero ya convertido:
       *> ese fichero ya tiene el trazado largo y no se toca
              COMPROBAR-TESTIGO.
                  MOVE "NO" TO YA-MIGRADO.
                  OPEN INPUT TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    GO TO FIN-COMPROBAR-TESTIGO.

                LEER-UN-TESTIGO.
                  READ TESTIGOFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPROBAR-TESTIGO.
                  IF TESTIGO-FICHERO = NOMBRE-FICHERO
                    MOVE "SI" TO YA-MIGRADO.
                  GO TO LEER-UN-TESTIGO.

                CERRAR-COMPROBAR-TESTIGO.
                  CLOSE TESTIGOFILE.
              FIN-COMPROBAR-TESTIGO.
                  EXIT.

       *> Carga con el trazado viejo y recrea con el nuevo. Si no caben
       *> todos en memoria no se toca el fichero
              MIGRAR-USUARIOS.
                  MOVE 0 TO NUM-REGISTROS.
                  OPEN INPUT USERVIEJOFILE.
                  IF FSUV = "35"
                    CLOSE USERVIEJOFILE
                    DISPLAY "No existe " NOMBRE-FICHERO "."
                    GO TO FIN-MIGRAR-USUARIOS.
                  IF FSUV NOT = "00"
                    DISPLAY "No se puede leer " NOMBRE-FICHERO
                        " con el trazado corto (estado " FSUV
                        "): no se convierte"
                    CLOSE USERVIEJOFILE
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-MIGRAR-USUARIOS.

                LEER-USUARIO-VIEJO.
                  READ USERVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-LEER-VIEJO.
                  IF NUM-REGISTROS < 5000
                    ADD 1 TO NUM-REGISTROS
                    MOVE REG-USUARIO-VIEJO TO TU-REGISTRO(NUM-REGISTROS)
                  ELSE
                    DISPLAY "ATENCION: mas de 5000 tarjetas, fichero NO"
                        " convertido"
                    CLOSE USERVIEJOFILE
                    GO TO FIN-MIGRAR-USUARIOS.
                  GO TO LEER-USUARIO-VIEJO.

                CERRAR-LEER-VIEJO.
                  CLOSE USERVIEJOFILE.

                  OPEN OUTPUT USERFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-USUARIO-NUEVO UNTIL R > NUM-REGISTROS.
                  CLOSE USERFILE.
                  PERFORM ANOTAR-TESTIGO.
                  IF NOMBRE-FICHERO = "USERS.DAT"
                    MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS
                    MOVE 3 TO TRAZADO-VERSION-WS
                    MOVE NUM-REGISTROS TO TRAZADO-REGISTROS-WS
                    PERFORM SELLAR-TRAZADO.
                  DISPLAY "MIGRARUSERS: " NOMBRE-FICHERO " "
                      NUM-REGISTROS " tarjetas convertidas.".
              FIN-MIGRAR-USUARIOS.
                  EXIT.

              GRABAR-USUARIO-NUEVO.
                  MOVE TU-REGISTRO(R) TO REG-USUARIO.
                  MOVE 1 TO M.
                  PERFORM BLANQUEAR-PRODUCTO UNTIL M > 3.
                  WRITE REG-USUARIO INVALID KEY CONTINUE.
                  ADD 1 TO R.

              BLANQUEAR-PRODUCTO.
                  MOVE SPACES TO USER-PRODUCTO(M).
                  ADD 1 TO M.

              ANOTAR-TESTIGO.
                  OPEN EXTEND TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    OPEN OUTPUT TESTIGOFILE.
                  MOVE NOMBRE-FICHERO TO TESTIGO-FICHERO.
                  WRITE REG-TESTIGO.
                  CLOSE TESTIGOFILE.

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
                  MOVE "MIGRARUSERS" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
