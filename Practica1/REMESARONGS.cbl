       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESARONGS.
       *> Proceso batch diario que paga a las ONG los donativos hechos
       *> en el cajero: recorre DONACIONES.DAT buscando los donativos
       *> pendientes de remesar con fecha de negocio hasta la vigente,
       *> totaliza por ONG y escribe un fichero de remesa saliente
       *> REM-ONG-NN.DAT por cada una, con una primera linea de totales
       *> (con el NIF y la cuenta de abono de ONGS.DAT) y una de detalle
       *> por donativo. Los donativos remesados quedan marcados con la
       *> fecha de la remesa y no se vuelven a enviar. Los de una ONG
       *> que ya no esta en el maestro (sin cuenta de abono) se dejan
       *> pendientes y se cuentan como rechazados en el registro de
       *> control.
       *>
       *> Versiones
       *> Versión 1.0 - Remesa diaria de donativos a las ONG
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DONACIONESFILE ASSIGN TO "DONACIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DON-CLAVE
                  FILE STATUS IS FSDON.

              SELECT ONGSFILE ASSIGN TO "ONGS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ONG-COD
                  FILE STATUS IS FSONG.

              SELECT REMESAFILE ASSIGN TO NOMBRE-REMESA-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRE.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

       DATA DIVISION.
       FILE SECTION.
       *> FD DONACIONESFILE: donativos a ONG hechos en el cajero, por
       *> DNI del titular, fecha de negocio y secuencia
       FD DONACIONESFILE.
       01 REG-DONACION.
              02 DON-CLAVE.
                 03 DON-DNI             PIC X(9).
                 03 DON-FECHA           PIC 9(8).
                 03 DON-SEC             PIC 9(4).
              02 DON-ONG-COD            PIC 99.
              02 DON-ONG-NIF            PIC X(9).
              02 DON-ONG-NOMBRE         PIC X(30).
              02 DON-IMPORTE            PIC 9(7)V99.
              02 DON-CUENTA             PIC X(24).
              02 DON-TARJ               PIC 9(10).
              02 DON-NOMBRE             PIC X(30).
              02 DON-HORA               PIC X(8).
              02 DON-REMESADA           PIC X.
                 88 DON-PENDIENTE       VALUE "N".
                 88 DON-REMITIDA        VALUE "S".
              02 DON-FECHA-REMESA       PIC 9(8).

       FD ONGSFILE.
       01 REG-ONG.
              02 ONG-COD                PIC 99.
              02 ONG-NOMBRE             PIC X(30).
              02 ONG-NIF                PIC X(9).
              02 ONG-CUENTA             PIC X(24).

       *> FD REMESAFILE: fichero saliente REM-ONG-NN.DAT, uno por ONG
       *> con donativos pendientes; primera linea de totales y una de
       *> detalle por donativo remesado
       FD REMESAFILE.
       01 REG-REMESA                   PIC X(120).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD CONTROLNOCFILE.
       01 REG-CONTROL-NOC.
              02 CTN-CLAVE.
                 03 CTN-FECHA           PIC 9(8).
                 03 CTN-PROGRAMA        PIC X(20).
              02 CTN-LEIDOS             PIC 9(7).
              02 CTN-ESCRITOS           PIC 9(7).
              02 CTN-RECHAZADOS         PIC 9(7).
              02 CTN-IMPORTE-ENTRADA    PIC 9(11)V99.
              02 CTN-IMPORTE-SALIDA     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
              77 FSDON                 PIC XX.
              77 FSONG                 PIC XX.
              77 FSRE                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 N                     PIC 999.
              77 COD-REMESA-WS         PIC 99.
              77 NUM-ONGS              PIC 99 VALUE 0.
              77 NUM-REMESAS           PIC 99 VALUE 0.
              77 NOMBRE-REMESA-WS      PIC X(14).

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 FECHAF.
                 02 DD                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.

       *> Tabla de ONG indexada por el propio codigo (01 a 99), con el
       *> total pendiente de remesar a cada una
              01 TABLA-ONGS.
                 02 ONG-ENTRADA OCCURS 99 TIMES.
                    03 TON-EN-MAESTRO       PIC X(2).
                    03 TON-NOMBRE           PIC X(30).
                    03 TON-NIF              PIC X(9).
                    03 TON-CUENTA           PIC X(24).
                    03 TON-TOTAL            PIC 9(9)V99.
                    03 TON-NUM-OPS          PIC 9(5).

              01 LINEA-CABECERA-REM.
                 02 FILLER                  PIC X(6) VALUE "REMESA".
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-ONG-COD             PIC 99.
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-ONG-NOMBRE          PIC X(30).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-ONG-NIF             PIC X(9).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-ONG-CUENTA          PIC X(24).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-FECHA               PIC X(10).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-NUM-OPS             PIC ZZZZ9.
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 CAB-TOTAL               PIC ZZZZZZZZ9.99.

              01 LINEA-DETALLE-REM.
                 02 FILLER                  PIC X(7) VALUE "DETALLE".
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 DET-DNI                 PIC X(9).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 DET-NOMBRE              PIC X(30).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 DET-FECHA               PIC 9(8).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 DET-HORA                PIC X(8).
                 02 FILLER                  PIC X(2) VALUE SPACES.
                 02 DET-IMPORTE             PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-ONGS THRU FIN-CARGAR-ONGS.
                  IF NUM-ONGS = 0
                    DISPLAY "REMESARONGS: sin ONG dadas de alta"
                    STOP RUN.
                  PERFORM TOTALIZAR-PENDIENTES
                      THRU FIN-TOTALIZAR-PENDIENTES.
                  MOVE 1 TO N.
                  PERFORM GENERAR-UNA-REMESA
                      THRU FIN-GENERAR-UNA-REMESA
                      UNTIL N > 99.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "REMESARONGS: " CTL-LEIDOS-WS
                      " donativos pendientes, " CTL-ESCRITOS-WS
                      " remesados en " NUM-REMESAS " remesas, "
                      CTL-RECHAZADOS-WS " sin ONG en el maestro.".
                  STOP RUN.

              CARGAR-ONGS.
                  MOVE 1 TO N.
                  PERFORM LIMPIAR-UNA-ONG UNTIL N > 99.
                  OPEN INPUT ONGSFILE.
                  IF FSONG = "35"
                    CLOSE ONGSFILE
                    GO TO FIN-CARGAR-ONGS.

                LEER-UNA-ONG.
                  READ ONGSFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-ONGS.
                  IF ONG-COD = 0
                    GO TO LEER-UNA-ONG.
                  ADD 1 TO NUM-ONGS.
                  MOVE "SI" TO TON-EN-MAESTRO(ONG-COD).
                  MOVE ONG-NOMBRE TO TON-NOMBRE(ONG-COD).
                  MOVE ONG-NIF TO TON-NIF(ONG-COD).
                  MOVE ONG-CUENTA TO TON-CUENTA(ONG-COD).
                  GO TO LEER-UNA-ONG.

                CERRAR-CARGAR-ONGS.
                  CLOSE ONGSFILE.
              FIN-CARGAR-ONGS.
                  EXIT.

              LIMPIAR-UNA-ONG.
                  MOVE "NO" TO TON-EN-MAESTRO(N).
                  MOVE 0 TO TON-TOTAL(N).
                  MOVE 0 TO TON-NUM-OPS(N).
                  ADD 1 TO N.

       *> Primera pasada por DONACIONES.DAT: total y numero de
       *> donativos pendientes hasta la fecha de negocio por cada ONG
              TOTALIZAR-PENDIENTES.
                  OPEN INPUT DONACIONESFILE.
                  IF FSDON = "35"
                    CLOSE DONACIONESFILE
                    GO TO FIN-TOTALIZAR-PENDIENTES.

                LEER-UN-PENDIENTE.
                  READ DONACIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-TOTALIZAR-PENDIENTES.
                  IF NOT DON-PENDIENTE
                    GO TO LEER-UN-PENDIENTE.
                  IF DON-FECHA > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-PENDIENTE.
                  ADD 1 TO CTL-LEIDOS-WS.
                  ADD DON-IMPORTE TO CTL-IMP-ENTRADA-WS.
                  IF DON-ONG-COD = 0
                    ADD 1 TO CTL-RECHAZADOS-WS
                    GO TO LEER-UN-PENDIENTE.
                  IF TON-EN-MAESTRO(DON-ONG-COD) NOT = "SI"
                    ADD 1 TO CTL-RECHAZADOS-WS
                    GO TO LEER-UN-PENDIENTE.
                  ADD DON-IMPORTE TO TON-TOTAL(DON-ONG-COD).
                  ADD 1 TO TON-NUM-OPS(DON-ONG-COD).
                  GO TO LEER-UN-PENDIENTE.

                CERRAR-TOTALIZAR-PENDIENTES.
                  CLOSE DONACIONESFILE.
              FIN-TOTALIZAR-PENDIENTES.
                  EXIT.

       *> Genera el REM-ONG-NN.DAT de la ONG N y marca como remesados
       *> sus donativos pendientes
              GENERAR-UNA-REMESA.
                  IF TON-NUM-OPS(N) = 0
                    GO TO SIGUIENTE-REMESA.

                  MOVE N TO COD-REMESA-WS.
                  MOVE SPACES TO NOMBRE-REMESA-WS.
                  STRING "REM-ONG-" DELIMITED BY SIZE
                         COD-REMESA-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-REMESA-WS.
                  OPEN OUTPUT REMESAFILE.
                  ADD 1 TO NUM-REMESAS.

                  MOVE COD-REMESA-WS TO CAB-ONG-COD.
                  MOVE TON-NOMBRE(N) TO CAB-ONG-NOMBRE.
                  MOVE TON-NIF(N) TO CAB-ONG-NIF.
                  MOVE TON-CUENTA(N) TO CAB-ONG-CUENTA.
                  MOVE FECHAF TO CAB-FECHA.
                  MOVE TON-NUM-OPS(N) TO CAB-NUM-OPS.
                  MOVE TON-TOTAL(N) TO CAB-TOTAL.
                  WRITE REG-REMESA FROM LINEA-CABECERA-REM.

                  OPEN I-O DONACIONESFILE.

                LEER-UN-DONATIVO-ONG.
                  READ DONACIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-UNA-REMESA.
                  IF NOT DON-PENDIENTE
                    GO TO LEER-UN-DONATIVO-ONG.
                  IF DON-FECHA > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-DONATIVO-ONG.
                  IF DON-ONG-COD NOT = N
                    GO TO LEER-UN-DONATIVO-ONG.
                  MOVE DON-DNI TO DET-DNI.
                  MOVE DON-NOMBRE TO DET-NOMBRE.
                  MOVE DON-FECHA TO DET-FECHA.
                  MOVE DON-HORA TO DET-HORA.
                  MOVE DON-IMPORTE TO DET-IMPORTE.
                  WRITE REG-REMESA FROM LINEA-DETALLE-REM.
                  MOVE "S" TO DON-REMESADA.
                  MOVE FECHA-NEGOCIO-WS TO DON-FECHA-REMESA.
                  REWRITE REG-DONACION.
                  ADD 1 TO CTL-ESCRITOS-WS.
                  ADD DON-IMPORTE TO CTL-IMP-SALIDA-WS.
                  GO TO LEER-UN-DONATIVO-ONG.

                CERRAR-UNA-REMESA.
                  CLOSE DONACIONESFILE.
                  CLOSE REMESAFILE.

                SIGUIENTE-REMESA.
                  ADD 1 TO N.
              FIN-GENERAR-UNA-REMESA.
                  EXIT.

       *> Procedimiento cargar-fecha-negocio: se remesa hasta el dia de
       *> negocio vigente (la cadena corre pasada la medianoche, antes
       *> del corte CIERREDIA); sin FECHA-NEGOCIO.DAT se usa la fecha
       *> del calendario
              CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-NEGOCIO-WS.
                  OPEN INPUT FECHANEGOCIOFILE.
                  IF FSFN = "35"
                    CONTINUE
                  ELSE
                    READ FECHANEGOCIOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF FNEG-FECHA > 0
                          MOVE FNEG-FECHA TO FECHA-NEGOCIO-WS.
                  CLOSE FECHANEGOCIOFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "REMESARONGS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
