       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERARMODELO182.
       *> Proceso batch anual que genera el fichero de donantes para la
       *> declaracion informativa Modelo 182 de donativos
       *> (MODELO182.DAT) con los donativos a ONG hechos en el cajero,
       *> pensado para lanzarse a principios de año sobre el ejercicio
       *> anterior al de la fecha de negocio, como GENERARMODELO196.
       *> DONACIONES.DAT va por DNI del donante: con corte de control
       *> por DNI se acumula lo donado a cada ONG en el ejercicio y en
       *> los dos anteriores, y se escribe un registro por donante y
       *> ONG con el importe del ejercicio y la marca de recurrencia
       *> (S cuando el donante dio a esa misma ONG en los dos
       *> ejercicios anteriores). Un donante con DNI no valido se
       *> rechaza entero y sale en el listado de control
       *> CONTROL-MODELO182.DAT junto con los contadores y totales.
       *>
       *> Versiones
       *> Versión 1.0 - Fichero de donantes del Modelo 182
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

              SELECT MODELOFILE ASSIGN TO "MODELO182.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMO.

              SELECT CONTROLFILE ASSIGN TO "CONTROL-MODELO182.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCO.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

       DATA DIVISION.
       FILE SECTION.
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

       *> FD MODELOFILE: registro tipo 1 (ejercicio) al principio, un
       *> registro tipo 2 por donante y ONG y el registro tipo 9 con
       *> los totales al final
       FD MODELOFILE.
       01 REG-MODELO                    PIC X(120).

       FD CONTROLFILE.
       01 REG-CONTROL                   PIC X(80).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       WORKING-STORAGE SECTION.
              77 FSDON                 PIC XX.
              77 FSMO                  PIC XX.
              77 FSCO                  PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 EJERCICIO-WS          PIC 9999.
              77 EJ-DONATIVO-WS        PIC 9999.
              77 FECHA-INICIO-WS       PIC 9(8).
              77 FECHA-FIN-EJ-WS       PIC 9(8).
              77 O                     PIC 99.
              77 NUM-ONGS-DONANTE      PIC 99.
              77 ONG-HALLADA-WS        PIC XX.
              77 FIN-DONACIONES-WS     PIC XX.
              77 DNI-ACTUAL-WS         PIC X(9).
              77 NOMBRE-ACTUAL-WS      PIC X(30).
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-DONANTES          PIC 9(7) VALUE 0.
              77 NUM-DECLARADOS        PIC 9(7) VALUE 0.
              77 NUM-RECHAZADOS        PIC 9(7) VALUE 0.
              77 NUM-REGISTROS-DECL    PIC 9(9) VALUE 0.
              77 NUM-RECURRENTES       PIC 9(9) VALUE 0.
              77 TOTAL-DONADO-WS       PIC 9(13)V99 VALUE 0.

       *> Lo donado por el donante en curso a cada ONG en el ejercicio
       *> (TOG-IMPORTE) y en los dos anteriores (TOG-IMPORTE-1 y -2)
              01 TABLA-ONGS-DONANTE.
                 02 ONG-DONANTE-ENTRADA OCCURS 20 TIMES.
                    03 TOG-COD              PIC 99.
                    03 TOG-NIF              PIC X(9).
                    03 TOG-NOMBRE           PIC X(30).
                    03 TOG-IMPORTE          PIC 9(9)V99.
                    03 TOG-IMPORTE-1        PIC 9(9)V99.
                    03 TOG-IMPORTE-2        PIC 9(9)V99.

              01 VALIDACION-DNI.
                 02 DNI-VALIDAR-WS        PIC X(9).
                 02 DNI-NUMERO-WS         PIC 9(8).
                 02 DNI-LETRA-WS          PIC X.
                 02 COCIENTE-DNI          PIC 9(8).
                 02 RESTO-DNI             PIC 99.
                 02 POSICION-LETRA-DNI    PIC 99.
                 02 TABLA-LETRAS-DNI      PIC X(23)
                     VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
                 02 DNI-VALIDO-WS         PIC X(2).

       *> Registro tipo 1: cabecera con el ejercicio
              01 LINEA-DECLARANTE.
                 02 FILLER             PIC X VALUE "1".
                 02 FILLER             PIC X(3) VALUE "182".
                 02 DCL-EJERCICIO      PIC 9999.
                 02 FILLER             PIC X(112) VALUE SPACES.

       *> Registro tipo 9: totales de la declaracion
              01 LINEA-TOTALES-MODELO.
                 02 FILLER             PIC X VALUE "9".
                 02 FILLER             PIC X(3) VALUE "182".
                 02 TOT-EJERCICIO      PIC 9999.
                 02 TOT-NUM-REGISTROS  PIC 9(9).
                 02 TOT-TOTAL-DONADO   PIC 9(13)V99.
                 02 FILLER             PIC X(88) VALUE SPACES.

       *> Registro tipo 2: un donante y la ONG a la que dono, con el
       *> importe del ejercicio y la marca de recurrencia
              01 LINEA-DECLARADO.
                 02 FILLER             PIC X VALUE "2".
                 02 FILLER             PIC X(3) VALUE "182".
                 02 DDO-EJERCICIO      PIC 9999.
                 02 DDO-DNI            PIC X(9).
                 02 DDO-NOMBRE         PIC X(30).
                 02 DDO-ONG-NIF        PIC X(9).
                 02 DDO-ONG-NOMBRE     PIC X(30).
                 02 DDO-IMPORTE        PIC 9(11)V99.
                 02 DDO-RECURRENTE     PIC X.
                 02 FILLER             PIC X(20) VALUE SPACES.

              01 LINEA-CAB-CONTROL.
                 02 FILLER             PIC X(30) VALUE
                     "CONTROL MODELO 182 EJERCICIO  ".
                 02 CAB-EJERCICIO      PIC 9999.

              01 LINEA-INCIDENCIA.
                 02 LI-MOTIVO          PIC X(14).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-DNI             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-NOMBRE          PIC X(30).

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(30).
                 02 LC-VALOR           PIC ZZZZZZZZ9.

              01 LINEA-IMPORTE.
                 02 LI-LITERAL         PIC X(30).
                 02 LI-VALOR           PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-EJERCICIO.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM RECORRER-DONACIONES
                      THRU FIN-RECORRER-DONACIONES.
                  PERFORM ESCRIBIR-TOTALES-MODELO.
                  PERFORM ESCRIBIR-TOTALES-CONTROL.
                  PERFORM CERRAR-FICHEROS.
                  DISPLAY "GENERARMODELO182: " NUM-DECLARADOS
                      " donantes declarados, " NUM-RECHAZADOS
                      " rechazados, " NUM-REGISTROS-DECL
                      " registros.".
                  STOP RUN.

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

       *> El ejercicio declarado es el año natural anterior al de la
       *> fecha de negocio; para la recurrencia se miran ademas los
       *> dos años previos
              CALCULAR-EJERCICIO.
                  COMPUTE EJERCICIO-WS = FECHA-NEGOCIO-WS / 10000 - 1.
                  COMPUTE FECHA-INICIO-WS =
                      (EJERCICIO-WS - 2) * 10000 + 101.
                  COMPUTE FECHA-FIN-EJ-WS = EJERCICIO-WS * 10000 + 1231.

              ABRIR-FICHEROS.
                  OPEN INPUT DONACIONESFILE.
                  OPEN OUTPUT MODELOFILE.
                  MOVE EJERCICIO-WS TO DCL-EJERCICIO.
                  WRITE REG-MODELO FROM LINEA-DECLARANTE.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE EJERCICIO-WS TO CAB-EJERCICIO.
                  WRITE REG-CONTROL FROM LINEA-CAB-CONTROL.

              CERRAR-FICHEROS.
                  CLOSE DONACIONESFILE.
                  CLOSE MODELOFILE.
                  CLOSE CONTROLFILE.

       *> Corte de control por DNI: los donativos de un donante son
       *> consecutivos en la clave de DONACIONES.DAT
              RECORRER-DONACIONES.
                  IF FSDON = "35"
                    GO TO FIN-RECORRER-DONACIONES.
                  MOVE "NO" TO FIN-DONACIONES-WS.
                  MOVE SPACES TO DNI-ACTUAL-WS.
                  MOVE 0 TO NUM-ONGS-DONANTE.

                LEER-UNA-DONACION.
                  READ DONACIONESFILE NEXT RECORD
                      AT END MOVE "SI" TO FIN-DONACIONES-WS.
                  IF FIN-DONACIONES-WS = "SI"
                    PERFORM CERRAR-DONANTE THRU FIN-CERRAR-DONANTE
                    GO TO FIN-RECORRER-DONACIONES.
                  IF DON-FECHA < FECHA-INICIO-WS OR
                     DON-FECHA > FECHA-FIN-EJ-WS
                    GO TO LEER-UNA-DONACION.
                  ADD 1 TO NUM-LEIDOS.
                  IF DON-DNI NOT = DNI-ACTUAL-WS
                    PERFORM CERRAR-DONANTE THRU FIN-CERRAR-DONANTE
                    MOVE DON-DNI TO DNI-ACTUAL-WS
                    MOVE DON-NOMBRE TO NOMBRE-ACTUAL-WS
                    MOVE 0 TO NUM-ONGS-DONANTE.
                  PERFORM ACUMULAR-DONATIVO THRU FIN-ACUMULAR-DONATIVO.
                  GO TO LEER-UNA-DONACION.
              FIN-RECORRER-DONACIONES.
                  EXIT.

       *> Suma el donativo leido a su ONG en la tabla del donante; una
       *> ONG nueva ocupa la siguiente entrada libre
              ACUMULAR-DONATIVO.
                  MOVE "NO" TO ONG-HALLADA-WS.
                  MOVE 1 TO O.
                  PERFORM COMPARAR-ONG-DONANTE
                      UNTIL O > NUM-ONGS-DONANTE
                         OR ONG-HALLADA-WS = "SI".
                  IF ONG-HALLADA-WS = "NO"
                    IF NUM-ONGS-DONANTE = 20
                      GO TO FIN-ACUMULAR-DONATIVO
                    ELSE
                      ADD 1 TO NUM-ONGS-DONANTE
                      MOVE NUM-ONGS-DONANTE TO O
                      MOVE DON-ONG-COD TO TOG-COD(O)
                      MOVE DON-ONG-NIF TO TOG-NIF(O)
                      MOVE DON-ONG-NOMBRE TO TOG-NOMBRE(O)
                      MOVE 0 TO TOG-IMPORTE(O)
                      MOVE 0 TO TOG-IMPORTE-1(O)
                      MOVE 0 TO TOG-IMPORTE-2(O).
                  COMPUTE EJ-DONATIVO-WS = DON-FECHA / 10000.
                  IF EJ-DONATIVO-WS = EJERCICIO-WS
                    ADD DON-IMPORTE TO TOG-IMPORTE(O).
                  IF EJ-DONATIVO-WS = EJERCICIO-WS - 1
                    ADD DON-IMPORTE TO TOG-IMPORTE-1(O).
                  IF EJ-DONATIVO-WS = EJERCICIO-WS - 2
                    ADD DON-IMPORTE TO TOG-IMPORTE-2(O).
              FIN-ACUMULAR-DONATIVO.
                  EXIT.

              COMPARAR-ONG-DONANTE.
                  IF TOG-COD(O) = DON-ONG-COD
                    MOVE "SI" TO ONG-HALLADA-WS
                  ELSE
                    ADD 1 TO O.

       *> Cierra el donante en curso: se declara cada ONG a la que dio
       *> en el ejercicio. El donante con DNI no valido se rechaza
              CERRAR-DONANTE.
                  IF DNI-ACTUAL-WS = SPACES
                    GO TO FIN-CERRAR-DONANTE.
                  MOVE "NO" TO ONG-HALLADA-WS.
                  MOVE 1 TO O.
                  PERFORM COMPROBAR-DONADO-EJERCICIO
                      UNTIL O > NUM-ONGS-DONANTE.
                  IF ONG-HALLADA-WS = "NO"
                    GO TO FIN-CERRAR-DONANTE.
                  ADD 1 TO NUM-DONANTES.
                  MOVE DNI-ACTUAL-WS TO DNI-VALIDAR-WS.
                  PERFORM VALIDAR-LETRA-DNI THRU FIN-VALIDAR-LETRA-DNI.
                  IF DNI-VALIDO-WS NOT = "SI"
                    ADD 1 TO NUM-RECHAZADOS
                    MOVE "DNI NO VALIDO" TO LI-MOTIVO
                    MOVE DNI-ACTUAL-WS TO LI-DNI
                    MOVE NOMBRE-ACTUAL-WS TO LI-NOMBRE
                    WRITE REG-CONTROL FROM LINEA-INCIDENCIA
                    GO TO FIN-CERRAR-DONANTE.
                  ADD 1 TO NUM-DECLARADOS.
                  PERFORM ESCRIBIR-DECLARADO
                      VARYING O FROM 1 BY 1 UNTIL O > NUM-ONGS-DONANTE.
              FIN-CERRAR-DONANTE.
                  EXIT.

              COMPROBAR-DONADO-EJERCICIO.
                  IF TOG-IMPORTE(O) > 0
                    MOVE "SI" TO ONG-HALLADA-WS.
                  ADD 1 TO O.

       *> La letra del DNI tiene que ser la que corresponde a los 8
       *> digitos modulo 23 en la tabla oficial
              VALIDAR-LETRA-DNI.
                  MOVE "NO" TO DNI-VALIDO-WS.
                  IF DNI-VALIDAR-WS(1:8) IS NOT NUMERIC
                    GO TO FIN-VALIDAR-LETRA-DNI.
                  MOVE DNI-VALIDAR-WS(1:8) TO DNI-NUMERO-WS.
                  MOVE DNI-VALIDAR-WS(9:1) TO DNI-LETRA-WS.
                  DIVIDE DNI-NUMERO-WS BY 23 GIVING COCIENTE-DNI
                      REMAINDER RESTO-DNI.
                  COMPUTE POSICION-LETRA-DNI = RESTO-DNI + 1.
                  IF DNI-LETRA-WS = TABLA-LETRAS-DNI(POSICION-LETRA-DNI:1)
                    MOVE "SI" TO DNI-VALIDO-WS.
              FIN-VALIDAR-LETRA-DNI.
                  EXIT.

              ESCRIBIR-DECLARADO.
                  IF TOG-IMPORTE(O) = 0
                    CONTINUE
                  ELSE
                    MOVE EJERCICIO-WS TO DDO-EJERCICIO
                    MOVE DNI-ACTUAL-WS TO DDO-DNI
                    MOVE NOMBRE-ACTUAL-WS TO DDO-NOMBRE
                    MOVE TOG-NIF(O) TO DDO-ONG-NIF
                    MOVE TOG-NOMBRE(O) TO DDO-ONG-NOMBRE
                    MOVE TOG-IMPORTE(O) TO DDO-IMPORTE
                    MOVE "N" TO DDO-RECURRENTE
                    IF TOG-IMPORTE-1(O) > 0 AND TOG-IMPORTE-2(O) > 0
                      MOVE "S" TO DDO-RECURRENTE
                      ADD 1 TO NUM-RECURRENTES
                    END-IF
                    WRITE REG-MODELO FROM LINEA-DECLARADO
                    ADD 1 TO NUM-REGISTROS-DECL
                    ADD TOG-IMPORTE(O) TO TOTAL-DONADO-WS.

              ESCRIBIR-TOTALES-MODELO.
                  MOVE EJERCICIO-WS TO TOT-EJERCICIO.
                  MOVE NUM-REGISTROS-DECL TO TOT-NUM-REGISTROS.
                  MOVE TOTAL-DONADO-WS TO TOT-TOTAL-DONADO.
                  WRITE REG-MODELO FROM LINEA-TOTALES-MODELO.

              ESCRIBIR-TOTALES-CONTROL.
                  MOVE "Donativos leidos" TO LC-LITERAL.
                  MOVE NUM-LEIDOS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Donantes del ejercicio" TO LC-LITERAL.
                  MOVE NUM-DONANTES TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Donantes declarados" TO LC-LITERAL.
                  MOVE NUM-DECLARADOS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Donantes rechazados (DNI)" TO LC-LITERAL.
                  MOVE NUM-RECHAZADOS TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Registros de donante" TO LC-LITERAL.
                  MOVE NUM-REGISTROS-DECL TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Registros recurrentes" TO LC-LITERAL.
                  MOVE NUM-RECURRENTES TO LC-VALOR.
                  WRITE REG-CONTROL FROM LINEA-CONTADOR.
                  MOVE "Total donado" TO LI-LITERAL.
                  MOVE TOTAL-DONADO-WS TO LI-VALOR.
                  WRITE REG-CONTROL FROM LINEA-IMPORTE.
