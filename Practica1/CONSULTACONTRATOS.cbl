       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTACONTRATOS.
       *> Consulta desde la oficina del registro de contratos
       *> CONTRATOS.DAT que deja el cajero en cada contratacion (cuenta,
       *> plazo fijo, anticipo de nomina, mandato de domiciliacion y
       *> abono de temporada). Con el numero de cuenta se listan sus
       *> contratos y, elegido uno, se reproduce la evidencia completa:
       *> producto, referencia, tarjeta, terminal, fecha y hora, el
       *> resumen que vio el cliente en pantalla y la version de las
       *> condiciones que acepto, con su titulo y clausulas releidos de
       *> CONDICIONES.DAT por producto y fecha de efecto. La evidencia
       *> puede dejarse ademas en EVIDENCIA-CONTRATOS.DAT para adjuntarla
       *> a una reclamacion. Acceso de personal con STAFF.DAT y la
       *> matriz PERMISOS.DAT, con rastro de cada consulta en
       *> AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Evidencia de los contratos firmados en el cajero
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONTRATOSFILE ASSIGN TO "CONTRATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTR-CLAVE
                  FILE STATUS IS FSCTR.

              SELECT CONDICIONESFILE ASSIGN TO "CONDICIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COND-CLAVE
                  FILE STATUS IS FSCOND.

              SELECT EVIDENCIAFILE ASSIGN TO "EVIDENCIA-CONTRATOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEVI.

              SELECT STAFFFILE ASSIGN TO "STAFF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STAFF-ID
                  FILE STATUS IS FSST.

              SELECT PERMISOSFILE ASSIGN TO "PERMISOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CLAVE
                  FILE STATUS IS FSPRM.

              SELECT AUDITORIAFILE ASSIGN TO "AUDITORIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

       DATA DIVISION.
       FILE SECTION.
*> FD CONTRATOSFILE: mismo registro que escribe el cajero
       FD CONTRATOSFILE.
       01 REG-CONTRATO.
              02 CTR-CLAVE.
                 03 CTR-CUENTA          PIC X(24).
                 03 CTR-SEC             PIC 9(6).
              02 CTR-PRODUCTO           PIC X(8).
              02 CTR-REFERENCIA         PIC X(20).
              02 CTR-VERSION            PIC X(8).
              02 CTR-FECHA-EFECTO-COND  PIC 9(8).
              02 CTR-TARJ               PIC 9(10).
              02 CTR-TERMINAL           PIC X(4).
              02 CTR-FECHA              PIC X(10).
              02 CTR-HORA               PIC X(8).
              02 CTR-FECHA-NEGOCIO      PIC 9(8).
              02 CTR-RESUMEN OCCURS 4 TIMES PIC X(60).

       FD CONDICIONESFILE.
       01 REG-CONDICION.
              02 COND-CLAVE.
                 03 COND-PRODUCTO       PIC X(8).
                 03 COND-FECHA-EFECTO   PIC 9(8).
              02 COND-VERSION           PIC X(8).
              02 COND-TITULO            PIC X(40).
              02 COND-TEXTO OCCURS 3 TIMES PIC X(60).

       FD EVIDENCIAFILE.
       01 REG-EVIDENCIA                 PIC X(80).

       FD STAFFFILE.
        01 REG-STAFF.
          02 STAFF-ID               PIC X(8).
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

       FD PERMISOSFILE.
        01 REG-PERMISO.
          02 PRM-CLAVE.
            03 PRM-STAFF-ID         PIC X(8).
            03 PRM-PROGRAMA         PIC X(20).
          02 PRM-PERMITIDO          PIC X.

       FD AUDITORIAFILE.
        01 REG-AUDITORIA.
          02 AUD-STAFF-ID           PIC X(8).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-PROGRAMA           PIC X(20).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-OPERACION          PIC X(10).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-FICHERO            PIC X(12).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-CLAVE              PIC X(24).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-FECHA.
             03 DDA                 PIC 99.
             03 FILLER              PIC X.
             03 MMA                 PIC 99.
             03 FILLER              PIC X.
             03 AAA                 PIC 9999.
          02 AUD-HORA.
             03 HHA                 PIC 99.
             03 FILLER              PIC X.
             03 MIA                 PIC 99.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

       WORKING-STORAGE SECTION.
              77 FSCTR                 PIC XX.
              77 FSCOND                PIC XX.
              77 FSEVI                 PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 TECLA-PAUSA           PIC X.
              77 CUENTA-BUSCADA        PIC X(24).
              77 SEC-BUSCADA           PIC 9(6).
              77 GRABAR-EVIDENCIA      PIC X.
              77 NUM-CONTRATOS-WS      PIC 9(6).
              77 COND-HALLADA-WS       PIC X(2).
              77 N                     PIC 9.

              01 DATOS-LOGIN-STAFF.
                 02  STAFF-ID-INTENTO      PIC X(8).
                 02  STAFF-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-STAFF    PIC 9 VALUE 0.
                 02  STAFF-LOGIN-OK        PIC X VALUE "N".

       *> Campos de trabajo del cifrado de claves: los ficheros ya no
       *> guardan la clave en claro sino su transformado de un solo
       *> sentido; el acceso compara la clave tecleada transformada
       *> contra lo almacenado
              01 CIFRADO-CLAVE.
                 02  CLAVE-EN-CLARO-WS     PIC 9(4).
                 02  CLAVE-DIGITOS-WS REDEFINES CLAVE-EN-CLARO-WS.
                     03 CLAVE-DIG-WS       PIC 9 OCCURS 4 TIMES.
                 02  CLAVE-CIFRADA-WS      PIC 9(4).
                 02  SUMA-CIFRADO-WS       PIC 9(9).
                 02  COCIENTE-CIFRADO-WS   PIC 9(9).

              01 DATOS-AUDITORIA.
                 02  AUD-PROGRAMA-WS       PIC X(20)
                     VALUE "CONSULTACONTRATOS".
                 02  AUD-OPERACION-WS      PIC X(10).
                 02  AUD-FICHERO-WS        PIC X(12).
                 02  AUD-CLAVE-WS          PIC X(24).

              01 FECHA-HORA-AUD.
                 02  AAUD                  PIC 9999.
                 02  MMUD                  PIC 99.
                 02  DDUD                  PIC 99.
                 02  HHUD                  PIC 99.
                 02  MIUD                  PIC 99.
                 02  SSUD                  PIC 99.
                 02  FILLER                PIC X(9).

              01 LINEA-CONTRATO.
                 02 LCT-SEC                PIC ZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LCT-PRODUCTO           PIC X(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LCT-FECHA              PIC X(10).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LCT-HORA               PIC X(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LCT-VERSION            PIC X(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LCT-REFERENCIA         PIC X(20).

              01 LINEA-EVIDENCIA           PIC X(80).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-LOGIN-STAFF.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---ACCESO DE PERSONAL---".
           02 LINE 6   COL 19  VALUE "ID EMPLEADO: ".
           02 LINE 6   COL 32  PIC X(8) USING STAFF-ID-INTENTO UNDERLINE.
           02 LINE 8   COL 19  VALUE "CLAVE: ".
           02 LINE 8   COL 32  PIC 9(4) USING STAFF-CLAVE-INTENTO
               SECURE BLANK WHEN ZERO.

       01 PANTALLA-BUSCAR-CUENTA.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---CONTRATOS DE UNA CUENTA---".
           02 LINE 6  COL 9  VALUE "Cuenta:".
           02 LINE 6  COL 17 PIC X(24) USING CUENTA-BUSCADA UNDERLINE.
           02 LINE 22 COL 19 VALUE "ENTER - Consultar".
           02 LINE 23 COL 19 VALUE "  F9  - Salir".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                  PERFORM COMPROBAR-PERMISO THRU FIN-COMPROBAR-PERMISO.
                  IF PERMISO-OK-WS NOT = "SI"
                    DISPLAY CLEAR-SCREEN
                    DISPLAY "Su usuario no esta autorizado en este programa."
                    MOVE "DENEGADO" TO AUD-OPERACION-WS
                    MOVE "PERMISOS.DAT" TO AUD-FICHERO-WS
                    MOVE STAFF-ID-INTENTO TO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA
                    STOP RUN.

                PEDIR-CUENTA.
                  MOVE SPACES TO CUENTA-BUSCADA.
                  DISPLAY PANTALLA-BUSCAR-CUENTA.
                  ACCEPT PANTALLA-BUSCAR-CUENTA
                      IF COB-CRT-STATUS = 1009
                        STOP RUN.
                  IF CUENTA-BUSCADA = SPACES
                    GO TO PEDIR-CUENTA.
                  INSPECT CUENTA-BUSCADA CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  MOVE "CONSULTA" TO AUD-OPERACION-WS.
                  MOVE "CONTRATOS" TO AUD-FICHERO-WS.
                  MOVE CUENTA-BUSCADA TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  PERFORM LISTAR-CONTRATOS THRU FIN-LISTAR-CONTRATOS.
                  IF NUM-CONTRATOS-WS > 0
                    PERFORM MOSTRAR-EVIDENCIA THRU FIN-MOSTRAR-EVIDENCIA.
                  GO TO PEDIR-CUENTA.

       *> Procedimiento login-staff, identico al de MANTENEESPEC
              LOGIN-STAFF.
                  OPEN INPUT STAFFFILE.
                  IF FSST = "35"
                    DISPLAY CLEAR-SCREEN
                    DISPLAY "No existe STAFF.DAT: de alta antes ningun empleado."
                    CLOSE STAFFFILE
                    GO TO FIN-LOGIN-STAFF.
                  CLOSE STAFFFILE.

                PEDIR-LOGIN-STAFF.
                  DISPLAY PANTALLA-LOGIN-STAFF.
                  ACCEPT PANTALLA-LOGIN-STAFF
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-LOGIN-STAFF.

                  MOVE STAFF-CLAVE-INTENTO TO CLAVE-EN-CLARO-WS.
                  PERFORM CIFRAR-CLAVE.
                  OPEN INPUT STAFFFILE.
                  MOVE STAFF-ID-INTENTO TO STAFF-ID.
                  READ STAFFFILE
                      INVALID KEY MOVE "N" TO STAFF-LOGIN-OK
                      NOT INVALID KEY
                          IF STAFF-CLAVE = CLAVE-CIFRADA-WS
                            MOVE "S" TO STAFF-LOGIN-OK
                          ELSE
                            MOVE "N" TO STAFF-LOGIN-OK.
                  CLOSE STAFFFILE.

                  IF STAFF-LOGIN-OK NOT = "S"
                    ADD 1 TO NUM-INTENTOS-STAFF
                    IF NUM-INTENTOS-STAFF >= 3
                      DISPLAY CLEAR-SCREEN
                      DISPLAY "Acceso denegado."
                      GO TO FIN-LOGIN-STAFF
                    ELSE
                      DISPLAY "ID o clave incorrectos, intentelo de nuevo."
                      GO TO PEDIR-LOGIN-STAFF.
              FIN-LOGIN-STAFF.
                  EXIT.

       *> Procedimiento comprobar-permiso: con el empleado ya
       *> identificado, consulta la matriz de permisos PERMISOS.DAT.
       *> Mientras PERMISOS.DAT no exista, cualquier empleado de
       *> STAFF.DAT sigue entrando como hasta ahora; en cuanto existe,
       *> hace falta un registro de este empleado y este programa con
       *> la marca "S"
              COMPROBAR-PERMISO.
                  MOVE "SI" TO PERMISO-OK-WS.
                  OPEN INPUT PERMISOSFILE.
                  IF FSPRM = "35"
                    CLOSE PERMISOSFILE
                    GO TO FIN-COMPROBAR-PERMISO.
                  MOVE STAFF-ID-INTENTO TO PRM-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO PRM-PROGRAMA.
                  READ PERMISOSFILE
                      INVALID KEY MOVE "NO" TO PERMISO-OK-WS
                      NOT INVALID KEY
                          IF PRM-PERMITIDO NOT = "S"
                            MOVE "NO" TO PERMISO-OK-WS.
                  CLOSE PERMISOSFILE.
              FIN-COMPROBAR-PERMISO.
                  EXIT.

       *> Procedimiento cifrar-clave: transformado de un solo sentido de
       *> la clave de 4 digitos depositada en CLAVE-EN-CLARO-WS, dejando
       *> el resultado en CLAVE-CIFRADA-WS. Varias claves distintas
       *> pueden compartir transformado, de ahi que del valor almacenado
       *> no pueda recuperarse la clave original
              CIFRAR-CLAVE.
                  COMPUTE SUMA-CIFRADO-WS =
                      (((CLAVE-DIG-WS(1) * CLAVE-DIG-WS(1))
                          + CLAVE-DIG-WS(1) + 1) * 523)
                    + (((CLAVE-DIG-WS(2) * CLAVE-DIG-WS(2))
                          + CLAVE-DIG-WS(2) + 1) * 719)
                    + (((CLAVE-DIG-WS(3) * CLAVE-DIG-WS(3))
                          + CLAVE-DIG-WS(3) + 1) * 881)
                    + (((CLAVE-DIG-WS(4) * CLAVE-DIG-WS(4))
                          + CLAVE-DIG-WS(4) + 1) * 997)
                    + 2741.
                  DIVIDE SUMA-CIFRADO-WS BY 10000
                      GIVING COCIENTE-CIFRADO-WS
                      REMAINDER CLAVE-CIFRADA-WS.

              OBTENER-FECHA-HORA-AUD.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE DDUD TO DDA.
                  MOVE MMUD TO MMA.
                  MOVE AAUD TO AAA.
                  MOVE HHUD TO HHA.
                  MOVE MIUD TO MIA.
                  MOVE SSUD TO SSA.

              GUARDAR-AUDITORIA.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE STAFF-ID-INTENTO TO AUD-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO AUD-PROGRAMA.
                  MOVE AUD-OPERACION-WS TO AUD-OPERACION.
                  MOVE AUD-FICHERO-WS TO AUD-FICHERO.
                  MOVE AUD-CLAVE-WS TO AUD-CLAVE.
                  OPEN EXTEND AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    OPEN OUTPUT AUDITORIAFILE.
                  WRITE REG-AUDITORIA.
                  CLOSE AUDITORIAFILE.

       *> Lista los contratos de la cuenta en orden de secuencia
              LISTAR-CONTRATOS.
                  MOVE 0 TO NUM-CONTRATOS-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Contratos de la cuenta " CUENTA-BUSCADA.
                  DISPLAY " ".
                  DISPLAY "   Sec Producto Fecha      Hora     Version"
                      "  Referencia".
                  OPEN INPUT CONTRATOSFILE.
                  IF FSCTR = "35"
                    CLOSE CONTRATOSFILE
                    GO TO SIN-CONTRATOS.
                  MOVE CUENTA-BUSCADA TO CTR-CUENTA.
                  MOVE 0 TO CTR-SEC.
                  START CONTRATOSFILE KEY IS NOT LESS THAN CTR-CLAVE
                      INVALID KEY GO TO CERRAR-LISTAR-CONTRATOS.

                LEER-UN-CONTRATO.
                  READ CONTRATOSFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-CONTRATOS.
                  IF CTR-CUENTA NOT = CUENTA-BUSCADA
                    GO TO CERRAR-LISTAR-CONTRATOS.
                  ADD 1 TO NUM-CONTRATOS-WS.
                  MOVE CTR-SEC TO LCT-SEC.
                  MOVE CTR-PRODUCTO TO LCT-PRODUCTO.
                  MOVE CTR-FECHA TO LCT-FECHA.
                  MOVE CTR-HORA TO LCT-HORA.
                  IF CTR-VERSION = SPACES
                    MOVE "(gral.)" TO LCT-VERSION
                  ELSE
                    MOVE CTR-VERSION TO LCT-VERSION.
                  MOVE CTR-REFERENCIA TO LCT-REFERENCIA.
                  DISPLAY LINEA-CONTRATO.
                  GO TO LEER-UN-CONTRATO.

                CERRAR-LISTAR-CONTRATOS.
                  CLOSE CONTRATOSFILE.
                  IF NUM-CONTRATOS-WS > 0
                    GO TO FIN-LISTAR-CONTRATOS.

                SIN-CONTRATOS.
                  DISPLAY "La cuenta no tiene contratos registrados.".
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-CONTRATOS.
                  EXIT.

       *> Reproduce la evidencia de un contrato de la lista: lo que se
       *> grabo en el cajero y las condiciones aceptadas tal y como
       *> constan en el maestro para ese producto y fecha de efecto
              MOSTRAR-EVIDENCIA.
                  DISPLAY " ".
                  DISPLAY "Secuencia del contrato (0 = ninguno): "
                      WITH NO ADVANCING.
                  MOVE 0 TO SEC-BUSCADA.
                  ACCEPT SEC-BUSCADA.
                  IF SEC-BUSCADA = 0
                    GO TO FIN-MOSTRAR-EVIDENCIA.

                  OPEN INPUT CONTRATOSFILE.
                  MOVE CUENTA-BUSCADA TO CTR-CUENTA.
                  MOVE SEC-BUSCADA TO CTR-SEC.
                  READ CONTRATOSFILE
                      INVALID KEY
                        CLOSE CONTRATOSFILE
                        DISPLAY "No existe ese contrato en la cuenta."
                        GO TO MOSTRAR-EVIDENCIA.
                  CLOSE CONTRATOSFILE.
                  PERFORM LEER-CONDICIONES-CONTRATO
                      THRU FIN-LEER-CONDICIONES-CONTRATO.

                  MOVE "EVIDENCIA" TO AUD-OPERACION-WS.
                  MOVE "CONTRATOS" TO AUD-FICHERO-WS.
                  MOVE CUENTA-BUSCADA TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  DISPLAY CLEAR-SCREEN.
                  MOVE "N" TO GRABAR-EVIDENCIA.
                  PERFORM COMPONER-EVIDENCIA THRU FIN-COMPONER-EVIDENCIA.

                  DISPLAY " ".
                  DISPLAY "Grabar la evidencia en EVIDENCIA-CONTRATOS.DAT"
                      " (S/N)? " WITH NO ADVANCING.
                  ACCEPT GRABAR-EVIDENCIA.
                  IF GRABAR-EVIDENCIA = "s"
                    MOVE "S" TO GRABAR-EVIDENCIA.
                  IF GRABAR-EVIDENCIA NOT = "S"
                    GO TO FIN-MOSTRAR-EVIDENCIA.

                  OPEN EXTEND EVIDENCIAFILE.
                  IF FSEVI = "35"
                    CLOSE EVIDENCIAFILE
                    OPEN OUTPUT EVIDENCIAFILE.
                  PERFORM COMPONER-EVIDENCIA THRU FIN-COMPONER-EVIDENCIA.
                  MOVE ALL "-" TO REG-EVIDENCIA.
                  WRITE REG-EVIDENCIA.
                  CLOSE EVIDENCIAFILE.
                  DISPLAY "Evidencia grabada.".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-MOSTRAR-EVIDENCIA.
                  EXIT.

       *> Relee del maestro la version aceptada; si el contrato se firmo
       *> sin version en el maestro o la version ya no esta, se indica
              LEER-CONDICIONES-CONTRATO.
                  MOVE "NO" TO COND-HALLADA-WS.
                  IF CTR-VERSION = SPACES
                    GO TO FIN-LEER-CONDICIONES-CONTRATO.
                  OPEN INPUT CONDICIONESFILE.
                  IF FSCOND = "35"
                    CLOSE CONDICIONESFILE
                    GO TO FIN-LEER-CONDICIONES-CONTRATO.
                  MOVE CTR-PRODUCTO TO COND-PRODUCTO.
                  MOVE CTR-FECHA-EFECTO-COND TO COND-FECHA-EFECTO.
                  READ CONDICIONESFILE
                      NOT INVALID KEY MOVE "SI" TO COND-HALLADA-WS.
                  CLOSE CONDICIONESFILE.
              FIN-LEER-CONDICIONES-CONTRATO.
                  EXIT.

       *> Compone la evidencia linea a linea; con GRABAR-EVIDENCIA = "S"
       *> cada linea se escribe ademas en EVIDENCIA-CONTRATOS.DAT
              COMPONER-EVIDENCIA.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "EVIDENCIA DE CONTRATACION - CUENTA "
                         CTR-CUENTA " SEC " CTR-SEC
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "Producto: " CTR-PRODUCTO
                         "  Referencia: " CTR-REFERENCIA
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "Tarjeta: " CTR-TARJ "  Terminal: " CTR-TERMINAL
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "Fecha y hora: " CTR-FECHA " " CTR-HORA
                         "  Fecha de negocio: " CTR-FECHA-NEGOCIO
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE "Resumen mostrado al cliente:" TO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE 1 TO N.
                  PERFORM EMITIR-LINEA-RESUMEN UNTIL N > 4.

                  MOVE SPACES TO LINEA-EVIDENCIA.
                  IF CTR-VERSION = SPACES
                    MOVE "Condiciones: generales del producto (sin version registrada)"
                        TO LINEA-EVIDENCIA
                    PERFORM EMITIR-LINEA-EVIDENCIA
                    GO TO FIN-COMPONER-EVIDENCIA.
                  STRING "Condiciones aceptadas: version " CTR-VERSION
                         " en vigor desde " CTR-FECHA-EFECTO-COND
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  IF COND-HALLADA-WS NOT = "SI"
                    MOVE "  (la version ya no consta en CONDICIONES.DAT)"
                        TO LINEA-EVIDENCIA
                    PERFORM EMITIR-LINEA-EVIDENCIA
                    GO TO FIN-COMPONER-EVIDENCIA.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "  " COND-TITULO
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  MOVE 1 TO N.
                  PERFORM EMITIR-LINEA-CLAUSULA UNTIL N > 3.
              FIN-COMPONER-EVIDENCIA.
                  EXIT.

              EMITIR-LINEA-RESUMEN.
                  MOVE SPACES TO LINEA-EVIDENCIA.
                  STRING "  " CTR-RESUMEN(N)
                      DELIMITED BY SIZE INTO LINEA-EVIDENCIA.
                  PERFORM EMITIR-LINEA-EVIDENCIA.
                  ADD 1 TO N.

              EMITIR-LINEA-CLAUSULA.
                  IF COND-TEXTO(N) NOT = SPACES
                    MOVE SPACES TO LINEA-EVIDENCIA
                    STRING "  " COND-TEXTO(N)
                        DELIMITED BY SIZE INTO LINEA-EVIDENCIA
                    PERFORM EMITIR-LINEA-EVIDENCIA.
                  ADD 1 TO N.

              EMITIR-LINEA-EVIDENCIA.
                  IF GRABAR-EVIDENCIA = "S"
                    MOVE LINEA-EVIDENCIA TO REG-EVIDENCIA
                    WRITE REG-EVIDENCIA
                  ELSE
                    DISPLAY LINEA-EVIDENCIA.
