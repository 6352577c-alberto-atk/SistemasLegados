       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDARSALDOSDIA.
       *> Historico diario de saldos de cierre: paso de la cadena
       *> nocturna que corre despues de todos los procesos que mueven
       *> saldos y antes del corte de dia. Por cada cuenta de
       *> USERS.DAT graba en SALDOS-HISTORICO.DAT, con clave cuenta y
       *> fecha de negocio, el saldo contable al cierre junto con lo
       *> retenido (retenciones pendientes de RETENCIONES.DAT), lo
       *> apartado en huchas (HUCHAS.DAT) y la traba de embargo
       *> pendiente del titular (EMBARGOS.DAT), y el disponible que
       *> resulta, calculado igual que en el cajero. Asi el saldo de
       *> una cuenta en cualquier fecha pasada (intereses, estados
       *> regulatorios, certificados de saldo, reclamaciones) se
       *> consulta directamente sin reconstruirlo desde MOVS.DAT, que
       *> ademas se archiva. Si se relanza para la misma fecha de
       *> negocio, el registro de ese dia se sobreescribe.
       *>
       *> Versiones
       *> Versión 1.0 - Historico diario de saldos de cierre por cuenta
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT RETENCIONESFILE ASSIGN TO "RETENCIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RET-CLAVE
                  FILE STATUS IS FSRT.

              SELECT HUCHASFILE ASSIGN TO "HUCHAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUC-CLAVE
                  FILE STATUS IS FSHU.

              SELECT EMBARGOSFILE ASSIGN TO "EMBARGOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMB-NUMERO
                  FILE STATUS IS FSEM.

*> SELECT SALDOSHISTFILE: un registro por cuenta y fecha de negocio
*> con el saldo de cierre de ese dia
              SELECT SALDOSHISTFILE ASSIGN TO "SALDOS-HISTORICO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SLH-CLAVE
                  FILE STATUS IS FSSH.

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

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
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

       FD RETENCIONESFILE.
       01 REG-RETENCION.
              02 RET-CLAVE.
                 03 RET-CUENTA          PIC X(24).
                 03 RET-SEC             PIC 9(3).
              02 RET-IMPORTE            PIC 9(7)V99.
              02 RET-FECHA-LIBERACION   PIC 9(8).
              02 RET-ESTADO             PIC X.
                 88 RET-PENDIENTE       VALUE "P".
                 88 RET-LIBERADA        VALUE "L".

       FD HUCHASFILE.
       01 REG-HUCHA.
              02 HUC-CLAVE.
                 03 HUC-CUENTA          PIC X(24).
                 03 HUC-SEC             PIC 9(2).
              02 HUC-NOMBRE             PIC X(20).
              02 HUC-OBJETIVO           PIC 9(7)V99.
              02 HUC-AHORRADO           PIC 9(7)V99.
              02 HUC-FECHA-ALTA         PIC 9(8).

       FD EMBARGOSFILE.
       01 REG-EMBARGO.
              02 EMB-NUMERO             PIC 9(6).
              02 EMB-DNI                PIC X(9).
              02 EMB-AUTORIDAD          PIC X(20).
              02 EMB-IMPORTE            PIC 9(9)V99.
              02 EMB-COBRADO            PIC 9(9)V99.
              02 EMB-PRIORIDAD          PIC 9.
              02 EMB-FECHA-ALTA         PIC 9(8).
              02 EMB-ESTADO             PIC X.
                 88 EMB-ABIERTO         VALUE "P".
                 88 EMB-SATISFECHO      VALUE "S".

       *> FD SALDOSHISTFILE: saldo de cierre de una cuenta en una fecha
       *> de negocio. SLH-EMBARGADO es la traba pendiente del titular,
       *> la misma que el cajero descuenta del disponible de cada una
       *> de sus cuentas
       FD SALDOSHISTFILE.
       01 REG-SALDO-HISTORICO.
              02 SLH-CLAVE.
                 03 SLH-CUENTA          PIC X(24).
                 03 SLH-FECHA           PIC 9(8).
              02 SLH-TARJ               PIC 9(10).
              02 SLH-DNI                PIC X(9).
              02 SLH-MONEDA             PIC X(3).
              02 SLH-SALDO              PIC S9(9)V99.
              02 SLH-RETENIDO           PIC 9(9)V99.
              02 SLH-HUCHAS             PIC 9(9)V99.
              02 SLH-EMBARGADO          PIC 9(9)V99.
              02 SLH-DISPONIBLE         PIC S9(9)V99.

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
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FSU                   PIC XX.
              77 FSRT                  PIC XX.
              77 FSHU                  PIC XX.
              77 FSEM                  PIC XX.
              77 FSSH                  PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 C                     PIC 9.
              77 RETENCIONES-WS        PIC XX VALUE "SI".
              77 HUCHAS-WS             PIC XX VALUE "SI".
              77 EMBARGOS-WS           PIC XX VALUE "SI".
              77 CUENTA-ACTUAL-WS      PIC X(24).
              77 RETENIDO-WS           PIC 9(9)V99.
              77 HUCHAS-CUENTA-WS      PIC 9(9)V99.
              77 EMBARGADO-WS          PIC 9(9)V99.
              77 NUM-CUENTAS           PIC 9(7) VALUE 0.
              77 NUM-GRABADOS          PIC 9(7) VALUE 0.
              77 NUM-REGRABADOS        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM ABRIR-FICHEROS.
                  PERFORM RECORRER-USUARIOS THRU FIN-RECORRER-USUARIOS.
                  PERFORM CERRAR-FICHEROS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-CUENTAS TO CTL-LEIDOS-WS.
                  MOVE NUM-GRABADOS TO CTL-ESCRITOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "GUARDARSALDOSDIA: " NUM-GRABADOS
                      " saldos de cierre del " FECHA-NEGOCIO-WS
                      " guardados (" NUM-REGRABADOS " sobreescritos).".
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

       *> Los ficheros de retenciones, huchas y embargos pueden no
       *> existir todavia: en ese caso no restan nada
              ABRIR-FICHEROS.
                  OPEN INPUT USERFILE.
                  OPEN INPUT RETENCIONESFILE.
                  IF FSRT = "35"
                    MOVE "NO" TO RETENCIONES-WS.
                  OPEN INPUT HUCHASFILE.
                  IF FSHU = "35"
                    MOVE "NO" TO HUCHAS-WS.
                  OPEN INPUT EMBARGOSFILE.
                  IF FSEM = "35"
                    MOVE "NO" TO EMBARGOS-WS.
                  OPEN I-O SALDOSHISTFILE.
                  IF FSSH = "35"
                    CLOSE SALDOSHISTFILE
                    OPEN OUTPUT SALDOSHISTFILE
                    CLOSE SALDOSHISTFILE
                    OPEN I-O SALDOSHISTFILE.

              CERRAR-FICHEROS.
                  CLOSE USERFILE.
                  CLOSE RETENCIONESFILE.
                  CLOSE HUCHASFILE.
                  CLOSE EMBARGOSFILE.
                  CLOSE SALDOSHISTFILE.

              RECORRER-USUARIOS.
                  IF FSU = "35"
                    GO TO FIN-RECORRER-USUARIOS.

                LEER-UN-USUARIO.
                  READ USERFILE NEXT RECORD
                      AT END GO TO FIN-RECORRER-USUARIOS.
                  PERFORM CALCULAR-EMBARGADO THRU FIN-CALCULAR-EMBARGADO.
                  PERFORM GUARDAR-SALDO-CUENTA
                      VARYING C FROM 1 BY 1 UNTIL C > 3.
                  GO TO LEER-UN-USUARIO.
              FIN-RECORRER-USUARIOS.
                  EXIT.

       *> Una posicion de cuenta vacia no tiene saldo que guardar
              GUARDAR-SALDO-CUENTA.
                  IF USER-NUM-CUENTA(C) NOT = SPACES
                    MOVE USER-NUM-CUENTA(C) TO CUENTA-ACTUAL-WS
                    ADD 1 TO NUM-CUENTAS
                    PERFORM CALCULAR-RETENIDO THRU FIN-CALCULAR-RETENIDO
                    PERFORM CALCULAR-HUCHAS THRU FIN-CALCULAR-HUCHAS
                    PERFORM GRABAR-SALDO-HISTORICO.

              GRABAR-SALDO-HISTORICO.
                  MOVE CUENTA-ACTUAL-WS TO SLH-CUENTA.
                  MOVE FECHA-NEGOCIO-WS TO SLH-FECHA.
                  MOVE USER-TARJ TO SLH-TARJ.
                  MOVE USER-DNI TO SLH-DNI.
                  MOVE USER-MONEDA(C) TO SLH-MONEDA.
                  MOVE USER-SALDO(C) TO SLH-SALDO.
                  MOVE RETENIDO-WS TO SLH-RETENIDO.
                  MOVE HUCHAS-CUENTA-WS TO SLH-HUCHAS.
                  MOVE EMBARGADO-WS TO SLH-EMBARGADO.
                  COMPUTE SLH-DISPONIBLE = USER-SALDO(C) - RETENIDO-WS
                      - HUCHAS-CUENTA-WS - EMBARGADO-WS.
                  ADD 1 TO NUM-GRABADOS.
                  WRITE REG-SALDO-HISTORICO
                      INVALID KEY
                        REWRITE REG-SALDO-HISTORICO
                        ADD 1 TO NUM-REGRABADOS.

       *> Retenciones pendientes de la cuenta: la clave empieza por la
       *> cuenta, asi que basta con posicionarse en su primera
              CALCULAR-RETENIDO.
                  MOVE 0 TO RETENIDO-WS.
                  IF RETENCIONES-WS = "NO"
                    GO TO FIN-CALCULAR-RETENIDO.
                  MOVE CUENTA-ACTUAL-WS TO RET-CUENTA.
                  MOVE 0 TO RET-SEC.
                  START RETENCIONESFILE KEY IS NOT LESS THAN RET-CLAVE
                      INVALID KEY GO TO FIN-CALCULAR-RETENIDO.

                LEER-UNA-RETENCION.
                  READ RETENCIONESFILE NEXT RECORD
                      AT END GO TO FIN-CALCULAR-RETENIDO.
                  IF RET-CUENTA NOT = CUENTA-ACTUAL-WS
                    GO TO FIN-CALCULAR-RETENIDO.
                  IF RET-PENDIENTE
                    ADD RET-IMPORTE TO RETENIDO-WS.
                  GO TO LEER-UNA-RETENCION.
              FIN-CALCULAR-RETENIDO.
                  EXIT.

       *> Lo apartado en todas las huchas de la cuenta
              CALCULAR-HUCHAS.
                  MOVE 0 TO HUCHAS-CUENTA-WS.
                  IF HUCHAS-WS = "NO"
                    GO TO FIN-CALCULAR-HUCHAS.
                  MOVE CUENTA-ACTUAL-WS TO HUC-CUENTA.
                  MOVE 0 TO HUC-SEC.
                  START HUCHASFILE KEY IS NOT LESS THAN HUC-CLAVE
                      INVALID KEY GO TO FIN-CALCULAR-HUCHAS.

                LEER-UNA-HUCHA.
                  READ HUCHASFILE NEXT RECORD
                      AT END GO TO FIN-CALCULAR-HUCHAS.
                  IF HUC-CUENTA NOT = CUENTA-ACTUAL-WS
                    GO TO FIN-CALCULAR-HUCHAS.
                  ADD HUC-AHORRADO TO HUCHAS-CUENTA-WS.
                  GO TO LEER-UNA-HUCHA.
              FIN-CALCULAR-HUCHAS.
                  EXIT.

       *> Traba de embargo pendiente del titular: lo que reclaman sus
       *> ordenes abiertas y PROCESAREMBARGOS aun no ha barrido
              CALCULAR-EMBARGADO.
                  MOVE 0 TO EMBARGADO-WS.
                  IF EMBARGOS-WS = "NO"
                    GO TO FIN-CALCULAR-EMBARGADO.
                  MOVE 0 TO EMB-NUMERO.
                  START EMBARGOSFILE KEY IS NOT LESS THAN EMB-NUMERO
                      INVALID KEY GO TO FIN-CALCULAR-EMBARGADO.

                LEER-UN-EMBARGO.
                  READ EMBARGOSFILE NEXT RECORD
                      AT END GO TO FIN-CALCULAR-EMBARGADO.
                  IF EMB-ABIERTO AND EMB-DNI = USER-DNI
                    COMPUTE EMBARGADO-WS =
                        EMBARGADO-WS + EMB-IMPORTE - EMB-COBRADO.
                  GO TO LEER-UN-EMBARGO.
              FIN-CALCULAR-EMBARGADO.
                  EXIT.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "GUARDARSALDOSDIA" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

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
