       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARPRODUCTOS.
       *> Utilidad de ejecucion unica que crea el catalogo de
       *> productos de cuenta PRODUCTOS.DAT con los cuatro productos de
       *> partida (CTE cuenta corriente, JOV cuenta joven, AHO cuenta
       *> de ahorro y EMP cuenta de empresa) y asigna producto a las
       *> cuentas de USERS.DAT que aun no lo tienen: AHO a las que ya
       *> devengaban interes y CTE al resto. La cuenta corriente y la
       *> de ahorro arrancan con la comision y el umbral de
       *> COMISION-MANTENIMIENTO.DAT y el tipo deudor de
       *> DESCUBIERTO-TIPO.DAT, de modo que la primera noche con
       *> catalogo los batches cobren exactamente igual que antes. A
       *> partir de ahi el catalogo se mantiene con MANTENEPRODUCTOS.
       *> Si PRODUCTOS.DAT ya existe no se vuelve a cargar (pisaria lo
       *> mantenido desde la oficina), pero la asignacion de las
       *> cuentas sin producto se repite sin riesgo.
       *>
       *> Versiones
       *> Versión 1.0 - Catalogo de partida y producto de cada cuenta
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

              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

              SELECT COMISIONFILE ASSIGN TO
                  "COMISION-MANTENIMIENTO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCM.

              SELECT TIPOFILE ASSIGN TO "DESCUBIERTO-TIPO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FST.

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

       *> FD PRODUCTOSFILE: catalogo de productos de cuenta, una fila
       *> por producto y fecha de efecto con sus condiciones: tipos
       *> acreedor y deudor anuales, comision trimestral de
       *> mantenimiento, umbral de saldo medio que la exime (cero, sin
       *> exencion por saldo), exencion por nomina (S/N), limite de
       *> descubierto por defecto al abrir la cuenta y la marca de
       *> condiciones ya trasladadas a las cuentas (ver
       *> REPRECIARPRODUCTOS)
       FD PRODUCTOSFILE.
       01 REG-PRODUCTO.
              02 PRD-CLAVE.
                 03 PRD-CODIGO          PIC X(3).
                 03 PRD-FECHA-EFECTO    PIC 9(8).
              02 PRD-NOMBRE             PIC X(30).
              02 PRD-TIPO-ACREEDOR      PIC 9V9999.
              02 PRD-TIPO-DEUDOR        PIC 9V9999.
              02 PRD-COMISION-MANT      PIC 9(5)V99.
              02 PRD-UMBRAL-EXENCION    PIC 9(9)V99.
              02 PRD-EXENCION-NOMINA    PIC X.
              02 PRD-LIMITE-DESCUBIERTO PIC 9(7)V99.
              02 PRD-REPRECIADO         PIC X.

       FD COMISIONFILE.
       01 REG-COMISION.
              02 COM-IMPORTE            PIC 9(5)V99.
              02 COM-UMBRAL-SALDO       PIC 9(9)V99.

       FD TIPOFILE.
       01 REG-TIPO.
              02 TIPO-DEUDOR            PIC 9V9999.

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
              77 FSPRD                 PIC XX.
              77 FSCM                  PIC XX.
              77 FST                   PIC XX.
              77 M                     PIC 9.
              77 NUM-PRODUCTOS         PIC 99 VALUE 0.
              77 NUM-ASIGNADAS         PIC 9(5) VALUE 0.
              77 TITULAR-CAMBIADO      PIC X(2).
              77 COMISION-WS           PIC 9(5)V99 VALUE 10.00.
              77 UMBRAL-SALDO-WS       PIC 9(9)V99 VALUE 5000.00.
              77 TIPO-DEUDOR-WS        PIC 9V9999 VALUE 0.1200.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD NOT = "35"
                    CLOSE PRODUCTOSFILE
                    DISPLAY "PRODUCTOS.DAT ya existe; no se toca."
                  ELSE
                    CLOSE PRODUCTOSFILE
                    PERFORM CARGAR-CONDICIONES-ACTUALES
                    OPEN OUTPUT PRODUCTOSFILE
                    PERFORM CARGAR-PRODUCTOS
                    CLOSE PRODUCTOSFILE
                    DISPLAY "MIGRARPRODUCTOS: " NUM-PRODUCTOS
                        " productos cargados.".
                  PERFORM ASIGNAR-PRODUCTOS THRU FIN-ASIGNAR-PRODUCTOS.
                  DISPLAY "MIGRARPRODUCTOS: " NUM-ASIGNADAS
                      " cuentas con producto asignado.".
                  STOP RUN.

       *> La comision, el umbral y el tipo deudor que aplicaban hasta
       *> ahora los batches, con sus mismos valores por defecto
              CARGAR-CONDICIONES-ACTUALES.
                  OPEN INPUT COMISIONFILE.
                  IF FSCM = "35"
                    CONTINUE
                  ELSE
                    READ COMISIONFILE
                      AT END CONTINUE
                      NOT AT END
                        IF COM-IMPORTE > 0
                          MOVE COM-IMPORTE TO COMISION-WS
                          MOVE COM-UMBRAL-SALDO TO UMBRAL-SALDO-WS.
                  CLOSE COMISIONFILE.
                  OPEN INPUT TIPOFILE.
                  IF FST = "35"
                    CONTINUE
                  ELSE
                    READ TIPOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF TIPO-DEUDOR > 0
                          MOVE TIPO-DEUDOR TO TIPO-DEUDOR-WS.
                  CLOSE TIPOFILE.

       *> Los productos de partida, vigentes desde siempre y ya
       *> trasladados a las cuentas. El 1% de la cuenta de ahorro es
       *> el tipo con que writeUsersLoginFile da de alta las cuentas
       *> de ahorro
              CARGAR-PRODUCTOS.
                  MOVE "CTE" TO PRD-CODIGO.
                  MOVE "Cuenta corriente" TO PRD-NOMBRE.
                  MOVE 0 TO PRD-TIPO-ACREEDOR.
                  MOVE COMISION-WS TO PRD-COMISION-MANT.
                  MOVE UMBRAL-SALDO-WS TO PRD-UMBRAL-EXENCION.
                  MOVE "S" TO PRD-EXENCION-NOMINA.
                  MOVE 0 TO PRD-LIMITE-DESCUBIERTO.
                  PERFORM GRABAR-PRODUCTO.
                  MOVE "JOV" TO PRD-CODIGO.
                  MOVE "Cuenta joven" TO PRD-NOMBRE.
                  MOVE 0 TO PRD-TIPO-ACREEDOR.
                  MOVE 0 TO PRD-COMISION-MANT.
                  MOVE 0 TO PRD-UMBRAL-EXENCION.
                  MOVE "N" TO PRD-EXENCION-NOMINA.
                  MOVE 0 TO PRD-LIMITE-DESCUBIERTO.
                  PERFORM GRABAR-PRODUCTO.
                  MOVE "AHO" TO PRD-CODIGO.
                  MOVE "Cuenta de ahorro" TO PRD-NOMBRE.
                  MOVE 0.0100 TO PRD-TIPO-ACREEDOR.
                  MOVE COMISION-WS TO PRD-COMISION-MANT.
                  MOVE UMBRAL-SALDO-WS TO PRD-UMBRAL-EXENCION.
                  MOVE "S" TO PRD-EXENCION-NOMINA.
                  MOVE 0 TO PRD-LIMITE-DESCUBIERTO.
                  PERFORM GRABAR-PRODUCTO.
                  MOVE "EMP" TO PRD-CODIGO.
                  MOVE "Cuenta de empresa" TO PRD-NOMBRE.
                  MOVE 0 TO PRD-TIPO-ACREEDOR.
                  MOVE 15.00 TO PRD-COMISION-MANT.
                  MOVE 20000.00 TO PRD-UMBRAL-EXENCION.
                  MOVE "N" TO PRD-EXENCION-NOMINA.
                  MOVE 3000.00 TO PRD-LIMITE-DESCUBIERTO.
                  PERFORM GRABAR-PRODUCTO.

              GRABAR-PRODUCTO.
                  MOVE 20000101 TO PRD-FECHA-EFECTO.
                  MOVE TIPO-DEUDOR-WS TO PRD-TIPO-DEUDOR.
                  MOVE "S" TO PRD-REPRECIADO.
                  WRITE REG-PRODUCTO INVALID KEY CONTINUE.
                  ADD 1 TO NUM-PRODUCTOS.

       *> Recorre USERS.DAT dando producto a cada cuenta abierta que
       *> no lo tenga; el tipo de interes de la cuenta no se toca
              ASIGNAR-PRODUCTOS.
                  OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-ASIGNAR-PRODUCTOS.

                LEER-UN-TITULAR.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-ASIGNAR-PRODUCTOS.
                  MOVE "NO" TO TITULAR-CAMBIADO.
                  MOVE 1 TO M.
                  PERFORM ASIGNAR-PRODUCTO-CUENTA UNTIL M > 3.
                  IF TITULAR-CAMBIADO = "SI"
                    REWRITE REG-USUARIO.
                  GO TO LEER-UN-TITULAR.

                CERRAR-ASIGNAR-PRODUCTOS.
                  CLOSE USERFILE.
              FIN-ASIGNAR-PRODUCTOS.
                  EXIT.

              ASIGNAR-PRODUCTO-CUENTA.
                  IF USER-NUM-CUENTA(M) = SPACES
                    IF USER-PRODUCTO(M) NOT = SPACES
                      MOVE SPACES TO USER-PRODUCTO(M)
                      MOVE "SI" TO TITULAR-CAMBIADO
                    END-IF
                  ELSE
                    IF USER-PRODUCTO(M) = SPACES OR
                       USER-PRODUCTO(M) = LOW-VALUES
                      IF USER-TIPO-INTERES(M) > 0
                        MOVE "AHO" TO USER-PRODUCTO(M)
                      ELSE
                        MOVE "CTE" TO USER-PRODUCTO(M)
                      END-IF
                      MOVE "SI" TO TITULAR-CAMBIADO
                      ADD 1 TO NUM-ASIGNADAS.
                  ADD 1 TO M.

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
