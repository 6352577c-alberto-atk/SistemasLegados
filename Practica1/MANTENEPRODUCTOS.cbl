       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENEPRODUCTOS.
       *> Mantenimiento desde la oficina del catalogo de productos de
       *> cuenta PRODUCTOS.DAT: las condiciones de cada producto (tipos
       *> acreedor y deudor, comision de mantenimiento y sus
       *> exenciones, limite de descubierto por defecto) con su fecha
       *> de efecto. En el molde de MANTENEMAESTROS: acceso de personal
       *> con STAFF.DAT y la matriz PERMISOS.DAT, listado, alta,
       *> modificacion y borrado con validacion de campos y rastro en
       *> AUDITORIA.DAT.
       *> Un cambio de condiciones no pisa la fila en vigor: se da de
       *> alta una fila nueva con su fecha de efecto, que no puede ser
       *> anterior a hoy, y REPRECIARPRODUCTOS la traslada a las
       *> cuentas la noche en que entra en vigor. Hasta entonces la
       *> fila esta pendiente y puede modificarse o borrarse; una vez
       *> trasladada queda como historico y ya no se toca, porque los
       *> batches de intereses la siguen usando para los dias en que
       *> estuvo vigente.
       *>
       *> Versiones
       *> Versión 1.0 - Condiciones de los productos por fecha de efecto
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

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
*> FD PRODUCTOSFILE: condiciones de un producto desde una fecha de
*> efecto (ver MIGRARPRODUCTOS); PRD-REPRECIADO = "S" cuando ya se
*> han trasladado a las cuentas
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

       FD STAFFFILE.
        01 REG-STAFF.
          02 STAFF-ID               PIC X(8).
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

*> FD PERMISOSFILE: matriz de permisos por empleado y programa; un
*> registro con la marca "S" autoriza a ese empleado en ese programa
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
              77 FSPRD                 PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FILA-ENCONTRADA       PIC X(2).
              77 FECHA-HOY-WS          PIC 9(8).

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
                     VALUE "MANTENEPRODUCTOS".
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

       *> Campos de la pantalla: los tipos se teclean en tanto por
       *> ciento con dos decimales y los importes en euros y centimos,
       *> como en MANTENEPARAMS
              01 DATOS-PRODUCTO-ED.
                 02 PRD-CLAVE-ED.
                    03 PRD-CODIGO-ED       PIC X(3).
                    03 PRD-FECHA-ED        PIC 9(8).
                 02 PRD-NOMBRE-ED          PIC X(30).
                 02 ACREEDOR-ENTERO-ED     PIC 99.
                 02 ACREEDOR-DEC-ED        PIC 99.
                 02 DEUDOR-ENTERO-ED       PIC 99.
                 02 DEUDOR-DEC-ED          PIC 99.
                 02 COMISION-ENTERO-ED     PIC 9(5).
                 02 COMISION-CENT-ED       PIC 99.
                 02 UMBRAL-ENTERO-ED       PIC 9(9).
                 02 UMBRAL-CENT-ED         PIC 99.
                 02 EXENCION-NOMINA-ED     PIC X.
                 02 LIMITE-ED              PIC 9(7).

              01 MSJ-PRODUCTOS             PIC X(55) VALUE SPACES.

              01 LINEA-PRODUCTO.
                 02 LP-CODIGO              PIC X(3).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-FECHA               PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-NOMBRE              PIC X(18).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-ACREEDOR            PIC Z9.99.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-DEUDOR              PIC Z9.99.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-COMISION            PIC ZZZZ9.99.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-UMBRAL              PIC ZZZZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-NOMINA              PIC X.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-LIMITE              PIC ZZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LP-ESTADO              PIC X(9).

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

       01 PANTALLA-MENU-PRODUCTOS.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---CATALOGO DE PRODUCTOS---".
           02 LINE 5  COL 19 VALUE "1 - Listar condiciones".
           02 LINE 6  COL 19 VALUE "2 - Alta de condiciones".
           02 LINE 7  COL 19 VALUE "3 - Modificar condiciones pendientes".
           02 LINE 8  COL 19 VALUE "4 - Borrar condiciones pendientes".
           02 LINE 9  COL 19 VALUE "5 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-PRODUCTOS.

       01 PANTALLA-PRODUCTO.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---CONDICIONES DEL PRODUCTO---".
           02 LINE 4   COL 4   VALUE "CODIGO DE PRODUCTO:".
           02 LINE 4   COL 44  PIC X(3) USING PRD-CODIGO-ED UNDERLINE.
           02 LINE 5   COL 4   VALUE "FECHA DE EFECTO (AAAAMMDD):".
           02 LINE 5   COL 44  PIC 9(8) USING PRD-FECHA-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 7   COL 4   VALUE "NOMBRE:".
           02 LINE 7   COL 44  PIC X(30) USING PRD-NOMBRE-ED UNDERLINE.
           02 LINE 9   COL 4   VALUE "Tipo acreedor anual (%):".
           02 LINE 9   COL 44  PIC 99 USING ACREEDOR-ENTERO-ED.
           02 LINE 9   COL 46  VALUE ".".
           02 LINE 9   COL 47  PIC 99 USING ACREEDOR-DEC-ED.
           02 LINE 10  COL 4   VALUE "Tipo deudor anual (%):".
           02 LINE 10  COL 44  PIC 99 USING DEUDOR-ENTERO-ED.
           02 LINE 10  COL 46  VALUE ".".
           02 LINE 10  COL 47  PIC 99 USING DEUDOR-DEC-ED.
           02 LINE 11  COL 4   VALUE "Comision trimestral (EUR, 0=exenta):".
           02 LINE 11  COL 44  PIC 9(5) USING COMISION-ENTERO-ED.
           02 LINE 11  COL 49  VALUE ".".
           02 LINE 11  COL 50  PIC 99 USING COMISION-CENT-ED.
           02 LINE 12  COL 4   VALUE "Saldo medio que exime (EUR, 0=no):".
           02 LINE 12  COL 44  PIC 9(9) USING UMBRAL-ENTERO-ED.
           02 LINE 12  COL 53  VALUE ".".
           02 LINE 12  COL 54  PIC 99 USING UMBRAL-CENT-ED.
           02 LINE 13  COL 4   VALUE "La nomina domiciliada exime (S/N):".
           02 LINE 13  COL 44  PIC X USING EXENCION-NOMINA-ED UNDERLINE.
           02 LINE 14  COL 4   VALUE "Descubierto por defecto (EUR):".
           02 LINE 14  COL 44  PIC 9(7) USING LIMITE-ED UNDERLINE.
           02 LINE 16  COL 4   VALUE
               "Las condiciones nuevas se trasladan a las cuentas la".
           02 LINE 17  COL 4   VALUE
               "noche de su fecha de efecto, que no puede ser pasada.".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PRODUCTOS.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

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
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  MOVE SPACES TO MSJ-PRODUCTOS.
                  PERFORM MOSTRAR-MENU THRU FIN-MOSTRAR-MENU
                      UNTIL OPCION = "5".
                  STOP RUN.

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

              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-PRODUCTOS.
                  ACCEPT PANTALLA-MENU-PRODUCTOS
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-PRODUCTOS.
                  IF OPCION = "1"
                    PERFORM LISTAR-PRODUCTOS THRU FIN-LISTAR-PRODUCTOS
                  ELSE
                    IF OPCION = "2"
                      PERFORM ALTA-PRODUCTO THRU FIN-ALTA-PRODUCTO
                    ELSE
                      IF OPCION = "3"
                        PERFORM MODIFICAR-PRODUCTO
                            THRU FIN-MODIFICAR-PRODUCTO
                      ELSE
                        IF OPCION = "4"
                          PERFORM BORRAR-PRODUCTO THRU FIN-BORRAR-PRODUCTO
                        ELSE
                          IF OPCION NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-PRODUCTOS.
              FIN-MOSTRAR-MENU.

              LISTAR-PRODUCTOS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Cod Efecto   Nombre             Acre. Deud. "
                      "Comision    Umbral    N  Limite Estado".
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    DISPLAY "No existe PRODUCTOS.DAT."
                    CLOSE PRODUCTOSFILE
                    GO TO ESPERAR-LISTAR-PRODUCTOS.

                LEER-UN-PRODUCTO.
                  READ PRODUCTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-PRODUCTOS.
                  MOVE PRD-CODIGO TO LP-CODIGO.
                  MOVE PRD-FECHA-EFECTO TO LP-FECHA.
                  MOVE PRD-NOMBRE TO LP-NOMBRE.
                  COMPUTE LP-ACREEDOR = PRD-TIPO-ACREEDOR * 100.
                  COMPUTE LP-DEUDOR = PRD-TIPO-DEUDOR * 100.
                  MOVE PRD-COMISION-MANT TO LP-COMISION.
                  MOVE PRD-UMBRAL-EXENCION TO LP-UMBRAL.
                  MOVE PRD-EXENCION-NOMINA TO LP-NOMINA.
                  MOVE PRD-LIMITE-DESCUBIERTO TO LP-LIMITE.
                  IF PRD-REPRECIADO = "S"
                    MOVE "APLICADA" TO LP-ESTADO
                  ELSE
                    MOVE "PENDIENTE" TO LP-ESTADO.
                  DISPLAY LINEA-PRODUCTO.
                  GO TO LEER-UN-PRODUCTO.

                CERRAR-LISTAR-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.

                ESPERAR-LISTAR-PRODUCTOS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-PRODUCTOS.
                  EXIT.

       *> Alta de una fila de condiciones: un producto nuevo o un
       *> cambio de condiciones de uno existente a partir de su fecha
       *> de efecto
              ALTA-PRODUCTO.
                  PERFORM LIMPIAR-PRODUCTO-ED.
                  MOVE FECHA-HOY-WS TO PRD-FECHA-ED.

                PEDIR-ALTA-PRODUCTO.
                  DISPLAY PANTALLA-PRODUCTO.
                  ACCEPT PANTALLA-PRODUCTO
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-PRODUCTO.
                  PERFORM VALIDAR-PRODUCTO-ED.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO PEDIR-ALTA-PRODUCTO.

                  OPEN I-O PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    OPEN OUTPUT PRODUCTOSFILE
                    CLOSE PRODUCTOSFILE
                    OPEN I-O PRODUCTOSFILE.
                  PERFORM PASAR-ED-A-PRODUCTO.
                  MOVE "N" TO PRD-REPRECIADO.
                  WRITE REG-PRODUCTO
                      INVALID KEY
                        MOVE "Ya hay condiciones con esa fecha (use 3)"
                            TO MSJ-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO PEDIR-ALTA-PRODUCTO.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "PRODUCTOS" TO AUD-FICHERO-WS.
                  MOVE PRD-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Condiciones dadas de alta" TO MSJ-PRODUCTOS.
              FIN-ALTA-PRODUCTO.
                  EXIT.

       *> Modificacion de una fila aun no trasladada a las cuentas: se
       *> teclea el codigo y la fecha, se muestran sus condiciones y se
       *> corrigen
              MODIFICAR-PRODUCTO.
                  PERFORM LIMPIAR-PRODUCTO-ED.

                PEDIR-CLAVE-MODIFICAR.
                  DISPLAY PANTALLA-PRODUCTO.
                  ACCEPT PANTALLA-PRODUCTO
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-PRODUCTO.
                  INSPECT PRD-CODIGO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  PERFORM LEER-FILA-PENDIENTE THRU FIN-LEER-FILA-PENDIENTE.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO PEDIR-CLAVE-MODIFICAR.
                  PERFORM PASAR-PRODUCTO-A-ED.
                  MOVE "Corrija las condiciones y pulse ENTER"
                      TO MSJ-PRODUCTOS.

                PEDIR-DATOS-MODIFICAR.
                  DISPLAY PANTALLA-PRODUCTO.
                  ACCEPT PANTALLA-PRODUCTO
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PRODUCTOS
                        GO TO FIN-MODIFICAR-PRODUCTO.
                  IF PRD-CLAVE-ED NOT = PRD-CLAVE
                    MOVE "No se cambia codigo ni fecha: borre y de alta"
                        TO MSJ-PRODUCTOS
                    MOVE PRD-CODIGO TO PRD-CODIGO-ED
                    MOVE PRD-FECHA-EFECTO TO PRD-FECHA-ED
                    GO TO PEDIR-DATOS-MODIFICAR.
                  PERFORM VALIDAR-PRODUCTO-ED.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO PEDIR-DATOS-MODIFICAR.

                  OPEN I-O PRODUCTOSFILE.
                  MOVE PRD-CLAVE-ED TO PRD-CLAVE.
                  READ PRODUCTOSFILE
                      INVALID KEY
                        MOVE "Las condiciones ya no existen"
                            TO MSJ-PRODUCTOS.
                  IF MSJ-PRODUCTOS = SPACES AND PRD-REPRECIADO = "S"
                    MOVE "Ya se trasladaron a las cuentas" TO MSJ-PRODUCTOS.
                  IF MSJ-PRODUCTOS = SPACES
                    PERFORM PASAR-ED-A-PRODUCTO
                    REWRITE REG-PRODUCTO.
                  CLOSE PRODUCTOSFILE.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO FIN-MODIFICAR-PRODUCTO.

                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "PRODUCTOS" TO AUD-FICHERO-WS.
                  MOVE PRD-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Condiciones modificadas" TO MSJ-PRODUCTOS.
              FIN-MODIFICAR-PRODUCTO.
                  EXIT.

              BORRAR-PRODUCTO.
                  PERFORM LIMPIAR-PRODUCTO-ED.

                PEDIR-CLAVE-BORRAR.
                  DISPLAY PANTALLA-PRODUCTO.
                  ACCEPT PANTALLA-PRODUCTO
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-BORRAR-PRODUCTO.
                  INSPECT PRD-CODIGO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  PERFORM LEER-FILA-PENDIENTE THRU FIN-LEER-FILA-PENDIENTE.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO PEDIR-CLAVE-BORRAR.

                  OPEN I-O PRODUCTOSFILE.
                  MOVE PRD-CLAVE-ED TO PRD-CLAVE.
                  READ PRODUCTOSFILE
                      INVALID KEY MOVE "NO" TO FILA-ENCONTRADA
                      NOT INVALID KEY MOVE "SI" TO FILA-ENCONTRADA.
                  IF FILA-ENCONTRADA = "SI" AND PRD-REPRECIADO NOT = "S"
                    DELETE PRODUCTOSFILE RECORD
                  ELSE
                    MOVE "Las condiciones ya no estan pendientes"
                        TO MSJ-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
                  IF MSJ-PRODUCTOS NOT = SPACES
                    GO TO FIN-BORRAR-PRODUCTO.

                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "PRODUCTOS" TO AUD-FICHERO-WS.
                  MOVE PRD-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Condiciones borradas" TO MSJ-PRODUCTOS.
              FIN-BORRAR-PRODUCTO.
                  EXIT.

       *> Lee la fila PRD-CLAVE-ED y comprueba que existe y que aun no
       *> se ha trasladado a las cuentas; si no, deja el motivo en
       *> MSJ-PRODUCTOS
              LEER-FILA-PENDIENTE.
                  MOVE SPACES TO MSJ-PRODUCTOS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    MOVE "No existe PRODUCTOS.DAT" TO MSJ-PRODUCTOS
                    GO TO FIN-LEER-FILA-PENDIENTE.
                  MOVE PRD-CLAVE-ED TO PRD-CLAVE.
                  READ PRODUCTOSFILE
                      INVALID KEY
                        MOVE "No hay condiciones con ese codigo y fecha"
                            TO MSJ-PRODUCTOS
                      NOT INVALID KEY
                        IF PRD-REPRECIADO = "S"
                          MOVE "Ya aplicadas: de alta otras con fecha nueva"
                              TO MSJ-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
              FIN-LEER-FILA-PENDIENTE.
                  EXIT.

              LIMPIAR-PRODUCTO-ED.
                  MOVE SPACES TO PRD-CODIGO-ED.
                  MOVE 0 TO PRD-FECHA-ED.
                  MOVE SPACES TO PRD-NOMBRE-ED.
                  MOVE 0 TO ACREEDOR-ENTERO-ED.
                  MOVE 0 TO ACREEDOR-DEC-ED.
                  MOVE 0 TO DEUDOR-ENTERO-ED.
                  MOVE 0 TO DEUDOR-DEC-ED.
                  MOVE 0 TO COMISION-ENTERO-ED.
                  MOVE 0 TO COMISION-CENT-ED.
                  MOVE 0 TO UMBRAL-ENTERO-ED.
                  MOVE 0 TO UMBRAL-CENT-ED.
                  MOVE "N" TO EXENCION-NOMINA-ED.
                  MOVE 0 TO LIMITE-ED.

              VALIDAR-PRODUCTO-ED.
                  MOVE SPACES TO MSJ-PRODUCTOS.
                  INSPECT PRD-CODIGO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT EXENCION-NOMINA-ED CONVERTING "sn" TO "SN".
                  IF PRD-CODIGO-ED = SPACES OR PRD-CODIGO-ED(3:1) = SPACE
                    MOVE "El codigo de producto tiene 3 letras"
                        TO MSJ-PRODUCTOS
                  ELSE
                    IF PRD-FECHA-ED < FECHA-HOY-WS
                      MOVE "La fecha de efecto no puede ser pasada"
                          TO MSJ-PRODUCTOS
                    ELSE
                      IF PRD-FECHA-ED(5:2) < "01" OR
                         PRD-FECHA-ED(5:2) > "12" OR
                         PRD-FECHA-ED(7:2) < "01" OR
                         PRD-FECHA-ED(7:2) > "31"
                        MOVE "Fecha de efecto incorrecta" TO MSJ-PRODUCTOS
                      ELSE
                        IF PRD-NOMBRE-ED = SPACES
                          MOVE "Anote el nombre del producto"
                              TO MSJ-PRODUCTOS
                        ELSE
                          IF EXENCION-NOMINA-ED NOT = "S" AND
                             EXENCION-NOMINA-ED NOT = "N"
                            MOVE "Exencion por nomina: S o N"
                                TO MSJ-PRODUCTOS
                          ELSE
                            IF ACREEDOR-ENTERO-ED > 20 OR
                               DEUDOR-ENTERO-ED > 30
                              MOVE "Tipos fuera de rango (max 20% / 30%)"
                                  TO MSJ-PRODUCTOS.

              PASAR-ED-A-PRODUCTO.
                  MOVE PRD-CODIGO-ED TO PRD-CODIGO.
                  MOVE PRD-FECHA-ED TO PRD-FECHA-EFECTO.
                  MOVE PRD-NOMBRE-ED TO PRD-NOMBRE.
                  COMPUTE PRD-TIPO-ACREEDOR =
                      (ACREEDOR-ENTERO-ED + (ACREEDOR-DEC-ED / 100)) / 100.
                  COMPUTE PRD-TIPO-DEUDOR =
                      (DEUDOR-ENTERO-ED + (DEUDOR-DEC-ED / 100)) / 100.
                  COMPUTE PRD-COMISION-MANT =
                      COMISION-ENTERO-ED + (COMISION-CENT-ED / 100).
                  COMPUTE PRD-UMBRAL-EXENCION =
                      UMBRAL-ENTERO-ED + (UMBRAL-CENT-ED / 100).
                  MOVE EXENCION-NOMINA-ED TO PRD-EXENCION-NOMINA.
                  MOVE LIMITE-ED TO PRD-LIMITE-DESCUBIERTO.

              PASAR-PRODUCTO-A-ED.
                  MOVE PRD-NOMBRE TO PRD-NOMBRE-ED.
                  COMPUTE ACREEDOR-ENTERO-ED = PRD-TIPO-ACREEDOR * 100.
                  COMPUTE ACREEDOR-DEC-ED =
                      (PRD-TIPO-ACREEDOR * 10000)
                      - (ACREEDOR-ENTERO-ED * 100).
                  COMPUTE DEUDOR-ENTERO-ED = PRD-TIPO-DEUDOR * 100.
                  COMPUTE DEUDOR-DEC-ED =
                      (PRD-TIPO-DEUDOR * 10000) - (DEUDOR-ENTERO-ED * 100).
                  MOVE PRD-COMISION-MANT TO COMISION-ENTERO-ED.
                  COMPUTE COMISION-CENT-ED =
                      (PRD-COMISION-MANT - COMISION-ENTERO-ED) * 100.
                  MOVE PRD-UMBRAL-EXENCION TO UMBRAL-ENTERO-ED.
                  COMPUTE UMBRAL-CENT-ED =
                      (PRD-UMBRAL-EXENCION - UMBRAL-ENTERO-ED) * 100.
                  MOVE PRD-EXENCION-NOMINA TO EXENCION-NOMINA-ED.
                  MOVE PRD-LIMITE-DESCUBIERTO TO LIMITE-ED.
