       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENECONDICIONES.
       *> Mantenimiento desde la oficina del maestro de versiones de
       *> las condiciones contractuales CONDICIONES.DAT: por cada
       *> producto que se contrata en el cajero (CUENTA, PLAZO,
       *> ANTICIPO, MANDATO, ABONO) la version de las condiciones con
       *> su fecha de efecto, un titulo y tres lineas con las clausulas
       *> principales. El cajero muestra al cliente la version vigente
       *> a la fecha de negocio antes de que confirme y la deja anotada
       *> en el registro de contratos CONTRATOS.DAT (ver
       *> CONSULTACONTRATOS). En el molde de MANTENEPRODUCTOS: acceso
       *> de personal con STAFF.DAT y la matriz PERMISOS.DAT, listado,
       *> alta, modificacion y borrado con rastro en AUDITORIA.DAT.
       *> Una version nueva se da de alta con su fecha de efecto, que
       *> no puede ser anterior a hoy; solo se modifican o borran las
       *> que aun no han entrado en vigor, porque una version en vigor
       *> ha podido ser ya aceptada por algun cliente y el registro de
       *> contratos la cita.
       *>
       *> Versiones
       *> Versión 1.0 - Versiones de las condiciones contractuales
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONDICIONESFILE ASSIGN TO "CONDICIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COND-CLAVE
                  FILE STATUS IS FSCOND.

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
*> FD CONDICIONESFILE: version de las condiciones de un producto
*> desde una fecha de efecto; la vigente en una fecha es la de fecha
*> de efecto mas reciente no posterior a ella
       FD CONDICIONESFILE.
       01 REG-CONDICION.
              02 COND-CLAVE.
                 03 COND-PRODUCTO       PIC X(8).
                 03 COND-FECHA-EFECTO   PIC 9(8).
              02 COND-VERSION           PIC X(8).
              02 COND-TITULO            PIC X(40).
              02 COND-TEXTO OCCURS 3 TIMES PIC X(60).

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
              77 FSCOND                PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FILA-ENCONTRADA       PIC X(2).
              77 FECHA-HOY-WS          PIC 9(8).
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
                     VALUE "MANTENECONDICIONES".
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

              01 DATOS-CONDICION-ED.
                 02 COND-CLAVE-ED.
                    03 COND-PRODUCTO-ED    PIC X(8).
                    03 COND-FECHA-ED       PIC 9(8).
                 02 COND-VERSION-ED        PIC X(8).
                 02 COND-TITULO-ED         PIC X(40).
                 02 COND-TEXTO-ED OCCURS 3 TIMES PIC X(60).

              01 MSJ-CONDICIONES           PIC X(55) VALUE SPACES.

              01 LINEA-CONDICION.
                 02 LC-PRODUCTO            PIC X(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LC-FECHA               PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LC-VERSION             PIC X(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LC-TITULO              PIC X(40).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LC-ESTADO              PIC X(9).

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

       01 PANTALLA-MENU-CONDICIONES.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---CONDICIONES CONTRACTUALES---".
           02 LINE 5  COL 19 VALUE "1 - Listar versiones".
           02 LINE 6  COL 19 VALUE "2 - Alta de una version".
           02 LINE 7  COL 19 VALUE "3 - Modificar una version futura".
           02 LINE 8  COL 19 VALUE "4 - Borrar una version futura".
           02 LINE 9  COL 19 VALUE "5 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-CONDICIONES.

       01 PANTALLA-CONDICION.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---VERSION DE LAS CONDICIONES---".
           02 LINE 4   COL 4   VALUE "PRODUCTO:".
           02 LINE 4   COL 34  PIC X(8) USING COND-PRODUCTO-ED UNDERLINE.
           02 LINE 5   COL 4   VALUE
               "(CUENTA, PLAZO, ANTICIPO, MANDATO o ABONO)".
           02 LINE 6   COL 4   VALUE "FECHA DE EFECTO (AAAAMMDD):".
           02 LINE 6   COL 34  PIC 9(8) USING COND-FECHA-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 8   COL 4   VALUE "VERSION:".
           02 LINE 8   COL 34  PIC X(8) USING COND-VERSION-ED UNDERLINE.
           02 LINE 9   COL 4   VALUE "TITULO:".
           02 LINE 9   COL 34  PIC X(40) USING COND-TITULO-ED UNDERLINE.
           02 LINE 11  COL 4   VALUE "Clausulas principales:".
           02 LINE 12  COL 4   PIC X(60) USING COND-TEXTO-ED(1) UNDERLINE.
           02 LINE 13  COL 4   PIC X(60) USING COND-TEXTO-ED(2) UNDERLINE.
           02 LINE 14  COL 4   PIC X(60) USING COND-TEXTO-ED(3) UNDERLINE.
           02 LINE 16  COL 4   VALUE
               "El cajero muestra la version vigente a la fecha de".
           02 LINE 17  COL 4   VALUE
               "negocio; la fecha de efecto no puede ser pasada.".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-CONDICIONES.
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
                  MOVE SPACES TO MSJ-CONDICIONES.
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
                  DISPLAY PANTALLA-MENU-CONDICIONES.
                  ACCEPT PANTALLA-MENU-CONDICIONES
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-CONDICIONES.
                  IF OPCION = "1"
                    PERFORM LISTAR-CONDICIONES
                        THRU FIN-LISTAR-CONDICIONES
                  ELSE
                    IF OPCION = "2"
                      PERFORM ALTA-CONDICION THRU FIN-ALTA-CONDICION
                    ELSE
                      IF OPCION = "3"
                        PERFORM MODIFICAR-CONDICION
                            THRU FIN-MODIFICAR-CONDICION
                      ELSE
                        IF OPCION = "4"
                          PERFORM BORRAR-CONDICION
                              THRU FIN-BORRAR-CONDICION
                        ELSE
                          IF OPCION NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-CONDICIONES.
              FIN-MOSTRAR-MENU.

              LISTAR-CONDICIONES.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Producto Efecto   Version  Titulo"
                      "                                   Estado".
                  OPEN INPUT CONDICIONESFILE.
                  IF FSCOND = "35"
                    DISPLAY "No existe CONDICIONES.DAT."
                    CLOSE CONDICIONESFILE
                    GO TO ESPERAR-LISTAR-CONDICIONES.

                LEER-UNA-CONDICION.
                  READ CONDICIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-CONDICIONES.
                  MOVE COND-PRODUCTO TO LC-PRODUCTO.
                  MOVE COND-FECHA-EFECTO TO LC-FECHA.
                  MOVE COND-VERSION TO LC-VERSION.
                  MOVE COND-TITULO TO LC-TITULO.
                  IF COND-FECHA-EFECTO > FECHA-HOY-WS
                    MOVE "FUTURA" TO LC-ESTADO
                  ELSE
                    MOVE "EN VIGOR" TO LC-ESTADO.
                  DISPLAY LINEA-CONDICION.
                  GO TO LEER-UNA-CONDICION.

                CERRAR-LISTAR-CONDICIONES.
                  CLOSE CONDICIONESFILE.

                ESPERAR-LISTAR-CONDICIONES.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-CONDICIONES.
                  EXIT.

       *> Alta de una version: un producto nuevo o unas condiciones
       *> nuevas de uno existente a partir de su fecha de efecto
              ALTA-CONDICION.
                  PERFORM LIMPIAR-CONDICION-ED.
                  MOVE FECHA-HOY-WS TO COND-FECHA-ED.

                PEDIR-ALTA-CONDICION.
                  DISPLAY PANTALLA-CONDICION.
                  ACCEPT PANTALLA-CONDICION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-CONDICION.
                  PERFORM VALIDAR-CONDICION-ED.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO PEDIR-ALTA-CONDICION.

                  OPEN I-O CONDICIONESFILE.
                  IF FSCOND = "35"
                    CLOSE CONDICIONESFILE
                    OPEN OUTPUT CONDICIONESFILE
                    CLOSE CONDICIONESFILE
                    OPEN I-O CONDICIONESFILE.
                  PERFORM PASAR-ED-A-CONDICION.
                  WRITE REG-CONDICION
                      INVALID KEY
                        MOVE "Ya hay una version con esa fecha (use 3)"
                            TO MSJ-CONDICIONES.
                  CLOSE CONDICIONESFILE.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO PEDIR-ALTA-CONDICION.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "CONDICIONES" TO AUD-FICHERO-WS.
                  MOVE COND-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Version dada de alta" TO MSJ-CONDICIONES.
              FIN-ALTA-CONDICION.
                  EXIT.

       *> Modificacion de una version que aun no ha entrado en vigor
              MODIFICAR-CONDICION.
                  PERFORM LIMPIAR-CONDICION-ED.

                PEDIR-CLAVE-MODIFICAR.
                  DISPLAY PANTALLA-CONDICION.
                  ACCEPT PANTALLA-CONDICION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-CONDICION.
                  INSPECT COND-PRODUCTO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  PERFORM LEER-VERSION-FUTURA
                      THRU FIN-LEER-VERSION-FUTURA.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO PEDIR-CLAVE-MODIFICAR.
                  PERFORM PASAR-CONDICION-A-ED.
                  MOVE "Corrija la version y pulse ENTER"
                      TO MSJ-CONDICIONES.

                PEDIR-DATOS-MODIFICAR.
                  DISPLAY PANTALLA-CONDICION.
                  ACCEPT PANTALLA-CONDICION
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-CONDICIONES
                        GO TO FIN-MODIFICAR-CONDICION.
                  IF COND-CLAVE-ED NOT = COND-CLAVE
                    MOVE "No se cambia producto ni fecha: borre y de alta"
                        TO MSJ-CONDICIONES
                    MOVE COND-PRODUCTO TO COND-PRODUCTO-ED
                    MOVE COND-FECHA-EFECTO TO COND-FECHA-ED
                    GO TO PEDIR-DATOS-MODIFICAR.
                  PERFORM VALIDAR-CONDICION-ED.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO PEDIR-DATOS-MODIFICAR.

                  OPEN I-O CONDICIONESFILE.
                  MOVE COND-CLAVE-ED TO COND-CLAVE.
                  READ CONDICIONESFILE
                      INVALID KEY
                        MOVE "La version ya no existe"
                            TO MSJ-CONDICIONES.
                  IF MSJ-CONDICIONES = SPACES
                    PERFORM PASAR-ED-A-CONDICION
                    REWRITE REG-CONDICION.
                  CLOSE CONDICIONESFILE.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO FIN-MODIFICAR-CONDICION.

                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "CONDICIONES" TO AUD-FICHERO-WS.
                  MOVE COND-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Version modificada" TO MSJ-CONDICIONES.
              FIN-MODIFICAR-CONDICION.
                  EXIT.

              BORRAR-CONDICION.
                  PERFORM LIMPIAR-CONDICION-ED.

                PEDIR-CLAVE-BORRAR.
                  DISPLAY PANTALLA-CONDICION.
                  ACCEPT PANTALLA-CONDICION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-BORRAR-CONDICION.
                  INSPECT COND-PRODUCTO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  PERFORM LEER-VERSION-FUTURA
                      THRU FIN-LEER-VERSION-FUTURA.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO PEDIR-CLAVE-BORRAR.

                  OPEN I-O CONDICIONESFILE.
                  MOVE COND-CLAVE-ED TO COND-CLAVE.
                  READ CONDICIONESFILE
                      INVALID KEY MOVE "NO" TO FILA-ENCONTRADA
                      NOT INVALID KEY MOVE "SI" TO FILA-ENCONTRADA.
                  IF FILA-ENCONTRADA = "SI" AND
                     COND-FECHA-EFECTO > FECHA-HOY-WS
                    DELETE CONDICIONESFILE RECORD
                  ELSE
                    MOVE "La version ya no es futura" TO MSJ-CONDICIONES.
                  CLOSE CONDICIONESFILE.
                  IF MSJ-CONDICIONES NOT = SPACES
                    GO TO FIN-BORRAR-CONDICION.

                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "CONDICIONES" TO AUD-FICHERO-WS.
                  MOVE COND-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Version borrada" TO MSJ-CONDICIONES.
              FIN-BORRAR-CONDICION.
                  EXIT.

       *> Lee la version COND-CLAVE-ED y comprueba que existe y que aun
       *> no ha entrado en vigor; si no, deja el motivo en
       *> MSJ-CONDICIONES
              LEER-VERSION-FUTURA.
                  MOVE SPACES TO MSJ-CONDICIONES.
                  OPEN INPUT CONDICIONESFILE.
                  IF FSCOND = "35"
                    CLOSE CONDICIONESFILE
                    MOVE "No existe CONDICIONES.DAT" TO MSJ-CONDICIONES
                    GO TO FIN-LEER-VERSION-FUTURA.
                  MOVE COND-CLAVE-ED TO COND-CLAVE.
                  READ CONDICIONESFILE
                      INVALID KEY
                        MOVE "No hay version con ese producto y fecha"
                            TO MSJ-CONDICIONES
                      NOT INVALID KEY
                        IF COND-FECHA-EFECTO NOT > FECHA-HOY-WS
                          MOVE "Ya en vigor: de alta otra con fecha nueva"
                              TO MSJ-CONDICIONES.
                  CLOSE CONDICIONESFILE.
              FIN-LEER-VERSION-FUTURA.
                  EXIT.

              LIMPIAR-CONDICION-ED.
                  MOVE SPACES TO COND-PRODUCTO-ED.
                  MOVE 0 TO COND-FECHA-ED.
                  MOVE SPACES TO COND-VERSION-ED.
                  MOVE SPACES TO COND-TITULO-ED.
                  MOVE SPACES TO COND-TEXTO-ED(1).
                  MOVE SPACES TO COND-TEXTO-ED(2).
                  MOVE SPACES TO COND-TEXTO-ED(3).

              VALIDAR-CONDICION-ED.
                  MOVE SPACES TO MSJ-CONDICIONES.
                  INSPECT COND-PRODUCTO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  IF COND-PRODUCTO-ED NOT = "CUENTA" AND
                     COND-PRODUCTO-ED NOT = "PLAZO" AND
                     COND-PRODUCTO-ED NOT = "ANTICIPO" AND
                     COND-PRODUCTO-ED NOT = "MANDATO" AND
                     COND-PRODUCTO-ED NOT = "ABONO"
                    MOVE "Producto: CUENTA, PLAZO, ANTICIPO, MANDATO, ABONO"
                        TO MSJ-CONDICIONES
                  ELSE
                    IF COND-FECHA-ED < FECHA-HOY-WS
                      MOVE "La fecha de efecto no puede ser pasada"
                          TO MSJ-CONDICIONES
                    ELSE
                      IF COND-FECHA-ED(5:2) < "01" OR
                         COND-FECHA-ED(5:2) > "12" OR
                         COND-FECHA-ED(7:2) < "01" OR
                         COND-FECHA-ED(7:2) > "31"
                        MOVE "Fecha de efecto incorrecta"
                            TO MSJ-CONDICIONES
                      ELSE
                        IF COND-VERSION-ED = SPACES
                          MOVE "Anote la version de las condiciones"
                              TO MSJ-CONDICIONES
                        ELSE
                          IF COND-TITULO-ED = SPACES
                            MOVE "Anote el titulo de las condiciones"
                                TO MSJ-CONDICIONES.

              PASAR-ED-A-CONDICION.
                  MOVE COND-PRODUCTO-ED TO COND-PRODUCTO.
                  MOVE COND-FECHA-ED TO COND-FECHA-EFECTO.
                  MOVE COND-VERSION-ED TO COND-VERSION.
                  MOVE COND-TITULO-ED TO COND-TITULO.
                  MOVE 1 TO N.
                  PERFORM PASAR-TEXTO-A-CONDICION UNTIL N > 3.

              PASAR-TEXTO-A-CONDICION.
                  MOVE COND-TEXTO-ED(N) TO COND-TEXTO(N).
                  ADD 1 TO N.

              PASAR-CONDICION-A-ED.
                  MOVE COND-VERSION TO COND-VERSION-ED.
                  MOVE COND-TITULO TO COND-TITULO-ED.
                  MOVE 1 TO N.
                  PERFORM PASAR-TEXTO-A-ED UNTIL N > 3.

              PASAR-TEXTO-A-ED.
                  MOVE COND-TEXTO(N) TO COND-TEXTO-ED(N).
                  ADD 1 TO N.
