       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISARACCESOS.
       *> Puesto de back-office de la recertificacion trimestral de
       *> accesos: cada responsable ve, de una en una, las lineas
       *> pendientes que RECERTIFICARACCESOS dejo a su nombre en
       *> RECERTIFICACION.DAT (empleado, programa, ultimo uso y fecha
       *> limite) y las confirma o las revoca. Revocar pone la marca
       *> "N" en PERMISOS.DAT en el acto. Nadie resuelve sus propios
       *> permisos, y las lineas con el plazo ya vencido no se ofrecen:
       *> las revoca el batch esa noche. Tambien lista todas las lineas
       *> del responsable con su resolucion. Exige el mismo acceso de
       *> personal que MANTENEESPEC y deja constancia de cada
       *> resolucion en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Confirmacion o revocacion de permisos por el responsable
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RECERTFILE ASSIGN TO "RECERTIFICACION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCR-CLAVE
                  FILE STATUS IS FSRCR.

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
       *> FD RECERTFILE: una linea por permiso y campana trimestral
       *> (AAAAT), con su responsable, su ultimo uso y su resolucion
       FD RECERTFILE.
       01 REG-RECERTIFICACION.
              02 RCR-CLAVE.
                 03 RCR-TRIMESTRE       PIC 9(5).
                 03 RCR-STAFF-ID        PIC X(8).
                 03 RCR-PROGRAMA        PIC X(20).
              02 RCR-RESPONSABLE        PIC X(8).
              02 RCR-ULTIMO-USO         PIC 9(8).
              02 RCR-FECHA-LIMITE       PIC 9(8).
              02 RCR-ESTADO             PIC X.
                 88 RCR-PENDIENTE       VALUE "P".
                 88 RCR-CONFIRMADA      VALUE "C".
                 88 RCR-REVOCADA        VALUE "R".
                 88 RCR-VENCIDA         VALUE "V".
              02 RCR-FECHA-RESOLUCION   PIC 9(8).
              02 RCR-RESUELTA-POR       PIC X(8).

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
              77 FSRCR                 PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 FSAUD                 PIC XX.
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-HOY-WS          PIC 9(8).
              77 NUM-RESUELTAS-WS      PIC 9(5).
              77 NUM-MOSTRADAS-WS      PIC 9(5).
              77 LINEAS-PANTALLA-WS    PIC 99.
              77 FECHA-TRABAJO-WS      PIC 9(8).

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
                 02  AUD-PROGRAMA-WS       PIC X(20) VALUE "REVISARACCESOS".
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

       *> Clave de la auditoria de una resolucion: empleado y programa
              01 CLAVE-AUD-PERMISO.
                 02 CAP-STAFF-ID           PIC X(8).
                 02 FILLER                 PIC X VALUE "/".
                 02 CAP-PROGRAMA           PIC X(15).

       *> Campos de trabajo de la pantalla de revision de una linea
              01 DATOS-REVISION.
                 02 NOMBRE-EMPLEADO-WS     PIC X(30).
                 02 ULTIMO-USO-ED          PIC X(10).
                 02 FECHA-LIMITE-ED        PIC X(10).
                 02 RESOLUCION-WS          PIC X.

              01 FECHA-EDITADA.
                 02 FE-DD                  PIC XX.
                 02 FILLER                 PIC X VALUE "/".
                 02 FE-MM                  PIC XX.
                 02 FILLER                 PIC X VALUE "/".
                 02 FE-AAAA                PIC X(4).

              01 MSJ-ACCESOS               PIC X(55) VALUE SPACES.

       *> Linea de detalle para listar las lineas del responsable
              01 LINEA-RECERTIFICACION.
                 02 LR-TRIMESTRE           PIC 9(5).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-STAFF-ID            PIC X(8).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-PROGRAMA            PIC X(20).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-ESTADO              PIC X(11).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-FECHA               PIC X(10).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-RESUELTA-POR        PIC X(8).

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

       01 PANTALLA-MENU-ACCESOS.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---RECERTIFICACION DE ACCESOS---".
           02 LINE 5  COL 19 VALUE "1 - Revisar mis lineas pendientes".
           02 LINE 7  COL 19 VALUE "2 - Listar mis lineas".
           02 LINE 9  COL 19 VALUE "3 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 19 PIC X(55) FROM MSJ-ACCESOS.

       01 PANTALLA-REVISAR-LINEA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---REVISAR UN PERMISO---".
           02 LINE 4   COL 19  VALUE "CAMPANA:".
           02 LINE 4   COL 37  PIC 9(5) FROM RCR-TRIMESTRE.
           02 LINE 6   COL 19  VALUE "EMPLEADO:".
           02 LINE 6   COL 37  PIC X(8) FROM RCR-STAFF-ID.
           02 LINE 7   COL 19  VALUE "NOMBRE:".
           02 LINE 7   COL 37  PIC X(30) FROM NOMBRE-EMPLEADO-WS.
           02 LINE 8   COL 19  VALUE "PROGRAMA:".
           02 LINE 8   COL 37  PIC X(20) FROM RCR-PROGRAMA.
           02 LINE 9   COL 19  VALUE "ULTIMO USO:".
           02 LINE 9   COL 37  PIC X(10) FROM ULTIMO-USO-ED.
           02 LINE 10  COL 19  VALUE "REVISAR ANTES DEL:".
           02 LINE 10  COL 37  PIC X(10) FROM FECHA-LIMITE-ED.
           02 LINE 13  COL 19  VALUE
               "Resolucion (C=Confirmar/R=Revocar/blanco=Despues):".
           02 LINE 13  COL 70  PIC X USING RESOLUCION-WS UNDERLINE.
           02 LINE 18  COL 19  PIC X(55) FROM MSJ-ACCESOS.
           02 LINE 21  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22  COL 19  VALUE "  F9  - Terminar la revision".

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
                  MOVE SPACES TO MSJ-ACCESOS.
                  PERFORM MOSTRAR-MENU THRU FIN-MOSTRAR-MENU
                      UNTIL OPCION = "3".
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

       *> Procedimiento obtener-fecha-hora-aud
              OBTENER-FECHA-HORA-AUD.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE DDUD TO DDA.
                  MOVE MMUD TO MMA.
                  MOVE AAUD TO AAA.
                  MOVE HHUD TO HHA.
                  MOVE MIUD TO MIA.
                  MOVE SSUD TO SSA.

       *> Procedimiento guardar-auditoria, identico al de MANTENEESPEC
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

       *> Muestra el menu principal y despacha la opcion elegida
              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-ACCESOS.
                  ACCEPT PANTALLA-MENU-ACCESOS
                      IF COB-CRT-STATUS = 1009
                        MOVE "3" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-ACCESOS.
                  IF OPCION = "1"
                    PERFORM REVISAR-LINEAS THRU FIN-REVISAR-LINEAS
                  ELSE
                    IF OPCION = "2"
                      PERFORM LISTAR-LINEAS THRU FIN-LISTAR-LINEAS
                    ELSE
                      IF OPCION NOT = "3"
                        MOVE "Opcion no valida" TO MSJ-ACCESOS.
              FIN-MOSTRAR-MENU.
                  EXIT.

       *> Ofrece una a una las lineas pendientes y en plazo de las que
       *> el empleado es responsable, salvo las suyas propias
              REVISAR-LINEAS.
                  MOVE 0 TO NUM-RESUELTAS-WS.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  OPEN I-O RECERTFILE.
                  IF FSRCR = "35"
                    CLOSE RECERTFILE
                    MOVE "No se ha abierto ninguna recertificacion"
                        TO MSJ-ACCESOS
                    GO TO FIN-REVISAR-LINEAS.
                  OPEN I-O PERMISOSFILE.
                  OPEN INPUT STAFFFILE.

                LEER-LINEA-PENDIENTE.
                  READ RECERTFILE NEXT RECORD
                      AT END GO TO CERRAR-REVISAR-LINEAS.
                  IF NOT RCR-PENDIENTE OR
                     RCR-RESPONSABLE NOT = STAFF-ID-INTENTO OR
                     RCR-STAFF-ID = STAFF-ID-INTENTO OR
                     RCR-FECHA-LIMITE < FECHA-HOY-WS
                    GO TO LEER-LINEA-PENDIENTE.
                  PERFORM PREPARAR-PANTALLA-LINEA.
                  MOVE SPACES TO MSJ-ACCESOS.

                PEDIR-RESOLUCION.
                  MOVE SPACES TO RESOLUCION-WS.
                  DISPLAY PANTALLA-REVISAR-LINEA.
                  ACCEPT PANTALLA-REVISAR-LINEA
                      IF COB-CRT-STATUS = 1009
                        GO TO CERRAR-REVISAR-LINEAS.
                  IF RESOLUCION-WS = SPACE
                    GO TO LEER-LINEA-PENDIENTE.
                  IF RESOLUCION-WS NOT = "C" AND RESOLUCION-WS NOT = "R"
                    MOVE "Resolucion no valida (C, R o blanco)"
                        TO MSJ-ACCESOS
                    GO TO PEDIR-RESOLUCION.

                  IF RESOLUCION-WS = "R"
                    PERFORM REVOCAR-PERMISO.
                  MOVE RESOLUCION-WS TO RCR-ESTADO.
                  MOVE FECHA-HOY-WS TO RCR-FECHA-RESOLUCION.
                  MOVE STAFF-ID-INTENTO TO RCR-RESUELTA-POR.
                  REWRITE REG-RECERTIFICACION.
                  ADD 1 TO NUM-RESUELTAS-WS.

                  IF RESOLUCION-WS = "C"
                    MOVE "CONFIRMAR" TO AUD-OPERACION-WS
                  ELSE
                    MOVE "REVOCAR" TO AUD-OPERACION-WS.
                  MOVE "PERMISOS.DAT" TO AUD-FICHERO-WS.
                  MOVE RCR-STAFF-ID TO CAP-STAFF-ID.
                  MOVE RCR-PROGRAMA TO CAP-PROGRAMA.
                  MOVE CLAVE-AUD-PERMISO TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  GO TO LEER-LINEA-PENDIENTE.

                CERRAR-REVISAR-LINEAS.
                  CLOSE STAFFFILE.
                  CLOSE PERMISOSFILE.
                  CLOSE RECERTFILE.
                  MOVE SPACES TO MSJ-ACCESOS.
                  STRING "Lineas resueltas: " DELIMITED BY SIZE
                         NUM-RESUELTAS-WS DELIMITED BY SIZE
                      INTO MSJ-ACCESOS.
              FIN-REVISAR-LINEAS.
                  EXIT.

              PREPARAR-PANTALLA-LINEA.
                  MOVE "(no esta en STAFF.DAT)" TO NOMBRE-EMPLEADO-WS.
                  MOVE RCR-STAFF-ID TO STAFF-ID.
                  READ STAFFFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE STAFF-NOMBRE TO NOMBRE-EMPLEADO-WS.
                  IF RCR-ULTIMO-USO = 0
                    MOVE "nunca" TO ULTIMO-USO-ED
                  ELSE
                    MOVE RCR-ULTIMO-USO TO FECHA-TRABAJO-WS
                    PERFORM EDITAR-FECHA
                    MOVE FECHA-EDITADA TO ULTIMO-USO-ED.
                  MOVE RCR-FECHA-LIMITE TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO FECHA-LIMITE-ED.

       *> La revocacion se aplica en PERMISOS.DAT en el acto
              REVOCAR-PERMISO.
                  MOVE RCR-STAFF-ID TO PRM-STAFF-ID.
                  MOVE RCR-PROGRAMA TO PRM-PROGRAMA.
                  READ PERMISOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "N" TO PRM-PERMITIDO
                          REWRITE REG-PERMISO.

       *> Todas las lineas de las que el empleado es responsable, de
       *> cualquier campana, con su resolucion
              LISTAR-LINEAS.
                  MOVE 0 TO NUM-MOSTRADAS-WS.
                  MOVE 0 TO LINEAS-PANTALLA-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Trim.  Empleado  Programa              Estado       Fecha       Por".
                  DISPLAY
                   "-----  --------  --------------------  -----------  ----------  --------".
                  OPEN INPUT RECERTFILE.
                  IF FSRCR = "35"
                    DISPLAY "No se ha abierto ninguna recertificacion."
                    CLOSE RECERTFILE
                    GO TO ESPERAR-LISTAR-LINEAS.

                LEER-LINEA-LISTADO.
                  READ RECERTFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-LINEAS.
                  IF RCR-RESPONSABLE NOT = STAFF-ID-INTENTO
                    GO TO LEER-LINEA-LISTADO.
                  PERFORM MOSTRAR-LINEA-RECERTIFICACION.
                  GO TO LEER-LINEA-LISTADO.

                CERRAR-LISTAR-LINEAS.
                  CLOSE RECERTFILE.
                  DISPLAY " ".
                  DISPLAY NUM-MOSTRADAS-WS " lineas.".

                ESPERAR-LISTAR-LINEAS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-LINEAS.
                  EXIT.

              MOSTRAR-LINEA-RECERTIFICACION.
                  MOVE RCR-TRIMESTRE TO LR-TRIMESTRE.
                  MOVE RCR-STAFF-ID TO LR-STAFF-ID.
                  MOVE RCR-PROGRAMA TO LR-PROGRAMA.
                  MOVE SPACES TO LR-FECHA.
                  IF RCR-PENDIENTE
                    MOVE "PENDIENTE" TO LR-ESTADO
                    MOVE RCR-FECHA-LIMITE TO FECHA-TRABAJO-WS.
                  IF RCR-CONFIRMADA
                    MOVE "CONFIRMADA" TO LR-ESTADO
                    MOVE RCR-FECHA-RESOLUCION TO FECHA-TRABAJO-WS.
                  IF RCR-REVOCADA
                    MOVE "REVOCADA" TO LR-ESTADO
                    MOVE RCR-FECHA-RESOLUCION TO FECHA-TRABAJO-WS.
                  IF RCR-VENCIDA
                    MOVE "VENCIDA" TO LR-ESTADO
                    MOVE RCR-FECHA-RESOLUCION TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LR-FECHA.
                  MOVE RCR-RESUELTA-POR TO LR-RESUELTA-POR.
                  DISPLAY LINEA-RECERTIFICACION.
                  ADD 1 TO NUM-MOSTRADAS-WS.
                  ADD 1 TO LINEAS-PANTALLA-WS.
                  IF LINEAS-PANTALLA-WS >= 18
                    MOVE 0 TO LINEAS-PANTALLA-WS
                    DISPLAY "Pulse Intro para seguir..."
                    ACCEPT TECLA-PAUSA.

              EDITAR-FECHA.
                  MOVE FECHA-TRABAJO-WS(7:2) TO FE-DD.
                  MOVE FECHA-TRABAJO-WS(5:2) TO FE-MM.
                  MOVE FECHA-TRABAJO-WS(1:4) TO FE-AAAA.

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
