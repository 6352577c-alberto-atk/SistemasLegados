       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONARBLANQUEO.
       *> Puesto de trabajo de cumplimiento normativo para la cola de
       *> casos de prevencion del blanqueo (CASOSBLANQUEO.DAT) que abre
       *> cada noche VIGILARBLANQUEO, separada de la de fraude. El
       *> analista revisa los casos pendientes y los resuelve con su
       *> dictamen: descartado, o confirmado como operacion sospechosa,
       *> en cuyo caso el siguiente paso nocturno de VIGILARBLANQUEO lo
       *> incluye en la comunicacion al SEPBLAC y lo marca comunicado.
       *> Acceso de personal con STAFF.DAT y la matriz PERMISOS.DAT,
       *> con rastro en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Revision de casos de blanqueo por cumplimiento
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CASOSBLANQUEOFILE ASSIGN TO "CASOSBLANQUEO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBL-NUMERO
                  FILE STATUS IS FSCB.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

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
       *> FD CASOSBLANQUEOFILE: cola de cumplimiento, un caso por
       *> persona y patron (estados P pendiente, D descartado, C
       *> confirmado, S comunicado al SEPBLAC)
       FD CASOSBLANQUEOFILE.
       01 REG-CASO-BLANQUEO.
              02 CBL-NUMERO             PIC 9(6).
              02 CBL-DNI                PIC X(9).
              02 CBL-REGLA              PIC XX.
                 88 CBL-FRACCIONAMIENTO VALUE "ES".
                 88 CBL-ENTRADA-SALIDA  VALUE "ER".
                 88 CBL-TERCEROS        VALUE "IT".
              02 CBL-FECHA-ALTA         PIC 9(8).
              02 CBL-VENTANA-DESDE      PIC 9(8).
              02 CBL-VENTANA-HASTA      PIC 9(8).
              02 CBL-IMPORTE            PIC 9(9)V99.
              02 CBL-IMPORTE-SALIDA     PIC 9(9)V99.
              02 CBL-NUM-OPERACIONES    PIC 9(4).
              02 CBL-EXTRANJERO         PIC X.
              02 CBL-MOTIVO             PIC X(60).
              02 CBL-ESTADO             PIC X.
                 88 CBL-PENDIENTE       VALUE "P".
                 88 CBL-DESCARTADO      VALUE "D".
                 88 CBL-CONFIRMADO      VALUE "C".
                 88 CBL-COMUNICADO      VALUE "S".
              02 CBL-ANALISTA           PIC X(8).
              02 CBL-DICTAMEN           PIC X(60).
              02 CBL-FECHA-RESOLUCION   PIC 9(8).
              02 CBL-FECHA-COMUNICACION PIC 9(8).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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
              77 FSCB                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 SOLO-PENDIENTES-WS    PIC X(2).
              77 NUM-LISTADOS-WS       PIC 9(5).

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
                     VALUE "GESTIONARBLANQUEO".
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

              01 DATOS-RESOLUCION.
                 02 NUM-CASO-RES-WS        PIC 9(6).
                 02 DECISION-RES-WS        PIC X.
                 02 DICTAMEN-RES-WS        PIC X(60).

              01 MSJ-BLANQUEO              PIC X(55) VALUE SPACES.

              01 LINEA-CASO.
                 02 LC-NUMERO              PIC ZZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-ESTADO              PIC X.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-REGLA               PIC XX.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-DNI                 PIC X(9).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-FECHA               PIC 9(8).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-IMPORTE             PIC ZZZZZZZZ9.99.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-OPERACIONES         PIC ZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LC-EXTRANJERO          PIC X.

              01 LINEA-DETALLE-CASO.
                 02 FILLER                 PIC X(8) VALUE SPACES.
                 02 LD-TEXTO               PIC X(60).

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

       01 PANTALLA-MENU-BLANQUEO.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---PREVENCION DEL BLANQUEO---".
           02 LINE 4  COL 19 VALUE "1 - Casos pendientes de revision".
           02 LINE 6  COL 19 VALUE "2 - Resolver un caso".
           02 LINE 8  COL 19 VALUE "3 - Listar todos los casos".
           02 LINE 10 COL 19 VALUE "4 - Salir".
           02 LINE 12 COL 19 VALUE "Opcion:".
           02 LINE 12 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 17 COL 13 PIC X(55) FROM MSJ-BLANQUEO.

       01 PANTALLA-RESOLVER-CASO.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---RESOLVER CASO DE BLANQUEO---".
           02 LINE 6   COL 19  VALUE "NUMERO DE CASO:".
           02 LINE 6   COL 35  PIC 9(6) USING NUM-CASO-RES-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 8   COL 19  VALUE "DECISION (C-Confirmar, D-Descartar):".
           02 LINE 8   COL 56  PIC X USING DECISION-RES-WS UNDERLINE.
           02 LINE 10  COL 19  VALUE "DICTAMEN:".
           02 LINE 11  COL 10  PIC X(60) USING DICTAMEN-RES-WS UNDERLINE.
           02 LINE 19  COL 13  PIC X(55) FROM MSJ-BLANQUEO.
           02 LINE 21  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
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
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE SPACES TO MSJ-BLANQUEO.
                  PERFORM MOSTRAR-MENU THRU FIN-MOSTRAR-MENU
                      UNTIL OPCION = "4".
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

       *> Fecha de negocio vigente; sin FECHA-NEGOCIO.DAT se usa la
       *> del sistema
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

              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-BLANQUEO.
                  ACCEPT PANTALLA-MENU-BLANQUEO
                      IF COB-CRT-STATUS = 1009
                        MOVE "4" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-BLANQUEO.
                  IF OPCION = "1"
                    MOVE "SI" TO SOLO-PENDIENTES-WS
                    PERFORM LISTAR-CASOS THRU FIN-LISTAR-CASOS
                  ELSE
                  IF OPCION = "2"
                    PERFORM RESOLVER-CASO THRU FIN-RESOLVER-CASO
                  ELSE
                  IF OPCION = "3"
                    MOVE "NO" TO SOLO-PENDIENTES-WS
                    PERFORM LISTAR-CASOS THRU FIN-LISTAR-CASOS
                  ELSE
                  IF OPCION NOT = "4"
                    MOVE "Opcion no valida" TO MSJ-BLANQUEO.
              FIN-MOSTRAR-MENU.

       *> Relacion de casos, solo los pendientes o todos segun
       *> SOLO-PENDIENTES-WS; debajo de cada uno su motivo y, si ya
       *> esta resuelto, el dictamen
              LISTAR-CASOS.
                  MOVE 0 TO NUM-LISTADOS-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "  Caso E  R  DNI        Alta           Importe   Ops X".
                  OPEN INPUT CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    DISPLAY "No hay ningun caso."
                    CLOSE CASOSBLANQUEOFILE
                    GO TO ESPERAR-LISTAR-CASOS.

                INICIO-LISTAR-CASOS.
                  READ CASOSBLANQUEOFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-CASOS.
                  IF SOLO-PENDIENTES-WS = "SI" AND NOT CBL-PENDIENTE
                    GO TO INICIO-LISTAR-CASOS.
                  MOVE CBL-NUMERO TO LC-NUMERO.
                  MOVE CBL-ESTADO TO LC-ESTADO.
                  MOVE CBL-REGLA TO LC-REGLA.
                  MOVE CBL-DNI TO LC-DNI.
                  MOVE CBL-FECHA-ALTA TO LC-FECHA.
                  MOVE CBL-IMPORTE TO LC-IMPORTE.
                  MOVE CBL-NUM-OPERACIONES TO LC-OPERACIONES.
                  MOVE CBL-EXTRANJERO TO LC-EXTRANJERO.
                  DISPLAY LINEA-CASO.
                  MOVE CBL-MOTIVO TO LD-TEXTO.
                  DISPLAY LINEA-DETALLE-CASO.
                  IF NOT CBL-PENDIENTE
                    MOVE CBL-DICTAMEN TO LD-TEXTO
                    DISPLAY LINEA-DETALLE-CASO.
                  ADD 1 TO NUM-LISTADOS-WS.
                  GO TO INICIO-LISTAR-CASOS.

                CERRAR-LISTAR-CASOS.
                  CLOSE CASOSBLANQUEOFILE.
                  DISPLAY " ".
                  DISPLAY "Casos listados: " NUM-LISTADOS-WS.

                ESPERAR-LISTAR-CASOS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-CASOS.
                  EXIT.

       *> Resolucion de un caso pendiente con el dictamen del analista:
       *> D lo descarta; C lo confirma como operacion sospechosa y
       *> queda para la comunicacion al SEPBLAC de la noche
              RESOLVER-CASO.
                  MOVE 0 TO NUM-CASO-RES-WS.
                  MOVE SPACES TO DECISION-RES-WS.
                  MOVE SPACES TO DICTAMEN-RES-WS.

                MOSTRAR-PANTALLA-RESOLVER.
                  DISPLAY PANTALLA-RESOLVER-CASO.
                  ACCEPT PANTALLA-RESOLVER-CASO
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-BLANQUEO
                        GO TO FIN-RESOLVER-CASO.

                  INSPECT DECISION-RES-WS CONVERTING "cd" TO "CD".
                  IF DECISION-RES-WS NOT = "C" AND
                     DECISION-RES-WS NOT = "D"
                    MOVE "Decision no valida (C o D)" TO MSJ-BLANQUEO
                    GO TO MOSTRAR-PANTALLA-RESOLVER.
                  IF DICTAMEN-RES-WS = SPACES
                    MOVE "El dictamen es obligatorio" TO MSJ-BLANQUEO
                    GO TO MOSTRAR-PANTALLA-RESOLVER.

                  OPEN I-O CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    MOVE "No existe ese caso" TO MSJ-BLANQUEO
                    GO TO MOSTRAR-PANTALLA-RESOLVER.
                  MOVE NUM-CASO-RES-WS TO CBL-NUMERO.
                  READ CASOSBLANQUEOFILE
                      INVALID KEY
                        CLOSE CASOSBLANQUEOFILE
                        MOVE "No existe ese caso" TO MSJ-BLANQUEO
                        GO TO MOSTRAR-PANTALLA-RESOLVER.
                  IF NOT CBL-PENDIENTE
                    CLOSE CASOSBLANQUEOFILE
                    MOVE "Ese caso ya esta resuelto" TO MSJ-BLANQUEO
                    GO TO MOSTRAR-PANTALLA-RESOLVER.
                  MOVE DECISION-RES-WS TO CBL-ESTADO.
                  MOVE STAFF-ID-INTENTO TO CBL-ANALISTA.
                  MOVE DICTAMEN-RES-WS TO CBL-DICTAMEN.
                  MOVE FECHA-NEGOCIO-WS TO CBL-FECHA-RESOLUCION.
                  REWRITE REG-CASO-BLANQUEO
                      INVALID KEY
                        CLOSE CASOSBLANQUEOFILE
                        MOVE "No se pudo grabar el caso" TO MSJ-BLANQUEO
                        GO TO FIN-RESOLVER-CASO.
                  CLOSE CASOSBLANQUEOFILE.

                  IF DECISION-RES-WS = "C"
                    MOVE "CONFIRMA" TO AUD-OPERACION-WS
                    MOVE "Caso confirmado, se comunicara al SEPBLAC"
                        TO MSJ-BLANQUEO
                  ELSE
                    MOVE "DESCARTA" TO AUD-OPERACION-WS
                    MOVE "Caso descartado" TO MSJ-BLANQUEO.
                  MOVE "CASOSBLANQ" TO AUD-FICHERO-WS.
                  MOVE NUM-CASO-RES-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
              FIN-RESOLVER-CASO.
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
