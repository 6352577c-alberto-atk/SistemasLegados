       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARINFORMES.
       *> Puesto de consulta del archivo de informes de la cadena
       *> nocturna (INDICE-INFORMES.DAT y ARCHIVO-INFORMES.DAT, que
       *> llena ARCHIVARINFORMES): cuando un auditor pide la hoja de
       *> control de una noche pasada ya no hay que relanzar nada.
       *> Permite listar las generaciones archivadas, filtrando por
       *> informe y desde una fecha de negocio, ver en pantalla un
       *> informe de una fecha (o el ultimo archivado) y reimprimirlo
       *> en REIMPRESION-INFORME.DAT, con una linea de cabecera que
       *> dice de que noche es y quien lo reimprimio. Cada consulta y
       *> cada reimpresion dejan su rastro en AUDITORIA.DAT. Exige el
       *> mismo acceso de personal que MANTENEESPEC y el permiso del
       *> empleado en PERMISOS.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Consulta y reimpresion del archivo de informes
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT INDICEFILE ASSIGN TO "INDICE-INFORMES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDX-CLAVE
                  FILE STATUS IS FSIX.

              SELECT ARCHIVOFILE ASSIGN TO "ARCHIVO-INFORMES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARC-CLAVE
                  FILE STATUS IS FSAR.

              SELECT REIMPRESIONFILE ASSIGN TO "REIMPRESION-INFORME.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRI.

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
       *> FD INDICEFILE: una generacion por informe y fecha de negocio
       *> (misma disposicion que graba ARCHIVARINFORMES)
       FD INDICEFILE.
       01 REG-INDICE-INFORME.
              02 IDX-CLAVE.
                 03 IDX-INFORME         PIC X(30).
                 03 IDX-FECHA           PIC 9(8).
              02 IDX-LINEAS             PIC 9(6).
              02 IDX-LONGITUD           PIC 9(3).
              02 IDX-FICHERO-FECHA      PIC 9(8).
              02 IDX-FICHERO-HORA       PIC 9(8).
              02 IDX-ARCHIVADO-FECHA    PIC 9(8).
              02 IDX-ARCHIVADO-HORA     PIC 9(6).

       FD ARCHIVOFILE.
       01 REG-ARCHIVO-INFORME.
              02 ARC-CLAVE.
                 03 ARC-INFORME         PIC X(30).
                 03 ARC-FECHA           PIC 9(8).
                 03 ARC-NUM-LINEA       PIC 9(6).
              02 ARC-LINEA              PIC X(110).

       FD REIMPRESIONFILE.
       01 REG-REIMPRESION               PIC X(110).

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
              77 FSIX                  PIC XX.
              77 FSAR                  PIC XX.
              77 FSRI                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 FSAUD                 PIC XX.
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 LINEAS-PANTALLA-WS    PIC 99.
              77 NUM-MOSTRADAS-WS      PIC 9(6).
              77 GENERACION-ENCONTRADA PIC X(2).
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
                 02  AUD-PROGRAMA-WS       PIC X(20)
                     VALUE "CONSULTARINFORMES".
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

       *> Informe y fecha elegidos en pantalla; fecha 0 es el ultimo
       *> archivado
              01 FILTRO-INFORMES.
                 02 FIL-INFORME            PIC X(30).
                 02 FIL-FECHA              PIC 9(8).

              01 CLAVE-AUD-INFORME.
                 02 CAI-FECHA              PIC 9(8).
                 02 FILLER                 PIC X VALUE " ".
                 02 CAI-INFORME            PIC X(15).

              01 MSJ-CONSULTA              PIC X(55) VALUE SPACES.

              01 FECHA-EDITADA.
                 02 FE-DD                  PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 FE-MM                  PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 FE-AAAA                PIC 9999.

              01 HORA-EDITADA.
                 02 HE-HH                  PIC 99.
                 02 FILLER                 PIC X VALUE ":".
                 02 HE-MM                  PIC 99.
                 02 FILLER                 PIC X VALUE ":".
                 02 HE-SS                  PIC 99.

       *> Linea del listado de generaciones archivadas
              01 LINEA-GENERACION.
                 02 LG-INFORME             PIC X(30).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LG-FECHA               PIC X(10).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LG-LINEAS              PIC ZZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LG-ARCHIVADO-FECHA     PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LG-ARCHIVADO-HORA      PIC X(8).

       *> Cabecera de la reimpresion, delante de las lineas archivadas
              01 LINEA-CAB-REIMPRESION.
                 02 FILLER                 PIC X(14) VALUE
                     "REIMPRESION: ".
                 02 LCR-INFORME            PIC X(30).
                 02 FILLER                 PIC X(8) VALUE " NOCHE ".
                 02 LCR-FECHA              PIC X(10).
                 02 FILLER                 PIC X(6) VALUE "  POR ".
                 02 LCR-STAFF              PIC X(8).
                 02 FILLER                 PIC X(4) VALUE " EL ".
                 02 LCR-FECHA-REIMP        PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LCR-HORA-REIMP         PIC X(8).

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

       01 PANTALLA-MENU-INFORMES.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---ARCHIVO DE INFORMES---".
           02 LINE 5  COL 19 VALUE "1 - Listar informes archivados".
           02 LINE 7  COL 19 VALUE "2 - Ver un informe".
           02 LINE 9  COL 19 VALUE "3 - Reimprimir un informe".
           02 LINE 11 COL 19 VALUE "4 - Salir".
           02 LINE 13 COL 19 VALUE "Opcion:".
           02 LINE 13 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 16 COL 13 PIC X(55) FROM MSJ-CONSULTA.

       01 PANTALLA-FILTRO-LISTA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---LISTAR INFORMES ARCHIVADOS---".
           02 LINE 5   COL 19  VALUE "INFORME (blanco=todos):".
           02 LINE 5   COL 43  PIC X(30) USING FIL-INFORME UNDERLINE.
           02 LINE 7   COL 19  VALUE "DESDE (AAAAMMDD, 0=todo):".
           02 LINE 7   COL 45  PIC 9(8) USING FIL-FECHA
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-CONSULTA.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-ELEGIR-INFORME.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---ARCHIVO DE INFORMES---".
           02 LINE 5   COL 19  VALUE "INFORME:".
           02 LINE 5   COL 28  PIC X(30) USING FIL-INFORME UNDERLINE.
           02 LINE 7   COL 19  VALUE "NOCHE (AAAAMMDD, 0=ultima):".
           02 LINE 7   COL 47  PIC 9(8) USING FIL-FECHA
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-CONSULTA.
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
                  MOVE SPACES TO MSJ-CONSULTA.
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

       *> Procedimiento cifrar-clave, identico al del cajero: deja
       *> el resultado en CLAVE-CIFRADA-WS
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

       *> Procedimiento comprobar-permiso, identico al de REVISARFRAUDE
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

       *> Procedimiento guardar-auditoria, identico al de MANTENEESPEC
              GUARDAR-AUDITORIA.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE DDUD TO DDA.
                  MOVE MMUD TO MMA.
                  MOVE AAUD TO AAA.
                  MOVE HHUD TO HHA.
                  MOVE MIUD TO MIA.
                  MOVE SSUD TO SSA.
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
                  DISPLAY PANTALLA-MENU-INFORMES.
                  ACCEPT PANTALLA-MENU-INFORMES
                      IF COB-CRT-STATUS = 1009
                        MOVE "4" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-CONSULTA.
                  IF OPCION = "1"
                    PERFORM LISTAR-GENERACIONES THRU FIN-LISTAR-GENERACIONES
                  ELSE
                    IF OPCION = "2"
                      PERFORM VER-INFORME THRU FIN-VER-INFORME
                    ELSE
                      IF OPCION = "3"
                        PERFORM REIMPRIMIR-INFORME
                            THRU FIN-REIMPRIMIR-INFORME
                      ELSE
                        IF OPCION NOT = "4"
                          MOVE "Opcion no valida" TO MSJ-CONSULTA.
              FIN-MOSTRAR-MENU.

       *> Lista las generaciones archivadas del informe pedido (o de
       *> todos) desde la fecha pedida, en orden de informe y fecha
              LISTAR-GENERACIONES.
                  MOVE SPACES TO FIL-INFORME.
                  MOVE 0 TO FIL-FECHA.
                  DISPLAY PANTALLA-FILTRO-LISTA.
                  ACCEPT PANTALLA-FILTRO-LISTA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-LISTAR-GENERACIONES.

                  MOVE 0 TO NUM-MOSTRADAS-WS.
                  MOVE 0 TO LINEAS-PANTALLA-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Informe                         Noche        Lineas  Archivado".
                  DISPLAY
                   "------------------------------  ----------  ------  -------------------".
                  OPEN INPUT INDICEFILE.
                  IF FSIX = "35"
                    DISPLAY "No hay ningun informe archivado."
                    CLOSE INDICEFILE
                    GO TO ESPERAR-LISTAR-GENERACIONES.
                  MOVE FIL-INFORME TO IDX-INFORME.
                  MOVE 0 TO IDX-FECHA.
                  START INDICEFILE KEY IS NOT LESS THAN IDX-CLAVE
                      INVALID KEY GO TO CERRAR-LISTAR-GENERACIONES.

                LEER-UNA-GENERACION.
                  READ INDICEFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-GENERACIONES.
                  IF FIL-INFORME NOT = SPACES AND
                     IDX-INFORME NOT = FIL-INFORME
                    GO TO CERRAR-LISTAR-GENERACIONES.
                  IF IDX-FECHA < FIL-FECHA
                    GO TO LEER-UNA-GENERACION.
                  PERFORM MOSTRAR-LINEA-GENERACION.
                  GO TO LEER-UNA-GENERACION.

                CERRAR-LISTAR-GENERACIONES.
                  CLOSE INDICEFILE.
                  DISPLAY " ".
                  DISPLAY NUM-MOSTRADAS-WS " generaciones.".

                ESPERAR-LISTAR-GENERACIONES.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
                  MOVE "CONSULTAR" TO AUD-OPERACION-WS.
                  MOVE "INDICE-INFOR" TO AUD-FICHERO-WS.
                  MOVE FIL-FECHA TO CAI-FECHA.
                  MOVE FIL-INFORME TO CAI-INFORME.
                  MOVE CLAVE-AUD-INFORME TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
              FIN-LISTAR-GENERACIONES.
                  EXIT.

              MOSTRAR-LINEA-GENERACION.
                  MOVE IDX-INFORME TO LG-INFORME.
                  MOVE IDX-FECHA TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LG-FECHA.
                  MOVE IDX-LINEAS TO LG-LINEAS.
                  MOVE IDX-ARCHIVADO-FECHA TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LG-ARCHIVADO-FECHA.
                  MOVE IDX-ARCHIVADO-HORA(1:2) TO HE-HH.
                  MOVE IDX-ARCHIVADO-HORA(3:2) TO HE-MM.
                  MOVE IDX-ARCHIVADO-HORA(5:2) TO HE-SS.
                  MOVE HORA-EDITADA TO LG-ARCHIVADO-HORA.
                  DISPLAY LINEA-GENERACION.
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

       *> Pide informe y noche y localiza la generacion en el indice;
       *> con noche 0 toma la mas reciente de ese informe
              ELEGIR-GENERACION.
                  MOVE "NO" TO GENERACION-ENCONTRADA.
                  MOVE 0 TO FIL-FECHA.
                  DISPLAY PANTALLA-ELEGIR-INFORME.
                  ACCEPT PANTALLA-ELEGIR-INFORME
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ELEGIR-GENERACION.
                  IF FIL-INFORME = SPACES
                    MOVE "Indique el informe" TO MSJ-CONSULTA
                    GO TO FIN-ELEGIR-GENERACION.

                  OPEN INPUT INDICEFILE.
                  IF FSIX = "35"
                    CLOSE INDICEFILE
                    MOVE "No hay ningun informe archivado" TO MSJ-CONSULTA
                    GO TO FIN-ELEGIR-GENERACION.
                  IF FIL-FECHA = 0
                    GO TO EMPEZAR-ULTIMA-GENERACION.
                  MOVE FIL-INFORME TO IDX-INFORME.
                  MOVE FIL-FECHA TO IDX-FECHA.
                  READ INDICEFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "SI" TO GENERACION-ENCONTRADA.
                  GO TO CERRAR-ELEGIR-GENERACION.

                EMPEZAR-ULTIMA-GENERACION.
                  MOVE FIL-INFORME TO IDX-INFORME.
                  MOVE 0 TO IDX-FECHA.
                  START INDICEFILE KEY IS NOT LESS THAN IDX-CLAVE
                      INVALID KEY GO TO CERRAR-ELEGIR-GENERACION.

                BUSCAR-ULTIMA-GENERACION.
                  READ INDICEFILE NEXT RECORD
                      AT END GO TO CERRAR-ELEGIR-GENERACION.
                  IF IDX-INFORME NOT = FIL-INFORME
                    GO TO CERRAR-ELEGIR-GENERACION.
                  MOVE "SI" TO GENERACION-ENCONTRADA.
                  MOVE IDX-FECHA TO FIL-FECHA.
                  GO TO BUSCAR-ULTIMA-GENERACION.

                CERRAR-ELEGIR-GENERACION.
                  CLOSE INDICEFILE.
                  IF GENERACION-ENCONTRADA NOT = "SI"
                    MOVE "No hay ese informe archivado de esa noche"
                        TO MSJ-CONSULTA.
              FIN-ELEGIR-GENERACION.
                  EXIT.

       *> Muestra en pantalla las lineas archivadas de una generacion
              VER-INFORME.
                  PERFORM ELEGIR-GENERACION THRU FIN-ELEGIR-GENERACION.
                  IF GENERACION-ENCONTRADA NOT = "SI"
                    GO TO FIN-VER-INFORME.

                  MOVE 0 TO LINEAS-PANTALLA-WS.
                  MOVE FIL-FECHA TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY FIL-INFORME " - noche del " FECHA-EDITADA.
                  DISPLAY " ".
                  OPEN INPUT ARCHIVOFILE.
                  MOVE FIL-INFORME TO ARC-INFORME.
                  MOVE FIL-FECHA TO ARC-FECHA.
                  MOVE 0 TO ARC-NUM-LINEA.
                  START ARCHIVOFILE KEY IS NOT LESS THAN ARC-CLAVE
                      INVALID KEY GO TO CERRAR-VER-INFORME.

                MOSTRAR-UNA-LINEA-INFORME.
                  READ ARCHIVOFILE NEXT RECORD
                      AT END GO TO CERRAR-VER-INFORME.
                  IF ARC-INFORME NOT = FIL-INFORME OR
                     ARC-FECHA NOT = FIL-FECHA
                    GO TO CERRAR-VER-INFORME.
                  DISPLAY ARC-LINEA.
                  ADD 1 TO LINEAS-PANTALLA-WS.
                  IF LINEAS-PANTALLA-WS >= 18
                    MOVE 0 TO LINEAS-PANTALLA-WS
                    DISPLAY "Pulse Intro para seguir..."
                    ACCEPT TECLA-PAUSA.
                  GO TO MOSTRAR-UNA-LINEA-INFORME.

                CERRAR-VER-INFORME.
                  CLOSE ARCHIVOFILE.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
                  MOVE "VER" TO AUD-OPERACION-WS.
                  MOVE "ARCHIVO-INFO" TO AUD-FICHERO-WS.
                  MOVE FIL-FECHA TO CAI-FECHA.
                  MOVE FIL-INFORME TO CAI-INFORME.
                  MOVE CLAVE-AUD-INFORME TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
              FIN-VER-INFORME.
                  EXIT.

       *> Reimprime una generacion en REIMPRESION-INFORME.DAT, con una
       *> cabecera que dice de que noche es y quien la pidio
              REIMPRIMIR-INFORME.
                  PERFORM ELEGIR-GENERACION THRU FIN-ELEGIR-GENERACION.
                  IF GENERACION-ENCONTRADA NOT = "SI"
                    GO TO FIN-REIMPRIMIR-INFORME.

                  MOVE 0 TO NUM-MOSTRADAS-WS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE FIL-INFORME TO LCR-INFORME.
                  MOVE FIL-FECHA TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LCR-FECHA.
                  MOVE STAFF-ID-INTENTO TO LCR-STAFF.
                  MOVE DDUD TO FE-DD.
                  MOVE MMUD TO FE-MM.
                  MOVE AAUD TO FE-AAAA.
                  MOVE FECHA-EDITADA TO LCR-FECHA-REIMP.
                  MOVE HHUD TO HE-HH.
                  MOVE MIUD TO HE-MM.
                  MOVE SSUD TO HE-SS.
                  MOVE HORA-EDITADA TO LCR-HORA-REIMP.
                  OPEN OUTPUT REIMPRESIONFILE.
                  WRITE REG-REIMPRESION FROM LINEA-CAB-REIMPRESION.
                  MOVE SPACES TO REG-REIMPRESION.
                  WRITE REG-REIMPRESION.

                  OPEN INPUT ARCHIVOFILE.
                  MOVE FIL-INFORME TO ARC-INFORME.
                  MOVE FIL-FECHA TO ARC-FECHA.
                  MOVE 0 TO ARC-NUM-LINEA.
                  START ARCHIVOFILE KEY IS NOT LESS THAN ARC-CLAVE
                      INVALID KEY GO TO CERRAR-REIMPRIMIR-INFORME.

                REIMPRIMIR-UNA-LINEA.
                  READ ARCHIVOFILE NEXT RECORD
                      AT END GO TO CERRAR-REIMPRIMIR-INFORME.
                  IF ARC-INFORME NOT = FIL-INFORME OR
                     ARC-FECHA NOT = FIL-FECHA
                    GO TO CERRAR-REIMPRIMIR-INFORME.
                  WRITE REG-REIMPRESION FROM ARC-LINEA.
                  ADD 1 TO NUM-MOSTRADAS-WS.
                  GO TO REIMPRIMIR-UNA-LINEA.

                CERRAR-REIMPRIMIR-INFORME.
                  CLOSE ARCHIVOFILE.
                  CLOSE REIMPRESIONFILE.
                  MOVE "REIMPRIMIR" TO AUD-OPERACION-WS.
                  MOVE "ARCHIVO-INFO" TO AUD-FICHERO-WS.
                  MOVE FIL-FECHA TO CAI-FECHA.
                  MOVE FIL-INFORME TO CAI-INFORME.
                  MOVE CLAVE-AUD-INFORME TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Reimpreso en REIMPRESION-INFORME.DAT" TO MSJ-CONSULTA.
              FIN-REIMPRIMIR-INFORME.
                  EXIT.
