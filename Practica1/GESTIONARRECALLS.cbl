       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONARRECALLS.
       *> Puesto de trabajo de la oficina para los recalls de
       *> transferencias externas ya enviadas (RECALLS-TRANSF.DAT): la
       *> peticion de recuperar una transferencia que el cliente hizo
       *> por error, por duplicado o que resulto un fraude. El recall
       *> lo pide el cliente desde la pantalla de movimientos del
       *> cajero o la oficina desde aqui, por el id de la saliente de
       *> TRANSF-SALIENTES.DAT; ENVIARTRANSFSALIENTES lo remite a la
       *> entidad destino en el siguiente envio y aplica su respuesta.
       *> La relacion de antiguedad lista los recalls enviados que
       *> siguen sin respuesta pasado el plazo del esquema, quince dias
       *> habiles (sin sabados, domingos ni FESTIVOS.DAT) desde el
       *> envio. Acceso de personal con STAFF.DAT y la matriz
       *> PERMISOS.DAT, con rastro en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Alta y seguimiento de recalls de transferencias
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RECALLSFILE ASSIGN TO "RECALLS-TRANSF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCL-NUMERO
                  FILE STATUS IS FSRCL.

              SELECT TRANSFSALIENTESFILE ASSIGN TO
                  "TRANSF-SALIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TSA-ID
                  FILE STATUS IS FSSA.

              SELECT FESTIVOSFILE ASSIGN TO "FESTIVOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FES-FECHA
                  FILE STATUS IS FSFE.

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
       *> FD RECALLSFILE: un recall por registro contra el id de la
       *> saliente (estados P pendiente, E enviado, A aceptado, R
       *> rechazado)
       FD RECALLSFILE.
       01 REG-RECALL.
              02 RCL-NUMERO             PIC 9(6).
              02 RCL-TSA-ID             PIC 9(6).
              02 RCL-TARJ               PIC 9(10).
              02 RCL-CUENTA-ORIGEN      PIC X(24).
              02 RCL-CUENTA-DESTINO     PIC X(24).
              02 RCL-BANCO-COD          PIC X(4).
              02 RCL-IMPORTE            PIC 9(9)V99.
              02 RCL-MOTIVO             PIC X.
              02 RCL-CANAL              PIC X.
              02 RCL-SOLICITANTE        PIC X(8).
              02 RCL-FECHA-ALTA         PIC 9(8).
              02 RCL-FECHA-ENVIO        PIC 9(8).
              02 RCL-ESTADO             PIC X.
                 88 RCL-PENDIENTE       VALUE "P".
                 88 RCL-ENVIADO         VALUE "E".
                 88 RCL-ACEPTADO        VALUE "A".
                 88 RCL-RECHAZADO       VALUE "R".
              02 RCL-MOTIVO-RESP        PIC X(30).
              02 RCL-FECHA-CIERRE       PIC 9(8).

       FD TRANSFSALIENTESFILE.
       01 REG-TRANSF-SALIENTE.
              02 TSA-ID                 PIC 9(6).
              02 TSA-TARJ               PIC 9(10).
              02 TSA-CUENTA-ORIGEN      PIC X(24).
              02 TSA-CUENTA-DESTINO     PIC X(24).
              02 TSA-BANCO-COD          PIC X(4).
              02 TSA-IMPORTE            PIC 9(9)V99.
              02 TSA-REFERENCIA         PIC X(20).
              02 TSA-FECHA              PIC 9(8).
              02 TSA-ESTADO             PIC X.
                 88 TSA-ENVIADA         VALUE "E".

       FD FESTIVOSFILE.
       01 REG-FESTIVO.
              02 FES-FECHA              PIC 9(8).
              02 FES-DESCRIPCION        PIC X(30).

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
              77 FSRCL                 PIC XX.
              77 FSSA                  PIC XX.
              77 FSFE                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 DIA-HABIL-WS          PIC X(2).
              77 DIA-SEMANA-WS         PIC 9.
              77 FECHA-PRUEBA-WS       PIC 9(8).
              77 DIAS-HABILES-WS       PIC 99.
       *> Plazo de respuesta del esquema en dias habiles desde el envio
              77 PLAZO-RECALL-WS       PIC 99 VALUE 15.
              77 RCL-ABIERTO-WS        PIC X(2).
              77 NUM-RCL-NUEVO-WS      PIC 9(6).
              77 NUM-VENCIDOS-WS       PIC 9(5).

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
                     VALUE "GESTIONARRECALLS".
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

              01 DATOS-ALTA-RECALL.
                 02 TSA-ID-RCL-WS          PIC 9(6).
                 02 MOTIVO-RCL-WS          PIC X.

              01 MSJ-RECALLS               PIC X(55) VALUE SPACES.

              01 LINEA-RECALL.
                 02 LR-NUMERO              PIC ZZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-ESTADO              PIC X.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-TSA-ID              PIC ZZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-BANCO               PIC X(4).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-IMPORTE             PIC ZZZZZZZZ9.99.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-MOTIVO              PIC X.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-CANAL               PIC X.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-FECHA               PIC 9(8).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LR-RESULTADO           PIC X(30).

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

       01 PANTALLA-MENU-RECALLS.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---RECALLS DE TRANSFERENCIAS---".
           02 LINE 4  COL 19 VALUE "1 - Listar recalls".
           02 LINE 6  COL 19 VALUE "2 - Solicitar un recall".
           02 LINE 8  COL 19 VALUE "3 - Recalls vencidos sin respuesta".
           02 LINE 10 COL 19 VALUE "4 - Salir".
           02 LINE 12 COL 19 VALUE "Opcion:".
           02 LINE 12 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 17 COL 13 PIC X(55) FROM MSJ-RECALLS.

       01 PANTALLA-ALTA-RECALL.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---SOLICITAR RECALL---".
           02 LINE 6   COL 19  VALUE "ID TRANSFERENCIA:".
           02 LINE 6   COL 37  PIC 9(6) USING TSA-ID-RCL-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 8   COL 19  VALUE "MOTIVO (D-Duplicada, B-Beneficiario".
           02 LINE 9   COL 19  VALUE "        erroneo, F-Fraude):".
           02 LINE 9   COL 47  PIC X USING MOTIVO-RCL-WS UNDERLINE.
           02 LINE 19  COL 13  PIC X(55) FROM MSJ-RECALLS.
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
                  MOVE SPACES TO MSJ-RECALLS.
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
                  DISPLAY PANTALLA-MENU-RECALLS.
                  ACCEPT PANTALLA-MENU-RECALLS
                      IF COB-CRT-STATUS = 1009
                        MOVE "4" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-RECALLS.
                  IF OPCION = "1"
                    PERFORM LISTAR-RECALLS THRU FIN-LISTAR-RECALLS
                  ELSE
                  IF OPCION = "2"
                    PERFORM SOLICITAR-RECALL THRU FIN-SOLICITAR-RECALL
                  ELSE
                  IF OPCION = "3"
                    PERFORM LISTAR-VENCIDOS THRU FIN-LISTAR-VENCIDOS
                  ELSE
                  IF OPCION NOT = "4"
                    MOVE "Opcion no valida" TO MSJ-RECALLS.
              FIN-MOSTRAR-MENU.

              LISTAR-RECALLS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   " Recall E  Transf Ent.       Importe  M  C  Fecha     Resultado".
                  OPEN INPUT RECALLSFILE.
                  IF FSRCL = "35"
                    DISPLAY "No hay ningun recall."
                    CLOSE RECALLSFILE
                    GO TO ESPERAR-LISTAR-RECALLS.

                INICIO-LISTAR-RECALLS.
                  READ RECALLSFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-RECALLS.
                  PERFORM PREPARAR-LINEA-RECALL.
                  MOVE RCL-FECHA-ALTA TO LR-FECHA.
                  MOVE RCL-MOTIVO-RESP TO LR-RESULTADO.
                  DISPLAY LINEA-RECALL.
                  GO TO INICIO-LISTAR-RECALLS.

                CERRAR-LISTAR-RECALLS.
                  CLOSE RECALLSFILE.

                ESPERAR-LISTAR-RECALLS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-RECALLS.
                  EXIT.

              PREPARAR-LINEA-RECALL.
                  MOVE RCL-NUMERO TO LR-NUMERO.
                  MOVE RCL-ESTADO TO LR-ESTADO.
                  MOVE RCL-TSA-ID TO LR-TSA-ID.
                  MOVE RCL-BANCO-COD TO LR-BANCO.
                  MOVE RCL-IMPORTE TO LR-IMPORTE.
                  MOVE RCL-MOTIVO TO LR-MOTIVO.
                  MOVE RCL-CANAL TO LR-CANAL.

       *> Alta de un recall desde la oficina: la transferencia ha de
       *> estar enviada a la red y sin otro recall abierto. Queda
       *> pendiente hasta el siguiente envio de ENVIARTRANSFSALIENTES
              SOLICITAR-RECALL.
                  MOVE 0 TO TSA-ID-RCL-WS.
                  MOVE SPACES TO MOTIVO-RCL-WS.

                MOSTRAR-PANTALLA-ALTA.
                  DISPLAY PANTALLA-ALTA-RECALL.
                  ACCEPT PANTALLA-ALTA-RECALL
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-RECALLS
                        GO TO FIN-SOLICITAR-RECALL.

                  INSPECT MOTIVO-RCL-WS CONVERTING "dbf" TO "DBF".
                  IF MOTIVO-RCL-WS NOT = "D" AND MOTIVO-RCL-WS NOT = "B"
                     AND MOTIVO-RCL-WS NOT = "F"
                    MOVE "Motivo no valido (D, B o F)" TO MSJ-RECALLS
                    GO TO MOSTRAR-PANTALLA-ALTA.

                  OPEN INPUT TRANSFSALIENTESFILE.
                  IF FSSA = "35"
                    CLOSE TRANSFSALIENTESFILE
                    MOVE "No existe esa transferencia" TO MSJ-RECALLS
                    GO TO MOSTRAR-PANTALLA-ALTA.
                  MOVE TSA-ID-RCL-WS TO TSA-ID.
                  READ TRANSFSALIENTESFILE
                      INVALID KEY
                        CLOSE TRANSFSALIENTESFILE
                        MOVE "No existe esa transferencia" TO MSJ-RECALLS
                        GO TO MOSTRAR-PANTALLA-ALTA.
                  CLOSE TRANSFSALIENTESFILE.
                  IF NOT TSA-ENVIADA
                    MOVE "La transferencia no esta enviada a la red"
                        TO MSJ-RECALLS
                    GO TO MOSTRAR-PANTALLA-ALTA.

                  PERFORM COMPROBAR-RECALL-ABIERTO
                      THRU FIN-COMPROBAR-RECALL-ABIERTO.
                  IF RCL-ABIERTO-WS = "SI"
                    MOVE "Esa transferencia ya tiene un recall abierto"
                        TO MSJ-RECALLS
                    GO TO MOSTRAR-PANTALLA-ALTA.

                  MOVE NUM-RCL-NUEVO-WS TO RCL-NUMERO.
                  MOVE TSA-ID TO RCL-TSA-ID.
                  MOVE TSA-TARJ TO RCL-TARJ.
                  MOVE TSA-CUENTA-ORIGEN TO RCL-CUENTA-ORIGEN.
                  MOVE TSA-CUENTA-DESTINO TO RCL-CUENTA-DESTINO.
                  MOVE TSA-BANCO-COD TO RCL-BANCO-COD.
                  MOVE TSA-IMPORTE TO RCL-IMPORTE.
                  MOVE MOTIVO-RCL-WS TO RCL-MOTIVO.
                  MOVE "O" TO RCL-CANAL.
                  MOVE STAFF-ID-INTENTO TO RCL-SOLICITANTE.
                  MOVE FECHA-NEGOCIO-WS TO RCL-FECHA-ALTA.
                  MOVE 0 TO RCL-FECHA-ENVIO.
                  MOVE "P" TO RCL-ESTADO.
                  MOVE SPACES TO RCL-MOTIVO-RESP.
                  MOVE 0 TO RCL-FECHA-CIERRE.
                  OPEN I-O RECALLSFILE.
                  IF FSRCL = "35"
                    CLOSE RECALLSFILE
                    OPEN OUTPUT RECALLSFILE.
                  WRITE REG-RECALL
                      INVALID KEY
                        CLOSE RECALLSFILE
                        MOVE "No se pudo grabar el recall" TO MSJ-RECALLS
                        GO TO FIN-SOLICITAR-RECALL.
                  CLOSE RECALLSFILE.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "RECALLS" TO AUD-FICHERO-WS.
                  MOVE NUM-RCL-NUEVO-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Recall registrado" TO MSJ-RECALLS.
              FIN-SOLICITAR-RECALL.
                  EXIT.

       *> Recorre RECALLS-TRANSF.DAT: deja en NUM-RCL-NUEVO-WS el
       *> numero siguiente al mayor y en RCL-ABIERTO-WS si la
       *> transferencia ya tiene un recall pendiente o enviado
              COMPROBAR-RECALL-ABIERTO.
                  MOVE "NO" TO RCL-ABIERTO-WS.
                  MOVE 1 TO NUM-RCL-NUEVO-WS.
                  OPEN INPUT RECALLSFILE.
                  IF FSRCL = "35"
                    CLOSE RECALLSFILE
                    GO TO FIN-COMPROBAR-RECALL-ABIERTO.

                LEER-RECALL-ABIERTO.
                  READ RECALLSFILE NEXT RECORD
                      AT END GO TO CERRAR-RECALL-ABIERTO.
                  IF RCL-NUMERO >= NUM-RCL-NUEVO-WS
                    COMPUTE NUM-RCL-NUEVO-WS = RCL-NUMERO + 1.
                  IF RCL-TSA-ID = TSA-ID-RCL-WS
                     AND (RCL-PENDIENTE OR RCL-ENVIADO)
                    MOVE "SI" TO RCL-ABIERTO-WS.
                  GO TO LEER-RECALL-ABIERTO.

                CERRAR-RECALL-ABIERTO.
                  CLOSE RECALLSFILE.
              FIN-COMPROBAR-RECALL-ABIERTO.
                  EXIT.

       *> Relacion de antiguedad: recalls enviados cuya fecha limite
       *> de respuesta (el plazo del esquema en dias habiles desde el
       *> envio) ya ha pasado sin respuesta de la entidad destino
              LISTAR-VENCIDOS.
                  MOVE 0 TO NUM-VENCIDOS-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "RECALLS ENVIADOS SIN RESPUESTA FUERA DE PLAZO"
                      " A " FECHA-NEGOCIO-WS.
                  DISPLAY
                   " Recall E  Transf Ent.       Importe  M  C  Limite    Situacion".
                  OPEN INPUT RECALLSFILE.
                  IF FSRCL = "35"
                    DISPLAY "No hay ningun recall."
                    CLOSE RECALLSFILE
                    GO TO ESPERAR-LISTAR-VENCIDOS.

                INICIO-LISTAR-VENCIDOS.
                  READ RECALLSFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-VENCIDOS.
                  IF NOT RCL-ENVIADO
                    GO TO INICIO-LISTAR-VENCIDOS.
                  PERFORM CALCULAR-FECHA-LIMITE
                      THRU FIN-CALCULAR-FECHA-LIMITE.
                  IF FECHA-PRUEBA-WS NOT < FECHA-NEGOCIO-WS
                    GO TO INICIO-LISTAR-VENCIDOS.
                  PERFORM PREPARAR-LINEA-RECALL.
                  MOVE FECHA-PRUEBA-WS TO LR-FECHA.
                  MOVE "VENCIDO" TO LR-RESULTADO.
                  DISPLAY LINEA-RECALL.
                  ADD 1 TO NUM-VENCIDOS-WS.
                  GO TO INICIO-LISTAR-VENCIDOS.

                CERRAR-LISTAR-VENCIDOS.
                  CLOSE RECALLSFILE.
                  DISPLAY " ".
                  DISPLAY "Recalls vencidos: " NUM-VENCIDOS-WS.

                ESPERAR-LISTAR-VENCIDOS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-VENCIDOS.
                  EXIT.

       *> Fecha limite de respuesta del recall en FECHA-PRUEBA-WS: el
       *> plazo del esquema en dias habiles contados desde el envio
              CALCULAR-FECHA-LIMITE.
                  MOVE RCL-FECHA-ENVIO TO FECHA-PRUEBA-WS.
                  MOVE 0 TO DIAS-HABILES-WS.

                SUMAR-UN-DIA-HABIL.
                  COMPUTE FECHA-PRUEBA-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-PRUEBA-WS) + 1).
                  PERFORM COMPROBAR-DIA-HABIL THRU FIN-COMPROBAR-DIA-HABIL.
                  IF DIA-HABIL-WS = "SI"
                    ADD 1 TO DIAS-HABILES-WS.
                  IF DIAS-HABILES-WS < PLAZO-RECALL-WS
                    GO TO SUMAR-UN-DIA-HABIL.
              FIN-CALCULAR-FECHA-LIMITE.
                  EXIT.

       *> Procedimiento comprobar-dia-habil, el de CIERREDIA sobre
       *> FECHA-PRUEBA-WS: habil si no cae en sabado ni domingo (el
       *> dia 1 del calendario interno, 1601-01-01, fue lunes) ni
       *> figura en FESTIVOS.DAT
              COMPROBAR-DIA-HABIL.
                  MOVE "SI" TO DIA-HABIL-WS.
                  COMPUTE DIA-SEMANA-WS =
                      FUNCTION REM(
                          FUNCTION INTEGER-OF-DATE(FECHA-PRUEBA-WS), 7).
                  IF DIA-SEMANA-WS = 6 OR DIA-SEMANA-WS = 0
                    MOVE "NO" TO DIA-HABIL-WS
                    GO TO FIN-COMPROBAR-DIA-HABIL.
                  OPEN INPUT FESTIVOSFILE.
                  IF FSFE = "35"
                    CLOSE FESTIVOSFILE
                    GO TO FIN-COMPROBAR-DIA-HABIL.
                  MOVE FECHA-PRUEBA-WS TO FES-FECHA.
                  READ FESTIVOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE "NO" TO DIA-HABIL-WS.
                  CLOSE FESTIVOSFILE.
              FIN-COMPROBAR-DIA-HABIL.
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
