       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENEPLANCONTABLE.
       *> Mantenimiento desde la oficina del plan de cuentas
       *> PLANCUENTAS.DAT y de las reglas de contabilizacion
       *> REGLASCONTABLES.DAT que usan CONTABILIZARDIARIO y
       *> CIERRECONTABLE, para que abrir una cuenta del mayor o
       *> contabilizar un producto nuevo no exija tocar programas. En
       *> el molde de MANTENEMAESTROS: acceso de personal con STAFF.DAT
       *> y la matriz PERMISOS.DAT, listado, alta, modificacion y baja
       *> con validacion de campos y rastro en AUDITORIA.DAT. Todo
       *> cambio lleva ademas el doble control de AJUSTARCUADRES: un
       *> segundo empleado autorizado tiene que aprobarlo, y las dos
       *> identidades quedan en la auditoria.
       *> Una cuenta no se borra: se da de baja (estado B) para que el
       *> mayor historico siga teniendo nombre, y solo si ninguna regla
       *> la usa. Las cuentas de uso puente (P) y depositos de clientes
       *> (C) son la pareja de los apuntes sin regla; hay una de cada,
       *> y dar el uso a otra cuenta se lo quita a la anterior. Las
       *> reglas solo admiten cuentas del plan que esten de alta; una
       *> moneda o un terminal en blanco se graban con asteriscos, que
       *> valen por cualquier valor.
       *>
       *> Versiones
       *> Versión 1.0 - Mantenimiento del plan de cuentas y las reglas
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PLANCUENTASFILE ASSIGN TO "PLANCUENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-CUENTA
                  FILE STATUS IS FSPL.

              SELECT REGLASCONTFILE ASSIGN TO "REGLASCONTABLES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCO-CLAVE
                  FILE STATUS IS FSRC.

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
*> FD PLANCUENTASFILE: una cuenta del mayor por registro (ver
*> MIGRARPLANCONTABLE para las clases y los usos)
       FD PLANCUENTASFILE.
       01 REG-PLAN-CUENTA.
              02 PLC-CUENTA             PIC 9(6).
              02 PLC-NOMBRE             PIC X(30).
              02 PLC-CLASE              PIC X.
                 88 PLC-CLASE-VALIDA    VALUES "A" "P" "N" "I" "G".
              02 PLC-USO                PIC X.
                 88 PLC-USO-PUENTE      VALUE "P".
                 88 PLC-USO-CLIENTES    VALUE "C".
                 88 PLC-SIN-USO         VALUE "N".
              02 PLC-ESTADO             PIC X.
                 88 PLC-DE-ALTA         VALUE "A".
                 88 PLC-DE-BAJA         VALUE "B".
              02 PLC-FECHA-ALTA         PIC 9(8).

*> FD REGLASCONTFILE: regla de contabilizacion; los asteriscos de
*> la clave valen por cualquier valor
       FD REGLASCONTFILE.
       01 REG-REGLA-CONTABLE.
              02 RCO-CLAVE.
                 03 RCO-TIPO-OP         PIC XX.
                 03 RCO-SUBTIPO-OP      PIC XX.
                 03 RCO-MONEDA          PIC X(3).
                 03 RCO-TERMINAL        PIC X(4).
              02 RCO-CTA-DEBE           PIC 9(6).
              02 RCO-CTA-HABER          PIC 9(6).
              02 RCO-CTA-RECARGO        PIC 9(6).
              02 RCO-DESCRIPCION        PIC X(30).

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
              77 FSPL                  PIC XX.
              77 FSRC                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 APROBACION-OK-WS      PIC X(2).
              77 APROBADOR-WS          PIC X(8).
              77 OPCION                PIC X.
              77 OPCION-SUB            PIC X.
              77 TECLA-PAUSA           PIC X.
              77 CUENTA-A-VALIDAR      PIC 9(6).
              77 CUENTA-VALIDA         PIC X(2).
              77 CUENTA-EXISTE-WS      PIC X(2).
              77 CUENTA-EN-USO-WS      PIC X(2).
              77 USO-ANTERIOR-WS       PIC X.
              77 FECHA-HOY-WS          PIC 9(8).

              01 DATOS-LOGIN-STAFF.
                 02  STAFF-ID-INTENTO      PIC X(8).
                 02  STAFF-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-STAFF    PIC 9 VALUE 0.
                 02  STAFF-LOGIN-OK        PIC X VALUE "N".

              01 DATOS-APROBACION.
                 02  APROB-ID-INTENTO      PIC X(8).
                 02  APROB-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-APROB    PIC 9 VALUE 0.

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
                     VALUE "MANTENEPLANCONTABLE".
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

              01 DATOS-CUENTA-ED.
                 02 CTA-NUM-ED            PIC 9(6).
                 02 CTA-NOMBRE-ED         PIC X(30).
                 02 CTA-CLASE-ED          PIC X.
                 02 CTA-USO-ED            PIC X.

              01 DATOS-REGLA-ED.
                 02 RGL-CLAVE-ED.
                    03 RGL-TIPO-ED        PIC XX.
                    03 RGL-SUBTIPO-ED     PIC XX.
                    03 RGL-MONEDA-ED      PIC X(3).
                    03 RGL-TERMINAL-ED    PIC X(4).
                 02 RGL-DEBE-ED           PIC 9(6).
                 02 RGL-HABER-ED          PIC 9(6).
                 02 RGL-RECARGO-ED        PIC 9(6).
                 02 RGL-DESCRIPCION-ED    PIC X(30).

              01 MSJ-PLAN                 PIC X(55) VALUE SPACES.

              01 LINEA-CUENTA.
                 02 LC-CUENTA             PIC 9(6).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LC-NOMBRE             PIC X(30).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LC-CLASE              PIC X.
                 02 FILLER                PIC X(4) VALUE SPACES.
                 02 LC-USO                PIC X.
                 02 FILLER                PIC X(4) VALUE SPACES.
                 02 LC-ESTADO             PIC X.

              01 LINEA-REGLA.
                 02 LG-TIPO               PIC XX.
                 02 FILLER                PIC X VALUE SPACES.
                 02 LG-SUBTIPO            PIC XX.
                 02 FILLER                PIC X VALUE SPACES.
                 02 LG-MONEDA             PIC X(3).
                 02 FILLER                PIC X VALUE SPACES.
                 02 LG-TERMINAL           PIC X(4).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LG-DEBE               PIC 9(6).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LG-HABER              PIC 9(6).
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LG-RECARGO            PIC Z(5)9.
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 LG-DESCRIPCION        PIC X(30).

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

       01 PANTALLA-MENU-PLAN.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---PLAN CONTABLE---".
           02 LINE 5  COL 19 VALUE "1 - Plan de cuentas".
           02 LINE 6  COL 19 VALUE "2 - Reglas de contabilizacion".
           02 LINE 7  COL 19 VALUE "3 - Salir".
           02 LINE 9  COL 19 VALUE "Opcion:".
           02 LINE 9  COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 12 COL 13 PIC X(55) FROM MSJ-PLAN.

       01 PANTALLA-MENU-SUB.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---MANTENIMIENTO DEL PLAN CONTABLE---".
           02 LINE 5  COL 19 VALUE "1 - Listar".
           02 LINE 6  COL 19 VALUE "2 - Alta".
           02 LINE 7  COL 19 VALUE "3 - Modificar".
           02 LINE 8  COL 19 VALUE "4 - Baja".
           02 LINE 9  COL 19 VALUE "5 - Volver".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION-SUB UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-PLAN.

       01 PANTALLA-CUENTA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---CUENTA DEL PLAN---".
           02 LINE 5   COL 19  VALUE "CUENTA:".
           02 LINE 5   COL 27  PIC 9(6) USING CTA-NUM-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 7   COL 19  VALUE "NOMBRE:".
           02 LINE 7   COL 27  PIC X(30) USING CTA-NOMBRE-ED
               UNDERLINE.
           02 LINE 9   COL 19  VALUE "CLASE (A/P/N/I/G):".
           02 LINE 9   COL 38  PIC X USING CTA-CLASE-ED UNDERLINE.
           02 LINE 11  COL 19  VALUE "USO (P=puente C=clientes N=ninguno):".
           02 LINE 11  COL 56  PIC X USING CTA-USO-ED UNDERLINE.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PLAN.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-REGLA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---REGLA DE CONTABILIZACION---".
           02 LINE 4   COL 19  VALUE "TIPO DE OPERACION:".
           02 LINE 4   COL 38  PIC XX USING RGL-TIPO-ED UNDERLINE.
           02 LINE 5   COL 19  VALUE "SUBTIPO:".
           02 LINE 5   COL 38  PIC XX USING RGL-SUBTIPO-ED UNDERLINE.
           02 LINE 6   COL 19  VALUE "MONEDA:".
           02 LINE 6   COL 38  PIC X(3) USING RGL-MONEDA-ED UNDERLINE.
           02 LINE 7   COL 19  VALUE "TERMINAL:".
           02 LINE 7   COL 38  PIC X(4) USING RGL-TERMINAL-ED UNDERLINE.
           02 LINE 9   COL 19  VALUE "CUENTA DEBE:".
           02 LINE 9   COL 38  PIC 9(6) USING RGL-DEBE-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 10  COL 19  VALUE "CUENTA HABER:".
           02 LINE 10  COL 38  PIC 9(6) USING RGL-HABER-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 11  COL 19  VALUE "CUENTA RECARGO:".
           02 LINE 11  COL 38  PIC 9(6) USING RGL-RECARGO-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 13  COL 19  VALUE "DESCRIPCION:".
           02 LINE 13  COL 32  PIC X(30) USING RGL-DESCRIPCION-ED
               UNDERLINE.
           02 LINE 15  COL 13  VALUE
               "** en tipo o subtipo, o en blanco moneda y terminal:".
           02 LINE 16  COL 13  VALUE
               "vale por cualquier valor. Recargo: solo interbancario.".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PLAN.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01  PANTALLA-APROBACION.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---DOBLE CONTROL---".
           02 LINE 4   COL 13  VALUE
               "Los cambios del plan contable exigen que un".
           02 LINE 5   COL 13  VALUE
               "segundo empleado autorizado los apruebe.".
           02 LINE 8   COL 19  VALUE "ID EMPLEADO: ".
           02 LINE 8   COL 32  PIC X(8) USING APROB-ID-INTENTO
               UNDERLINE.
           02 LINE 10  COL 19  VALUE "CLAVE: ".
           02 LINE 10  COL 32  PIC 9(4) USING APROB-CLAVE-INTENTO
               SECURE BLANK WHEN ZERO.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PLAN.
           02 LINE 22  COL 19  VALUE "ENTER - Aprobar".
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
                  MOVE SPACES TO MSJ-PLAN.
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

       *> Procedimiento pedir-aprobacion, como el de AJUSTARCUADRES: un
       *> segundo empleado, distinto del que tramita y tambien
       *> autorizado en este programa, debe teclear su ID y su clave
       *> antes de que el cambio se grabe
              PEDIR-APROBACION.
                  MOVE "NO" TO APROBACION-OK-WS.
                  MOVE 0 TO NUM-INTENTOS-APROB.
                  MOVE SPACES TO APROBADOR-WS.

                PEDIR-LOGIN-APROB.
                  MOVE SPACES TO APROB-ID-INTENTO.
                  MOVE 0 TO APROB-CLAVE-INTENTO.
                  DISPLAY PANTALLA-APROBACION.
                  ACCEPT PANTALLA-APROBACION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-PEDIR-APROBACION.
                  MOVE SPACES TO MSJ-PLAN.
                  IF APROB-ID-INTENTO = STAFF-ID-INTENTO
                    MOVE "Debe aprobar un empleado distinto"
                        TO MSJ-PLAN
                    GO TO CONTAR-INTENTO-APROB.
                  MOVE APROB-CLAVE-INTENTO TO CLAVE-EN-CLARO-WS.
                  PERFORM CIFRAR-CLAVE.
                  OPEN INPUT STAFFFILE.
                  MOVE APROB-ID-INTENTO TO STAFF-ID.
                  READ STAFFFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          IF STAFF-CLAVE = CLAVE-CIFRADA-WS
                            MOVE "SI" TO APROBACION-OK-WS.
                  CLOSE STAFFFILE.
                  IF APROBACION-OK-WS = "SI"
                    PERFORM COMPROBAR-PERMISO-APROBADOR
                    IF PERMISO-OK-WS NOT = "SI"
                      MOVE "NO" TO APROBACION-OK-WS
                      MOVE "Ese empleado no esta autorizado aqui"
                          TO MSJ-PLAN.
                  IF APROBACION-OK-WS = "SI"
                    MOVE APROB-ID-INTENTO TO APROBADOR-WS
                    GO TO FIN-PEDIR-APROBACION.
                  IF MSJ-PLAN = SPACES
                    MOVE "ID o clave incorrectos" TO MSJ-PLAN.

                CONTAR-INTENTO-APROB.
                  ADD 1 TO NUM-INTENTOS-APROB.
                  IF NUM-INTENTOS-APROB < 3
                    GO TO PEDIR-LOGIN-APROB.
              FIN-PEDIR-APROBACION.
                  EXIT.

              COMPROBAR-PERMISO-APROBADOR.
                  MOVE "SI" TO PERMISO-OK-WS.
                  OPEN INPUT PERMISOSFILE.
                  IF FSPRM = "35"
                    CLOSE PERMISOSFILE
                  ELSE
                    MOVE APROB-ID-INTENTO TO PRM-STAFF-ID
                    MOVE AUD-PROGRAMA-WS TO PRM-PROGRAMA
                    READ PERMISOSFILE
                        INVALID KEY MOVE "NO" TO PERMISO-OK-WS
                        NOT INVALID KEY
                            IF PRM-PERMITIDO NOT = "S"
                              MOVE "NO" TO PERMISO-OK-WS
                    END-READ
                    CLOSE PERMISOSFILE.

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

       *> Como guardar-auditoria pero con la identidad del segundo
       *> empleado que aprobo el cambio
              GUARDAR-AUDITORIA-APROBADOR.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE APROBADOR-WS TO AUD-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO AUD-PROGRAMA.
                  MOVE "APRUEBA" TO AUD-OPERACION.
                  MOVE AUD-FICHERO-WS TO AUD-FICHERO.
                  MOVE AUD-CLAVE-WS TO AUD-CLAVE.
                  OPEN EXTEND AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    OPEN OUTPUT AUDITORIAFILE.
                  WRITE REG-AUDITORIA.
                  CLOSE AUDITORIAFILE.

       *> Rastro de un cambio aprobado: quien lo tramita y quien lo
       *> aprueba
              AUDITAR-CAMBIO.
                  PERFORM GUARDAR-AUDITORIA.
                  PERFORM GUARDAR-AUDITORIA-APROBADOR.

              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-PLAN.
                  ACCEPT PANTALLA-MENU-PLAN
                      IF COB-CRT-STATUS = 1009
                        MOVE "3" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-PLAN.
                  IF OPCION = "1"
                    PERFORM MENU-CUENTAS THRU FIN-MENU-CUENTAS
                        UNTIL OPCION-SUB = "5"
                    MOVE SPACE TO OPCION
                  ELSE
                    IF OPCION = "2"
                      PERFORM MENU-REGLAS THRU FIN-MENU-REGLAS
                          UNTIL OPCION-SUB = "5"
                      MOVE SPACE TO OPCION
                    ELSE
                      IF OPCION NOT = "3"
                        MOVE "Opcion no valida" TO MSJ-PLAN.
                  IF OPCION NOT = "3"
                    MOVE SPACE TO OPCION-SUB.
              FIN-MOSTRAR-MENU.

       *> ------------------- PLAN DE CUENTAS -------------------
              MENU-CUENTAS.
                  DISPLAY PANTALLA-MENU-SUB.
                  ACCEPT PANTALLA-MENU-SUB
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION-SUB
                        GO TO FIN-MENU-CUENTAS.
                  MOVE SPACES TO MSJ-PLAN.
                  IF OPCION-SUB = "1"
                    PERFORM LISTAR-CUENTAS THRU FIN-LISTAR-CUENTAS
                  ELSE
                    IF OPCION-SUB = "2"
                      PERFORM ALTA-CUENTA THRU FIN-ALTA-CUENTA
                    ELSE
                      IF OPCION-SUB = "3"
                        PERFORM MODIFICAR-CUENTA THRU FIN-MODIFICAR-CUENTA
                      ELSE
                        IF OPCION-SUB = "4"
                          PERFORM BAJA-CUENTA THRU FIN-BAJA-CUENTA
                        ELSE
                          IF OPCION-SUB NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-PLAN.
              FIN-MENU-CUENTAS.

              LISTAR-CUENTAS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Cuenta  Nombre                          "
                      "Clase Uso Estado".
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    DISPLAY "No existe PLANCUENTAS.DAT."
                    CLOSE PLANCUENTASFILE
                    GO TO ESPERAR-LISTAR-CUENTAS.

                LEER-UNA-CUENTA.
                  READ PLANCUENTASFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-CUENTAS.
                  MOVE PLC-CUENTA TO LC-CUENTA.
                  MOVE PLC-NOMBRE TO LC-NOMBRE.
                  MOVE PLC-CLASE TO LC-CLASE.
                  MOVE PLC-USO TO LC-USO.
                  MOVE PLC-ESTADO TO LC-ESTADO.
                  DISPLAY LINEA-CUENTA.
                  GO TO LEER-UNA-CUENTA.

                CERRAR-LISTAR-CUENTAS.
                  CLOSE PLANCUENTASFILE.

                ESPERAR-LISTAR-CUENTAS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-CUENTAS.
                  EXIT.

              ALTA-CUENTA.
                  MOVE 0 TO CTA-NUM-ED.
                  MOVE SPACES TO CTA-NOMBRE-ED.
                  MOVE SPACES TO CTA-CLASE-ED.
                  MOVE "N" TO CTA-USO-ED.

                PEDIR-ALTA-CUENTA.
                  DISPLAY PANTALLA-CUENTA.
                  ACCEPT PANTALLA-CUENTA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-CUENTA.
                  PERFORM VALIDAR-CUENTA-ED.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-ALTA-CUENTA.
                  MOVE CTA-NUM-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-EXISTE-WS = "SI"
                    MOVE "Ya existe esa cuenta (use Modificar)"
                        TO MSJ-PLAN
                    GO TO PEDIR-ALTA-CUENTA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la cuenta no se da de alta"
                        TO MSJ-PLAN
                    GO TO FIN-ALTA-CUENTA.
                  IF CTA-USO-ED NOT = "N"
                    PERFORM TRASPASAR-USO THRU FIN-TRASPASAR-USO.
                  PERFORM ABRIR-PLAN-ESCRITURA.
                  MOVE CTA-NUM-ED TO PLC-CUENTA.
                  MOVE CTA-NOMBRE-ED TO PLC-NOMBRE.
                  MOVE CTA-CLASE-ED TO PLC-CLASE.
                  MOVE CTA-USO-ED TO PLC-USO.
                  MOVE "A" TO PLC-ESTADO.
                  MOVE FECHA-HOY-WS TO PLC-FECHA-ALTA.
                  WRITE REG-PLAN-CUENTA
                      INVALID KEY
                        MOVE "Ya existe esa cuenta (use Modificar)"
                            TO MSJ-PLAN.
                  CLOSE PLANCUENTASFILE.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO FIN-ALTA-CUENTA.
                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "PLANCUENTAS" TO AUD-FICHERO-WS.
                  MOVE CTA-NUM-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Cuenta dada de alta" TO MSJ-PLAN.
              FIN-ALTA-CUENTA.
                  EXIT.

              VALIDAR-CUENTA-ED.
                  MOVE SPACES TO MSJ-PLAN.
                  IF CTA-USO-ED = SPACE
                    MOVE "N" TO CTA-USO-ED.
                  MOVE CTA-CLASE-ED TO PLC-CLASE.
                  IF CTA-NUM-ED = 0
                    MOVE "La cuenta debe ser mayor que cero" TO MSJ-PLAN
                  ELSE
                    IF CTA-NOMBRE-ED = SPACES
                      MOVE "Anote el nombre de la cuenta" TO MSJ-PLAN
                    ELSE
                      IF NOT PLC-CLASE-VALIDA
                        MOVE "Clase: A, P, N, I o G" TO MSJ-PLAN
                      ELSE
                        IF CTA-USO-ED NOT = "N" AND
                           CTA-USO-ED NOT = "P" AND
                           CTA-USO-ED NOT = "C"
                          MOVE "Uso: P, C o N" TO MSJ-PLAN.

              ABRIR-PLAN-ESCRITURA.
                  OPEN I-O PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                    OPEN OUTPUT PLANCUENTASFILE
                    CLOSE PLANCUENTASFILE
                    OPEN I-O PLANCUENTASFILE.

       *> Lee la cuenta CUENTA-A-VALIDAR del plan: CUENTA-EXISTE-WS
       *> dice si esta, CUENTA-VALIDA si ademas esta de alta, y
       *> USO-ANTERIOR-WS guarda su uso especial
              LEER-CUENTA-PLAN.
                  MOVE "NO" TO CUENTA-EXISTE-WS.
                  MOVE "NO" TO CUENTA-VALIDA.
                  MOVE "N" TO USO-ANTERIOR-WS.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                    GO TO FIN-LEER-CUENTA-PLAN.
                  MOVE CUENTA-A-VALIDAR TO PLC-CUENTA.
                  READ PLANCUENTASFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "SI" TO CUENTA-EXISTE-WS
                          MOVE PLC-USO TO USO-ANTERIOR-WS
                          IF PLC-DE-ALTA
                            MOVE "SI" TO CUENTA-VALIDA.
                  CLOSE PLANCUENTASFILE.
              FIN-LEER-CUENTA-PLAN.
                  EXIT.

       *> Solo hay una cuenta de cada uso especial: al darlo a la
       *> cuenta CTA-NUM-ED, la que lo tuviera pasa a no tener uso
              TRASPASAR-USO.
                  OPEN I-O PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                    GO TO FIN-TRASPASAR-USO.

                LEER-USO-CUENTA.
                  READ PLANCUENTASFILE NEXT RECORD
                      AT END GO TO CERRAR-TRASPASAR-USO.
                  IF PLC-USO = CTA-USO-ED AND PLC-CUENTA NOT = CTA-NUM-ED
                    MOVE "N" TO PLC-USO
                    REWRITE REG-PLAN-CUENTA.
                  GO TO LEER-USO-CUENTA.

                CERRAR-TRASPASAR-USO.
                  CLOSE PLANCUENTASFILE.
              FIN-TRASPASAR-USO.
                  EXIT.

              MODIFICAR-CUENTA.
                  MOVE 0 TO CTA-NUM-ED.
                  MOVE SPACES TO CTA-NOMBRE-ED.
                  MOVE SPACES TO CTA-CLASE-ED.
                  MOVE "N" TO CTA-USO-ED.

                PEDIR-MODIF-CUENTA.
                  DISPLAY PANTALLA-CUENTA.
                  ACCEPT PANTALLA-CUENTA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-CUENTA.
                  PERFORM VALIDAR-CUENTA-ED.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-MODIF-CUENTA.
                  MOVE CTA-NUM-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-VALIDA NOT = "SI"
                    MOVE "No existe esa cuenta o esta de baja"
                        TO MSJ-PLAN
                    GO TO PEDIR-MODIF-CUENTA.
                  IF USO-ANTERIOR-WS NOT = "N" AND
                     USO-ANTERIOR-WS NOT = CTA-USO-ED
                    MOVE "Para quitarle el uso, delo a otra cuenta"
                        TO MSJ-PLAN
                    GO TO PEDIR-MODIF-CUENTA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la cuenta no se modifica"
                        TO MSJ-PLAN
                    GO TO FIN-MODIFICAR-CUENTA.
                  IF CTA-USO-ED NOT = "N"
                    PERFORM TRASPASAR-USO THRU FIN-TRASPASAR-USO.
                  OPEN I-O PLANCUENTASFILE.
                  MOVE CTA-NUM-ED TO PLC-CUENTA.
                  READ PLANCUENTASFILE
                      INVALID KEY
                        CLOSE PLANCUENTASFILE
                        MOVE "No existe esa cuenta" TO MSJ-PLAN
                        GO TO FIN-MODIFICAR-CUENTA.
                  MOVE CTA-NOMBRE-ED TO PLC-NOMBRE.
                  MOVE CTA-CLASE-ED TO PLC-CLASE.
                  MOVE CTA-USO-ED TO PLC-USO.
                  REWRITE REG-PLAN-CUENTA.
                  CLOSE PLANCUENTASFILE.
                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "PLANCUENTAS" TO AUD-FICHERO-WS.
                  MOVE CTA-NUM-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Cuenta modificada" TO MSJ-PLAN.
              FIN-MODIFICAR-CUENTA.
                  EXIT.

       *> La baja es logica (estado B): el mayor y los balances de
       *> periodos pasados siguen encontrando la cuenta. No se admite
       *> mientras alguna regla la use ni si tiene un uso especial
              BAJA-CUENTA.
                  MOVE 0 TO CTA-NUM-ED.
                  MOVE SPACES TO CTA-NOMBRE-ED.
                  MOVE SPACES TO CTA-CLASE-ED.
                  MOVE "N" TO CTA-USO-ED.
                  DISPLAY PANTALLA-CUENTA.
                  ACCEPT PANTALLA-CUENTA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-BAJA-CUENTA.
                  MOVE CTA-NUM-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-VALIDA NOT = "SI"
                    MOVE "No existe esa cuenta o ya esta de baja"
                        TO MSJ-PLAN
                    GO TO FIN-BAJA-CUENTA.
                  IF USO-ANTERIOR-WS NOT = "N"
                    MOVE "Tiene uso especial: delo antes a otra cuenta"
                        TO MSJ-PLAN
                    GO TO FIN-BAJA-CUENTA.
                  PERFORM COMPROBAR-CUENTA-EN-REGLAS
                      THRU FIN-COMPROBAR-CUENTA-EN-REGLAS.
                  IF CUENTA-EN-USO-WS = "SI"
                    MOVE "Hay reglas que usan la cuenta: no se da de baja"
                        TO MSJ-PLAN
                    GO TO FIN-BAJA-CUENTA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la cuenta sigue de alta"
                        TO MSJ-PLAN
                    GO TO FIN-BAJA-CUENTA.
                  OPEN I-O PLANCUENTASFILE.
                  MOVE CTA-NUM-ED TO PLC-CUENTA.
                  READ PLANCUENTASFILE
                      INVALID KEY
                        CLOSE PLANCUENTASFILE
                        MOVE "No existe esa cuenta" TO MSJ-PLAN
                        GO TO FIN-BAJA-CUENTA.
                  MOVE "B" TO PLC-ESTADO.
                  REWRITE REG-PLAN-CUENTA.
                  CLOSE PLANCUENTASFILE.
                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "PLANCUENTAS" TO AUD-FICHERO-WS.
                  MOVE CTA-NUM-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Cuenta dada de baja" TO MSJ-PLAN.
              FIN-BAJA-CUENTA.
                  EXIT.

              COMPROBAR-CUENTA-EN-REGLAS.
                  MOVE "NO" TO CUENTA-EN-USO-WS.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCONTFILE
                    GO TO FIN-COMPROBAR-CUENTA-EN-REGLAS.

                LEER-REGLA-CUENTA.
                  READ REGLASCONTFILE NEXT RECORD
                      AT END GO TO CERRAR-CUENTA-EN-REGLAS.
                  IF RCO-CTA-DEBE = CTA-NUM-ED OR
                     RCO-CTA-HABER = CTA-NUM-ED OR
                     RCO-CTA-RECARGO = CTA-NUM-ED
                    MOVE "SI" TO CUENTA-EN-USO-WS
                    GO TO CERRAR-CUENTA-EN-REGLAS.
                  GO TO LEER-REGLA-CUENTA.

                CERRAR-CUENTA-EN-REGLAS.
                  CLOSE REGLASCONTFILE.
              FIN-COMPROBAR-CUENTA-EN-REGLAS.
                  EXIT.

       *> ---------------- REGLAS DE CONTABILIZACION ----------------
              MENU-REGLAS.
                  DISPLAY PANTALLA-MENU-SUB.
                  ACCEPT PANTALLA-MENU-SUB
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION-SUB
                        GO TO FIN-MENU-REGLAS.
                  MOVE SPACES TO MSJ-PLAN.
                  IF OPCION-SUB = "1"
                    PERFORM LISTAR-REGLAS THRU FIN-LISTAR-REGLAS
                  ELSE
                    IF OPCION-SUB = "2"
                      PERFORM ALTA-REGLA THRU FIN-ALTA-REGLA
                    ELSE
                      IF OPCION-SUB = "3"
                        PERFORM MODIFICAR-REGLA THRU FIN-MODIFICAR-REGLA
                      ELSE
                        IF OPCION-SUB = "4"
                          PERFORM BAJA-REGLA THRU FIN-BAJA-REGLA
                        ELSE
                          IF OPCION-SUB NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-PLAN.
              FIN-MENU-REGLAS.

              LISTAR-REGLAS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "TP ST MON TERM  Debe    Haber   Recargo "
                      "Descripcion".
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC = "35"
                    DISPLAY "No existe REGLASCONTABLES.DAT."
                    CLOSE REGLASCONTFILE
                    GO TO ESPERAR-LISTAR-REGLAS.

                LEER-UNA-REGLA.
                  READ REGLASCONTFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-REGLAS.
                  MOVE RCO-TIPO-OP TO LG-TIPO.
                  MOVE RCO-SUBTIPO-OP TO LG-SUBTIPO.
                  MOVE RCO-MONEDA TO LG-MONEDA.
                  MOVE RCO-TERMINAL TO LG-TERMINAL.
                  MOVE RCO-CTA-DEBE TO LG-DEBE.
                  MOVE RCO-CTA-HABER TO LG-HABER.
                  MOVE RCO-CTA-RECARGO TO LG-RECARGO.
                  MOVE RCO-DESCRIPCION TO LG-DESCRIPCION.
                  DISPLAY LINEA-REGLA.
                  GO TO LEER-UNA-REGLA.

                CERRAR-LISTAR-REGLAS.
                  CLOSE REGLASCONTFILE.

                ESPERAR-LISTAR-REGLAS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-REGLAS.
                  EXIT.

              LIMPIAR-REGLA-ED.
                  MOVE SPACES TO RGL-CLAVE-ED.
                  MOVE 0 TO RGL-DEBE-ED.
                  MOVE 0 TO RGL-HABER-ED.
                  MOVE 0 TO RGL-RECARGO-ED.
                  MOVE SPACES TO RGL-DESCRIPCION-ED.

       *> Moneda y terminal en blanco valen por cualquiera; el tipo es
       *> obligatorio (** para cualquier tipo)
              COMPLETAR-CLAVE-REGLA.
                  IF RGL-MONEDA-ED = SPACES
                    MOVE "***" TO RGL-MONEDA-ED.
                  IF RGL-TERMINAL-ED = SPACES
                    MOVE "****" TO RGL-TERMINAL-ED.

              VALIDAR-REGLA-ED.
                  MOVE SPACES TO MSJ-PLAN.
                  PERFORM COMPLETAR-CLAVE-REGLA.
                  IF RGL-TIPO-ED = SPACES
                    MOVE "Anote el tipo de operacion (** = cualquiera)"
                        TO MSJ-PLAN
                    GO TO FIN-VALIDAR-REGLA-ED.
                  IF RGL-DEBE-ED = RGL-HABER-ED
                    MOVE "Las cuentas de debe y haber deben ser distintas"
                        TO MSJ-PLAN
                    GO TO FIN-VALIDAR-REGLA-ED.
                  MOVE RGL-DEBE-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-VALIDA NOT = "SI"
                    MOVE "La cuenta de debe no esta de alta en el plan"
                        TO MSJ-PLAN
                    GO TO FIN-VALIDAR-REGLA-ED.
                  MOVE RGL-HABER-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-VALIDA NOT = "SI"
                    MOVE "La cuenta de haber no esta de alta en el plan"
                        TO MSJ-PLAN
                    GO TO FIN-VALIDAR-REGLA-ED.
                  IF RGL-RECARGO-ED = 0
                    GO TO FIN-VALIDAR-REGLA-ED.
                  MOVE RGL-RECARGO-ED TO CUENTA-A-VALIDAR.
                  PERFORM LEER-CUENTA-PLAN THRU FIN-LEER-CUENTA-PLAN.
                  IF CUENTA-VALIDA NOT = "SI"
                    MOVE "La cuenta de recargo no esta de alta en el plan"
                        TO MSJ-PLAN.
              FIN-VALIDAR-REGLA-ED.
                  EXIT.

              ABRIR-REGLAS-ESCRITURA.
                  OPEN I-O REGLASCONTFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCONTFILE
                    OPEN OUTPUT REGLASCONTFILE
                    CLOSE REGLASCONTFILE
                    OPEN I-O REGLASCONTFILE.

              MOVER-REGLA-ED.
                  MOVE RGL-CLAVE-ED TO RCO-CLAVE.
                  MOVE RGL-DEBE-ED TO RCO-CTA-DEBE.
                  MOVE RGL-HABER-ED TO RCO-CTA-HABER.
                  MOVE RGL-RECARGO-ED TO RCO-CTA-RECARGO.
                  MOVE RGL-DESCRIPCION-ED TO RCO-DESCRIPCION.

              ALTA-REGLA.
                  PERFORM LIMPIAR-REGLA-ED.

                PEDIR-ALTA-REGLA.
                  DISPLAY PANTALLA-REGLA.
                  ACCEPT PANTALLA-REGLA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-REGLA.
                  PERFORM VALIDAR-REGLA-ED THRU FIN-VALIDAR-REGLA-ED.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-ALTA-REGLA.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC NOT = "35"
                    MOVE RGL-CLAVE-ED TO RCO-CLAVE
                    READ REGLASCONTFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "Ya existe esa regla (use Modificar)"
                                TO MSJ-PLAN.
                  CLOSE REGLASCONTFILE.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-ALTA-REGLA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la regla no se da de alta"
                        TO MSJ-PLAN
                    GO TO FIN-ALTA-REGLA.
                  PERFORM ABRIR-REGLAS-ESCRITURA.
                  PERFORM MOVER-REGLA-ED.
                  WRITE REG-REGLA-CONTABLE
                      INVALID KEY
                        MOVE "Ya existe esa regla (use Modificar)"
                            TO MSJ-PLAN.
                  CLOSE REGLASCONTFILE.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO FIN-ALTA-REGLA.
                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "REGLASCONTAB" TO AUD-FICHERO-WS.
                  MOVE RGL-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Regla dada de alta" TO MSJ-PLAN.
              FIN-ALTA-REGLA.
                  EXIT.

              MODIFICAR-REGLA.
                  PERFORM LIMPIAR-REGLA-ED.

                PEDIR-MODIF-REGLA.
                  DISPLAY PANTALLA-REGLA.
                  ACCEPT PANTALLA-REGLA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-REGLA.
                  PERFORM VALIDAR-REGLA-ED THRU FIN-VALIDAR-REGLA-ED.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-MODIF-REGLA.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCONTFILE
                    MOVE "No existe REGLASCONTABLES.DAT" TO MSJ-PLAN
                    GO TO FIN-MODIFICAR-REGLA.
                  MOVE RGL-CLAVE-ED TO RCO-CLAVE.
                  READ REGLASCONTFILE
                      INVALID KEY
                        MOVE "No existe esa regla" TO MSJ-PLAN.
                  CLOSE REGLASCONTFILE.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO PEDIR-MODIF-REGLA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la regla no se modifica"
                        TO MSJ-PLAN
                    GO TO FIN-MODIFICAR-REGLA.
                  OPEN I-O REGLASCONTFILE.
                  MOVE RGL-CLAVE-ED TO RCO-CLAVE.
                  READ REGLASCONTFILE
                      INVALID KEY
                        CLOSE REGLASCONTFILE
                        MOVE "No existe esa regla" TO MSJ-PLAN
                        GO TO FIN-MODIFICAR-REGLA.
                  PERFORM MOVER-REGLA-ED.
                  REWRITE REG-REGLA-CONTABLE.
                  CLOSE REGLASCONTFILE.
                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "REGLASCONTAB" TO AUD-FICHERO-WS.
                  MOVE RGL-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Regla modificada" TO MSJ-PLAN.
              FIN-MODIFICAR-REGLA.
                  EXIT.

       *> La baja de una regla la borra: los apuntes de ese tipo
       *> pasaran a la regla general que les encaje o, si no hay
       *> ninguna, al informe de apuntes sin regla
              BAJA-REGLA.
                  PERFORM LIMPIAR-REGLA-ED.
                  DISPLAY PANTALLA-REGLA.
                  ACCEPT PANTALLA-REGLA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-BAJA-REGLA.
                  PERFORM COMPLETAR-CLAVE-REGLA.
                  OPEN INPUT REGLASCONTFILE.
                  IF FSRC = "35"
                    CLOSE REGLASCONTFILE
                    MOVE "No existe REGLASCONTABLES.DAT" TO MSJ-PLAN
                    GO TO FIN-BAJA-REGLA.
                  MOVE RGL-CLAVE-ED TO RCO-CLAVE.
                  READ REGLASCONTFILE
                      INVALID KEY
                        MOVE "No existe esa regla" TO MSJ-PLAN.
                  CLOSE REGLASCONTFILE.
                  IF MSJ-PLAN NOT = SPACES
                    GO TO FIN-BAJA-REGLA.
                  PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION.
                  IF APROBACION-OK-WS NOT = "SI"
                    MOVE "Sin aprobacion: la regla se mantiene"
                        TO MSJ-PLAN
                    GO TO FIN-BAJA-REGLA.
                  OPEN I-O REGLASCONTFILE.
                  MOVE RGL-CLAVE-ED TO RCO-CLAVE.
                  READ REGLASCONTFILE
                      INVALID KEY
                        CLOSE REGLASCONTFILE
                        MOVE "No existe esa regla" TO MSJ-PLAN
                        GO TO FIN-BAJA-REGLA.
                  DELETE REGLASCONTFILE RECORD.
                  CLOSE REGLASCONTFILE.
                  MOVE "BAJA" TO AUD-OPERACION-WS.
                  MOVE "REGLASCONTAB" TO AUD-FICHERO-WS.
                  MOVE RGL-CLAVE-ED TO AUD-CLAVE-WS.
                  PERFORM AUDITAR-CAMBIO.
                  MOVE "Regla dada de baja" TO MSJ-PLAN.
              FIN-BAJA-REGLA.
                  EXIT.
