       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENEPODERES.
       *> Mantenimiento desde la oficina del registro de poderes
       *> notariales PODERES.DAT: un titular apodera a otra persona
       *> (identificada por su DNI) sobre una de sus cuentas, con un
       *> alcance (solo consulta, retirada de efectivo, transferencias),
       *> un limite por operacion y unas fechas de vigencia. Cada poder
       *> lleva su propia tarjeta y clave de apoderado, con la que el
       *> cajero le deja operar la cuenta dentro de ese alcance; cada
       *> uso queda en USOS-PODERES.DAT.
       *> En el molde de MANTENEMAESTROS: acceso de personal con
       *> STAFF.DAT y la matriz PERMISOS.DAT, listado, alta,
       *> modificacion y revocacion con validacion de campos y rastro en
       *> AUDITORIA.DAT. Un poder no se borra nunca: la revocacion se
       *> anota con su fecha de efecto y CADUCARPODERES la aplica esa
       *> noche, igual que la caducidad al pasar la fecha hasta. El
       *> fallecimiento del poderdante los revoca todos desde
       *> GESTIONARFALLECIDOS.
       *>
       *> Versiones
       *> Versión 1.0 - Registro de poderes con alcance, limite y vigencia
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PODERESFILE ASSIGN TO "PODERES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POD-TARJ
                  FILE STATUS IS FSPOD.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT SECUNDFILE ASSIGN TO "SECUND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SECUND-TARJ
                  FILE STATUS IS FSS.

              SELECT LOGINFILE ASSIGN TO "LOGIN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOGIN-TARJ
                  FILE STATUS IS FSL.

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

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
*> FD PODERESFILE: un poder por tarjeta de apoderado, sobre una sola
*> cuenta del poderdante: alcance (la consulta siempre, la retirada
*> y la transferencia segun las marcas S/N), limite por operacion
*> (cero, sin limite propio), vigencia desde/hasta (hasta a cero,
*> indefinido), fecha de revocacion pedida y estado (V=vigente,
*> C=caducado, R=revocado), que fija CADUCARPODERES por la noche.
*> La clave y el bloqueo de la tarjeta van como en SECUND.DAT
       FD PODERESFILE.
       01 REG-PODER.
              02 POD-TARJ               PIC 9(10).
              02 POD-PIN                PIC 9(4).
              02 POD-DNI-APODERADO      PIC X(9).
              02 POD-NOMBRE-APODERADO   PIC X(30).
              02 POD-TARJ-TITULAR       PIC 9(10).
              02 POD-CUENTA             PIC X(24).
              02 POD-DNI-TITULAR        PIC X(9).
              02 POD-RETIRAR            PIC X.
              02 POD-TRANSFERIR         PIC X.
              02 POD-LIMITE-OPERACION   PIC 9(7)V99.
              02 POD-FECHA-DESDE        PIC 9(8).
              02 POD-FECHA-HASTA        PIC 9(8).
              02 POD-FECHA-REVOCACION   PIC 9(8).
              02 POD-ESTADO             PIC X.
                 88 POD-VIGENTE         VALUE "V".
                 88 POD-CADUCADO        VALUE "C".
                 88 POD-REVOCADO        VALUE "R".
              02 POD-FECHA-BAJA         PIC 9(8).
              02 POD-MOTIVO-BAJA        PIC X(20).
              02 POD-BLOQUEADA          PIC X.
              02 POD-FECHA-BLOQUEO.
                 03 POD-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 POD-BLOQUEO-HORA.
                    04 POD-BLOQUEO-HH      PIC 99.
                    04 POD-BLOQUEO-MM      PIC 99.
                    04 POD-BLOQUEO-SS      PIC 99.

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

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
              02 SECUND-TARJ             PIC 9(10).
              02 SECUND-PIN              PIC 9(4).
              02 SECUND-TARJ-TITULAR     PIC 9(10).
              02 SECUND-CUENTA-TITULAR   PIC X(24).
              02 SECUND-BLOQUEADA        PIC X.
              02 SECUND-FECHA-BLOQUEO.
                 03 SECUND-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 SECUND-BLOQUEO-HORA.
                    04 SECUND-BLOQUEO-HH      PIC 99.
                    04 SECUND-BLOQUEO-MM      PIC 99.
                    04 SECUND-BLOQUEO-SS      PIC 99.

       FD LOGINFILE.
        01 REG-LOGIN.
          02 LOGIN-TARJ             PIC 9(10).
          02 LOGIN-NUM-INTENTOS     PIC 9.

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
              77 FSPOD                 PIC XX.
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSL                   PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-HOY-WS          PIC 9(8).
              77 DNI-TITULAR-WS        PIC X(9).
              77 TARJETA-LIBRE-WS      PIC X(2).

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

       *> Campos de trabajo del digito de control de tarjeta (Luhn), el
       *> mismo calculo que writeSecundFile
              01 CALCULO-DIGITO-TARJETA.
                 02  TARJETA-LUHN-WS       PIC 9(10).
                 02  TARJETA-LUHN-DIGITOS REDEFINES TARJETA-LUHN-WS.
                     03 TARJETA-LUHN-DIG   PIC 9 OCCURS 10 TIMES.
                 02  I-LUHN                PIC 99.
                 02  DOBLE-LUHN            PIC 99.
                 02  SUMA-LUHN             PIC 999.
                 02  COCIENTE-LUHN         PIC 999.
                 02  RESTO-LUHN            PIC 9.

       *> Campos de trabajo de la validacion de la letra del DNI, los
       *> mismos que en MANTENECLIENTES
              01 VALIDACION-DNI.
                 02  DNI-NUMERO-WS         PIC 9(8).
                 02  DNI-LETRA-WS          PIC X.
                 02  COCIENTE-DNI          PIC 9(8).
                 02  RESTO-DNI             PIC 99.
                 02  POSICION-LETRA-DNI    PIC 99.
                 02  TABLA-LETRAS-DNI      PIC X(23)
                     VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
                 02  DNI-VALIDO-WS         PIC X(2).

              01 DATOS-AUDITORIA.
                 02  AUD-PROGRAMA-WS       PIC X(20)
                     VALUE "MANTENEPODERES".
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

       *> Campos de la pantalla: el limite por operacion se teclea en
       *> euros enteros y las fechas como AAAAMMDD
              01 DATOS-PODER-ED.
                 02 POD-TARJ-ED            PIC 9(10).
                 02 POD-PIN-ED             PIC 9(4).
                 02 POD-DNI-APODERADO-ED   PIC X(9).
                 02 POD-NOMBRE-ED          PIC X(30).
                 02 POD-TARJ-TITULAR-ED    PIC 9(10).
                 02 POD-CUENTA-ED          PIC X(24).
                 02 POD-RETIRAR-ED         PIC X.
                 02 POD-TRANSFERIR-ED      PIC X.
                 02 POD-LIMITE-ED          PIC 9(7).
                 02 POD-DESDE-ED           PIC 9(8).
                 02 POD-HASTA-ED           PIC 9(8).
                 02 POD-REVOCACION-ED      PIC 9(8).
                 02 POD-MOTIVO-ED          PIC X(20).

              01 MSJ-PODERES               PIC X(55) VALUE SPACES.

              01 LINEA-PODER.
                 02 LPD-TARJ               PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-DNI                PIC X(9).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-CUENTA             PIC X(24).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-RETIRAR            PIC X.
                 02 LPD-TRANSFERIR         PIC X.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-LIMITE             PIC ZZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-DESDE              PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-HASTA              PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LPD-ESTADO             PIC X(8).

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

       01 PANTALLA-MENU-PODERES.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---REGISTRO DE PODERES---".
           02 LINE 5  COL 19 VALUE "1 - Listar poderes".
           02 LINE 6  COL 19 VALUE "2 - Alta de poder".
           02 LINE 7  COL 19 VALUE "3 - Modificar alcance o vigencia".
           02 LINE 8  COL 19 VALUE "4 - Revocar poder".
           02 LINE 9  COL 19 VALUE "5 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-PODERES.

       01 PANTALLA-PODER.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---PODER SOBRE UNA CUENTA---".
           02 LINE 4   COL 4   VALUE "TARJETA DEL APODERADO:".
           02 LINE 4   COL 44  PIC 9(10) USING POD-TARJ-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 5   COL 4   VALUE "CLAVE DE LA TARJETA (solo alta):".
           02 LINE 5   COL 44  PIC 9(4) USING POD-PIN-ED
               SECURE BLANK WHEN ZERO.
           02 LINE 7   COL 4   VALUE "DNI DEL APODERADO:".
           02 LINE 7   COL 44  PIC X(9) USING POD-DNI-APODERADO-ED
               UNDERLINE.
           02 LINE 8   COL 4   VALUE "NOMBRE DEL APODERADO:".
           02 LINE 8   COL 44  PIC X(30) USING POD-NOMBRE-ED UNDERLINE.
           02 LINE 10  COL 4   VALUE "TARJETA DEL PODERDANTE:".
           02 LINE 10  COL 44  PIC 9(10) USING POD-TARJ-TITULAR-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 11  COL 4   VALUE "CUENTA APODERADA:".
           02 LINE 11  COL 44  PIC X(24) USING POD-CUENTA-ED UNDERLINE.
           02 LINE 13  COL 4   VALUE "Puede retirar efectivo (S/N):".
           02 LINE 13  COL 44  PIC X USING POD-RETIRAR-ED UNDERLINE.
           02 LINE 14  COL 4   VALUE "Puede transferir (S/N):".
           02 LINE 14  COL 44  PIC X USING POD-TRANSFERIR-ED UNDERLINE.
           02 LINE 15  COL 4   VALUE "Limite por operacion (EUR, 0=no):".
           02 LINE 15  COL 44  PIC 9(7) USING POD-LIMITE-ED UNDERLINE.
           02 LINE 16  COL 4   VALUE "Vigente desde (AAAAMMDD):".
           02 LINE 16  COL 44  PIC 9(8) USING POD-DESDE-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 17  COL 4   VALUE "Vigente hasta (AAAAMMDD, 0=indef.):".
           02 LINE 17  COL 44  PIC 9(8) USING POD-HASTA-ED UNDERLINE.
           02 LINE 19  COL 4   VALUE
               "Con S/N a N en ambas el poder es solo de consulta.".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PODERES.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-REVOCAR-PODER.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---REVOCACION DE UN PODER---".
           02 LINE 4   COL 4   VALUE "TARJETA DEL APODERADO:".
           02 LINE 4   COL 44  PIC 9(10) USING POD-TARJ-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 6   COL 4   VALUE "Revocado con efecto (AAAAMMDD):".
           02 LINE 6   COL 44  PIC 9(8) USING POD-REVOCACION-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 7   COL 4   VALUE "Motivo:".
           02 LINE 7   COL 44  PIC X(20) USING POD-MOTIVO-ED UNDERLINE.
           02 LINE 9   COL 4   VALUE
               "Con efecto hoy, la tarjeta deja de operar ya; con".
           02 LINE 10  COL 4   VALUE
               "fecha futura, el batch nocturno la revoca ese dia.".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PODERES.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
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
                  MOVE SPACES TO MSJ-PODERES.
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
                  DISPLAY PANTALLA-MENU-PODERES.
                  ACCEPT PANTALLA-MENU-PODERES
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-PODERES.
                  IF OPCION = "1"
                    PERFORM LISTAR-PODERES THRU FIN-LISTAR-PODERES
                  ELSE
                    IF OPCION = "2"
                      PERFORM ALTA-PODER THRU FIN-ALTA-PODER
                    ELSE
                      IF OPCION = "3"
                        PERFORM MODIFICAR-PODER THRU FIN-MODIFICAR-PODER
                      ELSE
                        IF OPCION = "4"
                          PERFORM REVOCAR-PODER THRU FIN-REVOCAR-PODER
                        ELSE
                          IF OPCION NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-PODERES.
              FIN-MOSTRAR-MENU.

              LISTAR-PODERES.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY "Tarjeta    DNI apod. Cuenta                   "
                      "RT  Limite Desde    Hasta    Estado".
                  OPEN INPUT PODERESFILE.
                  IF FSPOD = "35"
                    DISPLAY "No existe PODERES.DAT."
                    CLOSE PODERESFILE
                    GO TO ESPERAR-LISTAR-PODERES.

                LEER-UN-PODER.
                  READ PODERESFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-PODERES.
                  MOVE POD-TARJ TO LPD-TARJ.
                  MOVE POD-DNI-APODERADO TO LPD-DNI.
                  MOVE POD-CUENTA TO LPD-CUENTA.
                  MOVE POD-RETIRAR TO LPD-RETIRAR.
                  MOVE POD-TRANSFERIR TO LPD-TRANSFERIR.
                  MOVE POD-LIMITE-OPERACION TO LPD-LIMITE.
                  MOVE POD-FECHA-DESDE TO LPD-DESDE.
                  MOVE POD-FECHA-HASTA TO LPD-HASTA.
                  IF POD-CADUCADO
                    MOVE "CADUCADO" TO LPD-ESTADO
                  ELSE
                    IF POD-REVOCADO
                      MOVE "REVOCADO" TO LPD-ESTADO
                    ELSE
                      IF POD-FECHA-REVOCACION > 0
                        MOVE "A REVOC." TO LPD-ESTADO
                      ELSE
                        MOVE "VIGENTE" TO LPD-ESTADO.
                  DISPLAY LINEA-PODER.
                  GO TO LEER-UN-PODER.

                CERRAR-LISTAR-PODERES.
                  CLOSE PODERESFILE.

                ESPERAR-LISTAR-PODERES.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-PODERES.
                  EXIT.

       *> Alta de un poder: la tarjeta del apoderado es nueva (no puede
       *> existir como titular, secundaria ni en otro poder) y lleva
       *> su clave, que se guarda cifrada; el contador de intentos de
       *> acceso se crea en LOGIN.DAT como para cualquier tarjeta
              ALTA-PODER.
                  PERFORM LIMPIAR-PODER-ED.
                  MOVE FECHA-HOY-WS TO POD-DESDE-ED.

                PEDIR-ALTA-PODER.
                  DISPLAY PANTALLA-PODER.
                  ACCEPT PANTALLA-PODER
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PODERES
                        GO TO FIN-ALTA-PODER.
                  PERFORM VALIDAR-PODER-ED THRU FIN-VALIDAR-PODER-ED.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-ALTA-PODER.
                  IF POD-DESDE-ED < FECHA-HOY-WS
                    MOVE "La vigencia no puede empezar en el pasado"
                        TO MSJ-PODERES
                    GO TO PEDIR-ALTA-PODER.
                  IF POD-PIN-ED = 0
                    MOVE "Anote la clave de la tarjeta del apoderado"
                        TO MSJ-PODERES
                    GO TO PEDIR-ALTA-PODER.
                  PERFORM VALIDAR-TARJETA-NUEVA THRU FIN-VALIDAR-TARJETA-NUEVA.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-ALTA-PODER.

                  OPEN I-O PODERESFILE.
                  IF FSPOD = "35"
                    CLOSE PODERESFILE
                    OPEN OUTPUT PODERESFILE
                    CLOSE PODERESFILE
                    OPEN I-O PODERESFILE.
                  PERFORM PASAR-ED-A-PODER.
                  MOVE POD-TARJ-ED TO POD-TARJ.
                  MOVE POD-PIN-ED TO CLAVE-EN-CLARO-WS.
                  PERFORM CIFRAR-CLAVE.
                  MOVE CLAVE-CIFRADA-WS TO POD-PIN.
                  MOVE POD-DNI-APODERADO-ED TO POD-DNI-APODERADO.
                  MOVE POD-NOMBRE-ED TO POD-NOMBRE-APODERADO.
                  MOVE POD-TARJ-TITULAR-ED TO POD-TARJ-TITULAR.
                  MOVE POD-CUENTA-ED TO POD-CUENTA.
                  MOVE DNI-TITULAR-WS TO POD-DNI-TITULAR.
                  MOVE POD-DESDE-ED TO POD-FECHA-DESDE.
                  MOVE 0 TO POD-FECHA-REVOCACION.
                  MOVE "V" TO POD-ESTADO.
                  MOVE 0 TO POD-FECHA-BAJA.
                  MOVE SPACES TO POD-MOTIVO-BAJA.
                  MOVE "0" TO POD-BLOQUEADA.
                  MOVE 0 TO POD-BLOQUEO-AAAAMMDD.
                  MOVE 0 TO POD-BLOQUEO-HH.
                  MOVE 0 TO POD-BLOQUEO-MM.
                  MOVE 0 TO POD-BLOQUEO-SS.
                  WRITE REG-PODER
                      INVALID KEY
                        MOVE "Ya hay un poder con esa tarjeta"
                            TO MSJ-PODERES.
                  CLOSE PODERESFILE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-ALTA-PODER.

                  OPEN I-O LOGINFILE.
                  IF FSL = "35"
                    CLOSE LOGINFILE
                    OPEN OUTPUT LOGINFILE
                    CLOSE LOGINFILE
                    OPEN I-O LOGINFILE.
                  MOVE POD-TARJ-ED TO LOGIN-TARJ.
                  MOVE 0 TO LOGIN-NUM-INTENTOS.
                  WRITE REG-LOGIN
                      INVALID KEY REWRITE REG-LOGIN.
                  CLOSE LOGINFILE.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "PODERES.DAT" TO AUD-FICHERO-WS.
                  MOVE POD-TARJ-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Poder dado de alta" TO MSJ-PODERES.
              FIN-ALTA-PODER.
                  EXIT.

       *> Modificacion de un poder vigente: el alcance, el limite y la
       *> fecha hasta. El apoderado, el poderdante, la cuenta y la
       *> fecha desde no cambian: para eso se revoca y se da otro de
       *> alta
              MODIFICAR-PODER.
                  PERFORM LIMPIAR-PODER-ED.

                PEDIR-TARJETA-MODIFICAR.
                  DISPLAY PANTALLA-PODER.
                  ACCEPT PANTALLA-PODER
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PODERES
                        GO TO FIN-MODIFICAR-PODER.
                  PERFORM LEER-PODER-VIGENTE THRU FIN-LEER-PODER-VIGENTE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-TARJETA-MODIFICAR.
                  PERFORM PASAR-PODER-A-ED.
                  MOVE "Corrija alcance, limite o fecha hasta y ENTER"
                      TO MSJ-PODERES.

                PEDIR-DATOS-MODIFICAR.
                  DISPLAY PANTALLA-PODER.
                  ACCEPT PANTALLA-PODER
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PODERES
                        GO TO FIN-MODIFICAR-PODER.
                  IF POD-TARJ-ED NOT = POD-TARJ OR
                     POD-DNI-APODERADO-ED NOT = POD-DNI-APODERADO OR
                     POD-TARJ-TITULAR-ED NOT = POD-TARJ-TITULAR OR
                     POD-CUENTA-ED NOT = POD-CUENTA OR
                     POD-DESDE-ED NOT = POD-FECHA-DESDE
                    MOVE "Solo alcance, limite y hasta: revoque y de alta"
                        TO MSJ-PODERES
                    PERFORM PASAR-PODER-A-ED
                    GO TO PEDIR-DATOS-MODIFICAR.
                  PERFORM VALIDAR-PODER-ED THRU FIN-VALIDAR-PODER-ED.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-DATOS-MODIFICAR.

                  OPEN I-O PODERESFILE.
                  MOVE POD-TARJ-ED TO POD-TARJ.
                  READ PODERESFILE
                      INVALID KEY
                        MOVE "El poder ya no existe" TO MSJ-PODERES.
                  IF MSJ-PODERES = SPACES AND NOT POD-VIGENTE
                    MOVE "El poder ya no esta vigente" TO MSJ-PODERES.
                  IF MSJ-PODERES = SPACES
                    MOVE POD-NOMBRE-ED TO POD-NOMBRE-APODERADO
                    PERFORM PASAR-ED-A-PODER
                    REWRITE REG-PODER.
                  CLOSE PODERESFILE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO FIN-MODIFICAR-PODER.

                  MOVE "MODIFICA" TO AUD-OPERACION-WS.
                  MOVE "PODERES.DAT" TO AUD-FICHERO-WS.
                  MOVE POD-TARJ-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Poder modificado" TO MSJ-PODERES.
              FIN-MODIFICAR-PODER.
                  EXIT.

       *> Revocacion: se anota la fecha de efecto (hoy por defecto) y
       *> el motivo. Con efecto hoy el poder queda revocado al momento;
       *> con fecha futura lo revoca CADUCARPODERES la noche de esa
       *> fecha, y el cajero ya lo rechaza desde ese mismo dia
              REVOCAR-PODER.
                  PERFORM LIMPIAR-PODER-ED.
                  MOVE FECHA-HOY-WS TO POD-REVOCACION-ED.

                PEDIR-REVOCAR-PODER.
                  DISPLAY PANTALLA-REVOCAR-PODER.
                  ACCEPT PANTALLA-REVOCAR-PODER
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PODERES
                        GO TO FIN-REVOCAR-PODER.
                  PERFORM LEER-PODER-VIGENTE THRU FIN-LEER-PODER-VIGENTE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO PEDIR-REVOCAR-PODER.
                  IF POD-REVOCACION-ED < FECHA-HOY-WS
                    MOVE "La revocacion no puede tener efecto pasado"
                        TO MSJ-PODERES
                    GO TO PEDIR-REVOCAR-PODER.
                  IF POD-REVOCACION-ED(5:2) < "01" OR
                     POD-REVOCACION-ED(5:2) > "12" OR
                     POD-REVOCACION-ED(7:2) < "01" OR
                     POD-REVOCACION-ED(7:2) > "31"
                    MOVE "Fecha de revocacion incorrecta" TO MSJ-PODERES
                    GO TO PEDIR-REVOCAR-PODER.
                  IF POD-MOTIVO-ED = SPACES
                    MOVE "Anote el motivo de la revocacion" TO MSJ-PODERES
                    GO TO PEDIR-REVOCAR-PODER.

                  OPEN I-O PODERESFILE.
                  MOVE POD-TARJ-ED TO POD-TARJ.
                  READ PODERESFILE
                      INVALID KEY
                        MOVE "El poder ya no existe" TO MSJ-PODERES.
                  IF MSJ-PODERES = SPACES
                    MOVE POD-REVOCACION-ED TO POD-FECHA-REVOCACION
                    MOVE POD-MOTIVO-ED TO POD-MOTIVO-BAJA
                    IF POD-REVOCACION-ED = FECHA-HOY-WS
                      MOVE "R" TO POD-ESTADO
                      MOVE FECHA-HOY-WS TO POD-FECHA-BAJA
                    END-IF
                    REWRITE REG-PODER.
                  CLOSE PODERESFILE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO FIN-REVOCAR-PODER.

                  MOVE "REVOCA" TO AUD-OPERACION-WS.
                  MOVE "PODERES.DAT" TO AUD-FICHERO-WS.
                  MOVE POD-TARJ-ED TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  IF POD-REVOCACION-ED = FECHA-HOY-WS
                    MOVE "Poder revocado" TO MSJ-PODERES
                  ELSE
                    MOVE "Revocacion anotada para la fecha indicada"
                        TO MSJ-PODERES.
              FIN-REVOCAR-PODER.
                  EXIT.

       *> Lee el poder de la tarjeta POD-TARJ-ED y comprueba que existe
       *> y sigue vigente; si no, deja el motivo en MSJ-PODERES
              LEER-PODER-VIGENTE.
                  MOVE SPACES TO MSJ-PODERES.
                  OPEN INPUT PODERESFILE.
                  IF FSPOD = "35"
                    CLOSE PODERESFILE
                    MOVE "No existe PODERES.DAT" TO MSJ-PODERES
                    GO TO FIN-LEER-PODER-VIGENTE.
                  MOVE POD-TARJ-ED TO POD-TARJ.
                  READ PODERESFILE
                      INVALID KEY
                        MOVE "No hay ningun poder con esa tarjeta"
                            TO MSJ-PODERES
                      NOT INVALID KEY
                        IF NOT POD-VIGENTE
                          MOVE "El poder ya no esta vigente"
                              TO MSJ-PODERES.
                  CLOSE PODERESFILE.
              FIN-LEER-PODER-VIGENTE.
                  EXIT.

       *> Validacion comun al alta y a la modificacion: DNI del
       *> apoderado con su letra, marcas S/N, fechas y la cuenta, que ha
       *> de ser del poderdante. Nadie se apodera a si mismo ni se
       *> apodera sobre la cuenta de un fallecido
              VALIDAR-PODER-ED.
                  MOVE SPACES TO MSJ-PODERES.
                  INSPECT POD-DNI-APODERADO-ED CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT POD-RETIRAR-ED CONVERTING "sn" TO "SN".
                  INSPECT POD-TRANSFERIR-ED CONVERTING "sn" TO "SN".
                  PERFORM VALIDAR-LETRA-DNI THRU FIN-VALIDAR-LETRA-DNI.
                  IF DNI-VALIDO-WS NOT = "SI"
                    MOVE "DNI del apoderado incorrecto" TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF POD-NOMBRE-ED = SPACES
                    MOVE "Anote el nombre del apoderado" TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF (POD-RETIRAR-ED NOT = "S" AND
                      POD-RETIRAR-ED NOT = "N") OR
                     (POD-TRANSFERIR-ED NOT = "S" AND
                      POD-TRANSFERIR-ED NOT = "N")
                    MOVE "Alcance: S o N en retirada y transferencia"
                        TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF POD-DESDE-ED(5:2) < "01" OR
                     POD-DESDE-ED(5:2) > "12" OR
                     POD-DESDE-ED(7:2) < "01" OR
                     POD-DESDE-ED(7:2) > "31"
                    MOVE "Fecha desde incorrecta" TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF POD-HASTA-ED NOT = 0
                    IF POD-HASTA-ED(5:2) < "01" OR
                       POD-HASTA-ED(5:2) > "12" OR
                       POD-HASTA-ED(7:2) < "01" OR
                       POD-HASTA-ED(7:2) > "31"
                      MOVE "Fecha hasta incorrecta" TO MSJ-PODERES
                      GO TO FIN-VALIDAR-PODER-ED
                    ELSE
                      IF POD-HASTA-ED < POD-DESDE-ED OR
                         POD-HASTA-ED < FECHA-HOY-WS
                        MOVE "La fecha hasta es anterior a desde o a hoy"
                            TO MSJ-PODERES
                        GO TO FIN-VALIDAR-PODER-ED.

                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    MOVE "No existe USERS.DAT" TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  MOVE POD-TARJ-TITULAR-ED TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        MOVE "La tarjeta del poderdante no existe"
                            TO MSJ-PODERES.
                  CLOSE USERFILE.
                  IF MSJ-PODERES NOT = SPACES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF POD-CUENTA-ED = SPACES OR
                     (POD-CUENTA-ED NOT = USER-NUM-CUENTA(1) AND
                      POD-CUENTA-ED NOT = USER-NUM-CUENTA(2) AND
                      POD-CUENTA-ED NOT = USER-NUM-CUENTA(3))
                    MOVE "La cuenta no pertenece al poderdante"
                        TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  IF USER-BLOQUEADA = "D"
                    MOVE "El poderdante consta como fallecido"
                        TO MSJ-PODERES
                    GO TO FIN-VALIDAR-PODER-ED.
                  MOVE USER-DNI TO DNI-TITULAR-WS.
                  IF POD-DNI-APODERADO-ED = DNI-TITULAR-WS
                    MOVE "El apoderado no puede ser el propio titular"
                        TO MSJ-PODERES.
              FIN-VALIDAR-PODER-ED.
                  EXIT.

              VALIDAR-LETRA-DNI.
                  MOVE "NO" TO DNI-VALIDO-WS.
                  IF POD-DNI-APODERADO-ED(1:8) IS NOT NUMERIC
                    GO TO FIN-VALIDAR-LETRA-DNI.
                  MOVE POD-DNI-APODERADO-ED(1:8) TO DNI-NUMERO-WS.
                  MOVE POD-DNI-APODERADO-ED(9:1) TO DNI-LETRA-WS.
                  DIVIDE DNI-NUMERO-WS BY 23 GIVING COCIENTE-DNI
                      REMAINDER RESTO-DNI.
                  COMPUTE POSICION-LETRA-DNI = RESTO-DNI + 1.
                  IF DNI-LETRA-WS = TABLA-LETRAS-DNI(POSICION-LETRA-DNI:1)
                    MOVE "SI" TO DNI-VALIDO-WS.
              FIN-VALIDAR-LETRA-DNI.
                  EXIT.

       *> La tarjeta del apoderado ha de superar el digito de control y
       *> no estar ya en uso como titular, secundaria ni otro poder
              VALIDAR-TARJETA-NUEVA.
                  MOVE SPACES TO MSJ-PODERES.
                  MOVE POD-TARJ-ED TO TARJETA-LUHN-WS.
                  PERFORM CALCULAR-SUMA-LUHN.
                  ADD TARJETA-LUHN-DIG(10) TO SUMA-LUHN.
                  DIVIDE SUMA-LUHN BY 10 GIVING COCIENTE-LUHN
                      REMAINDER RESTO-LUHN.
                  IF POD-TARJ-ED = 0 OR RESTO-LUHN NOT = 0
                    MOVE "Tarjeta no valida (digito de control)"
                        TO MSJ-PODERES
                    GO TO FIN-VALIDAR-TARJETA-NUEVA.

                  MOVE "SI" TO TARJETA-LIBRE-WS.
                  OPEN INPUT USERFILE.
                  IF FSU NOT = "35"
                    MOVE POD-TARJ-ED TO USER-TARJ
                    READ USERFILE
                        NOT INVALID KEY MOVE "NO" TO TARJETA-LIBRE-WS.
                  CLOSE USERFILE.
                  OPEN INPUT SECUNDFILE.
                  IF FSS NOT = "35"
                    MOVE POD-TARJ-ED TO SECUND-TARJ
                    READ SECUNDFILE
                        NOT INVALID KEY MOVE "NO" TO TARJETA-LIBRE-WS.
                  CLOSE SECUNDFILE.
                  OPEN INPUT PODERESFILE.
                  IF FSPOD NOT = "35"
                    MOVE POD-TARJ-ED TO POD-TARJ
                    READ PODERESFILE
                        NOT INVALID KEY MOVE "NO" TO TARJETA-LIBRE-WS.
                  CLOSE PODERESFILE.
                  IF TARJETA-LIBRE-WS NOT = "SI"
                    MOVE "Esa tarjeta ya esta en uso" TO MSJ-PODERES.
              FIN-VALIDAR-TARJETA-NUEVA.
                  EXIT.

       *> Suma de Luhn de los 9 primeros digitos de TARJETA-LUHN-WS,
       *> como en writeSecundFile
              CALCULAR-SUMA-LUHN.
                  MOVE 0 TO SUMA-LUHN.
                  MOVE 1 TO I-LUHN.
                  PERFORM SUMAR-UN-DIGITO-LUHN UNTIL I-LUHN > 9.

              SUMAR-UN-DIGITO-LUHN.
                  DIVIDE I-LUHN BY 2 GIVING COCIENTE-LUHN
                      REMAINDER RESTO-LUHN.
                  IF RESTO-LUHN = 1
                    COMPUTE DOBLE-LUHN = TARJETA-LUHN-DIG(I-LUHN) * 2
                    IF DOBLE-LUHN > 9
                      SUBTRACT 9 FROM DOBLE-LUHN
                    END-IF
                    ADD DOBLE-LUHN TO SUMA-LUHN
                  ELSE
                    ADD TARJETA-LUHN-DIG(I-LUHN) TO SUMA-LUHN.
                  ADD 1 TO I-LUHN.

              LIMPIAR-PODER-ED.
                  MOVE 0 TO POD-TARJ-ED.
                  MOVE 0 TO POD-PIN-ED.
                  MOVE SPACES TO POD-DNI-APODERADO-ED.
                  MOVE SPACES TO POD-NOMBRE-ED.
                  MOVE 0 TO POD-TARJ-TITULAR-ED.
                  MOVE SPACES TO POD-CUENTA-ED.
                  MOVE "N" TO POD-RETIRAR-ED.
                  MOVE "N" TO POD-TRANSFERIR-ED.
                  MOVE 0 TO POD-LIMITE-ED.
                  MOVE 0 TO POD-DESDE-ED.
                  MOVE 0 TO POD-HASTA-ED.
                  MOVE 0 TO POD-REVOCACION-ED.
                  MOVE SPACES TO POD-MOTIVO-ED.

       *> Los campos modificables del poder
              PASAR-ED-A-PODER.
                  MOVE POD-RETIRAR-ED TO POD-RETIRAR.
                  MOVE POD-TRANSFERIR-ED TO POD-TRANSFERIR.
                  MOVE POD-LIMITE-ED TO POD-LIMITE-OPERACION.
                  MOVE POD-HASTA-ED TO POD-FECHA-HASTA.

              PASAR-PODER-A-ED.
                  MOVE POD-TARJ TO POD-TARJ-ED.
                  MOVE 0 TO POD-PIN-ED.
                  MOVE POD-DNI-APODERADO TO POD-DNI-APODERADO-ED.
                  MOVE POD-NOMBRE-APODERADO TO POD-NOMBRE-ED.
                  MOVE POD-TARJ-TITULAR TO POD-TARJ-TITULAR-ED.
                  MOVE POD-CUENTA TO POD-CUENTA-ED.
                  MOVE POD-RETIRAR TO POD-RETIRAR-ED.
                  MOVE POD-TRANSFERIR TO POD-TRANSFERIR-ED.
                  MOVE POD-LIMITE-OPERACION TO POD-LIMITE-ED.
                  MOVE POD-FECHA-DESDE TO POD-DESDE-ED.
                  MOVE POD-FECHA-HASTA TO POD-HASTA-ED.

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
                  MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
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
