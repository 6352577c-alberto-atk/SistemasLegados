       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLASIFICARPUENTE.
       *> Puesto de trabajo de contabilidad para las partidas que
       *> CONTABILIZARDIARIO deja en la cuenta puente cuando un apunte
       *> no tiene regla de contabilizacion (o su regla no es valida):
       *> hasta ahora nadie las trabajaba y el saldo de la cuenta
       *> puente solo crecia en MAYOR.DAT. Cada partida abierta esta en
       *> PARTIDAS-PUENTE.DAT con el apunte de MOVS.DAT que la origino.
       *> El programa lista las pendientes de la mas antigua a la mas
       *> reciente con sus dias de antiguedad y un resumen por tramos,
       *> muestra el apunte de origen de cada una y permite
       *> reclasificarla a la cuenta del plan que le corresponde: la
       *> reclasificacion anota en LIBRODIARIO.DAT el traspaso (debe en
       *> la cuenta elegida, haber en la puente), cierra la partida con
       *> quien la reclasifico y cuando, y deja constancia en
       *> AUDITORIA.DAT. Exige el acceso de personal y la matriz
       *> PERMISOS.DAT de MANTENEMAESTROS, y por encima del umbral de
       *> DOBLE-CONTROL.DAT la aprobacion de un segundo empleado, como
       *> AJUSTARCUADRES. CIERRECONTABLE avisa, o no cierra, si quedan
       *> partidas pendientes mas antiguas de lo que fija PARAMS.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Reclasificacion de las partidas de la cuenta puente
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Linea del libro diario con centro de coste
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PARTIDASPUENTEFILE ASSIGN TO "PARTIDAS-PUENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPT-NUMERO
                  ALTERNATE RECORD KEY IS PPT-MOV-CLAVE
                  FILE STATUS IS FSPP.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT PLANCUENTASFILE ASSIGN TO "PLANCUENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLC-CUENTA
                  FILE STATUS IS FSPL.

              SELECT DIARIOFILE ASSIGN TO "LIBRODIARIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

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

              SELECT DOBLECONTROLFILE ASSIGN TO "DOBLE-CONTROL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDC.

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
       *> FD PARTIDASPUENTEFILE: una partida abierta por apunte
       *> anotado contra la cuenta puente (P=pendiente,
       *> R=reclasificada); la clave alternativa es la del apunte
       FD PARTIDASPUENTEFILE.
       01 REG-PARTIDA-PUENTE.
              02 PPT-NUMERO             PIC 9(6).
              02 PPT-MOV-CLAVE.
                 03 PPT-MOV-ID          PIC X(24).
                 03 PPT-MOV-SEC         PIC 9(6).
              02 PPT-FECHA-NEGOCIO      PIC 9(8).
              02 PPT-IMPORTE            PIC 9(9)V99.
              02 PPT-CONCEPTO           PIC X(40).
              02 PPT-TIPO-OP            PIC XX.
              02 PPT-SUBTIPO-OP         PIC XX.
              02 PPT-MONEDA             PIC X(3).
              02 PPT-TERMINAL           PIC X(4).
              02 PPT-CTA-PUENTE         PIC 9(6).
              02 PPT-MOTIVO             PIC X(30).
              02 PPT-ESTADO             PIC X.
                 88 PPT-PENDIENTE       VALUE "P".
                 88 PPT-RECLASIFICADA   VALUE "R".
              02 PPT-CTA-DESTINO        PIC 9(6).
              02 PPT-FECHA-RECLASIF     PIC 9(8).
              02 PPT-CONTABLE           PIC X(8).
              02 PPT-APROBADOR          PIC X(8).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-CLAVE.
                 03 MOV-ID              PIC X(24).
                 03 MOV-SEC             PIC 9(6).
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-CANTIDAD           PIC --------9.99.
              02 MOV-CUENTA-DESTINO     PIC X(24).
              02 MOV-SALDO              PIC S9(9)V99.
              02 MOV-FECHA.
                 03 DDM                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMM                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAM                 PIC 9999.
              02 MOV-HORA.
                 03 HH                  PIC 99.
                 03 FILLER              PIC X.
                 03 MM                  PIC 99.
                 03 FILLER              PIC X.
                 03 SS                  PIC 99.
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
              02 MOV-SUBTIPO-OP         PIC XX.

       *> FD PLANCUENTASFILE: una cuenta del mayor por registro (ver
       *> MIGRARPLANCONTABLE para las clases y los usos)
       FD PLANCUENTASFILE.
       01 REG-PLAN-CUENTA.
              02 PLC-CUENTA             PIC 9(6).
              02 PLC-NOMBRE             PIC X(30).
              02 PLC-CLASE              PIC X.
              02 PLC-USO                PIC X.
                 88 PLC-USO-PUENTE      VALUE "P".
              02 PLC-ESTADO             PIC X.
                 88 PLC-DE-ALTA         VALUE "A".
              02 PLC-FECHA-ALTA         PIC 9(8).

       *> FD DIARIOFILE: mismo formato de linea que el libro diario
       FD DIARIOFILE.
       01 REG-DIARIO.
              02 DIA-FECHA              PIC X(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CUENTA             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-DEBE-HABER         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

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

       FD DOBLECONTROLFILE.
        01 REG-DOBLE-CONTROL.
          02 DCO-UMBRAL             PIC 9(7)V99.

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
              77 FSPP                  PIC XX.
              77 FSM                   PIC XX.
              77 FSPL                  PIC XX.
              77 FSD                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSDC                  PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 UMBRAL-DUAL-WS        PIC 9(7)V99.
              77 APROBACION-OK-WS      PIC X(2).
              77 APROBACION-USADA-WS   PIC X(2).
              77 APROBADOR-WS          PIC X(8).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FECHA-HOY-WS          PIC 9(8).
              77 PARTIDA-ENCONTRADA    PIC X(2).
              77 MOV-ENCONTRADO        PIC X(2).
              77 CUENTA-VALIDA         PIC X(2).
              77 DIAS-PARTIDA-WS       PIC S9(7).
              77 NUM-PENDIENTES        PIC 9(5).
              77 IMPORTE-PENDIENTE     PIC 9(11)V99.

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
                     VALUE "RECLASIFICARPUENTE".
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

              01 FECHAF.
                 02 DDF                    PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 MMF                    PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 AAF                    PIC 9999.

       *> Tramos de antiguedad del resumen del listado (dias hasta)
              01 TRAMOS-ANTIGUEDAD.
                 02 TRAMO-ENTRADA OCCURS 4 TIMES.
                    03 TRAMO-HASTA          PIC 9(5).
                    03 TRAMO-NUM            PIC 9(5).
                    03 TRAMO-IMPORTE        PIC 9(11)V99.
              01 T                         PIC 9.

              01 NUM-PARTIDA-WS            PIC 9(6).
              01 CTA-DESTINO-ED            PIC 9(6).
              01 MSJ-PUENTE                PIC X(55) VALUE SPACES.
              01 MSJ-APUNTE                PIC X(55) VALUE SPACES.

              01 LINEA-PARTIDA.
                 02 LP-NUMERO              PIC ZZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LP-FECHA               PIC 9(8).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LP-DIAS                PIC ZZZZ9.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LP-IMPORTE             PIC ZZZZZZZZ9.99.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LP-TIPO-OP             PIC XX.
                 02 FILLER                 PIC X VALUE "/".
                 02 LP-SUBTIPO-OP          PIC XX.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LP-CONCEPTO            PIC X(30).

              01 LINEA-TRAMO.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LT-TEXTO               PIC X(16).
                 02 LT-NUM                 PIC ZZZZ9.
                 02 FILLER                 PIC X(11) VALUE " partidas  ".
                 02 LT-IMPORTE             PIC ZZZZZZZZZZ9.99.

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

       01 PANTALLA-MENU-PUENTE.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---PARTIDAS DE LA CUENTA PUENTE---".
           02 LINE 5  COL 19 VALUE "1 - Listar pendientes por antiguedad".
           02 LINE 7  COL 19 VALUE "2 - Reclasificar una partida".
           02 LINE 9  COL 19 VALUE "3 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-PUENTE.

       01 PANTALLA-BUSCAR-PARTIDA.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---PARTIDAS DE LA CUENTA PUENTE---".
           02 LINE 6  COL 19 VALUE "PARTIDA:".
           02 LINE 6  COL 28 PIC 9(6) USING NUM-PARTIDA-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-PUENTE.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01 PANTALLA-RECLASIFICAR.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---RECLASIFICAR PARTIDA PUENTE---".
           02 LINE 4   COL 4   VALUE "PARTIDA:".
           02 LINE 4   COL 13  PIC ZZZZZ9 FROM PPT-NUMERO.
           02 LINE 4   COL 24  VALUE "FECHA NEGOCIO:".
           02 LINE 4   COL 39  PIC 9(8) FROM PPT-FECHA-NEGOCIO.
           02 LINE 4   COL 50  VALUE "IMPORTE:".
           02 LINE 4   COL 59  PIC ZZZZZZZZ9.99 FROM PPT-IMPORTE.
           02 LINE 5   COL 4   VALUE "TIPO:".
           02 LINE 5   COL 10  PIC XX FROM PPT-TIPO-OP.
           02 LINE 5   COL 12  VALUE "/".
           02 LINE 5   COL 13  PIC XX FROM PPT-SUBTIPO-OP.
           02 LINE 5   COL 17  VALUE "MONEDA:".
           02 LINE 5   COL 25  PIC X(3) FROM PPT-MONEDA.
           02 LINE 5   COL 30  VALUE "TERMINAL:".
           02 LINE 5   COL 40  PIC X(4) FROM PPT-TERMINAL.
           02 LINE 5   COL 46  VALUE "PUENTE:".
           02 LINE 5   COL 54  PIC 9(6) FROM PPT-CTA-PUENTE.
           02 LINE 6   COL 4   VALUE "MOTIVO:".
           02 LINE 6   COL 12  PIC X(30) FROM PPT-MOTIVO.
           02 LINE 8   COL 4   VALUE "---APUNTE DE ORIGEN (MOVS.DAT)---".
           02 LINE 9   COL 4   VALUE "CUENTA:".
           02 LINE 9   COL 12  PIC X(24) FROM PPT-MOV-ID.
           02 LINE 9   COL 38  VALUE "SEC:".
           02 LINE 9   COL 43  PIC 9(6) FROM PPT-MOV-SEC.
           02 LINE 10  COL 4   VALUE "FECHA:".
           02 LINE 10  COL 12  PIC X(10) FROM MOV-FECHA.
           02 LINE 10  COL 24  PIC X(8) FROM MOV-HORA.
           02 LINE 10  COL 38  VALUE "IMPORTE:".
           02 LINE 10  COL 47  PIC X(12) FROM MOV-CANTIDAD.
           02 LINE 11  COL 4   VALUE "CONCEPTO:".
           02 LINE 11  COL 14  PIC X(40) FROM MOV-CONCEPTO.
           02 LINE 12  COL 4   VALUE "CTA. DESTINO:".
           02 LINE 12  COL 18  PIC X(24) FROM MOV-CUENTA-DESTINO.
           02 LINE 13  COL 4   PIC X(55) FROM MSJ-APUNTE.
           02 LINE 15  COL 4   VALUE "CUENTA CONTABLE CORRECTA:".
           02 LINE 15  COL 30  PIC 9(6) USING CTA-DESTINO-ED
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 16  COL 4   VALUE
               "(debe en esta cuenta, haber en la cuenta puente)".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PUENTE.
           02 LINE 22  COL 19  VALUE "ENTER - Reclasificar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01  PANTALLA-APROBACION.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---DOBLE CONTROL---".
           02 LINE 4   COL 13  VALUE
               "El importe supera el umbral de doble control:".
           02 LINE 5   COL 13  VALUE
               "un segundo empleado autorizado debe aprobarlo.".
           02 LINE 8   COL 19  VALUE "ID EMPLEADO: ".
           02 LINE 8   COL 32  PIC X(8) USING APROB-ID-INTENTO
               UNDERLINE.
           02 LINE 10  COL 19  VALUE "CLAVE: ".
           02 LINE 10  COL 32  PIC 9(4) USING APROB-CLAVE-INTENTO
               SECURE BLANK WHEN ZERO.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-PUENTE.
           02 LINE 22  COL 19  VALUE "ENTER - Aprobar".
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
                  PERFORM CARGAR-UMBRAL-DUAL.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-WS.
                  MOVE SPACES TO MSJ-PUENTE.
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

       *> Umbral del doble control: se lee de DOBLE-CONTROL.DAT; si el
       *> fichero no existe se asumen 500.00, como en AJUSTARCUADRES
              CARGAR-UMBRAL-DUAL.
                  MOVE 500.00 TO UMBRAL-DUAL-WS.
                  OPEN INPUT DOBLECONTROLFILE.
                  IF FSDC = "35"
                    CONTINUE
                  ELSE
                    READ DOBLECONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF DCO-UMBRAL > 0
                          MOVE DCO-UMBRAL TO UMBRAL-DUAL-WS.
                  CLOSE DOBLECONTROLFILE.

       *> Procedimiento pedir-aprobacion, como el de AJUSTARCUADRES: un
       *> segundo empleado, distinto del que tramita y tambien
       *> autorizado en este programa, debe teclear su ID y su clave
       *> antes de que la reclasificacion se grabe
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
                  MOVE SPACES TO MSJ-PUENTE.
                  IF APROB-ID-INTENTO = STAFF-ID-INTENTO
                    MOVE "Debe aprobar un empleado distinto"
                        TO MSJ-PUENTE
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
                          TO MSJ-PUENTE.
                  IF APROBACION-OK-WS = "SI"
                    MOVE APROB-ID-INTENTO TO APROBADOR-WS
                    GO TO FIN-PEDIR-APROBACION.
                  IF MSJ-PUENTE = SPACES
                    MOVE "ID o clave incorrectos" TO MSJ-PUENTE.

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
       *> empleado que aprobo la reclasificacion
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
                  DISPLAY PANTALLA-MENU-PUENTE.
                  ACCEPT PANTALLA-MENU-PUENTE
                      IF COB-CRT-STATUS = 1009
                        MOVE "3" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-PUENTE.
                  IF OPCION = "1"
                    PERFORM LISTAR-PARTIDAS THRU FIN-LISTAR-PARTIDAS
                  ELSE
                    IF OPCION = "2"
                      PERFORM RECLASIFICAR-PARTIDA
                          THRU FIN-RECLASIFICAR-PARTIDA
                    ELSE
                      IF OPCION NOT = "3"
                        MOVE "Opcion no valida" TO MSJ-PUENTE.
              FIN-MOSTRAR-MENU.

       *> Partidas pendientes de la mas antigua a la mas reciente (el
       *> numero de partida sigue el orden en que se anotaron), con
       *> sus dias de antiguedad respecto a la fecha de negocio y un
       *> resumen final por tramos de antiguedad
              LISTAR-PARTIDAS.
                  MOVE 0 TO NUM-PENDIENTES.
                  MOVE 0 TO IMPORTE-PENDIENTE.
                  MOVE 7 TO TRAMO-HASTA(1).
                  MOVE 30 TO TRAMO-HASTA(2).
                  MOVE 90 TO TRAMO-HASTA(3).
                  MOVE 99999 TO TRAMO-HASTA(4).
                  MOVE 1 TO T.
                  PERFORM LIMPIAR-TRAMO UNTIL T > 4.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Part.  F.negocio   Dias       Importe  Tipo   Concepto".
                  OPEN INPUT PARTIDASPUENTEFILE.
                  IF FSPP = "35"
                    DISPLAY "No hay ninguna partida en la cuenta puente."
                    CLOSE PARTIDASPUENTEFILE
                    GO TO ESPERAR-LISTAR-PARTIDAS.

                INICIO-LISTAR-PARTIDAS.
                  READ PARTIDASPUENTEFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-PARTIDAS.
                  IF NOT PPT-PENDIENTE
                    GO TO INICIO-LISTAR-PARTIDAS.
                  PERFORM CALCULAR-DIAS-PARTIDA.
                  MOVE PPT-NUMERO TO LP-NUMERO.
                  MOVE PPT-FECHA-NEGOCIO TO LP-FECHA.
                  MOVE DIAS-PARTIDA-WS TO LP-DIAS.
                  MOVE PPT-IMPORTE TO LP-IMPORTE.
                  MOVE PPT-TIPO-OP TO LP-TIPO-OP.
                  MOVE PPT-SUBTIPO-OP TO LP-SUBTIPO-OP.
                  MOVE PPT-CONCEPTO TO LP-CONCEPTO.
                  DISPLAY LINEA-PARTIDA.
                  ADD 1 TO NUM-PENDIENTES.
                  ADD PPT-IMPORTE TO IMPORTE-PENDIENTE.
                  MOVE 1 TO T.
                  PERFORM BUSCAR-TRAMO UNTIL T > 4.
                  GO TO INICIO-LISTAR-PARTIDAS.

                CERRAR-LISTAR-PARTIDAS.
                  CLOSE PARTIDASPUENTEFILE.
                  DISPLAY " ".
                  DISPLAY "Resumen por antiguedad:".
                  MOVE "0 a 7 dias" TO LT-TEXTO.
                  MOVE 1 TO T.
                  PERFORM MOSTRAR-TRAMO.
                  MOVE "8 a 30 dias" TO LT-TEXTO.
                  PERFORM MOSTRAR-TRAMO.
                  MOVE "31 a 90 dias" TO LT-TEXTO.
                  PERFORM MOSTRAR-TRAMO.
                  MOVE "mas de 90 dias" TO LT-TEXTO.
                  PERFORM MOSTRAR-TRAMO.
                  MOVE "TOTAL" TO LT-TEXTO.
                  MOVE NUM-PENDIENTES TO LT-NUM.
                  MOVE IMPORTE-PENDIENTE TO LT-IMPORTE.
                  DISPLAY LINEA-TRAMO.

                ESPERAR-LISTAR-PARTIDAS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-PARTIDAS.
                  EXIT.

              LIMPIAR-TRAMO.
                  MOVE 0 TO TRAMO-NUM(T).
                  MOVE 0 TO TRAMO-IMPORTE(T).
                  ADD 1 TO T.

       *> Suma la partida al primer tramo que la abarca
              BUSCAR-TRAMO.
                  IF DIAS-PARTIDA-WS <= TRAMO-HASTA(T)
                    ADD 1 TO TRAMO-NUM(T)
                    ADD PPT-IMPORTE TO TRAMO-IMPORTE(T)
                    MOVE 5 TO T
                  ELSE
                    ADD 1 TO T.

              MOSTRAR-TRAMO.
                  MOVE TRAMO-NUM(T) TO LT-NUM.
                  MOVE TRAMO-IMPORTE(T) TO LT-IMPORTE.
                  DISPLAY LINEA-TRAMO.
                  ADD 1 TO T.

       *> Dias desde la fecha de negocio de la partida hasta la
       *> vigente; una fecha no valida cuenta como de hoy
              CALCULAR-DIAS-PARTIDA.
                  MOVE 0 TO DIAS-PARTIDA-WS.
                  IF PPT-FECHA-NEGOCIO >= 16010101 AND
                     PPT-FECHA-NEGOCIO <= FECHA-NEGOCIO-WS
                    COMPUTE DIAS-PARTIDA-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                        - FUNCTION INTEGER-OF-DATE(PPT-FECHA-NEGOCIO).

       *> Reclasifica una partida pendiente: muestra el apunte de
       *> origen, pide la cuenta correcta del plan, anota el traspaso
       *> en el diario y cierra la partida
              RECLASIFICAR-PARTIDA.
                  MOVE 0 TO NUM-PARTIDA-WS.

                MOSTRAR-PANTALLA-BUSCAR-PARTIDA.
                  DISPLAY PANTALLA-BUSCAR-PARTIDA.
                  ACCEPT PANTALLA-BUSCAR-PARTIDA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-RECLASIFICAR-PARTIDA.

                  MOVE SPACES TO MSJ-PUENTE.
                  PERFORM LEER-PARTIDA.
                  IF PARTIDA-ENCONTRADA NOT = "SI"
                    MOVE "No existe esa partida" TO MSJ-PUENTE
                    GO TO MOSTRAR-PANTALLA-BUSCAR-PARTIDA.
                  IF PPT-RECLASIFICADA
                    MOVE "Esa partida ya esta reclasificada" TO MSJ-PUENTE
                    GO TO MOSTRAR-PANTALLA-BUSCAR-PARTIDA.
                  PERFORM LEER-APUNTE-ORIGEN.
                  MOVE 0 TO CTA-DESTINO-ED.

                MOSTRAR-PANTALLA-RECLASIFICAR.
                  DISPLAY PANTALLA-RECLASIFICAR.
                  ACCEPT PANTALLA-RECLASIFICAR
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-PUENTE
                        GO TO FIN-RECLASIFICAR-PARTIDA.

                  PERFORM VALIDAR-CUENTA-DESTINO
                      THRU FIN-VALIDAR-CUENTA-DESTINO.
                  IF CUENTA-VALIDA NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-RECLASIFICAR.

*> Por encima del umbral la reclasificacion exige la aprobacion de
*> un segundo empleado autorizado (doble control)
                  MOVE "NO" TO APROBACION-USADA-WS.
                  IF PPT-IMPORTE > UMBRAL-DUAL-WS
                    PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION
                    IF APROBACION-OK-WS NOT = "SI"
                      MOVE "Sin aprobacion: la partida sigue pendiente"
                          TO MSJ-PUENTE
                      GO TO FIN-RECLASIFICAR-PARTIDA
                    ELSE
                      MOVE "SI" TO APROBACION-USADA-WS.

*> La partida se relee para grabar: otro puesto podria haberla
*> reclasificado mientras tanto
                  OPEN I-O PARTIDASPUENTEFILE.
                  MOVE NUM-PARTIDA-WS TO PPT-NUMERO.
                  READ PARTIDASPUENTEFILE
                      INVALID KEY
                        CLOSE PARTIDASPUENTEFILE
                        MOVE "No existe esa partida" TO MSJ-PUENTE
                        GO TO FIN-RECLASIFICAR-PARTIDA.
                  IF NOT PPT-PENDIENTE
                    CLOSE PARTIDASPUENTEFILE
                    MOVE "Esa partida ya esta reclasificada" TO MSJ-PUENTE
                    GO TO FIN-RECLASIFICAR-PARTIDA.
                  PERFORM ASENTAR-RECLASIFICACION.
                  MOVE "R" TO PPT-ESTADO.
                  MOVE CTA-DESTINO-ED TO PPT-CTA-DESTINO.
                  MOVE FECHA-HOY-WS TO PPT-FECHA-RECLASIF.
                  MOVE STAFF-ID-INTENTO TO PPT-CONTABLE.
                  MOVE APROBADOR-WS TO PPT-APROBADOR.
                  IF APROBACION-USADA-WS NOT = "SI"
                    MOVE SPACES TO PPT-APROBADOR.
                  REWRITE REG-PARTIDA-PUENTE.
                  CLOSE PARTIDASPUENTEFILE.

                  MOVE "RECLASIF" TO AUD-OPERACION-WS.
                  MOVE "PARTPUENTE" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  STRING PPT-NUMERO ">" CTA-DESTINO-ED
                      DELIMITED BY SIZE INTO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  IF APROBACION-USADA-WS = "SI"
                    PERFORM GUARDAR-AUDITORIA-APROBADOR.
                  MOVE "Partida reclasificada y anotada en el diario"
                      TO MSJ-PUENTE.
              FIN-RECLASIFICAR-PARTIDA.
                  EXIT.

              LEER-PARTIDA.
                  MOVE "NO" TO PARTIDA-ENCONTRADA.
                  OPEN INPUT PARTIDASPUENTEFILE.
                  IF FSPP = "35"
                    CLOSE PARTIDASPUENTEFILE
                  ELSE
                    MOVE NUM-PARTIDA-WS TO PPT-NUMERO
                    READ PARTIDASPUENTEFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "SI" TO PARTIDA-ENCONTRADA
                    END-READ
                    CLOSE PARTIDASPUENTEFILE.

       *> Apunte de MOVS.DAT que origino la partida; si ya se archivo
       *> (ARCHIVARMOVS) se muestra solo lo que guarda la partida
              LEER-APUNTE-ORIGEN.
                  MOVE "NO" TO MOV-ENCONTRADO.
                  MOVE SPACES TO MSJ-APUNTE.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                  ELSE
                    MOVE PPT-MOV-ID TO MOV-ID
                    MOVE PPT-MOV-SEC TO MOV-SEC
                    READ MOVFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "SI" TO MOV-ENCONTRADO
                    END-READ
                    CLOSE MOVFILE.
                  IF MOV-ENCONTRADO NOT = "SI"
                    MOVE SPACES TO REG-MOVIMIENTOS
                    MOVE PPT-CONCEPTO TO MOV-CONCEPTO
                    MOVE "Apunte no encontrado en MOVS.DAT (archivado?)"
                        TO MSJ-APUNTE.

       *> La cuenta correcta tiene que estar en el plan, de alta, y no
       *> ser una cuenta puente
              VALIDAR-CUENTA-DESTINO.
                  MOVE "NO" TO CUENTA-VALIDA.
                  MOVE SPACES TO MSJ-PUENTE.
                  IF CTA-DESTINO-ED = 0
                    MOVE "Indique la cuenta contable correcta" TO MSJ-PUENTE
                    GO TO FIN-VALIDAR-CUENTA-DESTINO.
                  IF CTA-DESTINO-ED = PPT-CTA-PUENTE
                    MOVE "La cuenta correcta no puede ser la puente"
                        TO MSJ-PUENTE
                    GO TO FIN-VALIDAR-CUENTA-DESTINO.
                  OPEN INPUT PLANCUENTASFILE.
                  IF FSPL = "35"
                    CLOSE PLANCUENTASFILE
                    MOVE "No existe PLANCUENTAS.DAT" TO MSJ-PUENTE
                    GO TO FIN-VALIDAR-CUENTA-DESTINO.
                  MOVE CTA-DESTINO-ED TO PLC-CUENTA.
                  READ PLANCUENTASFILE
                      INVALID KEY
                        MOVE "La cuenta no esta en el plan" TO MSJ-PUENTE
                      NOT INVALID KEY
                        IF NOT PLC-DE-ALTA
                          MOVE "La cuenta esta de baja" TO MSJ-PUENTE
                        ELSE
                          IF PLC-USO-PUENTE
                            MOVE "La cuenta correcta no puede ser la puente"
                                TO MSJ-PUENTE
                          ELSE
                            MOVE "SI" TO CUENTA-VALIDA
                          END-IF
                        END-IF
                  END-READ.
                  CLOSE PLANCUENTASFILE.
              FIN-VALIDAR-CUENTA-DESTINO.
                  EXIT.

       *> Traspaso por partida doble al diario: debe en la cuenta
       *> correcta, haber en la cuenta puente de la partida
              ASENTAR-RECLASIFICACION.
                  MOVE FECHA-HOY-WS(7:2) TO DDF.
                  MOVE FECHA-HOY-WS(5:2) TO MMF.
                  MOVE FECHA-HOY-WS(1:4) TO AAF.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHAF TO DIA-FECHA.
                  MOVE CTA-DESTINO-ED TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE PPT-IMPORTE TO DIA-IMPORTE.
                  MOVE SPACES TO DIA-CONCEPTO.
                  STRING "Reclasif. puente " PPT-NUMERO " "
                         PPT-CONCEPTO
                      DELIMITED BY SIZE INTO DIA-CONCEPTO.
                  WRITE REG-DIARIO.
                  MOVE PPT-CTA-PUENTE TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
                  CLOSE DIARIOFILE.

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
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
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
