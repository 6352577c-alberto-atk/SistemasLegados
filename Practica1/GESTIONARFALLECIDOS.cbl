       *> Ademas congela sus ordenes periodicas en ORDENES.DAT y emite
       *> un certificado de saldo a fecha de fallecimiento por cada
       *> cuenta con la maquinaria de CERTIFICADOS.DAT, para los
       *> herederos. Revoca los poderes de PODERES.DAT que otorgo o
       *> ejercia. Exige el mismo acceso de personal que
       *> MANTENEESPEC y deja constancia en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Tramitacion del fallecimiento por DNI
       *> Versión 1.1 - Revocacion de los poderes del fallecido
       *> Versión 1.2 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.3 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.4 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT PODERESFILE ASSIGN TO "PODERES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POD-TARJ
                  FILE STATUS IS FSPOD.

              SELECT STAFFFILE ASSIGN TO "STAFF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD PERSONASFILE.
              02 PER-TARJETA OCCURS 5 TIMES PIC 9(10).
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
              02 PER-FECHA-NACIMIENTO   PIC 9(8).
              02 PER-MENOR              PIC X.
              02 PER-DNI-TUTOR          PIC X(9).
*> Diligencia debida (KYC): nacionalidad (ISO de dos letras), tipo
*> de documento de identidad (D DNI, N NIE, P pasaporte), numero y
*> fecha de caducidad (cero si no consta) y fecha de la ultima
*> revision, que se mantienen en MANTENECLIENTES; el nivel de
*> riesgo (B bajo, M medio, A alto, en blanco sin calcular) con su
*> puntuacion y fecha lo pone CALIFICARRIESGO, y REVISARKYC marca
*> la restriccion a solo abonos por documento caducado
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
*> Direccion postal estructurada: via, numero, piso y puerta,
*> codigo postal, municipio, provincia y pais (ISO de dos letras),
*> validada contra CODIGOS-POSTALES.DAT en MANTENECLIENTES. Estado
*> V valida, P pendiente de completar (direccion libre antigua sin
*> convertir del todo, ver CONVERTIRDIRECCIONES), D devuelta por
*> correos (CORREODEVUELTO: sin envios en papel hasta que se
*> actualice), con la fecha del ultimo cambio de estado
              02 PER-DIR-VIA            PIC X(40).
              02 PER-DIR-NUMERO         PIC X(5).
              02 PER-DIR-PISO           PIC X(10).
              02 PER-DIR-CP             PIC X(5).
              02 PER-DIR-MUNICIPIO      PIC X(30).
              02 PER-DIR-PROVINCIA      PIC X(20).
              02 PER-DIR-PAIS           PIC XX.
              02 PER-DIR-ESTADO         PIC X.
              02 PER-DIR-FECHA-ESTADO   PIC 9(8).

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

*> FD PODERESFILE: un poder por tarjeta de apoderado (ver
*> MANTENEPODERES)
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
              77 FSPE                  PIC XX.
              77 FSPOD                 PIC XX.
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSO                   PIC XX.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
*> Ordenes periodicas congeladas
                  PERFORM CONGELAR-ORDENES THRU FIN-CONGELAR-ORDENES.

*> Poderes otorgados por el fallecido, y los que ejercia como
*> apoderado, revocados con efecto en la fecha de fallecimiento
                  PERFORM REVOCAR-PODERES-FALL THRU FIN-REVOCAR-PODERES-FALL.

                  MOVE "FALLECIDO" TO AUD-OPERACION-WS.
                  MOVE "PERSONAS" TO AUD-FICHERO-WS.
                  MOVE DNI-FALL-WS TO AUD-CLAVE-WS.
                  CLOSE ORDENESFILE.
              FIN-CONGELAR-ORDENES.

       *> Revoca cada poder vigente en que el fallecido es el
       *> poderdante o el apoderado: el poder se extingue con la
       *> muerte de cualquiera de los dos. Cada revocacion queda en la
       *> auditoria con la tarjeta del poder
              REVOCAR-PODERES-FALL.
                  OPEN I-O PODERESFILE.
                  IF FSPOD = "35"
                    CLOSE PODERESFILE
                    GO TO FIN-REVOCAR-PODERES-FALL.

                LEER-UN-PODER-FALL.
                  READ PODERESFILE NEXT RECORD
                      AT END GO TO CERRAR-REVOCAR-PODERES.
                  IF NOT POD-VIGENTE
                    GO TO LEER-UN-PODER-FALL.
                  IF POD-DNI-TITULAR = DNI-FALL-WS
                    MOVE "FALLECIDO TITULAR" TO POD-MOTIVO-BAJA
                  ELSE
                    IF POD-DNI-APODERADO = DNI-FALL-WS
                      MOVE "FALLECIDO APODERADO" TO POD-MOTIVO-BAJA
                    ELSE
                      GO TO LEER-UN-PODER-FALL.
                  MOVE "R" TO POD-ESTADO.
                  MOVE FECHA-FALL-WS TO POD-FECHA-REVOCACION.
                  MOVE FECHA-NEGOCIO-WS TO POD-FECHA-BAJA.
                  REWRITE REG-PODER
                      INVALID KEY GO TO LEER-UN-PODER-FALL.
                  MOVE "REVOCA" TO AUD-OPERACION-WS.
                  MOVE "PODERES.DAT" TO AUD-FICHERO-WS.
                  MOVE POD-TARJ TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  GO TO LEER-UN-PODER-FALL.

                CERRAR-REVOCAR-PODERES.
                  CLOSE PODERESFILE.
              FIN-REVOCAR-PODERES-FALL.
                  EXIT.

              COMPROBAR-ORDEN-FALL.
                  IF TARJETA-FALL(T) NOT = 0 AND
                     ORDEN-TARJ = TARJETA-FALL(T) AND
                  DIVIDE SUMA-CIFRADO-WS BY 10000
                      GIVING COCIENTE-CIFRADO-WS
                      REMAINDER CLAVE-CIFRADA-WS.

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
                  MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
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
