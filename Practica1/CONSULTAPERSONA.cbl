       *>
       *> Versiones
       *> Versión 1.0 - Consulta de posicion global por DNI
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS STAFF-ID
                  FILE STATUS IS FSST.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD PERSONASFILE.
*> aceptan abonos, se frenan cargos); ver GESTIONARFALLECIDOS
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
*> Residencia fiscal de la persona para CRS/FATCA: pais (ISO de
*> dos letras), NIF extranjero, marca de ciudadano de EEUU y
*> fecha de la autocertificacion (cero si no la ha firmado);
*> se mantiene en MANTENECLIENTES
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
*> Menores: fecha de nacimiento (cero si no consta), marca de
*> menor de edad y DNI del tutor legal, que ha de ser otra
*> persona de este fichero; se mantiene en MANTENECLIENTES y la
*> marca la levanta CUMPLIRMAYORIAEDAD al cumplir los 18
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
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

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
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
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
