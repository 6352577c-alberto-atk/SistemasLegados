       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRUIRPERSONAS.
       *> Proceso batch que reconstruye las tarjetas del indice de
       *> personas PERSONAS.DAT: un registro por USER-DNI con todas las
       *> tarjetas de esa persona -- las titulares de USERS.DAT y las
       *> secundarias de SECUND.DAT, que heredan el DNI del titular de
       *> la tarjeta a la que apuntan. El indice lo mantienen al dia
       *> MANTENECLIENTES y writeSecundFile; este batch lo regenera
       *> entero para la carga inicial o tras cualquier descuadre,
       *> conservando los datos propios de cada persona que no salen
       *> de las tarjetas (residencia fiscal).
       *>
       *> Versiones
       *> Versión 1.0 - Reconstruccion del indice de personas por DNI
       *> Versión 1.1 - La regeneracion conserva la marca de
       *>               fallecimiento (tarjetas en estado D)
       *> Versión 1.2 - La regeneracion conserva los datos propios
       *>               de cada persona (residencia fiscal)
       *> Versión 1.3 - Comprueba el trazado de los maestros al arrancar
       *>               y sella el de PERSONAS.DAT al regenerarlo
       *> Versión 1.4 - Sella PERSONAS.DAT con el trazado 2 (datos fiscales,
       *>               KYC y domicilio) y espera USERS.DAT con el 3
       *> Versión 1.5 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
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
              77 TRAZADO-REGISTROS-WS  PIC 9(9).
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSPE                  PIC XX.
              77 TARJETA-NUEVA-WS      PIC 9(10).
              77 TARJETA-YA-ANOTADA    PIC X(2).
              77 NUM-PERSONAS          PIC 9(5) VALUE 0.
              77 NUM-SIN-TARJETAS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM VACIAR-TARJETAS-PERSONAS
                      THRU FIN-VACIAR-TARJETAS-PERSONAS.
                  PERFORM INDEXAR-TITULARES THRU FIN-INDEXAR-TITULARES.
                  PERFORM INDEXAR-SECUNDARIAS
                      THRU FIN-INDEXAR-SECUNDARIAS.
                  PERFORM BORRAR-PERSONAS-SIN-TARJETAS
                      THRU FIN-BORRAR-PERSONAS-SIN-TARJETAS.
                  MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  MOVE NUM-PERSONAS TO TRAZADO-REGISTROS-WS.
                  PERFORM SELLAR-TRAZADO.
                  DISPLAY "CONSTRUIRPERSONAS: " NUM-PERSONAS
                      " personas indexadas, " NUM-SIN-TARJETAS
                      " sin tarjetas borradas.".
                  STOP RUN.

       *> La reconstruccion ya no parte de un fichero vacio: los datos
       *> propios de la persona (residencia fiscal y autocertificacion,
       *> fecha de fallecimiento) solo viven aqui y no se pueden
       *> deducir de las tarjetas. Se vacia la lista de tarjetas de
       *> cada persona y se vuelve a llenar. Si el fichero no existe o
       *> tiene el trazado anterior (status 39, recien desplegado), se
       *> crea vacio como antes
              VACIAR-TARJETAS-PERSONAS.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35" OR FSPE = "39"
                    CLOSE PERSONASFILE
                    OPEN OUTPUT PERSONASFILE
                    CLOSE PERSONASFILE
                    GO TO FIN-VACIAR-TARJETAS-PERSONAS.

                LEER-PERSONA-VACIAR.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-VACIAR-TARJETAS.
                  MOVE 0 TO PER-NUM-TARJETAS.
                  MOVE 0 TO PER-TARJETA(1).
                  MOVE 0 TO PER-TARJETA(2).
                  MOVE 0 TO PER-TARJETA(3).
                  MOVE 0 TO PER-TARJETA(4).
                  MOVE 0 TO PER-TARJETA(5).
                  REWRITE REG-PERSONA.
                  GO TO LEER-PERSONA-VACIAR.

                CERRAR-VACIAR-TARJETAS.
                  CLOSE PERSONASFILE.
              FIN-VACIAR-TARJETAS-PERSONAS.
                  EXIT.

       *> Las personas que se han quedado sin ninguna tarjeta ya no
       *> son clientes: fuera del indice
              BORRAR-PERSONAS-SIN-TARJETAS.
                  MOVE 0 TO NUM-PERSONAS.
                  OPEN I-O PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO FIN-BORRAR-PERSONAS-SIN-TARJETAS.

                LEER-PERSONA-BORRAR.
                  READ PERSONASFILE NEXT RECORD
                      AT END GO TO CERRAR-BORRAR-PERSONAS.
                  IF PER-NUM-TARJETAS = 0
                    DELETE PERSONASFILE RECORD
                    ADD 1 TO NUM-SIN-TARJETAS
                  ELSE
                    ADD 1 TO NUM-PERSONAS.
                  GO TO LEER-PERSONA-BORRAR.

                CERRAR-BORRAR-PERSONAS.
                  CLOSE PERSONASFILE.
              FIN-BORRAR-PERSONAS-SIN-TARJETAS.
                  EXIT.

              INDEXAR-TITULARES.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                      INVALID KEY GO TO ALTA-PERSONA.

*> La marca de fallecimiento se reconstruye desde el estado "D" de
*> la tarjeta: este fichero se regenera tras cualquier descuadre y
*> no debe perderla (si el fichero se creo vacio, la fecha exacta
*> queda a cero hasta que la oficina la reponga en
*> GESTIONARFALLECIDOS)
                  IF USER-BLOQUEADA = "D" AND PER-FALLECIDO NOT = "S"
                  ELSE
                    MOVE "N" TO PER-FALLECIDO.
                  MOVE 0 TO PER-FECHA-FALLECIMIENTO.
                  MOVE SPACES TO PER-RESIDENCIA-FISCAL.
                  MOVE SPACES TO PER-NIF-EXTRANJERO.
                  MOVE "N" TO PER-CIUDADANO-EEUU.
                  MOVE 0 TO PER-FECHA-AUTOCERT.
                  MOVE 0 TO PER-FECHA-NACIMIENTO.
                  MOVE "N" TO PER-MENOR.
                  MOVE SPACES TO PER-DNI-TUTOR.
                  MOVE SPACES TO PER-NACIONALIDAD.
                  MOVE SPACES TO PER-TIPO-DOCUMENTO.
                  MOVE SPACES TO PER-NUM-DOCUMENTO.
                  MOVE 0 TO PER-FECHA-CAD-DOCUMENTO.
                  MOVE 0 TO PER-FECHA-ULT-REVISION.
                  MOVE SPACES TO PER-NIVEL-RIESGO.
                  MOVE 0 TO PER-PUNTOS-RIESGO.
                  MOVE 0 TO PER-FECHA-RIESGO.
                  MOVE "N" TO PER-RESTRINGIDO-DOC.
                  MOVE SPACES TO PER-DIR-VIA PER-DIR-NUMERO PER-DIR-PISO
                      PER-DIR-CP PER-DIR-MUNICIPIO PER-DIR-PROVINCIA
                      PER-DIR-PAIS PER-DIR-ESTADO.
                  MOVE 0 TO PER-DIR-FECHA-ESTADO.
                  WRITE REG-PERSONA.
                  ADD 1 TO NUM-PERSONAS.

                    MOVE "SI" TO TARJETA-YA-ANOTADA
                  ELSE
                    ADD 1 TO T.

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

       *> Deja en CONTROL-TRAZADOS.DAT la version de trazado con que
       *> queda grabado el indice regenerado y su numero de registros
              SELLAR-TRAZADO.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ = "35"
                    CLOSE TRAZADOSFILE
                    OPEN OUTPUT TRAZADOSFILE
                    CLOSE TRAZADOSFILE
                    OPEN I-O TRAZADOSFILE.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  MOVE TRAZADO-VERSION-WS TO TRZ-VERSION.
                  MOVE TRAZADO-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO TRZ-FECHA.
                  MOVE "CONSTRUIRPERSONAS" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
