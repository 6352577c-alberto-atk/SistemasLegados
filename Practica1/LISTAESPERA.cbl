       *>
       *> Versiones
       *> Versión 1.0 - Aviso de lista de espera de espectaculos
       *> Versión 1.1 - Numero de espectaculo de cuatro cifras
       *> Versión 1.2 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSV.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD ESPECFILE.
       01 REG-ESPECTACULO.
         02 ESPEC-NUMERO           PIC 9(4).
         02 ESPEC-NOMBRE           PIC X(20).
         02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
         02 ESPEC-DESCRIPCION      PIC X(30).
         02 ESPEC-ENT-TOTAL        PIC 9(3).
         02 ESPEC-PRECIO-NINO      PIC 999V99.
         02 ESPEC-PRECIO-SENIOR    PIC 999V99.
         02 ESPEC-SOLO-ADULTOS     PIC X.
         02 ESPEC-RECINTO        PIC 99.

       FD WAITLISTFILE.
       01 REG-LISTA-ESPERA.
         02 WAIT-CLAVE.
            03 WAIT-ESPEC             PIC 9(4).
            03 WAIT-TARJ              PIC 9(10).
         02 WAIT-CUENTA             PIC X(24).
         02 WAIT-NUM-ENTRADAS       PIC 9(3).

       FD AVISOFILE.
       01 REG-AVISO.
         02 AVISO-ESPEC            PIC 9(4).
         02 FILLER                 PIC X(2) VALUE SPACES.
         02 AVISO-TARJ             PIC 9(10).
         02 FILLER                 PIC X(2) VALUE SPACES.
         02 FILLER                 PIC X(2) VALUE SPACES.
         02 AVISO-FECHA-ALTA       PIC X(10).

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
         02 TRZ-FICHERO               PIC X(12).
         02 TRZ-VERSION               PIC 9(3).
         02 TRZ-NUM-REGISTROS         PIC 9(9).
         02 TRZ-FECHA                 PIC 9(8).
         02 TRZ-PROGRAMA              PIC X(20).

       WORKING-STORAGE SECTION.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSE                   PIC XX.
              77 FSW                   PIC XX.
              77 FSV                   PIC XX.
              77 I                     PIC 9(5) VALUE 1.
              77 J                     PIC 999 VALUE 1.
              77 NUM-ESPERAS           PIC 999 VALUE 0.
              77 NUM-ESPECS            PIC 9(5) VALUE 0.
              77 HUECOS-LIBRES         PIC 9(3).
              77 INDICE-MAS-ANTIGUO    PIC 999.
              77 FECHA-MAS-ANTIGUA     PIC 9(8).

       *> Tabla con los numeros de espectaculo existentes en ESPEC.DAT
              01 TABLA-ESPECS.
                 02 TE-ENTRADA OCCURS 9999 TIMES.
                    03 TE-NUMERO            PIC 9(4).

       *> Tabla con todos los apuntes de WAITLIST.DAT pendientes de
       *> atender, cargada en memoria para poder elegir en cada vuelta
       *> el mas antiguo de un espectaculo concreto
              01 TABLA-ESPERAS.
                 02 TW-ENTRADA OCCURS 500 TIMES.
                    03 TW-ESPEC             PIC 9(4).
                    03 TW-TARJ              PIC 9(10).
                    03 TW-CUENTA            PIC X(24).
                    03 TW-NUM-ENTRADAS      PIC 9(3).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-TABLA-ESPECS THRU FIN-CARGAR-TABLA-ESPECS.
                  PERFORM CARGAR-TABLA-ESPERAS
                      THRU FIN-CARGAR-TABLA-ESPERAS.
                  READ ESPECFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-TABLA-ESPECS.

                  IF NUM-ESPECS < 9999
                    ADD 1 TO NUM-ESPECS
                    MOVE ESPEC-NUMERO TO TE-NUMERO(NUM-ESPECS).

                        MOVE "S" TO WAIT-ATENDIDA
                        REWRITE REG-LISTA-ESPERA.
                  CLOSE WAITLISTFILE.

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
                  MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
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
