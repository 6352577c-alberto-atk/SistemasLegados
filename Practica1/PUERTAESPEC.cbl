       *> Versión 1.3 - Cada rechazo en puerta queda anotado en
       *>               PUERTA-RECHAZOS.DAT, del que
       *>               INFORMEASISTENCIA saca los intentos rechazados
       *> Versión 1.4 - Al admitir se muestra la zona, fila y butaca
       *>               del asiento en los espectaculos con recinto
       *> Versión 1.5 - Numero de espectaculo de cuatro cifras; el
       *>               extracto pasa a VALIDACION-NNNN.DAT
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       FD CODIGOSENTRADAFILE.
       01 REG-CODIGO-ENTRADA.
              02 CODENT-CODIGO          PIC 9(8).
              02 CODENT-ESPEC           PIC 9(4).
              02 CODENT-ASIENTO         PIC 9(3).
              02 CODENT-TARJ            PIC 9(10).
              02 CODENT-ESTADO          PIC X.
                 88 CODENT-VALIDO       VALUE "V".
                 88 CODENT-USADO        VALUE "U".
                 88 CODENT-ANULADO      VALUE "A".
              02 CODENT-ZONA            PIC X(2).
              02 CODENT-FILA            PIC 99.
              02 CODENT-BUTACA          PIC 99.

       FD ABONOSESPECFILE.
       01 REG-ABONO-ESPEC.
              02 ABO-PROMOTOR           PIC X(30).
              02 ABO-NOMBRE             PIC X(20).
              02 ABO-PRECIO             PIC 9(3)V99.
              02 ABO-ESPEC-DESDE        PIC 9(4).
              02 ABO-ESPEC-HASTA        PIC 9(4).
              02 ABO-ACTIVO             PIC X.

       FD VALIDACIONFILE.
              02 VAL-TIPO               PIC X.
                 88 VAL-DETALLE         VALUE "D".
                 88 VAL-CIERRE          VALUE "C".
              02 VAL-RESTO              PIC X(32).
       01 REG-VALIDACION-DETALLE REDEFINES REG-VALIDACION.
              02 FILLER                 PIC X.
              02 VAL-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2).
              02 VAL-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 VAL-ASIENTO            PIC 9(3).
              02 FILLER                 PIC X(2).
              02 VAL-ES-ABONO           PIC X.
              02 FILLER                 PIC X(2).
              02 VAL-ZONA               PIC X(2).
              02 FILLER                 PIC X.
              02 VAL-FILA               PIC 99.
              02 FILLER                 PIC X.
              02 VAL-BUTACA             PIC 99.
       01 REG-VALIDACION-CIERRE REDEFINES REG-VALIDACION.
              02 FILLER                 PIC X.
              02 VAL-NUM-REGISTROS      PIC 9(5).
       01 REG-LOCAL.
              02 LOC-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LOC-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LOC-ASIENTO            PIC 9(3).

       *> FD RECHAZOSFILE: un intento de admision rechazado por linea
       FD RECHAZOSFILE.
       01 REG-RECHAZO.
              02 RCH-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RCH-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              77 FSVA                  PIC XX.
              77 FSLO                  PIC XX.
              77 FSRZ                  PIC XX.
              77 WS-NOMBRE-VALIDACION  PIC X(19).
              77 MODO-PUERTA-WS        PIC X VALUE "O".
              77 V                     PIC 9(3).
              77 NUM-CODIGOS-LOCAL     PIC 9(3) VALUE 0.
              01 TABLA-VALIDACION.
                 02 VAL-ENTRADA OCCURS 300 TIMES.
                    03 TV-CODIGO           PIC 9(8).
                    03 TV-ESPEC            PIC 9(4).
                    03 TV-ASIENTO          PIC 9(3).
                    03 TV-ES-ABONO         PIC X.
                    03 TV-USADO            PIC X.
                    03 TV-ZONA             PIC X(2).
                    03 TV-FILA             PIC 99.
                    03 TV-BUTACA           PIC 99.
              77 CODIGO-PRESENTADO     PIC 9(8).
              77 ESPEC-PRESENTADO      PIC 9(4).
              77 ASIENTO-PRESENTADO    PIC 9(3).
              77 MSJ-PUERTA            PIC X(50) VALUE SPACES.
              77 UBICACION-PUERTA      PIC X(30) VALUE SPACES.
              77 UBI-ZONA-WS           PIC X(2).
              77 UBI-FILA-WS           PIC 99.
              77 UBI-BUTACA-WS         PIC 99.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 LINE 6  COL 19 VALUE "MODO (O=Con enlace/F=Sin enlace):".
           02 LINE 6  COL 53 PIC X USING MODO-PUERTA-WS UNDERLINE.
           02 LINE 8  COL 19 VALUE "ESPECTACULO (solo sin enlace):".
           02 LINE 8  COL 50 PIC 9(4) USING ESPEC-PRESENTADO
               BLANK WHEN ZERO.
           02 LINE 21 COL 19 VALUE "ENTER - Continuar".
           02 LINE 22 COL 19 VALUE "  F9  - Salir".
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---CONTROL DE PUERTA---".
           02 LINE 5  COL 19 VALUE "ESPECTACULO:".
           02 LINE 5  COL 32 PIC 9(4) USING ESPEC-PRESENTADO UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 7  COL 19 VALUE "ASIENTO:".
           02 LINE 7  COL 28 PIC 9(3) USING ASIENTO-PRESENTADO UNDERLINE
           02 LINE 9  COL 39 PIC 9(8) USING CODIGO-PRESENTADO UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 13 COL 14 PIC X(50) FROM MSJ-PUERTA HIGHLIGHT.
           02 LINE 15 COL 14 PIC X(30) FROM UBICACION-PUERTA.
           02 LINE 21 COL 19 VALUE "ENTER - Validar".
           02 LINE 22 COL 19 VALUE "  F9  - Salir".

                      IF COB-CRT-STATUS = 1009
                        STOP RUN.

                  MOVE SPACES TO UBICACION-PUERTA.
                  IF MODO-PUERTA-WS = "F"
                    PERFORM COMPROBAR-CODIGO-LOCAL
                        THRU FIN-COMPROBAR-CODIGO-LOCAL
                  CLOSE CODIGOSENTRADAFILE.
                  MOVE "ADMITIDO: codigo valido, que disfrute"
                      TO MSJ-PUERTA.
                  MOVE CODENT-ZONA TO UBI-ZONA-WS.
                  MOVE CODENT-FILA TO UBI-FILA-WS.
                  MOVE CODENT-BUTACA TO UBI-BUTACA-WS.
                  PERFORM COMPONER-UBICACION.
              FIN-COMPROBAR-CODIGO.
                  EXIT.

              FIN-COMPROBAR-ABONO.
                  EXIT.

       *> Carga el extracto VALIDACION-NNNN.DAT del espectaculo en la
       *> tabla, comprobando el sello: si el recuento o el valor de
       *> control no casan, el extracto se rechaza entero
              CARGAR-EXTRACTO.
                  MOVE VAL-ASIENTO TO TV-ASIENTO(NUM-CODIGOS-LOCAL).
                  MOVE VAL-ES-ABONO TO TV-ES-ABONO(NUM-CODIGOS-LOCAL).
                  MOVE "N" TO TV-USADO(NUM-CODIGOS-LOCAL).
                  MOVE VAL-ZONA TO TV-ZONA(NUM-CODIGOS-LOCAL).
                  MOVE VAL-FILA TO TV-FILA(NUM-CODIGOS-LOCAL).
                  MOVE VAL-BUTACA TO TV-BUTACA(NUM-CODIGOS-LOCAL).
                  COMPUTE SUMA-CONTROL-WS =
                      (CONTROL-WS * 31) + VAL-CODIGO + VAL-ASIENTO.
                  DIVIDE SUMA-CONTROL-WS BY 1000000000
                  PERFORM ANOTAR-ADMISION-LOCAL.
                  MOVE "ADMITIDO (sin enlace): codigo valido"
                      TO MSJ-PUERTA.
                  MOVE TV-ZONA(V) TO UBI-ZONA-WS.
                  MOVE TV-FILA(V) TO UBI-FILA-WS.
                  MOVE TV-BUTACA(V) TO UBI-BUTACA-WS.
                  PERFORM COMPONER-UBICACION.
              FIN-COMPROBAR-CODIGO-LOCAL.
                  EXIT.

       *> En los espectaculos con recinto el acomodador ve a que
       *> zona, fila y butaca dirigir al espectador
              COMPONER-UBICACION.
                  MOVE SPACES TO UBICACION-PUERTA.
                  IF UBI-ZONA-WS NOT = SPACES AND
                     UBI-ZONA-WS NOT = LOW-VALUES
                    STRING "Zona " UBI-ZONA-WS " fila " UBI-FILA-WS
                           " butaca " UBI-BUTACA-WS DELIMITED BY SIZE
                        INTO UBICACION-PUERTA.

              BUSCAR-CODIGO-LOCAL.
                  IF TV-CODIGO(V) = CODIGO-PRESENTADO
                    MOVE "SI" TO CODIGO-HALLADO-WS
