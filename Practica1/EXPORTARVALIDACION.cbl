       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARVALIDACION.
       *> Exporta el extracto sellado de validacion de un espectaculo
       *> para la puerta sin enlace: vuelca a VALIDACION-NNNN.DAT los
       *> codigos de admision vigentes de la funcion (y los codigos de
       *> abono de temporada cuya serie la cubre), una linea por
       *> codigo con su asiento y estado, y una linea final de cierre
       *>
       *> Versiones
       *> Versión 1.0 - Extracto sellado para la puerta sin enlace
       *> Versión 1.1 - El detalle lleva la zona, fila y butaca del
       *>               asiento en los espectaculos con recinto
       *> Versión 1.2 - Numero de espectaculo de cuatro cifras; el
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

       *> FD VALIDACIONFILE: una linea "D" por codigo exportado y la
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
              77 FSCE                  PIC XX.
              77 FSABO                 PIC XX.
              77 FSVA                  PIC XX.
              77 WS-NOMBRE-VALIDACION  PIC X(19).
              77 NUM-ESPEC-WS          PIC 9(4).
              77 NUM-EXPORTADOS        PIC 9(5) VALUE 0.
              77 CONTROL-WS            PIC 9(9) VALUE 0.
              77 SUMA-CONTROL-WS       PIC 9(12) VALUE 0.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---EXTRACTO DE VALIDACION---".
           02 LINE 6  COL 19 VALUE "ESPECTACULO A EXPORTAR:".
           02 LINE 6  COL 43 PIC 9(4) USING NUM-ESPEC-WS
               BLANK WHEN ZERO.
           02 LINE 21 COL 19 VALUE "ENTER - Exportar".
           02 LINE 22 COL 19 VALUE "  F9  - Salir".
                  MOVE CODENT-CODIGO TO VAL-CODIGO.
                  MOVE CODENT-ESPEC TO VAL-ESPEC.
                  MOVE CODENT-ASIENTO TO VAL-ASIENTO.
                  MOVE CODENT-ZONA TO VAL-ZONA.
                  MOVE CODENT-FILA TO VAL-FILA.
                  MOVE CODENT-BUTACA TO VAL-BUTACA.
                  WRITE REG-VALIDACION.
                  ADD 1 TO NUM-EXPORTADOS.
*> Valor de control encadenado, al estilo del diario electronico
