       *>
       *> Versiones
       *> Versión 1.0 - Repesca del diario local de la puerta
       *> Versión 1.1 - Numero de espectaculo de cuatro cifras
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       01 REG-LOCAL.
              02 LOC-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2).
              02 LOC-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 LOC-ASIENTO            PIC 9(3).

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

       FD DISCREPANCIASFILE.
       01 REG-DISCREPANCIA.
              02 DIS-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIS-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIS-ASIENTO            PIC 9(3).
              02 FILLER                 PIC X(2) VALUE SPACES.
