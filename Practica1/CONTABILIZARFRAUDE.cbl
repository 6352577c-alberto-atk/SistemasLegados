       *>
       *> Versiones
       *> Versión 1.0 - Saneamiento contable del fraude confirmado
       *> Versión 1.1 - Linea del libro diario con centro de coste
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE IMPORTE-CASO-WS TO DIA-IMPORTE.
                  MOVE SPACES TO DIA-CONCEPTO.
                  MOVE SPACES TO DIA-CENTRO-COSTE.
                  STRING "Perdida fraude caso " CASO-NUMERO
                      DELIMITED BY SIZE INTO DIA-CONCEPTO.
                  WRITE REG-DIARIO.
