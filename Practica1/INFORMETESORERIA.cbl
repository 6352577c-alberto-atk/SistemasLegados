       *>
       *> Versiones
       *> Versión 1.0 - Posicion de tesoreria consolidada del dia
       *> Versión 1.1 - Numero de espectaculo de cuatro cifras
       *> Versión 1.2 - Nota de liquidacion con devoluciones de aplazamiento
       *> Versión 1.3 - Nota de liquidacion con derechos de autor
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco


       FD LIQESPECFILE.
       01 REG-LIQESPEC.
              02 LIQ-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 LIQ-NOMBRE-ESPEC       PIC X(20).
              02 FILLER                 PIC X(2).
              02 LIQ-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 LIQ-ABONO              PIC X(15).
              02 FILLER                 PIC X(2).
              02 LIQ-NUM-DEV-APLAZ      PIC X(5).
              02 FILLER                 PIC X(2).
              02 LIQ-DEV-APLAZ          PIC X(11).
              02 FILLER                 PIC X(2).
              02 LIQ-DERECHOS           PIC X(11).

       *> FD POSICIONFILE: posicion guardada por fecha de negocio,
       *> para la variacion dia a dia
