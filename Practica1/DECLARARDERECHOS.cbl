       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARARDERECHOS.
       *> Proceso batch nocturno que saca la declaracion mensual de
       *> derechos de autor para la entidad de gestion, con los
       *> espectaculos liquidados en el mes anterior a la fecha de
       *> negocio. Recorre DERECHOS-LIQUIDADOS.DAT, que deja
       *> LIQUIDARESPECTACULOS, y declara una linea por funcion con la
       *> fecha de la funcion, el promotor, la entidad, la taquilla
       *> bruta, las devoluciones, el IVA, la base sujeta, el tipo y
       *> los derechos a pagar. Las funciones canceladas en el mes
       *> despues de liquidadas (ANULARESPECTACULO) salen como linea
       *> de regularizacion con los importes en negativo. Al final va
       *> el total del mes. Como el mes ya esta cerrado la declaracion
       *> se rehace igual cada noche hasta fin de mes; sale en
       *> DECLARACION-DERECHOS-aaaamm.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Declaracion mensual de derechos de autor
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT DERLIQFILE ASSIGN TO "DERECHOS-LIQUIDADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DLQ-ESPEC
                  FILE STATUS IS FSDL.

              SELECT DECLARACIONFILE ASSIGN TO NOMBRE-DECLARACION-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDC.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

       DATA DIVISION.
       FILE SECTION.
*> FD DERLIQFILE: derechos de autor liquidados por espectaculo (ver
*> LIQUIDARESPECTACULOS)
       FD DERLIQFILE.
       01 REG-DERECHOS-LIQ.
              02 DLQ-ESPEC              PIC 9(4).
              02 DLQ-NOMBRE-ESPEC       PIC X(20).
              02 DLQ-FECHA-ESPEC        PIC 9(8).
              02 DLQ-PROMOTOR           PIC X(30).
              02 DLQ-ENTIDAD            PIC X(30).
              02 DLQ-FECHA-LIQ          PIC 9(8).
              02 DLQ-BRUTO              PIC 9(9)V99.
              02 DLQ-DEVOLUCIONES       PIC 9(9)V99.
              02 DLQ-IVA                PIC 9(9)V99.
              02 DLQ-BASE               PIC 9(9)V99.
              02 DLQ-PCT                PIC 99V99.
              02 DLQ-IMPORTE            PIC 9(9)V99.
              02 DLQ-ESTADO             PIC X.
                 88 DLQ-LIQUIDADO       VALUE "L".
                 88 DLQ-ANULADO         VALUE "A".
              02 DLQ-FECHA-ANULACION    PIC 9(8).

       FD DECLARACIONFILE.
       01 REG-DECLARACION               PIC X(170).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD CONTROLNOCFILE.
       01 REG-CONTROL-NOC.
              02 CTN-CLAVE.
                 03 CTN-FECHA           PIC 9(8).
                 03 CTN-PROGRAMA        PIC X(20).
              02 CTN-LEIDOS             PIC 9(7).
              02 CTN-ESCRITOS           PIC 9(7).
              02 CTN-RECHAZADOS         PIC 9(7).
              02 CTN-IMPORTE-ENTRADA    PIC 9(11)V99.
              02 CTN-IMPORTE-SALIDA     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
              77 FSDL                  PIC XX.
              77 FSDC                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NOMBRE-DECLARACION-WS PIC X(31).
              77 PERIODO-WS            PIC 9(6).
              77 AA-PERIODO-WS         PIC 9(4).
              77 MM-PERIODO-WS         PIC 99.
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-DECLARADAS        PIC 9(7) VALUE 0.
              77 NUM-REGULARIZADAS     PIC 9(7) VALUE 0.
              77 SIGNO-WS              PIC S9 VALUE 1.
              77 TOTAL-BRUTO-WS        PIC S9(11)V99 VALUE 0.
              77 TOTAL-DEVOL-WS        PIC S9(11)V99 VALUE 0.
              77 TOTAL-BASE-WS         PIC S9(11)V99 VALUE 0.
              77 TOTAL-DERECHOS-WS     PIC S9(11)V99 VALUE 0.

              01 FECHA-DECL-WS         PIC 9(8).
              01 FECHA-DECL-R REDEFINES FECHA-DECL-WS.
                 02 AA-DECL            PIC 9999.
                 02 MM-DECL            PIC 99.
                 02 DD-DECL            PIC 99.

              01 LINEA-TITULO.
                 02 FILLER             PIC X(43) VALUE
                     "DECLARACION DE DERECHOS DE AUTOR - MES     ".
                 02 LT-MM              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 LT-AA              PIC 9999.

              01 LINEA-CABECERA.
                 02 FILLER             PIC X(6) VALUE "ESPEC".
                 02 FILLER             PIC X(21) VALUE "NOMBRE".
                 02 FILLER             PIC X(12) VALUE "FUNCION".
                 02 FILLER             PIC X(31) VALUE "PROMOTOR".
                 02 FILLER             PIC X(31) VALUE "ENTIDAD".
                 02 FILLER             PIC X(12) VALUE "BRUTO".
                 02 FILLER             PIC X(12) VALUE "DEVOLUC.".
                 02 FILLER             PIC X(12) VALUE "IVA".
                 02 FILLER             PIC X(12) VALUE "BASE".
                 02 FILLER             PIC X(6) VALUE "TIPO".
                 02 FILLER             PIC X(12) VALUE "DERECHOS".

              01 LINEA-DECLARACION.
                 02 LD-ESPEC           PIC 9(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-NOMBRE          PIC X(20).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-FECHA-ESPEC     PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-PROMOTOR        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-ENTIDAD         PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-BRUTO           PIC -------9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-DEVOLUCIONES    PIC -------9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-IVA             PIC -------9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-BASE            PIC -------9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-PCT             PIC Z9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-DERECHOS        PIC -------9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-MARCA           PIC X(10).

              01 LINEA-TOTAL-MES.
                 02 FILLER             PIC X(16) VALUE
                     "TOTAL DEL MES   ".
                 02 LTM-NUM            PIC ZZZZZZ9.
                 02 FILLER             PIC X(11) VALUE " funciones ".
                 02 FILLER             PIC X(7) VALUE "Bruto ".
                 02 LTM-BRUTO          PIC -----------9.99.
                 02 FILLER             PIC X(9) VALUE "  Devol. ".
                 02 LTM-DEVOL          PIC -----------9.99.
                 02 FILLER             PIC X(8) VALUE "  Base ".
                 02 LTM-BASE           PIC -----------9.99.
                 02 FILLER             PIC X(11) VALUE "  Derechos ".
                 02 LTM-DERECHOS       PIC -----------9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-PERIODO.
                  PERFORM SACAR-DECLARACION THRU FIN-SACAR-DECLARACION.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  COMPUTE CTL-ESCRITOS-WS =
                      NUM-DECLARADAS + NUM-REGULARIZADAS.
                  IF TOTAL-DERECHOS-WS < 0
                    COMPUTE CTL-IMP-SALIDA-WS = 0 - TOTAL-DERECHOS-WS
                  ELSE
                    MOVE TOTAL-DERECHOS-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "DECLARARDERECHOS: periodo " PERIODO-WS
                      ", " NUM-DECLARADAS " funciones y "
                      NUM-REGULARIZADAS " regularizaciones en "
                      NOMBRE-DECLARACION-WS.
                  STOP RUN.

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

       *> La declaracion es la del mes natural anterior al de la fecha
       *> de negocio
              CALCULAR-PERIODO.
                  COMPUTE PERIODO-WS = FECHA-NEGOCIO-WS / 100.
                  COMPUTE AA-PERIODO-WS = PERIODO-WS / 100.
                  COMPUTE MM-PERIODO-WS =
                      PERIODO-WS - (AA-PERIODO-WS * 100).
                  IF MM-PERIODO-WS = 1
                    SUBTRACT 1 FROM AA-PERIODO-WS
                    MOVE 12 TO MM-PERIODO-WS
                  ELSE
                    SUBTRACT 1 FROM MM-PERIODO-WS.
                  COMPUTE PERIODO-WS =
                      (AA-PERIODO-WS * 100) + MM-PERIODO-WS.
                  MOVE SPACES TO NOMBRE-DECLARACION-WS.
                  STRING "DECLARACION-DERECHOS-" DELIMITED BY SIZE
                         PERIODO-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-DECLARACION-WS.

       *> Una linea por funcion liquidada en el mes y una de
       *> regularizacion por cada liquidacion anulada en el mes
              SACAR-DECLARACION.
                  OPEN OUTPUT DECLARACIONFILE.
                  MOVE MM-PERIODO-WS TO LT-MM.
                  MOVE AA-PERIODO-WS TO LT-AA.
                  WRITE REG-DECLARACION FROM LINEA-TITULO.
                  MOVE SPACES TO REG-DECLARACION.
                  WRITE REG-DECLARACION.
                  WRITE REG-DECLARACION FROM LINEA-CABECERA.
                  OPEN INPUT DERLIQFILE.
                  IF FSDL = "35"
                    CLOSE DERLIQFILE
                    GO TO ESCRIBIR-TOTAL-DECLARACION.

                LEER-UNA-LIQUIDACION.
                  READ DERLIQFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRIDO-DERECHOS.
                  ADD 1 TO NUM-LEIDOS.
                  IF DLQ-FECHA-LIQ(1:6) = PERIODO-WS
                    MOVE 1 TO SIGNO-WS
                    MOVE SPACES TO LD-MARCA
                    PERFORM ESCRIBIR-LINEA-DECLARACION
                    ADD 1 TO NUM-DECLARADAS.
                  IF DLQ-ANULADO AND
                     DLQ-FECHA-ANULACION(1:6) = PERIODO-WS
                    MOVE -1 TO SIGNO-WS
                    MOVE "ANULADA" TO LD-MARCA
                    PERFORM ESCRIBIR-LINEA-DECLARACION
                    ADD 1 TO NUM-REGULARIZADAS.
                  GO TO LEER-UNA-LIQUIDACION.

                CERRAR-RECORRIDO-DERECHOS.
                  CLOSE DERLIQFILE.

                ESCRIBIR-TOTAL-DECLARACION.
                  MOVE SPACES TO REG-DECLARACION.
                  WRITE REG-DECLARACION.
                  COMPUTE LTM-NUM = NUM-DECLARADAS + NUM-REGULARIZADAS.
                  MOVE TOTAL-BRUTO-WS TO LTM-BRUTO.
                  MOVE TOTAL-DEVOL-WS TO LTM-DEVOL.
                  MOVE TOTAL-BASE-WS TO LTM-BASE.
                  MOVE TOTAL-DERECHOS-WS TO LTM-DERECHOS.
                  WRITE REG-DECLARACION FROM LINEA-TOTAL-MES.
                  CLOSE DECLARACIONFILE.
              FIN-SACAR-DECLARACION.
                  EXIT.

       *> Linea de la funcion en curso; las regularizaciones llevan los
       *> importes con el signo cambiado
              ESCRIBIR-LINEA-DECLARACION.
                  MOVE DLQ-ESPEC TO LD-ESPEC.
                  MOVE DLQ-NOMBRE-ESPEC TO LD-NOMBRE.
                  MOVE DLQ-FECHA-ESPEC TO FECHA-DECL-WS.
                  MOVE SPACES TO LD-FECHA-ESPEC.
                  STRING DD-DECL "/" MM-DECL "/" AA-DECL
                      DELIMITED BY SIZE INTO LD-FECHA-ESPEC.
                  MOVE DLQ-PROMOTOR TO LD-PROMOTOR.
                  MOVE DLQ-ENTIDAD TO LD-ENTIDAD.
                  COMPUTE LD-BRUTO = DLQ-BRUTO * SIGNO-WS.
                  COMPUTE LD-DEVOLUCIONES = DLQ-DEVOLUCIONES * SIGNO-WS.
                  COMPUTE LD-IVA = DLQ-IVA * SIGNO-WS.
                  COMPUTE LD-BASE = DLQ-BASE * SIGNO-WS.
                  MOVE DLQ-PCT TO LD-PCT.
                  COMPUTE LD-DERECHOS = DLQ-IMPORTE * SIGNO-WS.
                  WRITE REG-DECLARACION FROM LINEA-DECLARACION.
                  COMPUTE TOTAL-BRUTO-WS =
                      TOTAL-BRUTO-WS + (DLQ-BRUTO * SIGNO-WS).
                  COMPUTE TOTAL-DEVOL-WS =
                      TOTAL-DEVOL-WS + (DLQ-DEVOLUCIONES * SIGNO-WS).
                  COMPUTE TOTAL-BASE-WS =
                      TOTAL-BASE-WS + (DLQ-BASE * SIGNO-WS).
                  COMPUTE TOTAL-DERECHOS-WS =
                      TOTAL-DERECHOS-WS + (DLQ-IMPORTE * SIGNO-WS).

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "DECLARARDERECHOS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
