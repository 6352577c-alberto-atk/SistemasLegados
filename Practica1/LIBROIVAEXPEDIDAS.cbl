       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBROIVAEXPEDIDAS.
       *> Proceso batch nocturno que saca el libro registro de facturas
       *> expedidas del mes anterior a la fecha de negocio para el
       *> departamento fiscal. Recorre FACTURAS.DAT en el orden de la
       *> clave (serie, ejercicio y numero) y lista cada factura
       *> ordinaria (F) o rectificativa (R) expedida en el mes con el
       *> numero, las fechas de expedicion y de operacion, el NIF y el
       *> nombre del destinatario, la base, el tipo, la cuota y el
       *> total, y para las rectificativas la factura que rectifican.
       *> Al final van los totales por tipo de IVA y el total del mes.
       *> Como el mes ya esta cerrado el libro se rehace igual cada
       *> noche hasta fin de mes; sale en LIBRO-IVA-EXPEDIDAS-aaaamm.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Libro registro de facturas expedidas
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FACTURASFILE ASSIGN TO "FACTURAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAC-CLAVE
                  ALTERNATE RECORD KEY IS FAC-MOV-CLAVE WITH DUPLICATES
                  FILE STATUS IS FSFAC.

              SELECT LIBROFILE ASSIGN TO NOMBRE-LIBRO-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSL.

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
*> FD FACTURASFILE: registro de facturas que expiden el cajero y
*> ANULARESPECTACULO
       FD FACTURASFILE.
       01 REG-FACTURA.
              02 FAC-CLAVE.
                 03 FAC-SERIE           PIC X.
                    88 FAC-ORDINARIA    VALUE "F".
                    88 FAC-RECTIFICATIVA VALUE "R".
                 03 FAC-EJERCICIO       PIC 9(4).
                 03 FAC-NUMERO          PIC 9(6).
              02 FAC-MOV-CLAVE.
                 03 FAC-MOV-ID          PIC X(24).
                 03 FAC-MOV-SEC         PIC 9(6).
              02 FAC-FECHA-EXPEDICION   PIC 9(8).
              02 FAC-FECHA-OPERACION    PIC 9(8).
              02 FAC-TARJ               PIC 9(10).
              02 FAC-NIF                PIC X(9).
              02 FAC-NOMBRE             PIC X(30).
              02 FAC-DOMICILIO          PIC X(30).
              02 FAC-CONCEPTO           PIC X(40).
              02 FAC-CLASE              PIC X.
              02 FAC-TIPO-IVA           PIC 99V99.
              02 FAC-BASE               PIC S9(7)V99.
              02 FAC-CUOTA              PIC S9(7)V99.
              02 FAC-TOTAL              PIC S9(7)V99.
              02 FAC-RECTIFICADA.
                 03 FAC-RECT-SERIE      PIC X.
                 03 FAC-RECT-EJERCICIO  PIC 9(4).
                 03 FAC-RECT-NUMERO     PIC 9(6).
              02 FAC-ESTADO             PIC X.
                 88 FAC-VIGENTE         VALUE "V".
                 88 FAC-YA-RECTIFICADA  VALUE "R".

       FD LIBROFILE.
       01 REG-LIBRO                     PIC X(140).

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
              77 FSFAC                 PIC XX.
              77 FSL                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NOMBRE-LIBRO-WS       PIC X(29).
              77 PERIODO-WS            PIC 9(6).
              77 AA-PERIODO-WS         PIC 9(4).
              77 MM-PERIODO-WS         PIC 99.
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-FACTURAS          PIC 9(7) VALUE 0.
              77 NUM-RECTIFICATIVAS    PIC 9(7) VALUE 0.
              77 NUM-TIPOS             PIC 99 VALUE 0.
              77 K                     PIC 99.
              77 TOTAL-BASE-WS         PIC S9(11)V99 VALUE 0.
              77 TOTAL-CUOTA-WS        PIC S9(11)V99 VALUE 0.
              77 TOTAL-FACTURAS-WS     PIC S9(11)V99 VALUE 0.

       *> Acumulados por tipo de IVA, en el orden en que aparecen
              01 TABLA-TIPOS-IVA.
                 02 TIPO-IVA-ACUM OCCURS 10 TIMES.
                    03 TIA-TIPO        PIC 99V99.
                    03 TIA-NUM         PIC 9(7).
                    03 TIA-BASE        PIC S9(11)V99.
                    03 TIA-CUOTA       PIC S9(11)V99.
                    03 TIA-TOTAL       PIC S9(11)V99.

              01 FECHA-LIBRO-WS        PIC 9(8).
              01 FECHA-LIBRO-R REDEFINES FECHA-LIBRO-WS.
                 02 AA-LIBRO           PIC 9999.
                 02 MM-LIBRO           PIC 99.
                 02 DD-LIBRO           PIC 99.

              01 LINEA-TITULO.
                 02 FILLER             PIC X(43) VALUE
                     "LIBRO REGISTRO DE FACTURAS EXPEDIDAS - MES ".
                 02 LT-MM              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 LT-AA              PIC 9999.

              01 LINEA-CABECERA.
                 02 FILLER             PIC X(15) VALUE "FACTURA".
                 02 FILLER             PIC X(12) VALUE "EXPEDICION".
                 02 FILLER             PIC X(12) VALUE "OPERACION".
                 02 FILLER             PIC X(11) VALUE "NIF".
                 02 FILLER             PIC X(31) VALUE "DESTINATARIO".
                 02 FILLER             PIC X(14) VALUE "BASE".
                 02 FILLER             PIC X(7) VALUE "TIPO".
                 02 FILLER             PIC X(14) VALUE "CUOTA".
                 02 FILLER             PIC X(14) VALUE "TOTAL".
                 02 FILLER             PIC X(10) VALUE "RECTIFICA".

              01 LINEA-FACTURA.
                 02 LF-SERIE           PIC X.
                 02 FILLER             PIC X VALUE "-".
                 02 LF-EJERCICIO       PIC 9999.
                 02 FILLER             PIC X VALUE "-".
                 02 LF-NUMERO          PIC 9(6).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-FECHA-EXP       PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-FECHA-OPE       PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-NIF             PIC X(9).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-NOMBRE          PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LF-BASE            PIC -------9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-TIPO            PIC Z9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-CUOTA           PIC -------9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-TOTAL           PIC -------9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LF-RECTIFICA       PIC X(13).

              01 LINEA-TOTAL-TIPO.
                 02 FILLER             PIC X(16) VALUE "TOTAL IVA AL ".
                 02 LTT-TIPO           PIC Z9.99.
                 02 FILLER             PIC X(4) VALUE " %  ".
                 02 LTT-NUM            PIC ZZZZZZ9.
                 02 FILLER             PIC X(11) VALUE " facturas  ".
                 02 FILLER             PIC X(6) VALUE "Base ".
                 02 LTT-BASE           PIC -----------9.99.
                 02 FILLER             PIC X(8) VALUE "  Cuota ".
                 02 LTT-CUOTA          PIC -----------9.99.
                 02 FILLER             PIC X(8) VALUE "  Total ".
                 02 LTT-TOTAL          PIC -----------9.99.

              01 LINEA-TOTAL-MES.
                 02 FILLER             PIC X(25) VALUE
                     "TOTAL DEL MES            ".
                 02 LTM-NUM            PIC ZZZZZZ9.
                 02 FILLER             PIC X(11) VALUE " facturas  ".
                 02 FILLER             PIC X(6) VALUE "Base ".
                 02 LTM-BASE           PIC -----------9.99.
                 02 FILLER             PIC X(8) VALUE "  Cuota ".
                 02 LTM-CUOTA          PIC -----------9.99.
                 02 FILLER             PIC X(8) VALUE "  Total ".
                 02 LTM-TOTAL          PIC -----------9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-PERIODO.
                  PERFORM SACAR-LIBRO THRU FIN-SACAR-LIBRO.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-FACTURAS TO CTL-ESCRITOS-WS.
                  IF TOTAL-FACTURAS-WS < 0
                    COMPUTE CTL-IMP-SALIDA-WS = 0 - TOTAL-FACTURAS-WS
                  ELSE
                    MOVE TOTAL-FACTURAS-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "LIBROIVAEXPEDIDAS: periodo " PERIODO-WS ", "
                      NUM-FACTURAS " facturas (" NUM-RECTIFICATIVAS
                      " rectificativas) en " NOMBRE-LIBRO-WS.
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

       *> El libro es el del mes natural anterior al de la fecha de
       *> negocio
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
                  MOVE SPACES TO NOMBRE-LIBRO-WS.
                  STRING "LIBRO-IVA-EXPEDIDAS-" DELIMITED BY SIZE
                         PERIODO-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-LIBRO-WS.

       *> Una linea por factura expedida en el mes, en el orden de la
       *> serie y el numero, y al final los totales
              SACAR-LIBRO.
                  OPEN OUTPUT LIBROFILE.
                  MOVE MM-PERIODO-WS TO LT-MM.
                  MOVE AA-PERIODO-WS TO LT-AA.
                  WRITE REG-LIBRO FROM LINEA-TITULO.
                  MOVE SPACES TO REG-LIBRO.
                  WRITE REG-LIBRO.
                  WRITE REG-LIBRO FROM LINEA-CABECERA.
                  OPEN INPUT FACTURASFILE.
                  IF FSFAC = "35"
                    CLOSE FACTURASFILE
                    GO TO ESCRIBIR-TOTALES.

                LEER-UNA-FACTURA.
                  READ FACTURASFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRIDO-FACTURAS.
                  ADD 1 TO NUM-LEIDOS.
                  IF FAC-FECHA-EXPEDICION(1:6) NOT = PERIODO-WS
                    GO TO LEER-UNA-FACTURA.

                  MOVE FAC-SERIE TO LF-SERIE.
                  MOVE FAC-EJERCICIO TO LF-EJERCICIO.
                  MOVE FAC-NUMERO TO LF-NUMERO.
                  MOVE FAC-FECHA-EXPEDICION TO FECHA-LIBRO-WS.
                  MOVE SPACES TO LF-FECHA-EXP.
                  STRING DD-LIBRO "/" MM-LIBRO "/" AA-LIBRO
                      DELIMITED BY SIZE INTO LF-FECHA-EXP.
                  MOVE FAC-FECHA-OPERACION TO FECHA-LIBRO-WS.
                  MOVE SPACES TO LF-FECHA-OPE.
                  STRING DD-LIBRO "/" MM-LIBRO "/" AA-LIBRO
                      DELIMITED BY SIZE INTO LF-FECHA-OPE.
                  MOVE FAC-NIF TO LF-NIF.
                  MOVE FAC-NOMBRE TO LF-NOMBRE.
                  MOVE FAC-BASE TO LF-BASE.
                  MOVE FAC-TIPO-IVA TO LF-TIPO.
                  MOVE FAC-CUOTA TO LF-CUOTA.
                  MOVE FAC-TOTAL TO LF-TOTAL.
                  MOVE SPACES TO LF-RECTIFICA.
                  IF FAC-RECTIFICATIVA
                    ADD 1 TO NUM-RECTIFICATIVAS
                    STRING FAC-RECT-SERIE "-" FAC-RECT-EJERCICIO "-"
                           FAC-RECT-NUMERO
                        DELIMITED BY SIZE INTO LF-RECTIFICA.
                  WRITE REG-LIBRO FROM LINEA-FACTURA.
                  ADD 1 TO NUM-FACTURAS.
                  ADD FAC-BASE TO TOTAL-BASE-WS.
                  ADD FAC-CUOTA TO TOTAL-CUOTA-WS.
                  ADD FAC-TOTAL TO TOTAL-FACTURAS-WS.
                  PERFORM ACUMULAR-TIPO-IVA THRU FIN-ACUMULAR-TIPO-IVA.
                  GO TO LEER-UNA-FACTURA.

                CERRAR-RECORRIDO-FACTURAS.
                  CLOSE FACTURASFILE.

                ESCRIBIR-TOTALES.
                  MOVE SPACES TO REG-LIBRO.
                  WRITE REG-LIBRO.
                  PERFORM ESCRIBIR-TOTAL-TIPO
                      VARYING K FROM 1 BY 1 UNTIL K > NUM-TIPOS.
                  MOVE NUM-FACTURAS TO LTM-NUM.
                  MOVE TOTAL-BASE-WS TO LTM-BASE.
                  MOVE TOTAL-CUOTA-WS TO LTM-CUOTA.
                  MOVE TOTAL-FACTURAS-WS TO LTM-TOTAL.
                  WRITE REG-LIBRO FROM LINEA-TOTAL-MES.
                  CLOSE LIBROFILE.
              FIN-SACAR-LIBRO.
                  EXIT.

       *> Busca el tipo de la factura en la tabla y, si no esta, lo
       *> anade al final
              ACUMULAR-TIPO-IVA.
                  MOVE 1 TO K.
                BUSCAR-TIPO-IVA.
                  IF K > NUM-TIPOS
                    IF NUM-TIPOS < 10
                      ADD 1 TO NUM-TIPOS
                      MOVE NUM-TIPOS TO K
                      MOVE FAC-TIPO-IVA TO TIA-TIPO(K)
                      MOVE 0 TO TIA-NUM(K)
                      MOVE 0 TO TIA-BASE(K)
                      MOVE 0 TO TIA-CUOTA(K)
                      MOVE 0 TO TIA-TOTAL(K)
                    ELSE
                      ADD 1 TO CTL-RECHAZADOS-WS
                      GO TO FIN-ACUMULAR-TIPO-IVA.
                  IF TIA-TIPO(K) NOT = FAC-TIPO-IVA
                    ADD 1 TO K
                    GO TO BUSCAR-TIPO-IVA.
                  ADD 1 TO TIA-NUM(K).
                  ADD FAC-BASE TO TIA-BASE(K).
                  ADD FAC-CUOTA TO TIA-CUOTA(K).
                  ADD FAC-TOTAL TO TIA-TOTAL(K).
              FIN-ACUMULAR-TIPO-IVA.
                  EXIT.

              ESCRIBIR-TOTAL-TIPO.
                  MOVE TIA-TIPO(K) TO LTT-TIPO.
                  MOVE TIA-NUM(K) TO LTT-NUM.
                  MOVE TIA-BASE(K) TO LTT-BASE.
                  MOVE TIA-CUOTA(K) TO LTT-CUOTA.
                  MOVE TIA-TOTAL(K) TO LTT-TOTAL.
                  WRITE REG-LIBRO FROM LINEA-TOTAL-TIPO.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "LIBROIVAEXPEDIDAS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
