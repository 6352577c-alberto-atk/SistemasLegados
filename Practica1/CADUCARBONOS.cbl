       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCARBONOS.
       *> Proceso batch nocturno de los bonos regalo que vende el
       *> cajero (BONOS-REGALO.DAT). La venta se contabiliza con la
       *> regla "EN"/"BR" contra la cuenta de bonos regalo pendientes;
       *> este proceso lleva al libro diario el resto de la vida del
       *> bono: lo canjeado en compras de entradas desde la ultima
       *> pasada (CANJES-BONOS.DAT) pasa de bonos pendientes a
       *> pendiente de pago a promotores, lo canjeado y despues anulado
       *> vuelve a bonos pendientes, y el saldo de los bonos cuya
       *> caducidad ya ha pasado en la fecha de negocio se lleva a
       *> ingresos y el bono queda caducado (C). BONOS-CONTABILIZADO.DAT
       *> guarda la ultima fecha de negocio asentada, de modo que una
       *> segunda pasada el mismo dia no vuelve a asentar nada. El
       *> ultimo dia de cada mes deja en INFORME-BONOS-REGALO.DAT el
       *> pasivo vivo por estado y lo emitido, canjeado y caducado en
       *> el mes.
       *>
       *> Versiones
       *> Versión 1.0 - Canjes, anulaciones y caducidad de bonos regalo
       *> Versión 1.1 - Linea del libro diario con centro de coste
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BONOSREGALOFILE ASSIGN TO "BONOS-REGALO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BON-CODIGO
                  FILE STATUS IS FSBON.

              SELECT CANJESBONOSFILE ASSIGN TO "CANJES-BONOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNJ-CLAVE
                  FILE STATUS IS FSCNJ.

              SELECT SALDOBONOSFILE ASSIGN TO "BONOS-CONTABILIZADO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSB.

              SELECT DIARIOFILE ASSIGN TO "LIBRODIARIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT INFORMEFILE ASSIGN TO "INFORME-BONOS-REGALO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSIN.

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
*> FD BONOSREGALOFILE: un bono por codigo, con su valor, el saldo
*> aun sin canjear y el estado (V vigente, A agotado, C caducado)
       FD BONOSREGALOFILE.
       01 REG-BONO-REGALO.
              02 BON-CODIGO             PIC 9(10).
              02 BON-VALOR              PIC 9(5)V99.
              02 BON-SALDO              PIC 9(5)V99.
              02 BON-TARJ-COMPRA        PIC 9(10).
              02 BON-CUENTA-COMPRA      PIC X(24).
              02 BON-FECHA-EMISION      PIC 9(8).
              02 BON-FECHA-CADUCIDAD    PIC 9(8).
              02 BON-ESTADO             PIC X.
                 88 BON-VIGENTE         VALUE "V".
                 88 BON-AGOTADO         VALUE "A".
                 88 BON-CADUCADO        VALUE "C".
              02 BON-NUM-CANJES         PIC 9(3).
              02 BON-FECHA-ULT-CANJE    PIC 9(8).
              02 BON-IMPORTE-CADUCADO   PIC 9(5)V99.
              02 BON-FECHA-CADUCADO     PIC 9(8).

*> FD CANJESBONOSFILE: un canje por compra de entradas pagada con
*> bono (codigo del bono y secuencia del canje); al anular la
*> compra el canje pasa a anulado (A) con la fecha de anulacion
       FD CANJESBONOSFILE.
       01 REG-CANJE-BONO.
              02 CNJ-CLAVE.
                 03 CNJ-CODIGO          PIC 9(10).
                 03 CNJ-SEC             PIC 9(3).
              02 CNJ-TARJ               PIC 9(10).
              02 CNJ-CUENTA             PIC X(24).
              02 CNJ-ESPEC              PIC 9(4).
              02 CNJ-NUM-ENTRADAS       PIC 9(3).
              02 CNJ-IMPORTE            PIC 9(5)V99.
              02 CNJ-FECHA-NEGOCIO      PIC 9(8).
              02 CNJ-ESTADO             PIC X.
                 88 CNJ-APLICADO        VALUE "V".
                 88 CNJ-ANULADO         VALUE "A".
              02 CNJ-FECHA-ANULACION    PIC 9(8).

*> FD SALDOBONOSFILE: ultima fecha de negocio asentada y el pasivo
*> vivo de bonos que quedo tras ella
       FD SALDOBONOSFILE.
       01 REG-SALDO-BONOS.
              02 SBO-FECHA              PIC 9(8).
              02 SBO-PASIVO             PIC 9(11)V99.

       *> FD DIARIOFILE: mismo formato de linea que el libro diario
       *> de CONTABILIZARDIARIO; los asientos de los bonos se anexan
       *> al fichero
       FD DIARIOFILE.
       01 REG-DIARIO.
              02 DIA-FECHA              PIC X(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CUENTA             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-DEBE-HABER         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(80).

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
              77 FSBON                 PIC XX.
              77 FSCNJ                 PIC XX.
              77 FSSB                  PIC XX.
              77 FSD                   PIC XX.
              77 FSIN                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FECHA-SIGUIENTE-WS    PIC 9(8).
              77 ULTIMA-FECHA-WS       PIC 9(8) VALUE 0.
              77 MES-NEGOCIO-WS        PIC 9(6).
              77 FIN-DE-MES-WS         PIC X VALUE "N".
              77 NUM-BONOS-LEIDOS      PIC 9(7) VALUE 0.
              77 NUM-CANJES-LEIDOS     PIC 9(7) VALUE 0.
              77 NUM-CANJES-DIA        PIC 9(7) VALUE 0.
              77 NUM-ANULADOS-DIA      PIC 9(7) VALUE 0.
              77 NUM-CADUCADOS-DIA     PIC 9(7) VALUE 0.
              77 IMPORTE-CANJES-DIA    PIC 9(11)V99 VALUE 0.
              77 IMPORTE-ANULADOS-DIA  PIC 9(11)V99 VALUE 0.
              77 IMPORTE-CADUCADO-DIA  PIC 9(11)V99 VALUE 0.
              77 PASIVO-VIVO-WS        PIC 9(11)V99 VALUE 0.
              77 IMPORTE-ASIENTO-WS    PIC 9(11)V99.
              77 CTA-DEBE-WS           PIC 9(6).
              77 CTA-HABER-WS          PIC 9(6).
              77 CONCEPTO-ASIENTO-WS   PIC X(40).

       *> Cuentas del plan implicadas en los bonos regalo
              77 CTA-BONOS-PENDIENTES  PIC 9(6) VALUE 240000.
              77 CTA-PENDIENTE-PROMOTOR PIC 9(6) VALUE 220000.
              77 CTA-INGRESOS-CADUCADOS PIC 9(6) VALUE 510000.

       *> Acumulados del mes para el informe de fin de mes
              01 TOTALES-MES.
                 02 MES-NUM-EMITIDOS   PIC 9(7) VALUE 0.
                 02 MES-EMITIDO        PIC 9(11)V99 VALUE 0.
                 02 MES-NUM-CANJES     PIC 9(7) VALUE 0.
                 02 MES-CANJEADO       PIC 9(11)V99 VALUE 0.
                 02 MES-NUM-ANULADOS   PIC 9(7) VALUE 0.
                 02 MES-ANULADO        PIC 9(11)V99 VALUE 0.
                 02 MES-NUM-CADUCADOS  PIC 9(7) VALUE 0.
                 02 MES-CADUCADO       PIC 9(11)V99 VALUE 0.

       *> Bonos y saldo vivo por estado al cierre
              01 TOTALES-ESTADO.
                 02 EST-NUM-VIGENTES   PIC 9(7) VALUE 0.
                 02 EST-SALDO-VIGENTES PIC 9(11)V99 VALUE 0.
                 02 EST-NUM-AGOTADOS   PIC 9(7) VALUE 0.
                 02 EST-NUM-CADUCADOS  PIC 9(7) VALUE 0.
                 02 EST-CADUCADO       PIC 9(11)V99 VALUE 0.

              01 FECHA-NEGOCIO-F.
                 02 DD-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-NEG             PIC 9999.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(30) VALUE
                     "BONOS REGALO AL CIERRE DEL    ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-CAB-BLOQUE.
                 02 CB-TITULO          PIC X(40).
                 02 FILLER             PIC X(10) VALUE "    BONOS".
                 02 FILLER             PIC X(16) VALUE
                     "         IMPORTE".

              01 LINEA-INFORME.
                 02 LI-LITERAL         PIC X(40).
                 02 LI-NUMERO          PIC ZZZZZZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LI-IMPORTE         PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM LEER-ULTIMA-PASADA THRU FIN-LEER-ULTIMA-PASADA.
                  PERFORM TRATAR-CANJES THRU FIN-TRATAR-CANJES.
                  PERFORM CADUCAR-BONOS THRU FIN-CADUCAR-BONOS.
                  PERFORM ASENTAR-MOVIMIENTOS-DIA.
                  IF FIN-DE-MES-WS = "S"
                    PERFORM ESCRIBIR-INFORME-MES.
                  PERFORM GRABAR-ULTIMA-PASADA.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  COMPUTE CTL-LEIDOS-WS =
                      NUM-BONOS-LEIDOS + NUM-CANJES-LEIDOS.
                  COMPUTE CTL-ESCRITOS-WS = NUM-CANJES-DIA
                      + NUM-ANULADOS-DIA + NUM-CADUCADOS-DIA.
                  MOVE IMPORTE-CANJES-DIA TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-CADUCADO-DIA TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CADUCARBONOS: " NUM-CANJES-DIA " canjes, "
                      NUM-ANULADOS-DIA " anulados, " NUM-CADUCADOS-DIA
                      " bonos caducados, pasivo vivo " PASIVO-VIVO-WS
                      ".".
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
                  MOVE FECHA-NEGOCIO-WS(7:2) TO DD-NEG.
                  MOVE FECHA-NEGOCIO-WS(5:2) TO MM-NEG.
                  MOVE FECHA-NEGOCIO-WS(1:4) TO AA-NEG.
                  COMPUTE MES-NEGOCIO-WS = FECHA-NEGOCIO-WS / 100.
       *> Es fin de mes si el dia siguiente a la fecha de negocio es
       *> el primero de un mes
                  COMPUTE FECHA-SIGUIENTE-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS) + 1).
                  IF FECHA-SIGUIENTE-WS(7:2) = "01"
                    MOVE "S" TO FIN-DE-MES-WS.

       *> Sin fichero de saldo es la primera pasada y se asientan
       *> todos los canjes que haya; con el, solo lo posterior a la
       *> ultima fecha asentada
              LEER-ULTIMA-PASADA.
                  OPEN INPUT SALDOBONOSFILE.
                  IF FSSB = "35"
                    CLOSE SALDOBONOSFILE
                    GO TO FIN-LEER-ULTIMA-PASADA.
                  READ SALDOBONOSFILE
                      AT END
                        CLOSE SALDOBONOSFILE
                        GO TO FIN-LEER-ULTIMA-PASADA.
                  CLOSE SALDOBONOSFILE.
                  IF SBO-FECHA >= FECHA-NEGOCIO-WS
                    DISPLAY "CADUCARBONOS: fecha " FECHA-NEGOCIO-WS
                        " ya contabilizada."
                    STOP RUN.
                  MOVE SBO-FECHA TO ULTIMA-FECHA-WS.
              FIN-LEER-ULTIMA-PASADA.
                  EXIT.

       *> Recorre CANJES-BONOS.DAT: los canjes hechos desde la ultima
       *> pasada se asientan como canjeados y los anulados desde
       *> entonces como devueltos al bono. De paso acumula lo del mes
       *> para el informe
              TRATAR-CANJES.
                  OPEN INPUT CANJESBONOSFILE.
                  IF FSCNJ = "35"
                    CLOSE CANJESBONOSFILE
                    GO TO FIN-TRATAR-CANJES.

                LEER-UN-CANJE.
                  READ CANJESBONOSFILE NEXT RECORD
                      AT END GO TO CERRAR-TRATAR-CANJES.
                  ADD 1 TO NUM-CANJES-LEIDOS.
                  IF CNJ-FECHA-NEGOCIO > ULTIMA-FECHA-WS AND
                     CNJ-FECHA-NEGOCIO NOT > FECHA-NEGOCIO-WS
                    ADD 1 TO NUM-CANJES-DIA
                    ADD CNJ-IMPORTE TO IMPORTE-CANJES-DIA.
                  IF CNJ-ANULADO AND
                     CNJ-FECHA-ANULACION > ULTIMA-FECHA-WS AND
                     CNJ-FECHA-ANULACION NOT > FECHA-NEGOCIO-WS
                    ADD 1 TO NUM-ANULADOS-DIA
                    ADD CNJ-IMPORTE TO IMPORTE-ANULADOS-DIA.
                  IF CNJ-FECHA-NEGOCIO(1:6) = MES-NEGOCIO-WS
                    ADD 1 TO MES-NUM-CANJES
                    ADD CNJ-IMPORTE TO MES-CANJEADO.
                  IF CNJ-ANULADO AND
                     CNJ-FECHA-ANULACION(1:6) = MES-NEGOCIO-WS
                    ADD 1 TO MES-NUM-ANULADOS
                    ADD CNJ-IMPORTE TO MES-ANULADO.
                  GO TO LEER-UN-CANJE.

                CERRAR-TRATAR-CANJES.
                  CLOSE CANJESBONOSFILE.
              FIN-TRATAR-CANJES.
                  EXIT.

       *> Recorre BONOS-REGALO.DAT: el saldo de los bonos cuya
       *> caducidad ya ha pasado se lleva a ingresos y el bono queda
       *> caducado. Un bono caducado puede volver a tener saldo si se
       *> anula una compra pagada con el, y se vuelve a caducar. El
       *> resto del saldo es el pasivo vivo
              CADUCAR-BONOS.
                  OPEN I-O BONOSREGALOFILE.
                  IF FSBON = "35"
                    CLOSE BONOSREGALOFILE
                    GO TO FIN-CADUCAR-BONOS.

                LEER-UN-BONO.
                  READ BONOSREGALOFILE NEXT RECORD
                      AT END GO TO CERRAR-CADUCAR-BONOS.
                  ADD 1 TO NUM-BONOS-LEIDOS.
                  IF BON-FECHA-EMISION(1:6) = MES-NEGOCIO-WS
                    ADD 1 TO MES-NUM-EMITIDOS
                    ADD BON-VALOR TO MES-EMITIDO.
                  IF BON-SALDO > 0 AND
                     BON-FECHA-CADUCIDAD < FECHA-NEGOCIO-WS
                    GO TO CADUCAR-UN-BONO.
                  GO TO ACUMULAR-ESTADO-BONO.

                CADUCAR-UN-BONO.
                  ADD 1 TO NUM-CADUCADOS-DIA.
                  ADD BON-SALDO TO IMPORTE-CADUCADO-DIA.
                  ADD 1 TO MES-NUM-CADUCADOS.
                  ADD BON-SALDO TO MES-CADUCADO.
                  ADD BON-SALDO TO BON-IMPORTE-CADUCADO.
                  MOVE 0 TO BON-SALDO.
                  MOVE "C" TO BON-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO BON-FECHA-CADUCADO.
                  REWRITE REG-BONO-REGALO
                      INVALID KEY ADD 1 TO CTL-RECHAZADOS-WS.

                ACUMULAR-ESTADO-BONO.
                  ADD BON-SALDO TO PASIVO-VIVO-WS.
                  IF BON-VIGENTE
                    ADD 1 TO EST-NUM-VIGENTES
                    ADD BON-SALDO TO EST-SALDO-VIGENTES.
                  IF BON-AGOTADO
                    ADD 1 TO EST-NUM-AGOTADOS.
                  IF BON-CADUCADO
                    ADD 1 TO EST-NUM-CADUCADOS
                    ADD BON-IMPORTE-CADUCADO TO EST-CADUCADO.
                  GO TO LEER-UN-BONO.

                CERRAR-CADUCAR-BONOS.
                  CLOSE BONOSREGALOFILE.
              FIN-CADUCAR-BONOS.
                  EXIT.

       *> Un asiento por concepto del dia, fechado en la fecha de
       *> negocio: canjes (debe bonos pendientes, haber pendiente de
       *> pago a promotores), anulaciones (al reves) y caducidades
       *> (debe bonos pendientes, haber ingresos)
              ASENTAR-MOVIMIENTOS-DIA.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE IMPORTE-CANJES-DIA TO IMPORTE-ASIENTO-WS.
                  MOVE CTA-BONOS-PENDIENTES TO CTA-DEBE-WS.
                  MOVE CTA-PENDIENTE-PROMOTOR TO CTA-HABER-WS.
                  MOVE "Canjes de bonos regalo" TO CONCEPTO-ASIENTO-WS.
                  PERFORM ESCRIBIR-ASIENTO THRU FIN-ESCRIBIR-ASIENTO.
                  MOVE IMPORTE-ANULADOS-DIA TO IMPORTE-ASIENTO-WS.
                  MOVE CTA-PENDIENTE-PROMOTOR TO CTA-DEBE-WS.
                  MOVE CTA-BONOS-PENDIENTES TO CTA-HABER-WS.
                  MOVE "Canjes de bonos regalo anulados"
                      TO CONCEPTO-ASIENTO-WS.
                  PERFORM ESCRIBIR-ASIENTO THRU FIN-ESCRIBIR-ASIENTO.
                  MOVE IMPORTE-CADUCADO-DIA TO IMPORTE-ASIENTO-WS.
                  MOVE CTA-BONOS-PENDIENTES TO CTA-DEBE-WS.
                  MOVE CTA-INGRESOS-CADUCADOS TO CTA-HABER-WS.
                  MOVE "Bonos regalo caducados" TO CONCEPTO-ASIENTO-WS.
                  PERFORM ESCRIBIR-ASIENTO THRU FIN-ESCRIBIR-ASIENTO.
                  CLOSE DIARIOFILE.

              ESCRIBIR-ASIENTO.
                  IF IMPORTE-ASIENTO-WS = 0
                    GO TO FIN-ESCRIBIR-ASIENTO.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHA-NEGOCIO-F TO DIA-FECHA.
                  MOVE CONCEPTO-ASIENTO-WS TO DIA-CONCEPTO.
                  MOVE CTA-DEBE-WS TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE IMPORTE-ASIENTO-WS TO DIA-IMPORTE.
                  WRITE REG-DIARIO.
                  MOVE CTA-HABER-WS TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
              FIN-ESCRIBIR-ASIENTO.
                  EXIT.

       *> Informe de fin de mes: el pasivo vivo por estado (el saldo
       *> de la cuenta de bonos pendientes) y lo emitido, canjeado,
       *> anulado y caducado en el mes
              ESCRIBIR-INFORME-MES.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-F TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "PASIVO VIVO POR ESTADO" TO CB-TITULO.
                  WRITE REG-INFORME FROM LINEA-CAB-BLOQUE.
                  MOVE "VIGENTES CON SALDO" TO LI-LITERAL.
                  MOVE EST-NUM-VIGENTES TO LI-NUMERO.
                  MOVE EST-SALDO-VIGENTES TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "AGOTADOS" TO LI-LITERAL.
                  MOVE EST-NUM-AGOTADOS TO LI-NUMERO.
                  MOVE 0 TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "CADUCADOS (LLEVADO A INGRESOS)" TO LI-LITERAL.
                  MOVE EST-NUM-CADUCADOS TO LI-NUMERO.
                  MOVE EST-CADUCADO TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "TOTAL PASIVO VIVO" TO LI-LITERAL.
                  MOVE EST-NUM-VIGENTES TO LI-NUMERO.
                  MOVE PASIVO-VIVO-WS TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "MOVIMIENTO DEL MES" TO CB-TITULO.
                  WRITE REG-INFORME FROM LINEA-CAB-BLOQUE.
                  MOVE "EMITIDOS" TO LI-LITERAL.
                  MOVE MES-NUM-EMITIDOS TO LI-NUMERO.
                  MOVE MES-EMITIDO TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "CANJEADOS EN COMPRAS" TO LI-LITERAL.
                  MOVE MES-NUM-CANJES TO LI-NUMERO.
                  MOVE MES-CANJEADO TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "CANJES ANULADOS (DEVUELTOS AL BONO)"
                      TO LI-LITERAL.
                  MOVE MES-NUM-ANULADOS TO LI-NUMERO.
                  MOVE MES-ANULADO TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  MOVE "CADUCADOS" TO LI-LITERAL.
                  MOVE MES-NUM-CADUCADOS TO LI-NUMERO.
                  MOVE MES-CADUCADO TO LI-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-INFORME.
                  CLOSE INFORMEFILE.

              GRABAR-ULTIMA-PASADA.
                  OPEN OUTPUT SALDOBONOSFILE.
                  MOVE FECHA-NEGOCIO-WS TO SBO-FECHA.
                  MOVE PASIVO-VIVO-WS TO SBO-PASIVO.
                  WRITE REG-SALDO-BONOS.
                  CLOSE SALDOBONOSFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CADUCARBONOS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
