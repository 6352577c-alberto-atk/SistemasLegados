       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIARTRANSPORTE.
       *> Proceso batch de conciliacion de la factura mensual de la
       *> empresa de transporte de fondos. La empresa factura cada mes
       *> las reposiciones de los cajeros, las recogidas de bolsas del
       *> deposito nocturno y las salidas de emergencia, y hasta ahora
       *> se pagaba sin comprobar. La factura llega en
       *> FACTURA-TRANSPORTE.DAT: una cabecera "C" (numero de factura,
       *> mes facturado y totales de control) y una linea "D" por
       *> visita (terminal, fecha, tipo de visita e importe).
       *>
       *> Las visitas que de verdad hubo en el mes se sacan de lo que
       *> ya registramos nosotros:
       *>   R reposicion: las anotaciones "REPOSICION" que deja
       *>     REPONERCASSETTE en AUDITORIA.DAT (clave terminal-denom.),
       *>     una visita por terminal y dia;
       *>   B recogida de bolsas: los dias con bolsas depositadas en
       *>     BOLSAS-NOCTURNAS.DAT, las que cuenta despues
       *>     CONTARBOLSAS. La bolsa no guarda el terminal, asi que
       *>     estas visitas se casan solo por fecha;
       *>   E emergencia: las recuperaciones del dispensador o del
       *>     aceptador que el tecnico anota en el modo de servicio del
       *>     cajero (INCIDENCIAS-DISPOSITIVOS.DAT), una por terminal
       *>     y dia.
       *>
       *> Cada linea de factura se casa con una visita del mismo tipo,
       *> terminal y fecha aun sin facturar; la casada se paga a la
       *> tarifa contratada del tipo de visita, y si el importe
       *> facturado no coincide se lista como diferencia de precio. El
       *> informe INFORME-TRANSPORTE.DAT lista lo facturado sin visita
       *> (o facturado dos veces), las visitas no facturadas y las
       *> diferencias de precio, con el resumen y el cuadre contra la
       *> cabecera. El importe acordado (las lineas casadas a tarifa)
       *> se asienta en LIBRODIARIO.DAT: debe gastos de transporte de
       *> fondos, haber acreedores pendientes de pago.
       *>
       *> Las tarifas tienen su valor de fabrica en
       *> CARGAR-TARIFAS-DEFECTO; un registro en
       *> TARIFAS-TRANSPORTE.DAT las sustituye. CONTROL-TRANSPORTE.DAT
       *> guarda el ultimo mes conciliado, de modo que la factura que
       *> sigue en su sitio las noches siguientes no se vuelve a
       *> asentar ni pisa el informe.
       *>
       *> Cada linea casada se anexa ademas, con su terminal y la
       *> tarifa acordada, a COSTES-TRANSPORTE.DAT, de donde
       *> INFORMESUCURSALES saca el coste de manejo de efectivo de
       *> cada sucursal.
       *>
       *> Versiones
       *> Versión 1.0 - Conciliacion de la factura del transporte de fondos
       *> Versión 1.1 - Linea del libro diario con centro de coste
       *> Versión 1.2 - Coste acordado de cada visita por terminal
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FACTURAFILE ASSIGN TO "FACTURA-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFA.

              SELECT AUDITORIAFILE ASSIGN TO "AUDITORIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

              SELECT BOLSASFILE ASSIGN TO "BOLSAS-NOCTURNAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BOL-NUMERO
                  FILE STATUS IS FSBOL.

              SELECT INCIDENCIASFILE ASSIGN TO
                  "INCIDENCIAS-DISPOSITIVOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSINC.

              SELECT TARIFASFILE ASSIGN TO "TARIFAS-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTA.

              SELECT CONTROLTRFILE ASSIGN TO "CONTROL-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCT.

              SELECT COSTESFILE ASSIGN TO "COSTES-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCS.

              SELECT DIARIOFILE ASSIGN TO "LIBRODIARIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT INFORMEFILE ASSIGN TO "INFORME-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

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
       FD FACTURAFILE.
       01 REG-FACTURA.
              02 FAC-TIPO               PIC X.
                 88 FAC-CABECERA        VALUE "C".
                 88 FAC-DETALLE         VALUE "D".
              02 FAC-RESTO              PIC X(49).
       01 REG-FACTURA-CABECERA REDEFINES REG-FACTURA.
              02 FILLER                 PIC X.
              02 CAB-NUMERO-FACTURA     PIC X(12).
              02 FILLER                 PIC X(2).
              02 CAB-MES                PIC 9(6).
              02 FILLER                 PIC X(2).
              02 CAB-NUM-LINEAS         PIC 9(5).
              02 FILLER                 PIC X(2).
              02 CAB-IMPORTE-TOTAL      PIC 9(9)V99.
       01 REG-FACTURA-DETALLE REDEFINES REG-FACTURA.
              02 FILLER                 PIC X.
              02 DET-TERMINAL           PIC X(4).
              02 FILLER                 PIC X(2).
              02 DET-FECHA              PIC 9(8).
              02 FILLER                 PIC X(2).
              02 DET-VISITA             PIC X.
                 88 DET-REPOSICION      VALUE "R".
                 88 DET-BOLSAS          VALUE "B".
                 88 DET-EMERGENCIA      VALUE "E".
              02 FILLER                 PIC X(2).
              02 DET-IMPORTE            PIC 9(5)V99.

       FD AUDITORIAFILE.
        01 REG-AUDITORIA.
          02 AUD-STAFF-ID           PIC X(8).
          02 FILLER                 PIC X(2).
          02 AUD-PROGRAMA           PIC X(20).
          02 FILLER                 PIC X(2).
          02 AUD-OPERACION          PIC X(10).
          02 FILLER                 PIC X(2).
          02 AUD-FICHERO            PIC X(12).
          02 FILLER                 PIC X(2).
          02 AUD-CLAVE              PIC X(24).
          02 FILLER                 PIC X(2).
          02 AUD-FECHA.
             03 DDA                 PIC 99.
             03 FILLER              PIC X.
             03 MMA                 PIC 99.
             03 FILLER              PIC X.
             03 AAA                 PIC 9999.
          02 AUD-HORA.
             03 HHA                 PIC 99.
             03 FILLER              PIC X.
             03 MIA                 PIC 99.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

       FD BOLSASFILE.
       01 REG-BOLSA.
              02 BOL-NUMERO             PIC 9(6).
              02 BOL-TARJ               PIC 9(10).
              02 BOL-CUENTA             PIC X(24).
              02 BOL-DECLARADO          PIC 9(7)V99.
              02 BOL-VERIFICADO         PIC 9(7)V99.
              02 BOL-FECHA              PIC 9(8).
              02 BOL-RET-SEC            PIC 9(3).
              02 BOL-ESTADO             PIC X.
                 88 BOL-PENDIENTE       VALUE "P".
                 88 BOL-VERIFICADA      VALUE "V".
              02 BOL-CONTADOR           PIC X(8).

       *> FD INCIDENCIASFILE: averias (A) y recuperaciones (R) de cada
       *> dispositivo que anota el tecnico en el modo de servicio
       FD INCIDENCIASFILE.
       01 REG-INCIDENCIA.
              02 INC-TERMINAL           PIC X(4).
              02 FILLER                 PIC X(2).
              02 INC-DISPOSITIVO        PIC X(10).
              02 FILLER                 PIC X(2).
              02 INC-EVENTO             PIC X.
              02 FILLER                 PIC X(2).
              02 INC-FECHA.
                 03 DDI                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMI                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAI                 PIC 9999.
              02 FILLER                 PIC X(2).
              02 INC-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 INC-STAFF              PIC X(8).

       *> FD TARIFASFILE: tarifa contratada por tipo de visita
       FD TARIFASFILE.
       01 REG-TARIFAS-TRANSPORTE.
              02 TTR-REPOSICION         PIC 9(5)V99.
              02 TTR-BOLSAS             PIC 9(5)V99.
              02 TTR-EMERGENCIA         PIC 9(5)V99.

       *> FD CONTROLTRFILE: ultimo mes de factura conciliado y asentado
       FD CONTROLTRFILE.
       01 REG-CONTROL-TRANSPORTE.
              02 CTR-MES                PIC 9(6).
              02 CTR-NUMERO-FACTURA     PIC X(12).
              02 CTR-FECHA              PIC 9(8).

       *> FD COSTESFILE: coste acordado de cada visita casada, por mes
       *> facturado y terminal (en blanco si la factura no lo trae)
       FD COSTESFILE.
       01 REG-COSTE-TRANSPORTE.
              02 CTE-MES                PIC 9(6).
              02 CTE-TERMINAL           PIC X(4).
              02 CTE-FECHA              PIC 9(8).
              02 CTE-VISITA             PIC X.
              02 CTE-IMPORTE            PIC 9(5)V99.

       *> FD DIARIOFILE: mismo formato de linea que el libro diario
       *> de CONTABILIZARDIARIO; el asiento de la factura se anexa al
       *> fichero
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
       01 REG-INFORME                   PIC X(110).

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
              77 FSFA                  PIC XX.
              77 FSAUD                 PIC XX.
              77 FSBOL                 PIC XX.
              77 FSINC                 PIC XX.
              77 FSTA                  PIC XX.
              77 FSCT                  PIC XX.
              77 FSD                   PIC XX.
              77 FSCS                  PIC XX.
              77 FSI                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 ULTIMO-MES-WS         PIC 9(6) VALUE 0.
              77 HAY-FACTURA           PIC X(2) VALUE "NO".
              77 HAY-CABECERA          PIC X(2) VALUE "NO".
              77 FACTURA-YA-APLICADA   PIC X(2) VALUE "NO".
              77 NUMERO-FACTURA-WS     PIC X(12) VALUE SPACES.
              77 MES-FACTURA-WS        PIC 9(6) VALUE 0.
              77 NUM-DECLARADAS        PIC 9(5) VALUE 0.
              77 IMPORTE-DECLARADO     PIC 9(9)V99 VALUE 0.
              77 FECHA-VISITA-WS       PIC 9(8).
              77 TERMINAL-VISITA-WS    PIC X(4).
              77 TIPO-VISITA-WS        PIC X.
              77 TARIFA-WS             PIC 9(5)V99.
              77 DIFERENCIA-WS         PIC S9(5)V99.
              77 ENCONTRADO-WS         PIC X(2).
              77 V                     PIC 9(4).
              77 F                     PIC 9(4).

       *> Tarifas contratadas por tipo de visita
              77 TARIFA-REPOSICION-WS  PIC 9(5)V99.
              77 TARIFA-BOLSAS-WS      PIC 9(5)V99.
              77 TARIFA-EMERGENCIA-WS  PIC 9(5)V99.

       *> Cuentas del plan implicadas en la factura del transporte
              77 CTA-GASTOS-TRANSPORTE PIC 9(6) VALUE 430000.
              77 CTA-PAGAR-ACREEDORES  PIC 9(6) VALUE 230000.
              77 CONCEPTO-ASIENTO-WS   PIC X(40).

       *> Visitas registradas en el mes facturado: tipo, terminal (en
       *> blanco para las bolsas), fecha y si ya se caso con una linea
              77 NUM-VISITAS           PIC 9(4) VALUE 0.
              77 VISITAS-DESBORDADAS   PIC X(2) VALUE "NO".
              01 TABLA-VISITAS.
                 02 VIS-ENTRADA OCCURS 2000 TIMES.
                    03 VIS-TIPO        PIC X.
                    03 VIS-TERMINAL    PIC X(4).
                    03 VIS-FECHA       PIC 9(8).
                    03 VIS-FACTURADA   PIC X(2).

       *> Lineas de la factura con su resultado: C casada a tarifa,
       *> P casada con diferencia de precio, S sin visita, D facturada
       *> dos veces
              77 NUM-LINEAS            PIC 9(4) VALUE 0.
              77 LINEAS-DESBORDADAS    PIC X(2) VALUE "NO".
              01 TABLA-LINEAS.
                 02 LIN-ENTRADA OCCURS 2000 TIMES.
                    03 LIN-TIPO        PIC X.
                    03 LIN-TERMINAL    PIC X(4).
                    03 LIN-FECHA       PIC 9(8).
                    03 LIN-IMPORTE     PIC 9(5)V99.
                    03 LIN-TARIFA      PIC 9(5)V99.
                    03 LIN-RESULTADO   PIC X.
                       88 LIN-CASADA       VALUE "C".
                       88 LIN-DIF-PRECIO   VALUE "P".
                       88 LIN-SIN-VISITA   VALUE "S".
                       88 LIN-DUPLICADA    VALUE "D".

       *> Cifras de la conciliacion
              77 NUM-CASADAS           PIC 9(5) VALUE 0.
              77 NUM-SIN-VISITA        PIC 9(5) VALUE 0.
              77 IMPORTE-SIN-VISITA    PIC 9(9)V99 VALUE 0.
              77 NUM-NO-FACTURADAS     PIC 9(5) VALUE 0.
              77 IMPORTE-NO-FACTURADO  PIC 9(9)V99 VALUE 0.
              77 NUM-DIF-PRECIO        PIC 9(5) VALUE 0.
              77 IMPORTE-DIF-PRECIO    PIC S9(9)V99 VALUE 0.
              77 IMPORTE-FACTURADO     PIC 9(9)V99 VALUE 0.
              77 IMPORTE-ACORDADO      PIC 9(9)V99 VALUE 0.

              01 FECHA-NEGOCIO-F.
                 02 DD-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-NEG             PIC 9999.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(36) VALUE
                     "FACTURA DEL TRANSPORTE DE FONDOS    ".
                 02 CAB-FACTURA        PIC X(12).
                 02 FILLER             PIC X(7) VALUE "   MES ".
                 02 CAB-MES-INF        PIC 9(6).
                 02 FILLER             PIC X(20) VALUE
                     "   FECHA DE NEGOCIO ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-TITULO.
                 02 LT-TEXTO           PIC X(110).

              01 LINEA-TIT-DETALLE.
                 02 FILLER             PIC X(10) VALUE "TERMINAL".
                 02 FILLER             PIC X(10) VALUE "FECHA".
                 02 FILLER             PIC X(12) VALUE "VISITA".
                 02 FILLER             PIC X(14) VALUE
                     "    FACTURADO".
                 02 FILLER             PIC X(14) VALUE
                     "       TARIFA".
                 02 FILLER             PIC X(14) VALUE
                     "   DIFERENCIA".
                 02 FILLER             PIC X(14) VALUE "  OBSERVACION".

              01 LINEA-DETALLE.
                 02 LD-TERMINAL        PIC X(4).
                 02 FILLER             PIC X(6) VALUE SPACES.
                 02 LD-FECHA           PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-VISITA          PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-FACTURADO       PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-TARIFA          PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-DIFERENCIA      PIC -ZZZZZZZ9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LD-OBSERVACION     PIC X(20).

              01 LINEA-RESUMEN.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-TEXTO           PIC X(40).
                 02 LR-CIFRA           PIC ZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-IMPORTE         PIC -ZZZZZZZZ9.99.

              01 LINEA-AVISO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LA-TEXTO           PIC X(106).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-TARIFAS-DEFECTO.
                  PERFORM CARGAR-TARIFAS.
                  PERFORM CARGAR-ULTIMO-MES.
                  PERFORM CARGAR-FACTURA THRU FIN-CARGAR-FACTURA.
                  IF HAY-FACTURA = "NO" OR HAY-CABECERA = "NO"
                    DISPLAY "CONCILIARTRANSPORTE: no hay factura del"
                        " transporte de fondos"
                    GO TO TERMINAR.
                  IF FACTURA-YA-APLICADA = "SI"
                    DISPLAY "CONCILIARTRANSPORTE: la factura del mes "
                        MES-FACTURA-WS " ya se concilio"
                    GO TO TERMINAR.

                  PERFORM CARGAR-REPOSICIONES
                      THRU FIN-CARGAR-REPOSICIONES.
                  PERFORM CARGAR-BOLSAS THRU FIN-CARGAR-BOLSAS.
                  PERFORM CARGAR-EMERGENCIAS
                      THRU FIN-CARGAR-EMERGENCIAS.
                  MOVE 1 TO F.
                  PERFORM CASAR-UNA-LINEA UNTIL F > NUM-LINEAS.
                  PERFORM ESCRIBIR-INFORME.
                  PERFORM ASENTAR-FACTURA THRU FIN-ASENTAR-FACTURA.
                  PERFORM GRABAR-COSTES.
                  PERFORM GUARDAR-ULTIMO-MES.
                  DISPLAY "CONCILIARTRANSPORTE: factura "
                      NUMERO-FACTURA-WS " " NUM-CASADAS " visitas "
                      "casadas, " NUM-SIN-VISITA " sin visita, "
                      NUM-NO-FACTURADAS " no facturadas, "
                      NUM-DIF-PRECIO " con diferencia de precio.".

              TERMINAR.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LINEAS TO CTL-LEIDOS-WS.
                  MOVE NUM-CASADAS TO CTL-ESCRITOS-WS.
                  MOVE NUM-SIN-VISITA TO CTL-RECHAZADOS-WS.
                  MOVE IMPORTE-FACTURADO TO CTL-IMP-ENTRADA-WS.
                  MOVE IMPORTE-ACORDADO TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
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

       *> Tarifas de fabrica del contrato con la empresa de transporte
              CARGAR-TARIFAS-DEFECTO.
                  MOVE 150 TO TARIFA-REPOSICION-WS.
                  MOVE 90 TO TARIFA-BOLSAS-WS.
                  MOVE 250 TO TARIFA-EMERGENCIA-WS.

              CARGAR-TARIFAS.
                  OPEN INPUT TARIFASFILE.
                  IF FSTA = "35"
                    CONTINUE
                  ELSE
                    READ TARIFASFILE
                      AT END CONTINUE
                      NOT AT END PERFORM TOMAR-TARIFAS.
                  CLOSE TARIFASFILE.

              TOMAR-TARIFAS.
                  IF TTR-REPOSICION IS NUMERIC AND TTR-REPOSICION > 0
                    MOVE TTR-REPOSICION TO TARIFA-REPOSICION-WS.
                  IF TTR-BOLSAS IS NUMERIC AND TTR-BOLSAS > 0
                    MOVE TTR-BOLSAS TO TARIFA-BOLSAS-WS.
                  IF TTR-EMERGENCIA IS NUMERIC AND TTR-EMERGENCIA > 0
                    MOVE TTR-EMERGENCIA TO TARIFA-EMERGENCIA-WS.

              CARGAR-ULTIMO-MES.
                  OPEN INPUT CONTROLTRFILE.
                  IF FSCT = "35"
                    CONTINUE
                  ELSE
                    READ CONTROLTRFILE
                      AT END CONTINUE
                      NOT AT END MOVE CTR-MES TO ULTIMO-MES-WS.
                  CLOSE CONTROLTRFILE.

              GUARDAR-ULTIMO-MES.
                  OPEN OUTPUT CONTROLTRFILE.
                  MOVE MES-FACTURA-WS TO CTR-MES.
                  MOVE NUMERO-FACTURA-WS TO CTR-NUMERO-FACTURA.
                  MOVE FECHA-NEGOCIO-WS TO CTR-FECHA.
                  WRITE REG-CONTROL-TRANSPORTE.
                  CLOSE CONTROLTRFILE.

       *> Lee la factura entera: la cabecera da el mes y los totales
       *> de control, y cada linea de detalle se guarda en la tabla
       *> para casarla despues con las visitas
              CARGAR-FACTURA.
                  OPEN INPUT FACTURAFILE.
                  IF FSFA = "35"
                    CLOSE FACTURAFILE
                    GO TO FIN-CARGAR-FACTURA.
                  MOVE "SI" TO HAY-FACTURA.

                LEER-UNA-LINEA-FACTURA.
                  READ FACTURAFILE
                      AT END GO TO CERRAR-CARGAR-FACTURA.
                  IF FAC-CABECERA
                    MOVE "SI" TO HAY-CABECERA
                    MOVE CAB-NUMERO-FACTURA TO NUMERO-FACTURA-WS
                    MOVE CAB-MES TO MES-FACTURA-WS
                    MOVE CAB-NUM-LINEAS TO NUM-DECLARADAS
                    MOVE CAB-IMPORTE-TOTAL TO IMPORTE-DECLARADO
                    GO TO LEER-UNA-LINEA-FACTURA.
                  IF NOT FAC-DETALLE OR HAY-CABECERA NOT = "SI"
                    GO TO LEER-UNA-LINEA-FACTURA.
                  IF NUM-LINEAS = 2000
                    MOVE "SI" TO LINEAS-DESBORDADAS
                    GO TO LEER-UNA-LINEA-FACTURA.
                  ADD 1 TO NUM-LINEAS.
                  MOVE DET-VISITA TO LIN-TIPO(NUM-LINEAS).
                  MOVE DET-TERMINAL TO LIN-TERMINAL(NUM-LINEAS).
                  MOVE DET-FECHA TO LIN-FECHA(NUM-LINEAS).
                  MOVE DET-IMPORTE TO LIN-IMPORTE(NUM-LINEAS).
                  MOVE 0 TO LIN-TARIFA(NUM-LINEAS).
                  MOVE "S" TO LIN-RESULTADO(NUM-LINEAS).
                  ADD DET-IMPORTE TO IMPORTE-FACTURADO.
                  GO TO LEER-UNA-LINEA-FACTURA.

                CERRAR-CARGAR-FACTURA.
                  CLOSE FACTURAFILE.
                  IF HAY-CABECERA = "SI" AND
                     MES-FACTURA-WS NOT > ULTIMO-MES-WS
                    MOVE "SI" TO FACTURA-YA-APLICADA.
              FIN-CARGAR-FACTURA.
                  EXIT.

       *> Reposiciones: cada denominacion cargada por REPONERCASSETTE
       *> deja una anotacion "REPOSICION" con el terminal en los
       *> cuatro primeros caracteres de la clave; todas las del mismo
       *> terminal y dia son una sola visita
              CARGAR-REPOSICIONES.
                  OPEN INPUT AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    GO TO FIN-CARGAR-REPOSICIONES.

                LEER-AUDITORIA.
                  READ AUDITORIAFILE
                      AT END GO TO CERRAR-CARGAR-REPOSICIONES.
                  IF AUD-PROGRAMA NOT = "REPONERCASSETTE" OR
                     AUD-OPERACION NOT = "REPOSICION"
                    GO TO LEER-AUDITORIA.
                  IF DDA NOT NUMERIC OR MMA NOT NUMERIC OR
                     AAA NOT NUMERIC
                    GO TO LEER-AUDITORIA.
                  COMPUTE FECHA-VISITA-WS = AAA * 10000 + MMA * 100 + DDA.
                  IF FECHA-VISITA-WS(1:6) NOT = MES-FACTURA-WS
                    GO TO LEER-AUDITORIA.
                  MOVE "R" TO TIPO-VISITA-WS.
                  MOVE AUD-CLAVE(1:4) TO TERMINAL-VISITA-WS.
                  PERFORM ANOTAR-VISITA.
                  GO TO LEER-AUDITORIA.

                CERRAR-CARGAR-REPOSICIONES.
                  CLOSE AUDITORIAFILE.
              FIN-CARGAR-REPOSICIONES.
                  EXIT.

       *> Recogidas de bolsas: un dia con alguna bolsa depositada en el
       *> deposito nocturno es un dia con recogida
              CARGAR-BOLSAS.
                  OPEN INPUT BOLSASFILE.
                  IF FSBOL = "35"
                    CLOSE BOLSASFILE
                    GO TO FIN-CARGAR-BOLSAS.

                LEER-UNA-BOLSA.
                  READ BOLSASFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-BOLSAS.
                  IF BOL-FECHA(1:6) NOT = MES-FACTURA-WS
                    GO TO LEER-UNA-BOLSA.
                  MOVE "B" TO TIPO-VISITA-WS.
                  MOVE SPACES TO TERMINAL-VISITA-WS.
                  MOVE BOL-FECHA TO FECHA-VISITA-WS.
                  PERFORM ANOTAR-VISITA.
                  GO TO LEER-UNA-BOLSA.

                CERRAR-CARGAR-BOLSAS.
                  CLOSE BOLSASFILE.
              FIN-CARGAR-BOLSAS.
                  EXIT.

       *> Salidas de emergencia: la recuperacion del dispensador o del
       *> aceptador de billetes, que son los dispositivos en los que
       *> interviene la empresa de transporte
              CARGAR-EMERGENCIAS.
                  OPEN INPUT INCIDENCIASFILE.
                  IF FSINC = "35"
                    CLOSE INCIDENCIASFILE
                    GO TO FIN-CARGAR-EMERGENCIAS.

                LEER-UNA-INCIDENCIA.
                  READ INCIDENCIASFILE
                      AT END GO TO CERRAR-CARGAR-EMERGENCIAS.
                  IF INC-EVENTO NOT = "R"
                    GO TO LEER-UNA-INCIDENCIA.
                  IF INC-DISPOSITIVO NOT = "DISPENSADO" AND
                     INC-DISPOSITIVO NOT = "ACEPTADOR"
                    GO TO LEER-UNA-INCIDENCIA.
                  IF DDI NOT NUMERIC OR MMI NOT NUMERIC OR
                     AAI NOT NUMERIC
                    GO TO LEER-UNA-INCIDENCIA.
                  COMPUTE FECHA-VISITA-WS = AAI * 10000 + MMI * 100 + DDI.
                  IF FECHA-VISITA-WS(1:6) NOT = MES-FACTURA-WS
                    GO TO LEER-UNA-INCIDENCIA.
                  MOVE "E" TO TIPO-VISITA-WS.
                  MOVE INC-TERMINAL TO TERMINAL-VISITA-WS.
                  PERFORM ANOTAR-VISITA.
                  GO TO LEER-UNA-INCIDENCIA.

                CERRAR-CARGAR-EMERGENCIAS.
                  CLOSE INCIDENCIASFILE.
              FIN-CARGAR-EMERGENCIAS.
                  EXIT.

       *> Anota la visita TIPO/TERMINAL/FECHA-VISITA-WS si no estaba ya
              ANOTAR-VISITA.
                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO V.
                  PERFORM BUSCAR-VISITA
                      UNTIL V > NUM-VISITAS OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "NO"
                    PERFORM AGREGAR-VISITA.

              BUSCAR-VISITA.
                  IF VIS-TIPO(V) = TIPO-VISITA-WS AND
                     VIS-TERMINAL(V) = TERMINAL-VISITA-WS AND
                     VIS-FECHA(V) = FECHA-VISITA-WS
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO V.

              AGREGAR-VISITA.
                  IF NUM-VISITAS = 2000
                    MOVE "SI" TO VISITAS-DESBORDADAS
                  ELSE
                    ADD 1 TO NUM-VISITAS
                    MOVE TIPO-VISITA-WS TO VIS-TIPO(NUM-VISITAS)
                    MOVE TERMINAL-VISITA-WS TO VIS-TERMINAL(NUM-VISITAS)
                    MOVE FECHA-VISITA-WS TO VIS-FECHA(NUM-VISITAS)
                    MOVE "NO" TO VIS-FACTURADA(NUM-VISITAS).

       *> Casa la linea F con la primera visita de su tipo, terminal y
       *> fecha; las bolsas se casan solo por la fecha. Si la visita
       *> existe pero ya la cubre otra linea, la linea esta facturada
       *> dos veces
              CASAR-UNA-LINEA.
                  MOVE LIN-TIPO(F) TO TIPO-VISITA-WS.
                  PERFORM TOMAR-TARIFA-LINEA.
                  MOVE TARIFA-WS TO LIN-TARIFA(F).
                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO V.
                  PERFORM COMPARAR-VISITA-LINEA
                      UNTIL V > NUM-VISITAS OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI"
                    PERFORM APLICAR-VISITA-LINEA
                  ELSE
                    ADD 1 TO NUM-SIN-VISITA
                    ADD LIN-IMPORTE(F) TO IMPORTE-SIN-VISITA.
                  ADD 1 TO F.

              COMPARAR-VISITA-LINEA.
                  IF VIS-TIPO(V) = LIN-TIPO(F) AND
                     VIS-FECHA(V) = LIN-FECHA(F) AND
                     (VIS-TIPO(V) = "B" OR
                      VIS-TERMINAL(V) = LIN-TERMINAL(F))
                    PERFORM COMPROBAR-VISITA-LIBRE
                  ELSE
                    ADD 1 TO V.

       *> Una visita ya facturada sigue buscando otra igual; si no la
       *> hay, la linea queda como duplicada
              COMPROBAR-VISITA-LIBRE.
                  IF VIS-FACTURADA(V) = "NO"
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    MOVE "D" TO LIN-RESULTADO(F)
                    ADD 1 TO V.

              APLICAR-VISITA-LINEA.
                  MOVE "SI" TO VIS-FACTURADA(V).
                  ADD 1 TO NUM-CASADAS.
                  ADD LIN-TARIFA(F) TO IMPORTE-ACORDADO.
                  IF LIN-IMPORTE(F) = LIN-TARIFA(F)
                    MOVE "C" TO LIN-RESULTADO(F)
                  ELSE
                    MOVE "P" TO LIN-RESULTADO(F)
                    ADD 1 TO NUM-DIF-PRECIO
                    COMPUTE IMPORTE-DIF-PRECIO = IMPORTE-DIF-PRECIO
                        + LIN-IMPORTE(F) - LIN-TARIFA(F).

              TOMAR-TARIFA-LINEA.
                  MOVE 0 TO TARIFA-WS.
                  IF TIPO-VISITA-WS = "R"
                    MOVE TARIFA-REPOSICION-WS TO TARIFA-WS.
                  IF TIPO-VISITA-WS = "B"
                    MOVE TARIFA-BOLSAS-WS TO TARIFA-WS.
                  IF TIPO-VISITA-WS = "E"
                    MOVE TARIFA-EMERGENCIA-WS TO TARIFA-WS.

              NOMBRE-VISITA.
                  MOVE "OTRA" TO LD-VISITA.
                  IF TIPO-VISITA-WS = "R"
                    MOVE "REPOSICION" TO LD-VISITA.
                  IF TIPO-VISITA-WS = "B"
                    MOVE "BOLSAS" TO LD-VISITA.
                  IF TIPO-VISITA-WS = "E"
                    MOVE "EMERGENCIA" TO LD-VISITA.

       *> Informe: las tres listas de incidencias y el resumen con el
       *> cuadre contra la cabecera de la factura
              ESCRIBIR-INFORME.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE NUMERO-FACTURA-WS TO CAB-FACTURA.
                  MOVE MES-FACTURA-WS TO CAB-MES-INF.
                  MOVE FECHA-NEGOCIO-F TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  IF LINEAS-DESBORDADAS = "SI"
                    MOVE "La factura tiene mas lineas que la tabla; las sobrantes no se han conciliado"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.
                  IF VISITAS-DESBORDADAS = "SI"
                    MOVE "El mes tiene mas visitas que la tabla; las sobrantes no se han conciliado"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "FACTURADO SIN VISITA REGISTRADA" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-DETALLE.
                  MOVE 1 TO F.
                  PERFORM LISTAR-SIN-VISITA UNTIL F > NUM-LINEAS.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "VISITAS NO FACTURADAS" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-DETALLE.
                  MOVE 1 TO V.
                  PERFORM LISTAR-NO-FACTURADA UNTIL V > NUM-VISITAS.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "DIFERENCIAS DE PRECIO CONTRA LA TARIFA" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-DETALLE.
                  MOVE 1 TO F.
                  PERFORM LISTAR-DIF-PRECIO UNTIL F > NUM-LINEAS.

                  PERFORM ESCRIBIR-RESUMEN.
                  CLOSE INFORMEFILE.

              LISTAR-SIN-VISITA.
                  IF LIN-SIN-VISITA(F) OR LIN-DUPLICADA(F)
                    MOVE SPACES TO LINEA-DETALLE
                    PERFORM MOVER-LINEA-DETALLE
                    MOVE 0 TO LD-TARIFA
                    MOVE LIN-IMPORTE(F) TO LD-DIFERENCIA
                    MOVE "SIN VISITA" TO LD-OBSERVACION
                    PERFORM MARCAR-DUPLICADA
                    WRITE REG-INFORME FROM LINEA-DETALLE.
                  ADD 1 TO F.

              MARCAR-DUPLICADA.
                  IF LIN-DUPLICADA(F)
                    MOVE "FACTURADA DOS VECES" TO LD-OBSERVACION.

              LISTAR-DIF-PRECIO.
                  IF LIN-DIF-PRECIO(F)
                    MOVE SPACES TO LINEA-DETALLE
                    PERFORM MOVER-LINEA-DETALLE
                    COMPUTE DIFERENCIA-WS =
                        LIN-IMPORTE(F) - LIN-TARIFA(F)
                    MOVE DIFERENCIA-WS TO LD-DIFERENCIA
                    MOVE "SE PAGA A TARIFA" TO LD-OBSERVACION
                    WRITE REG-INFORME FROM LINEA-DETALLE.
                  ADD 1 TO F.

              MOVER-LINEA-DETALLE.
                  MOVE LIN-TERMINAL(F) TO LD-TERMINAL.
                  MOVE LIN-FECHA(F) TO LD-FECHA.
                  MOVE LIN-TIPO(F) TO TIPO-VISITA-WS.
                  PERFORM NOMBRE-VISITA.
                  MOVE LIN-IMPORTE(F) TO LD-FACTURADO.
                  MOVE LIN-TARIFA(F) TO LD-TARIFA.

       *> Las visitas de bolsas no llevan terminal
              LISTAR-NO-FACTURADA.
                  IF VIS-FACTURADA(V) = "NO"
                    MOVE SPACES TO LINEA-DETALLE
                    PERFORM MOVER-TERMINAL-VISITA
                    MOVE VIS-FECHA(V) TO LD-FECHA
                    MOVE VIS-TIPO(V) TO TIPO-VISITA-WS
                    PERFORM NOMBRE-VISITA
                    PERFORM TOMAR-TARIFA-LINEA
                    MOVE 0 TO LD-FACTURADO
                    MOVE TARIFA-WS TO LD-TARIFA
                    MOVE 0 TO LD-DIFERENCIA
                    MOVE "NO FACTURADA" TO LD-OBSERVACION
                    WRITE REG-INFORME FROM LINEA-DETALLE
                    ADD 1 TO NUM-NO-FACTURADAS
                    ADD TARIFA-WS TO IMPORTE-NO-FACTURADO.
                  ADD 1 TO V.

              MOVER-TERMINAL-VISITA.
                  MOVE VIS-TERMINAL(V) TO LD-TERMINAL.
                  IF VIS-TERMINAL(V) = SPACES
                    MOVE "----" TO LD-TERMINAL.

              ESCRIBIR-RESUMEN.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "RESUMEN" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  MOVE "Lineas facturadas" TO LR-TEXTO.
                  MOVE NUM-LINEAS TO LR-CIFRA.
                  MOVE IMPORTE-FACTURADO TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Lineas casadas con una visita" TO LR-TEXTO.
                  MOVE NUM-CASADAS TO LR-CIFRA.
                  MOVE IMPORTE-ACORDADO TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Facturado sin visita" TO LR-TEXTO.
                  MOVE NUM-SIN-VISITA TO LR-CIFRA.
                  MOVE IMPORTE-SIN-VISITA TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Visitas no facturadas (a tarifa)" TO LR-TEXTO.
                  MOVE NUM-NO-FACTURADAS TO LR-CIFRA.
                  MOVE IMPORTE-NO-FACTURADO TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Diferencias de precio (facturado-tarifa)"
                      TO LR-TEXTO.
                  MOVE NUM-DIF-PRECIO TO LR-CIFRA.
                  MOVE IMPORTE-DIF-PRECIO TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Importe acordado a pagar" TO LR-TEXTO.
                  MOVE NUM-CASADAS TO LR-CIFRA.
                  MOVE IMPORTE-ACORDADO TO LR-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  IF NUM-LINEAS = NUM-DECLARADAS AND
                     IMPORTE-FACTURADO = IMPORTE-DECLARADO
                    MOVE "La factura cuadra con su cabecera" TO LA-TEXTO
                  ELSE
                    MOVE "DESCUADRE: lineas o importe no coinciden con la cabecera de la factura"
                        TO LA-TEXTO.
                  WRITE REG-INFORME FROM LINEA-AVISO.

       *> Asiento del importe acordado, fechado en la fecha de negocio:
       *> debe gastos de transporte de fondos, haber acreedores
              ASENTAR-FACTURA.
                  IF IMPORTE-ACORDADO = 0
                    GO TO FIN-ASENTAR-FACTURA.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE SPACES TO CONCEPTO-ASIENTO-WS.
                  STRING "Transporte de fondos fra. " DELIMITED BY SIZE
                         NUMERO-FACTURA-WS DELIMITED BY SPACE
                      INTO CONCEPTO-ASIENTO-WS.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHA-NEGOCIO-F TO DIA-FECHA.
                  MOVE CONCEPTO-ASIENTO-WS TO DIA-CONCEPTO.
                  MOVE CTA-GASTOS-TRANSPORTE TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE IMPORTE-ACORDADO TO DIA-IMPORTE.
                  WRITE REG-DIARIO.
                  MOVE CTA-PAGAR-ACREEDORES TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
                  CLOSE DIARIOFILE.
              FIN-ASENTAR-FACTURA.
                  EXIT.

       *> Coste de cada linea casada, para repartir el gasto del
       *> transporte por terminal y sucursal
              GRABAR-COSTES.
                  OPEN EXTEND COSTESFILE.
                  IF FSCS = "35"
                    OPEN OUTPUT COSTESFILE.
                  MOVE 1 TO F.
                  PERFORM GRABAR-UN-COSTE UNTIL F > NUM-LINEAS.
                  CLOSE COSTESFILE.

              GRABAR-UN-COSTE.
                  IF LIN-CASADA(F) OR LIN-DIF-PRECIO(F)
                    MOVE MES-FACTURA-WS TO CTE-MES
                    MOVE LIN-TERMINAL(F) TO CTE-TERMINAL
                    MOVE LIN-FECHA(F) TO CTE-FECHA
                    MOVE LIN-TIPO(F) TO CTE-VISITA
                    MOVE LIN-TARIFA(F) TO CTE-IMPORTE
                    WRITE REG-COSTE-TRANSPORTE.
                  ADD 1 TO F.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CONCILIARTRANSPORTE" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
