       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEQUEJAS.
       *> Informes del registro de quejas QUEJAS.DAT que lleva el
       *> servicio de atencion al cliente con GESTIONARQUEJAS:
       *>  - cada noche, la antiguedad de las quejas sin resolver en
       *>    INFORME-QUEJAS.DAT: dias abierta, tramo (0-15, 16-30, 31-60
       *>    y mas de 60 dias) y marca de las que han pasado su fecha
       *>    limite de respuesta, con los totales por tramo;
       *>  - una vez por semestre, la estadistica del ultimo semestre
       *>    cerrado que se remite al Banco de Espana, en
       *>    ESTADISTICA-QUEJAS.DAT: por categoria, las quejas
       *>    recibidas y resueltas, el sentido de la resolucion (a
       *>    favor, en parte o en contra del cliente), las resueltas
       *>    fuera de plazo y las compensaciones abonadas; por canal,
       *>    las recibidas; y las que quedaron pendientes al cierre.
       *> La estadistica se autolimita por CONTROL-QUEJAS.DAT (ultimo
       *> semestre generado, AAAAS) y puede pedirse de nuevo dejando un
       *> registro cualquiera en QUEJAS-SOLICITUD.DAT, igual que la
       *> vista unica de cliente de GENERARFGD.
       *>
       *> Versiones
       *> Versión 1.0 - Antiguedad de quejas y estadistica semestral
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT QUEJASFILE ASSIGN TO "QUEJAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QJ-NUMERO
                  FILE STATUS IS FSQJ.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-QUEJAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT ESTADISTICAFILE ASSIGN TO "ESTADISTICA-QUEJAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSES.

              SELECT CONTROLFILE ASSIGN TO "CONTROL-QUEJAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSC.

              SELECT SOLICITUDFILE ASSIGN TO "QUEJAS-SOLICITUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSO.

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
       FD QUEJASFILE.
       01 REG-QUEJA.
              02 QJ-NUMERO              PIC 9(6).
              02 QJ-DNI                 PIC X(9).
              02 QJ-NOMBRE              PIC X(30).
              02 QJ-CATEGORIA           PIC X(3).
              02 QJ-CANAL               PIC X.
              02 QJ-CUENTA              PIC X(24).
              02 QJ-MOV-SEC             PIC 9(6).
              02 QJ-CASO-TIPO           PIC XX.
              02 QJ-CASO-REF            PIC X(10).
              02 QJ-DESCRIPCION         PIC X(50).
              02 QJ-FECHA-ALTA          PIC 9(8).
              02 QJ-FECHA-LIMITE        PIC 9(8).
              02 QJ-ESTADO              PIC X.
                 88 QJ-ABIERTA          VALUE "A".
                 88 QJ-EN-TRAMITE       VALUE "T".
                 88 QJ-RESUELTA         VALUE "R".
              02 QJ-RESOLUCION          PIC X.
                 88 QJ-A-FAVOR          VALUE "F".
                 88 QJ-EN-PARTE         VALUE "P".
                 88 QJ-EN-CONTRA        VALUE "D".
              02 QJ-FECHA-RESOLUCION    PIC 9(8).
              02 QJ-COMPENSACION        PIC 9(7)V99.
              02 QJ-CUENTA-ABONO        PIC X(24).
              02 QJ-GESTOR              PIC X(8).
              02 QJ-NOTA                PIC X(50).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).

       FD ESTADISTICAFILE.
       01 REG-ESTADISTICA               PIC X(90).

       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-SEMESTRE           PIC 9(5).

       FD SOLICITUDFILE.
       01 REG-SOLICITUD                 PIC X(40).

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
              77 FSQJ                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 FSES                  PIC XX.
              77 FSC                   PIC XX.
              77 FSSO                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 SEMESTRE-WS           PIC 9(5).
              77 AA-SEM-WS             PIC 9999.
              77 S-SEM-WS              PIC 9.
              77 INICIO-SEM-WS         PIC 9(8).
              77 FIN-SEM-WS            PIC 9(8).
              77 SOLICITUD-WS          PIC XX VALUE "NO".
              77 ESTADISTICA-WS        PIC XX VALUE "SI".
              77 N                     PIC 99.
              77 CATEGORIA-HALLADA     PIC X(2).
              77 DIAS-ABIERTA-WS       PIC S9(5).
              77 NUM-QUEJAS            PIC 9(7) VALUE 0.
              77 NUM-PENDIENTES        PIC 9(7) VALUE 0.
              77 NUM-VENCIDAS          PIC 9(7) VALUE 0.
              77 NUM-PEND-CIERRE       PIC 9(7) VALUE 0.
              77 NUM-PEND-CIERRE-VENC  PIC 9(7) VALUE 0.
              77 TOTAL-COMPENSADO-WS   PIC 9(11)V99 VALUE 0.

              01 TABLA-TRAMOS.
                 02 TRAMO-ENTRADA OCCURS 4 TIMES.
                    03 TR-LITERAL           PIC X(14).
                    03 TR-QUEJAS            PIC 9(5).
                    03 TR-VENCIDAS          PIC 9(5).

       *> Las siete categorias de GESTIONARQUEJAS, en el orden en que
       *> las pide la estadistica; la ultima fila acumula el total
              01 TABLA-CATEGORIAS.
                 02 CATEGORIA-ENTRADA OCCURS 8 TIMES.
                    03 TC-CODIGO            PIC X(3).
                    03 TC-LITERAL           PIC X(24).
                    03 TC-RECIBIDAS         PIC 9(5).
                    03 TC-RESUELTAS         PIC 9(5).
                    03 TC-A-FAVOR           PIC 9(5).
                    03 TC-EN-PARTE          PIC 9(5).
                    03 TC-EN-CONTRA         PIC 9(5).
                    03 TC-FUERA-PLAZO       PIC 9(5).
                    03 TC-COMPENSADO        PIC 9(9)V99.

              01 TABLA-CANALES.
                 02 CANAL-ENTRADA OCCURS 5 TIMES.
                    03 TN-CODIGO            PIC X.
                    03 TN-LITERAL           PIC X(24).
                    03 TN-RECIBIDAS         PIC 9(5).

              01 LINEA-CAB-ANT.
                 02 FILLER             PIC X(36) VALUE
                     "ANTIGUEDAD DE QUEJAS PENDIENTES AL ".
                 02 CAB-FECHA          PIC 9(8).

              01 LINEA-TIT-ANT.
                 02 FILLER             PIC X(60) VALUE
                  "   Num E DNI       Cat C Entrada  Limite    Dias Tramo".

              01 LINEA-QUEJA.
                 02 LQ-NUMERO          PIC ZZZZZ9.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-ESTADO          PIC X.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-DNI             PIC X(9).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-CATEGORIA       PIC X(3).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-CANAL           PIC X.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-ALTA            PIC 9(8).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-LIMITE          PIC 9(8).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-DIAS            PIC ZZZZ9.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-TRAMO           PIC X(14).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LQ-AVISO           PIC X(11).

              01 LINEA-TRAMO.
                 02 LT-LITERAL         PIC X(14).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LT-QUEJAS          PIC ZZZZ9.
                 02 FILLER             PIC X(10) VALUE " quejas, ".
                 02 LT-VENCIDAS        PIC ZZZZ9.
                 02 FILLER             PIC X(16) VALUE
                     " fuera de plazo".

              01 LINEA-CAB-EST.
                 02 FILLER             PIC X(46) VALUE
                     "ESTADISTICA SEMESTRAL DE QUEJAS, SEMESTRE ".
                 02 CAB-SEMESTRE       PIC 9(5).
                 02 FILLER             PIC X(3) VALUE " (".
                 02 CAB-INICIO         PIC 9(8).
                 02 FILLER             PIC X(3) VALUE " a ".
                 02 CAB-FIN            PIC 9(8).
                 02 FILLER             PIC X VALUE ")".

              01 LINEA-TIT-EST.
                 02 FILLER             PIC X(46) VALUE
                     "Categoria                    Recib Resue Favor".
                 02 FILLER             PIC X(30) VALUE
                     " Parte Contr FPlaz  Compensado".

              01 LINEA-CATEGORIA.
                 02 LE-CODIGO          PIC X(3).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LE-LITERAL         PIC X(24).
                 02 LE-RECIBIDAS       PIC ZZZZZ9.
                 02 LE-RESUELTAS       PIC ZZZZZ9.
                 02 LE-A-FAVOR         PIC ZZZZZ9.
                 02 LE-EN-PARTE        PIC ZZZZZ9.
                 02 LE-EN-CONTRA       PIC ZZZZZ9.
                 02 LE-FUERA-PLAZO     PIC ZZZZZ9.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LE-COMPENSADO      PIC ZZZZZZZZ9.99.

              01 LINEA-CANAL.
                 02 FILLER             PIC X(10) VALUE "Canal ".
                 02 LN-CODIGO          PIC X.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LN-LITERAL         PIC X(24).
                 02 LN-RECIBIDAS       PIC ZZZZZ9.
                 02 FILLER             PIC X(10) VALUE " recibidas".

              01 LINEA-CONTADOR.
                 02 LC-LITERAL         PIC X(40).
                 02 LC-VALOR           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CALCULAR-SEMESTRE.
                  PERFORM COMPROBAR-SOLICITUD.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.
                  PERFORM CARGAR-TABLAS.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-ANT.
                  WRITE REG-INFORME FROM LINEA-TIT-ANT.
                  PERFORM RECORRER-QUEJAS THRU FIN-RECORRER-QUEJAS.
                  PERFORM ESCRIBIR-TRAMOS.
                  CLOSE INFORMEFILE.
                  IF ESTADISTICA-WS = "SI"
                    PERFORM ESCRIBIR-ESTADISTICA
                    PERFORM GRABAR-CONTROL.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-QUEJAS TO CTL-LEIDOS-WS.
                  MOVE NUM-PENDIENTES TO CTL-ESCRITOS-WS.
                  MOVE NUM-VENCIDAS TO CTL-RECHAZADOS-WS.
                  MOVE TOTAL-COMPENSADO-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "INFORMEQUEJAS: " NUM-PENDIENTES
                      " quejas pendientes, " NUM-VENCIDAS
                      " fuera de plazo.".
                  IF ESTADISTICA-WS = "SI"
                    DISPLAY "INFORMEQUEJAS: estadistica del semestre "
                        SEMESTRE-WS " generada.".
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

       *> Ultimo semestre cerrado respecto a la fecha de negocio (AAAAS)
       *> y sus fechas de inicio y fin: en el primer semestre del ano es
       *> el segundo del ano anterior, y en el segundo, el primero
              CALCULAR-SEMESTRE.
                  COMPUTE AA-SEM-WS = FECHA-NEGOCIO-WS / 10000.
                  IF FUNCTION MOD(FECHA-NEGOCIO-WS / 100, 100) <= 6
                    SUBTRACT 1 FROM AA-SEM-WS
                    MOVE 2 TO S-SEM-WS
                    COMPUTE INICIO-SEM-WS = AA-SEM-WS * 10000 + 0701
                    COMPUTE FIN-SEM-WS = AA-SEM-WS * 10000 + 1231
                  ELSE
                    MOVE 1 TO S-SEM-WS
                    COMPUTE INICIO-SEM-WS = AA-SEM-WS * 10000 + 0101
                    COMPUTE FIN-SEM-WS = AA-SEM-WS * 10000 + 0630.
                  COMPUTE SEMESTRE-WS = AA-SEM-WS * 10 + S-SEM-WS.

       *> Un registro cualquiera en QUEJAS-SOLICITUD.DAT pide generar la
       *> estadistica ya, aunque el semestre este hecho
              COMPROBAR-SOLICITUD.
                  OPEN INPUT SOLICITUDFILE.
                  IF FSSO = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SOLICITUD-WS.
                  CLOSE SOLICITUDFILE.

       *> A diferencia de GENERARFGD no se para: el informe de
       *> antiguedad sale todas las noches y solo la estadistica se
       *> omite si el semestre ya esta generado
              COMPROBAR-CONTROL.
                  IF SOLICITUD-WS = "SI"
                    GO TO FIN-COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-SEMESTRE >= SEMESTRE-WS
                          MOVE "NO" TO ESTADISTICA-WS.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.
                  EXIT.

              CARGAR-TABLAS.
                  MOVE "0 a 15 dias" TO TR-LITERAL(1).
                  MOVE "16 a 30 dias" TO TR-LITERAL(2).
                  MOVE "31 a 60 dias" TO TR-LITERAL(3).
                  MOVE "mas de 60 dias" TO TR-LITERAL(4).
                  MOVE 1 TO N.
                  PERFORM PONER-A-CERO-TRAMO UNTIL N > 4.

                  MOVE "COM" TO TC-CODIGO(1).
                  MOVE "Comisiones" TO TC-LITERAL(1).
                  MOVE "TAR" TO TC-CODIGO(2).
                  MOVE "Tarjeta retenida" TO TC-LITERAL(2).
                  MOVE "CAJ" TO TC-CODIGO(3).
                  MOVE "Cajero fuera de servicio" TO TC-LITERAL(3).
                  MOVE "PAG" TO TC-CODIGO(4).
                  MOVE "Operaciones de pago" TO TC-LITERAL(4).
                  MOVE "ENT" TO TC-CODIGO(5).
                  MOVE "Entradas y espectaculos" TO TC-LITERAL(5).
                  MOVE "PER" TO TC-CODIGO(6).
                  MOVE "Trato del personal" TO TC-LITERAL(6).
                  MOVE "OTR" TO TC-CODIGO(7).
                  MOVE "Otras" TO TC-LITERAL(7).
                  MOVE "TOT" TO TC-CODIGO(8).
                  MOVE "Total" TO TC-LITERAL(8).
                  MOVE 1 TO N.
                  PERFORM PONER-A-CERO-CATEGORIA UNTIL N > 8.

                  MOVE "O" TO TN-CODIGO(1).
                  MOVE "Oficina" TO TN-LITERAL(1).
                  MOVE "T" TO TN-CODIGO(2).
                  MOVE "Telefono" TO TN-LITERAL(2).
                  MOVE "E" TO TN-CODIGO(3).
                  MOVE "Escrito o correo" TO TN-LITERAL(3).
                  MOVE "C" TO TN-CODIGO(4).
                  MOVE "Cajero" TO TN-LITERAL(4).
                  MOVE "W" TO TN-CODIGO(5).
                  MOVE "Web" TO TN-LITERAL(5).
                  MOVE 1 TO N.
                  PERFORM PONER-A-CERO-CANAL UNTIL N > 5.

              PONER-A-CERO-TRAMO.
                  MOVE 0 TO TR-QUEJAS(N).
                  MOVE 0 TO TR-VENCIDAS(N).
                  ADD 1 TO N.

              PONER-A-CERO-CATEGORIA.
                  MOVE 0 TO TC-RECIBIDAS(N).
                  MOVE 0 TO TC-RESUELTAS(N).
                  MOVE 0 TO TC-A-FAVOR(N).
                  MOVE 0 TO TC-EN-PARTE(N).
                  MOVE 0 TO TC-EN-CONTRA(N).
                  MOVE 0 TO TC-FUERA-PLAZO(N).
                  MOVE 0 TO TC-COMPENSADO(N).
                  ADD 1 TO N.

              PONER-A-CERO-CANAL.
                  MOVE 0 TO TN-RECIBIDAS(N).
                  ADD 1 TO N.

       *> Una sola pasada por QUEJAS.DAT alimenta los dos informes
              RECORRER-QUEJAS.
                  OPEN INPUT QUEJASFILE.
                  IF FSQJ = "35"
                    CLOSE QUEJASFILE
                    GO TO FIN-RECORRER-QUEJAS.

                LEER-UNA-QUEJA.
                  READ QUEJASFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRER-QUEJAS.
                  ADD 1 TO NUM-QUEJAS.
                  IF NOT QJ-RESUELTA
                    PERFORM ANOTAR-ANTIGUEDAD.
                  IF ESTADISTICA-WS = "SI"
                    PERFORM ACUMULAR-SEMESTRE THRU FIN-ACUMULAR-SEMESTRE.
                  GO TO LEER-UNA-QUEJA.

                CERRAR-RECORRER-QUEJAS.
                  CLOSE QUEJASFILE.
              FIN-RECORRER-QUEJAS.
                  EXIT.

              ANOTAR-ANTIGUEDAD.
                  ADD 1 TO NUM-PENDIENTES.
                  COMPUTE DIAS-ABIERTA-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                    - FUNCTION INTEGER-OF-DATE(QJ-FECHA-ALTA).
                  IF DIAS-ABIERTA-WS < 0
                    MOVE 0 TO DIAS-ABIERTA-WS.
                  IF DIAS-ABIERTA-WS <= 15
                    MOVE 1 TO N
                  ELSE
                    IF DIAS-ABIERTA-WS <= 30
                      MOVE 2 TO N
                    ELSE
                      IF DIAS-ABIERTA-WS <= 60
                        MOVE 3 TO N
                      ELSE
                        MOVE 4 TO N.
                  ADD 1 TO TR-QUEJAS(N).
                  MOVE QJ-NUMERO TO LQ-NUMERO.
                  MOVE QJ-ESTADO TO LQ-ESTADO.
                  MOVE QJ-DNI TO LQ-DNI.
                  MOVE QJ-CATEGORIA TO LQ-CATEGORIA.
                  MOVE QJ-CANAL TO LQ-CANAL.
                  MOVE QJ-FECHA-ALTA TO LQ-ALTA.
                  MOVE QJ-FECHA-LIMITE TO LQ-LIMITE.
                  MOVE DIAS-ABIERTA-WS TO LQ-DIAS.
                  MOVE TR-LITERAL(N) TO LQ-TRAMO.
                  MOVE SPACES TO LQ-AVISO.
                  IF FECHA-NEGOCIO-WS > QJ-FECHA-LIMITE
                    MOVE "FUERA PLAZO" TO LQ-AVISO
                    ADD 1 TO TR-VENCIDAS(N)
                    ADD 1 TO NUM-VENCIDAS.
                  WRITE REG-INFORME FROM LINEA-QUEJA.

              ACUMULAR-SEMESTRE.
                  IF QJ-FECHA-ALTA > FIN-SEM-WS
                    GO TO FIN-ACUMULAR-SEMESTRE.
                  PERFORM LOCALIZAR-CATEGORIA THRU FIN-LOCALIZAR-CATEGORIA.

       *> Pendientes al cierre: entradas hasta el fin del semestre que
       *> entonces seguian sin resolver
                  IF NOT QJ-RESUELTA OR QJ-FECHA-RESOLUCION > FIN-SEM-WS
                    ADD 1 TO NUM-PEND-CIERRE
                    IF QJ-FECHA-LIMITE < FIN-SEM-WS
                      ADD 1 TO NUM-PEND-CIERRE-VENC.

                  IF QJ-FECHA-ALTA >= INICIO-SEM-WS
                    ADD 1 TO TC-RECIBIDAS(N)
                    ADD 1 TO TC-RECIBIDAS(8)
                    PERFORM CONTAR-CANAL.

                  IF NOT QJ-RESUELTA
                    GO TO FIN-ACUMULAR-SEMESTRE.
                  IF QJ-FECHA-RESOLUCION < INICIO-SEM-WS OR
                     QJ-FECHA-RESOLUCION > FIN-SEM-WS
                    GO TO FIN-ACUMULAR-SEMESTRE.
                  ADD 1 TO TC-RESUELTAS(N).
                  ADD 1 TO TC-RESUELTAS(8).
                  IF QJ-A-FAVOR
                    ADD 1 TO TC-A-FAVOR(N)
                    ADD 1 TO TC-A-FAVOR(8).
                  IF QJ-EN-PARTE
                    ADD 1 TO TC-EN-PARTE(N)
                    ADD 1 TO TC-EN-PARTE(8).
                  IF QJ-EN-CONTRA
                    ADD 1 TO TC-EN-CONTRA(N)
                    ADD 1 TO TC-EN-CONTRA(8).
                  IF QJ-FECHA-RESOLUCION > QJ-FECHA-LIMITE
                    ADD 1 TO TC-FUERA-PLAZO(N)
                    ADD 1 TO TC-FUERA-PLAZO(8).
                  ADD QJ-COMPENSACION TO TC-COMPENSADO(N).
                  ADD QJ-COMPENSACION TO TC-COMPENSADO(8).
                  ADD QJ-COMPENSACION TO TOTAL-COMPENSADO-WS.
              FIN-ACUMULAR-SEMESTRE.
                  EXIT.

       *> Una categoria desconocida cuenta como "otras" (fila 7)
              LOCALIZAR-CATEGORIA.
                  MOVE "NO" TO CATEGORIA-HALLADA.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-CATEGORIA
                      UNTIL N > 7 OR CATEGORIA-HALLADA = "SI".
                  IF CATEGORIA-HALLADA = "NO"
                    MOVE 7 TO N.
              FIN-LOCALIZAR-CATEGORIA.
                  EXIT.

              COMPARAR-CATEGORIA.
                  IF TC-CODIGO(N) = QJ-CATEGORIA
                    MOVE "SI" TO CATEGORIA-HALLADA
                  ELSE
                    ADD 1 TO N.

       *> N apunta a la categoria: el canal se cuenta sin tocarlo
              CONTAR-CANAL.
                  IF QJ-CANAL = "O"
                    ADD 1 TO TN-RECIBIDAS(1).
                  IF QJ-CANAL = "T"
                    ADD 1 TO TN-RECIBIDAS(2).
                  IF QJ-CANAL = "E"
                    ADD 1 TO TN-RECIBIDAS(3).
                  IF QJ-CANAL = "C"
                    ADD 1 TO TN-RECIBIDAS(4).
                  IF QJ-CANAL = "W"
                    ADD 1 TO TN-RECIBIDAS(5).

              ESCRIBIR-TRAMOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-UN-TRAMO UNTIL N > 4.
                  MOVE "Quejas pendientes" TO LC-LITERAL.
                  MOVE NUM-PENDIENTES TO LC-VALOR.
                  WRITE REG-INFORME FROM LINEA-CONTADOR.
                  MOVE "Fuera de plazo de respuesta" TO LC-LITERAL.
                  MOVE NUM-VENCIDAS TO LC-VALOR.
                  WRITE REG-INFORME FROM LINEA-CONTADOR.

              ESCRIBIR-UN-TRAMO.
                  MOVE TR-LITERAL(N) TO LT-LITERAL.
                  MOVE TR-QUEJAS(N) TO LT-QUEJAS.
                  MOVE TR-VENCIDAS(N) TO LT-VENCIDAS.
                  WRITE REG-INFORME FROM LINEA-TRAMO.
                  ADD 1 TO N.

              ESCRIBIR-ESTADISTICA.
                  OPEN OUTPUT ESTADISTICAFILE.
                  MOVE SEMESTRE-WS TO CAB-SEMESTRE.
                  MOVE INICIO-SEM-WS TO CAB-INICIO.
                  MOVE FIN-SEM-WS TO CAB-FIN.
                  WRITE REG-ESTADISTICA FROM LINEA-CAB-EST.
                  WRITE REG-ESTADISTICA FROM LINEA-TIT-EST.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-UNA-CATEGORIA UNTIL N > 8.
                  MOVE SPACES TO REG-ESTADISTICA.
                  WRITE REG-ESTADISTICA.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-UN-CANAL UNTIL N > 5.
                  MOVE SPACES TO REG-ESTADISTICA.
                  WRITE REG-ESTADISTICA.
                  MOVE "Pendientes al cierre del semestre" TO LC-LITERAL.
                  MOVE NUM-PEND-CIERRE TO LC-VALOR.
                  WRITE REG-ESTADISTICA FROM LINEA-CONTADOR.
                  MOVE "  de ellas ya fuera de plazo" TO LC-LITERAL.
                  MOVE NUM-PEND-CIERRE-VENC TO LC-VALOR.
                  WRITE REG-ESTADISTICA FROM LINEA-CONTADOR.
                  CLOSE ESTADISTICAFILE.

              ESCRIBIR-UNA-CATEGORIA.
                  MOVE TC-CODIGO(N) TO LE-CODIGO.
                  MOVE TC-LITERAL(N) TO LE-LITERAL.
                  MOVE TC-RECIBIDAS(N) TO LE-RECIBIDAS.
                  MOVE TC-RESUELTAS(N) TO LE-RESUELTAS.
                  MOVE TC-A-FAVOR(N) TO LE-A-FAVOR.
                  MOVE TC-EN-PARTE(N) TO LE-EN-PARTE.
                  MOVE TC-EN-CONTRA(N) TO LE-EN-CONTRA.
                  MOVE TC-FUERA-PLAZO(N) TO LE-FUERA-PLAZO.
                  MOVE TC-COMPENSADO(N) TO LE-COMPENSADO.
                  WRITE REG-ESTADISTICA FROM LINEA-CATEGORIA.
                  ADD 1 TO N.

              ESCRIBIR-UN-CANAL.
                  MOVE TN-CODIGO(N) TO LN-CODIGO.
                  MOVE TN-LITERAL(N) TO LN-LITERAL.
                  MOVE TN-RECIBIDAS(N) TO LN-RECIBIDAS.
                  WRITE REG-ESTADISTICA FROM LINEA-CANAL.
                  ADD 1 TO N.

       *> El semestre queda hecho y la solicitud a demanda, atendida
              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE SEMESTRE-WS TO CTL-SEMESTRE.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.
                  IF SOLICITUD-WS = "SI"
                    OPEN OUTPUT SOLICITUDFILE
                    CLOSE SOLICITUDFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "INFORMEQUEJAS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
