       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMESUCURSALES.
       *> Informe mensual de resultados por sucursal y region. Cada
       *> terminal se asigna a su sucursal segun el maestro
       *> TERMINALES.DAT (ver writeTerminalesFile), y de cada sucursal
       *> se saca en INFORME-SUCURSALES.DAT:
       *>   - el volumen: numero de operaciones de clientes grabadas en
       *>     sus terminales (MOVS.DAT por MOV-TERMINAL y fecha de
       *>     negocio del mes) y su importe;
       *>   - los ingresos por comisiones: los apuntes de comision (CO)
       *>     cobrados en sus terminales;
       *>   - los ingresos por recargo: cada retirada interbancaria
       *>     (RE/IB) al recargo fijo de la entidad de la tarjeta en
       *>     RED-INTERBANCARIA.DAT;
       *>   - los costes de manejo de efectivo: el importe acordado de
       *>     las visitas del transporte de fondos que CONCILIARTRANSPORTE
       *>     deja por terminal en COSTES-TRANSPORTE.DAT;
       *>   - el resultado (comisiones y recargos menos costes);
       *>   - la disponibilidad de sus terminales, con las averias y
       *>     recuperaciones de INCIDENCIAS-DISPOSITIVOS.DAT emparejadas
       *>     como en INFORMEDISPONIBILIDAD: un terminal esta parado
       *>     mientras alguno de sus dispositivos lo esta, y la
       *>     disponibilidad de la sucursal es la de todos sus
       *>     terminales juntos.
       *> Despues de las sucursales van los totales por region y el
       *> total general. Los terminales que no estan en el maestro y
       *> las visitas facturadas sin terminal se agrupan en
       *> "SIN SUCURSAL"; los apuntes de los procesos batch (BATC) no
       *> son de ninguna sucursal y solo se cuentan al pie.
       *>
       *> El mes es el de la fecha de negocio; un registro en
       *> SUCURSALES-PARAM.DAT con otro mes (aaaamm) lo sustituye, para
       *> sacar el informe de un mes ya cerrado cuando ha llegado su
       *> factura del transporte de fondos.
       *>
       *> Versiones
       *> Versión 1.0 - Resultados mensuales por sucursal y region
       *> Versión 1.1 - Comprueba el trazado de MOVS.DAT antes de abrirlo
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT TERMINALESFILE ASSIGN TO "TERMINALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRM-ID
                  FILE STATUS IS FSTR.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT REDINTERFILE ASSIGN TO "RED-INTERBANCARIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRI.

              SELECT COSTESFILE ASSIGN TO "COSTES-TRANSPORTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCS.

              SELECT INCIDENCIASFILE ASSIGN TO
                  "INCIDENCIAS-DISPOSITIVOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSINC.

              SELECT PARAMFILE ASSIGN TO "SUCURSALES-PARAM.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

              SELECT INFORMEFILE ASSIGN TO "INFORME-SUCURSALES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD TERMINALESFILE: maestro de terminales con su sucursal,
       *> region y centro de coste
       FD TERMINALESFILE.
       01 REG-TERMINAL-MAESTRO.
              02 TRM-ID                 PIC X(4).
              02 TRM-SUCURSAL           PIC X(4).
              02 TRM-NOMBRE-SUCURSAL    PIC X(30).
              02 TRM-REGION             PIC X(15).
              02 TRM-CENTRO-COSTE       PIC X(6).
              02 TRM-DIRECCION          PIC X(40).
              02 TRM-FECHA-INSTALACION  PIC 9(8).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-CLAVE.
                 03 MOV-ID              PIC X(24).
                 03 MOV-SEC             PIC 9(6).
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-CANTIDAD           PIC --------9.99.
              02 MOV-CUENTA-DESTINO     PIC X(24).
              02 MOV-SALDO              PIC S9(9)V99.
              02 MOV-FECHA              PIC X(10).
              02 MOV-HORA               PIC X(8).
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-REINTEGRO    VALUE "RE".
                 88 MOV-OP-COMISION     VALUE "CO".
              02 MOV-SUBTIPO-OP         PIC XX.

       FD REDINTERFILE.
       01 REG-RED-INTERBANCARIA.
              02 RBI-BIN-INICIO         PIC 9(6).
              02 RBI-BIN-FIN            PIC 9(6).
              02 RBI-BANCO-COD          PIC X(4).
              02 RBI-BANCO-NOMBRE       PIC X(20).
              02 RBI-RECARGO            PIC 9(3)V99.

       *> FD COSTESFILE: coste acordado de cada visita del transporte
       *> de fondos, por mes facturado y terminal
       FD COSTESFILE.
       01 REG-COSTE-TRANSPORTE.
              02 CTE-MES                PIC 9(6).
              02 CTE-TERMINAL           PIC X(4).
              02 CTE-FECHA              PIC 9(8).
              02 CTE-VISITA             PIC X.
              02 CTE-IMPORTE            PIC 9(5)V99.

       FD INCIDENCIASFILE.
       01 REG-INCIDENCIA.
              02 INC-TERMINAL           PIC X(4).
              02 FILLER                 PIC X(2).
              02 INC-DISPOSITIVO        PIC X(10).
              02 FILLER                 PIC X(2).
              02 INC-EVENTO             PIC X.
              02 FILLER                 PIC X(2).
              02 INC-FECHA              PIC X(10).
              02 FILLER                 PIC X(2).
              02 INC-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 INC-STAFF              PIC X(8).

       FD PARAMFILE.
       01 REG-PARAM-SUCURSALES.
              02 PSU-MES                PIC 9(6).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
              02 TRZ-FICHERO            PIC X(12).
              02 TRZ-VERSION            PIC 9(3).
              02 TRZ-NUM-REGISTROS      PIC 9(9).
              02 TRZ-FECHA              PIC 9(8).
              02 TRZ-PROGRAMA           PIC X(20).

       WORKING-STORAGE SECTION.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSTR                  PIC XX.
              77 FSM                   PIC XX.
              77 FSRI                  PIC XX.
              77 FSCS                  PIC XX.
              77 FSINC                 PIC XX.
              77 FSPA                  PIC XX.
              77 FSI                   PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MES-INFORME-WS        PIC 9(6).
              77 MES-SIGUIENTE-WS      PIC 9(6).
              77 MES-INCIDENCIA-WS     PIC 9(6).
              77 FECHA-INC-COMP-WS     PIC 9(8).
              77 MINUTOS-EVENTO-WS     PIC S9(11).
              77 MINUTOS-AHORA-WS      PIC S9(11).
              77 INICIO-PERIODO-WS     PIC S9(11).
              77 FIN-PERIODO-WS        PIC S9(11).
              77 MINUTOS-PERIODO-WS    PIC 9(9).
              77 IMPORTE-ABS-WS        PIC 9(9)V99.
              77 RECARGO-WS            PIC 9(3)V99.
              77 TERMINAL-BUSCADO-WS   PIC X(4).
              77 ENCONTRADO-WS         PIC X(2).
              77 NUM-BATCH             PIC 9(7) VALUE 0.
              77 NUM-SIN-TERMINAL      PIC 9(7) VALUE 0.
              77 T                     PIC 9(4).
              77 S                     PIC 9(4).
              77 R                     PIC 9(4).
              77 N                     PIC 9(4).
              77 E                     PIC 9(4).

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 FECHAF.
                 02 DD                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.

       *> Terminales del maestro (y los desconocidos que aparecen en
       *> el mes) con su sucursal y sus minutos parados
              77 NUM-TERMINALES        PIC 9(4) VALUE 0.
              01 TABLA-TERMINALES.
                 02 TERMINAL-ENTRADA OCCURS 200 TIMES.
                    03 TT-TERMINAL          PIC X(4).
                    03 TT-SUCURSAL          PIC 9(4).
                    03 TT-MINUTOS-PARADO    PIC 9(9).

       *> Acumulados del mes por sucursal
              77 NUM-SUCURSALES        PIC 9(4) VALUE 0.
              01 TABLA-SUCURSALES.
                 02 SUCURSAL-ENTRADA OCCURS 100 TIMES.
                    03 TS-SUCURSAL          PIC X(4).
                    03 TS-NOMBRE            PIC X(30).
                    03 TS-REGION            PIC X(15).
                    03 TS-TERMINALES        PIC 9(4).
                    03 TS-OPERACIONES       PIC 9(7).
                    03 TS-IMPORTE           PIC 9(11)V99.
                    03 TS-COMISIONES        PIC 9(9)V99.
                    03 TS-RECARGOS          PIC 9(9)V99.
                    03 TS-COSTES            PIC 9(9)V99.
                    03 TS-MINUTOS-PARADO    PIC 9(11).

       *> Los mismos acumulados por region, y el total general en la
       *> entrada 21
              77 NUM-REGIONES          PIC 9(4) VALUE 0.
              01 TABLA-REGIONES.
                 02 REGION-ENTRADA OCCURS 21 TIMES.
                    03 TR-REGION            PIC X(15).
                    03 TR-TERMINALES        PIC 9(4).
                    03 TR-OPERACIONES       PIC 9(7).
                    03 TR-IMPORTE           PIC 9(11)V99.
                    03 TR-COMISIONES        PIC 9(9)V99.
                    03 TR-RECARGOS          PIC 9(9)V99.
                    03 TR-COSTES            PIC 9(9)V99.
                    03 TR-MINUTOS-PARADO    PIC 9(11).

       *> Recargo fijo de cada entidad de la red interbancaria
              77 NUM-ENTIDADES         PIC 9(4) VALUE 0.
              01 TABLA-ENTIDADES.
                 02 ENTIDAD-ENTRADA OCCURS 100 TIMES.
                    03 TE-BANCO-COD         PIC X(4).
                    03 TE-RECARGO           PIC 9(3)V99.

       *> Una entrada por terminal y dispositivo con incidencias en el
       *> mes; si hay una averia abierta se guarda su minuto de inicio
              77 NUM-EQUIPOS           PIC 9(4) VALUE 0.
              01 TABLA-EQUIPOS.
                 02 EQUIPO-ENTRADA OCCURS 400 TIMES.
                    03 TQ-TERMINAL          PIC X(4).
                    03 TQ-DISPOSITIVO       PIC X(10).
                    03 TQ-MINUTOS-PARADO    PIC 9(9).
                    03 TQ-AVERIA-ABIERTA    PIC X.
                    03 TQ-MINUTO-AVERIA     PIC S9(11).

       *> Cifras de la linea en curso del informe
              01 CIFRAS-LINEA.
                 02 CL-TERMINALES      PIC 9(4).
                 02 CL-OPERACIONES     PIC 9(7).
                 02 CL-IMPORTE         PIC 9(11)V99.
                 02 CL-COMISIONES      PIC 9(9)V99.
                 02 CL-RECARGOS        PIC 9(9)V99.
                 02 CL-COSTES          PIC 9(9)V99.
                 02 CL-MINUTOS-PARADO  PIC 9(11).
              77 MINUTOS-POSIBLES-WS   PIC 9(13).

              01 LINEA-CAB-SUCURSALES.
                 02 FILLER             PIC X(40) VALUE
                     "RESULTADOS POR SUCURSAL DEL MES         ".
                 02 CAB-MES            PIC 9(6).
                 02 FILLER             PIC X(14) VALUE
                     "   EMITIDO EL ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-TITULO.
                 02 LT-TEXTO           PIC X(110).

              01 LINEA-TIT-SUCURSAL.
                 02 FILLER             PIC X(56) VALUE
            "SUC. NOMBRE           REGION     TRM OPERAC      IMPORTE".
                 02 FILLER             PIC X(52) VALUE
            " COMISIONES   RECARGOS     COSTES   RESULTADO DISP.%".

              01 LINEA-SUCURSAL.
                 02 LS-SUCURSAL        PIC X(4).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-NOMBRE          PIC X(16).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-REGION          PIC X(10).
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-TERMINALES      PIC ZZ9.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-OPERACIONES     PIC ZZZZZ9.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-IMPORTE         PIC ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-COMISIONES      PIC ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-RECARGOS        PIC ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-COSTES          PIC ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-RESULTADO       PIC -ZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACES.
                 02 LS-DISPONIBILIDAD  PIC ZZ9.99.

              01 LINEA-PIE.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-TEXTO           PIC X(60).
                 02 LP-CIFRA           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE MES-INFORME-WS = FECHA-NEGOCIO-WS / 100.
                  PERFORM CARGAR-PARAMETROS.
                  PERFORM CALCULAR-PERIODO.
                  PERFORM CARGAR-TERMINALES THRU FIN-CARGAR-TERMINALES.
                  PERFORM CARGAR-ENTIDADES THRU FIN-CARGAR-ENTIDADES.
                  PERFORM RECORRER-MOVIMIENTOS
                      THRU FIN-RECORRER-MOVIMIENTOS.
                  PERFORM RECORRER-COSTES THRU FIN-RECORRER-COSTES.
                  PERFORM RECORRER-INCIDENCIAS
                      THRU FIN-RECORRER-INCIDENCIAS.
                  PERFORM CERRAR-AVERIAS-ABIERTAS.
                  PERFORM IMPUTAR-PARADAS.
                  PERFORM ACUMULAR-REGIONES.
                  PERFORM GENERAR-INFORME.
                  DISPLAY "INFORMESUCURSALES: " NUM-SUCURSALES
                      " sucursales y " NUM-TERMINALES
                      " terminales en el informe del mes "
                      MES-INFORME-WS ".".
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

       *> Un mes aaaamm valido en SUCURSALES-PARAM.DAT sustituye al de
       *> la fecha de negocio
              CARGAR-PARAMETROS.
                  OPEN INPUT PARAMFILE.
                  IF FSPA = "35"
                    CONTINUE
                  ELSE
                    READ PARAMFILE
                      AT END CONTINUE
                      NOT AT END PERFORM TOMAR-PARAMETROS.
                  CLOSE PARAMFILE.

              TOMAR-PARAMETROS.
                  IF PSU-MES IS NUMERIC AND PSU-MES(5:2) > "00" AND
                     PSU-MES(5:2) < "13"
                    MOVE PSU-MES TO MES-INFORME-WS.

       *> Minutos del mes del informe: del dia 1 al primero del mes
       *> siguiente, o hasta el momento del informe si el mes esta en
       *> curso
              CALCULAR-PERIODO.
                  IF MES-INFORME-WS(5:2) = "12"
                    COMPUTE MES-SIGUIENTE-WS = MES-INFORME-WS + 89
                  ELSE
                    COMPUTE MES-SIGUIENTE-WS = MES-INFORME-WS + 1.
                  COMPUTE INICIO-PERIODO-WS =
                      FUNCTION INTEGER-OF-DATE(MES-INFORME-WS * 100 + 1)
                      * 1440.
                  COMPUTE FIN-PERIODO-WS =
                      FUNCTION INTEGER-OF-DATE(MES-SIGUIENTE-WS * 100 + 1)
                      * 1440.
                  COMPUTE MINUTOS-AHORA-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS) * 1440
                      + HH OF HORA * 60 + MM OF HORA.
                  IF MINUTOS-AHORA-WS < FIN-PERIODO-WS
                    MOVE MINUTOS-AHORA-WS TO FIN-PERIODO-WS.
                  MOVE 1 TO MINUTOS-PERIODO-WS.
                  IF FIN-PERIODO-WS > INICIO-PERIODO-WS
                    COMPUTE MINUTOS-PERIODO-WS =
                        FIN-PERIODO-WS - INICIO-PERIODO-WS.

       *> Procedimiento cargar-terminales: cada terminal del maestro
       *> entra en la tabla con su sucursal, que se crea la primera
       *> vez que aparece
              CARGAR-TERMINALES.
                  OPEN INPUT TERMINALESFILE.
                  IF FSTR = "35"
                    CLOSE TERMINALESFILE
                    GO TO FIN-CARGAR-TERMINALES.

                LEER-TERMINALES.
                  READ TERMINALESFILE NEXT RECORD
                      AT END GO TO CERRAR-TERMINALES.
                  IF NUM-TERMINALES = 200
                    GO TO LEER-TERMINALES.
                  PERFORM LOCALIZAR-SUCURSAL THRU FIN-LOCALIZAR-SUCURSAL.
                  IF S = 0
                    GO TO LEER-TERMINALES.
                  ADD 1 TO NUM-TERMINALES.
                  MOVE TRM-ID TO TT-TERMINAL(NUM-TERMINALES).
                  MOVE S TO TT-SUCURSAL(NUM-TERMINALES).
                  MOVE 0 TO TT-MINUTOS-PARADO(NUM-TERMINALES).
                  ADD 1 TO TS-TERMINALES(S).
                  GO TO LEER-TERMINALES.

                CERRAR-TERMINALES.
                  CLOSE TERMINALESFILE.
              FIN-CARGAR-TERMINALES.
                  EXIT.

       *> Deja en S la sucursal del terminal leido del maestro,
       *> creandola si es la primera vez; S = 0 si no cabe
              LOCALIZAR-SUCURSAL.
                  MOVE 1 TO S.
                  MOVE "NO" TO ENCONTRADO-WS.
                  PERFORM COMPARAR-SUCURSAL
                      UNTIL S > NUM-SUCURSALES OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI"
                    GO TO FIN-LOCALIZAR-SUCURSAL.
                  IF NUM-SUCURSALES = 100
                    MOVE 0 TO S
                    GO TO FIN-LOCALIZAR-SUCURSAL.
                  ADD 1 TO NUM-SUCURSALES.
                  MOVE NUM-SUCURSALES TO S.
                  PERFORM INICIAR-SUCURSAL.
                  MOVE TRM-SUCURSAL TO TS-SUCURSAL(S).
                  MOVE TRM-NOMBRE-SUCURSAL TO TS-NOMBRE(S).
                  MOVE TRM-REGION TO TS-REGION(S).
              FIN-LOCALIZAR-SUCURSAL.
                  EXIT.

              COMPARAR-SUCURSAL.
                  IF TS-SUCURSAL(S) = TRM-SUCURSAL
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO S.

              INICIAR-SUCURSAL.
                  MOVE 0 TO TS-TERMINALES(S).
                  MOVE 0 TO TS-OPERACIONES(S).
                  MOVE 0 TO TS-IMPORTE(S).
                  MOVE 0 TO TS-COMISIONES(S).
                  MOVE 0 TO TS-RECARGOS(S).
                  MOVE 0 TO TS-COSTES(S).
                  MOVE 0 TO TS-MINUTOS-PARADO(S).

       *> Deja en S la entrada "SIN SUCURSAL", creandola la primera vez
       *> que hace falta; S = 0 si no cabe
              LOCALIZAR-SIN-SUCURSAL.
                  MOVE 1 TO S.
                  MOVE "NO" TO ENCONTRADO-WS.
                  PERFORM COMPARAR-SIN-SUCURSAL
                      UNTIL S > NUM-SUCURSALES OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI"
                    GO TO FIN-LOCALIZAR-SIN-SUCURSAL.
                  IF NUM-SUCURSALES = 100
                    MOVE 0 TO S
                    GO TO FIN-LOCALIZAR-SIN-SUCURSAL.
                  ADD 1 TO NUM-SUCURSALES.
                  MOVE NUM-SUCURSALES TO S.
                  PERFORM INICIAR-SUCURSAL.
                  MOVE "----" TO TS-SUCURSAL(S).
                  MOVE "SIN SUCURSAL" TO TS-NOMBRE(S).
                  MOVE "SIN REGION" TO TS-REGION(S).
              FIN-LOCALIZAR-SIN-SUCURSAL.
                  EXIT.

              COMPARAR-SIN-SUCURSAL.
                  IF TS-SUCURSAL(S) = "----"
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO S.

       *> Deja en T el terminal TERMINAL-BUSCADO-WS; uno que no esta
       *> en el maestro se anade a "SIN SUCURSAL". T = 0 si no cabe
              LOCALIZAR-TERMINAL.
                  MOVE 1 TO T.
                  MOVE "NO" TO ENCONTRADO-WS.
                  PERFORM COMPARAR-TERMINAL
                      UNTIL T > NUM-TERMINALES OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI"
                    GO TO FIN-LOCALIZAR-TERMINAL.
                  MOVE 0 TO T.
                  IF NUM-TERMINALES = 200
                    GO TO FIN-LOCALIZAR-TERMINAL.
                  PERFORM LOCALIZAR-SIN-SUCURSAL
                      THRU FIN-LOCALIZAR-SIN-SUCURSAL.
                  IF S = 0
                    GO TO FIN-LOCALIZAR-TERMINAL.
                  ADD 1 TO NUM-TERMINALES.
                  MOVE NUM-TERMINALES TO T.
                  MOVE TERMINAL-BUSCADO-WS TO TT-TERMINAL(T).
                  MOVE S TO TT-SUCURSAL(T).
                  MOVE 0 TO TT-MINUTOS-PARADO(T).
                  ADD 1 TO TS-TERMINALES(S).
              FIN-LOCALIZAR-TERMINAL.
                  EXIT.

              COMPARAR-TERMINAL.
                  IF TT-TERMINAL(T) = TERMINAL-BUSCADO-WS
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO T.

       *> Procedimiento cargar-entidades: recargo de cada entidad de
       *> la red interbancaria
              CARGAR-ENTIDADES.
                  OPEN INPUT REDINTERFILE.
                  IF FSRI = "35"
                    CLOSE REDINTERFILE
                    GO TO FIN-CARGAR-ENTIDADES.

                LEER-ENTIDADES.
                  READ REDINTERFILE NEXT RECORD
                      AT END GO TO CERRAR-ENTIDADES.
                  IF NUM-ENTIDADES < 100
                    ADD 1 TO NUM-ENTIDADES
                    MOVE RBI-BANCO-COD TO TE-BANCO-COD(NUM-ENTIDADES)
                    MOVE RBI-RECARGO TO TE-RECARGO(NUM-ENTIDADES).
                  GO TO LEER-ENTIDADES.

                CERRAR-ENTIDADES.
                  CLOSE REDINTERFILE.
              FIN-CARGAR-ENTIDADES.
                  EXIT.

       *> Recorre los apuntes del mes grabados en los terminales: las
       *> comisiones van a ingresos y el resto de operaciones al
       *> volumen, con el recargo de las retiradas interbancarias
              RECORRER-MOVIMIENTOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-RECORRER-MOVIMIENTOS.

                LEER-UN-MOVIMIENTO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRER-MOVIMIENTOS.
                  IF MOV-FECHA-NEGOCIO(1:6) NOT = MES-INFORME-WS
                    GO TO LEER-UN-MOVIMIENTO.
                  IF MOV-TERMINAL = "BATC" OR MOV-TERMINAL = SPACES
                    ADD 1 TO NUM-BATCH
                    GO TO LEER-UN-MOVIMIENTO.
                  MOVE MOV-TERMINAL TO TERMINAL-BUSCADO-WS.
                  PERFORM LOCALIZAR-TERMINAL THRU FIN-LOCALIZAR-TERMINAL.
                  IF T = 0
                    GO TO LEER-UN-MOVIMIENTO.
                  MOVE TT-SUCURSAL(T) TO S.
                  MOVE MOV-IMPORTE TO IMPORTE-ABS-WS.
                  IF MOV-IMPORTE < 0
                    COMPUTE IMPORTE-ABS-WS = 0 - MOV-IMPORTE.
                  IF MOV-OP-COMISION
                    ADD IMPORTE-ABS-WS TO TS-COMISIONES(S)
                    GO TO LEER-UN-MOVIMIENTO.
                  ADD 1 TO TS-OPERACIONES(S).
                  ADD IMPORTE-ABS-WS TO TS-IMPORTE(S).
                  IF MOV-OP-REINTEGRO AND MOV-SUBTIPO-OP = "IB"
                    PERFORM BUSCAR-RECARGO
                    ADD RECARGO-WS TO TS-RECARGOS(S).
                  GO TO LEER-UN-MOVIMIENTO.

                CERRAR-RECORRER-MOVIMIENTOS.
                  CLOSE MOVFILE.
              FIN-RECORRER-MOVIMIENTOS.
                  EXIT.

       *> La retirada interbancaria lleva el codigo de la entidad en
       *> MOV-CUENTA-DESTINO
              BUSCAR-RECARGO.
                  MOVE 0 TO RECARGO-WS.
                  MOVE 1 TO E.
                  PERFORM COMPARAR-ENTIDAD UNTIL E > NUM-ENTIDADES.

              COMPARAR-ENTIDAD.
                  IF TE-BANCO-COD(E) = MOV-CUENTA-DESTINO(1:4)
                    MOVE TE-RECARGO(E) TO RECARGO-WS
                    MOVE NUM-ENTIDADES TO E.
                  ADD 1 TO E.

       *> Coste acordado de las visitas del transporte de fondos del
       *> mes; las que la factura trae sin terminal van a
       *> "SIN SUCURSAL"
              RECORRER-COSTES.
                  OPEN INPUT COSTESFILE.
                  IF FSCS = "35"
                    CLOSE COSTESFILE
                    GO TO FIN-RECORRER-COSTES.

                LEER-UN-COSTE.
                  READ COSTESFILE
                      AT END GO TO CERRAR-RECORRER-COSTES.
                  IF CTE-MES NOT = MES-INFORME-WS
                    GO TO LEER-UN-COSTE.
                  IF CTE-TERMINAL = SPACES
                    ADD 1 TO NUM-SIN-TERMINAL
                    PERFORM LOCALIZAR-SIN-SUCURSAL
                        THRU FIN-LOCALIZAR-SIN-SUCURSAL
                    GO TO SUMAR-UN-COSTE.
                  MOVE CTE-TERMINAL TO TERMINAL-BUSCADO-WS.
                  PERFORM LOCALIZAR-TERMINAL THRU FIN-LOCALIZAR-TERMINAL.
                  MOVE 0 TO S.
                  IF T > 0
                    MOVE TT-SUCURSAL(T) TO S.

                SUMAR-UN-COSTE.
                  IF S > 0
                    ADD CTE-IMPORTE TO TS-COSTES(S).
                  GO TO LEER-UN-COSTE.

                CERRAR-RECORRER-COSTES.
                  CLOSE COSTESFILE.
              FIN-RECORRER-COSTES.
                  EXIT.

       *> Recorre las incidencias del mes emparejando averias y
       *> recuperaciones por terminal y dispositivo
              RECORRER-INCIDENCIAS.
                  OPEN INPUT INCIDENCIASFILE.
                  IF FSINC = "35"
                    CLOSE INCIDENCIASFILE
                    GO TO FIN-RECORRER-INCIDENCIAS.

                LEER-UNA-INCIDENCIA.
                  READ INCIDENCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRER-INCIDENCIAS.
                  IF INC-FECHA(4:2) IS NOT NUMERIC OR
                     INC-FECHA(7:4) IS NOT NUMERIC
                    GO TO LEER-UNA-INCIDENCIA.
                  COMPUTE MES-INCIDENCIA-WS =
                      FUNCTION NUMVAL(INC-FECHA(7:4)) * 100
                      + FUNCTION NUMVAL(INC-FECHA(4:2)).
                  IF MES-INCIDENCIA-WS NOT = MES-INFORME-WS
                    GO TO LEER-UNA-INCIDENCIA.
                  PERFORM LOCALIZAR-EQUIPO THRU FIN-LOCALIZAR-EQUIPO.
                  IF ENCONTRADO-WS NOT = "SI"
                    GO TO LEER-UNA-INCIDENCIA.
                  PERFORM CALCULAR-MINUTO-EVENTO.
                  IF INC-EVENTO = "A"
                    MOVE "S" TO TQ-AVERIA-ABIERTA(N)
                    MOVE MINUTOS-EVENTO-WS TO TQ-MINUTO-AVERIA(N)
                    GO TO LEER-UNA-INCIDENCIA.
                  IF TQ-AVERIA-ABIERTA(N) = "S"
                    COMPUTE TQ-MINUTOS-PARADO(N) =
                        TQ-MINUTOS-PARADO(N)
                        + MINUTOS-EVENTO-WS - TQ-MINUTO-AVERIA(N)
                    MOVE "N" TO TQ-AVERIA-ABIERTA(N).
                  GO TO LEER-UNA-INCIDENCIA.

                CERRAR-RECORRER-INCIDENCIAS.
                  CLOSE INCIDENCIASFILE.
              FIN-RECORRER-INCIDENCIAS.
                  EXIT.

              CALCULAR-MINUTO-EVENTO.
                  COMPUTE FECHA-INC-COMP-WS =
                      FUNCTION NUMVAL(INC-FECHA(7:4)) * 10000
                      + FUNCTION NUMVAL(INC-FECHA(4:2)) * 100
                      + FUNCTION NUMVAL(INC-FECHA(1:2)).
                  COMPUTE MINUTOS-EVENTO-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-INC-COMP-WS)
                          * 1440
                      + FUNCTION NUMVAL(INC-HORA(1:2)) * 60
                      + FUNCTION NUMVAL(INC-HORA(4:2)).

       *> Deja en N la entrada del terminal y dispositivo de la
       *> incidencia en curso, creandola si es la primera del mes
              LOCALIZAR-EQUIPO.
                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO N.
                  PERFORM COMPARAR-EQUIPO
                      UNTIL N > NUM-EQUIPOS OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI" OR NUM-EQUIPOS = 400
                    GO TO FIN-LOCALIZAR-EQUIPO.
                  ADD 1 TO NUM-EQUIPOS.
                  MOVE NUM-EQUIPOS TO N.
                  MOVE INC-TERMINAL TO TQ-TERMINAL(N).
                  MOVE INC-DISPOSITIVO TO TQ-DISPOSITIVO(N).
                  MOVE 0 TO TQ-MINUTOS-PARADO(N).
                  MOVE "N" TO TQ-AVERIA-ABIERTA(N).
                  MOVE 0 TO TQ-MINUTO-AVERIA(N).
                  MOVE "SI" TO ENCONTRADO-WS.
              FIN-LOCALIZAR-EQUIPO.
                  EXIT.

              COMPARAR-EQUIPO.
                  IF TQ-TERMINAL(N) = INC-TERMINAL AND
                     TQ-DISPOSITIVO(N) = INC-DISPOSITIVO
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO N.

       *> Una averia sin recuperacion sigue parando el equipo hasta el
       *> final del periodo del informe
              CERRAR-AVERIAS-ABIERTAS.
                  MOVE 1 TO N.
                  PERFORM CERRAR-UNA-AVERIA UNTIL N > NUM-EQUIPOS.

              CERRAR-UNA-AVERIA.
                  IF TQ-AVERIA-ABIERTA(N) = "S" AND
                     TQ-MINUTO-AVERIA(N) < FIN-PERIODO-WS
                    COMPUTE TQ-MINUTOS-PARADO(N) =
                        TQ-MINUTOS-PARADO(N)
                        + FIN-PERIODO-WS - TQ-MINUTO-AVERIA(N)
                    MOVE "N" TO TQ-AVERIA-ABIERTA(N).
                  ADD 1 TO N.

       *> Los minutos parados de cada dispositivo pasan a su terminal,
       *> sin que un terminal pueda estar parado mas que el periodo
       *> entero, y de ahi a su sucursal
              IMPUTAR-PARADAS.
                  MOVE 1 TO N.
                  PERFORM IMPUTAR-UN-EQUIPO UNTIL N > NUM-EQUIPOS.
                  MOVE 1 TO T.
                  PERFORM IMPUTAR-UN-TERMINAL UNTIL T > NUM-TERMINALES.

              IMPUTAR-UN-EQUIPO.
                  MOVE TQ-TERMINAL(N) TO TERMINAL-BUSCADO-WS.
                  PERFORM LOCALIZAR-TERMINAL THRU FIN-LOCALIZAR-TERMINAL.
                  IF T > 0
                    ADD TQ-MINUTOS-PARADO(N) TO TT-MINUTOS-PARADO(T).
                  ADD 1 TO N.

              IMPUTAR-UN-TERMINAL.
                  IF TT-MINUTOS-PARADO(T) > MINUTOS-PERIODO-WS
                    MOVE MINUTOS-PERIODO-WS TO TT-MINUTOS-PARADO(T).
                  MOVE TT-SUCURSAL(T) TO S.
                  ADD TT-MINUTOS-PARADO(T) TO TS-MINUTOS-PARADO(S).
                  ADD 1 TO T.

       *> Suma cada sucursal en su region y en el total general (la
       *> ultima entrada de la tabla de regiones)
              ACUMULAR-REGIONES.
                  MOVE 21 TO R.
                  PERFORM INICIAR-REGION.
                  MOVE "TOTAL" TO TR-REGION(21).
                  MOVE 1 TO S.
                  PERFORM ACUMULAR-UNA-SUCURSAL UNTIL S > NUM-SUCURSALES.

              ACUMULAR-UNA-SUCURSAL.
                  MOVE 1 TO R.
                  MOVE "NO" TO ENCONTRADO-WS.
                  PERFORM COMPARAR-REGION
                      UNTIL R > NUM-REGIONES OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "NO" AND NUM-REGIONES < 20
                    ADD 1 TO NUM-REGIONES
                    MOVE NUM-REGIONES TO R
                    PERFORM INICIAR-REGION
                    MOVE TS-REGION(S) TO TR-REGION(R)
                    MOVE "SI" TO ENCONTRADO-WS.
                  IF ENCONTRADO-WS = "SI"
                    PERFORM SUMAR-EN-REGION.
                  MOVE 21 TO R.
                  PERFORM SUMAR-EN-REGION.
                  ADD 1 TO S.

              COMPARAR-REGION.
                  IF TR-REGION(R) = TS-REGION(S)
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO R.

              INICIAR-REGION.
                  MOVE SPACES TO TR-REGION(R).
                  MOVE 0 TO TR-TERMINALES(R).
                  MOVE 0 TO TR-OPERACIONES(R).
                  MOVE 0 TO TR-IMPORTE(R).
                  MOVE 0 TO TR-COMISIONES(R).
                  MOVE 0 TO TR-RECARGOS(R).
                  MOVE 0 TO TR-COSTES(R).
                  MOVE 0 TO TR-MINUTOS-PARADO(R).

              SUMAR-EN-REGION.
                  ADD TS-TERMINALES(S) TO TR-TERMINALES(R).
                  ADD TS-OPERACIONES(S) TO TR-OPERACIONES(R).
                  ADD TS-IMPORTE(S) TO TR-IMPORTE(R).
                  ADD TS-COMISIONES(S) TO TR-COMISIONES(R).
                  ADD TS-RECARGOS(S) TO TR-RECARGOS(R).
                  ADD TS-COSTES(S) TO TR-COSTES(R).
                  ADD TS-MINUTOS-PARADO(S) TO TR-MINUTOS-PARADO(R).

       *> Informe: una linea por sucursal, otra por region y el total
              GENERAR-INFORME.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE MES-INFORME-WS TO CAB-MES.
                  MOVE FECHAF TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-SUCURSALES.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "POR SUCURSAL" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-SUCURSAL.
                  MOVE 1 TO S.
                  PERFORM ESCRIBIR-UNA-SUCURSAL UNTIL S > NUM-SUCURSALES.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "POR REGION" TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-SUCURSAL.
                  MOVE 1 TO R.
                  PERFORM ESCRIBIR-UNA-REGION UNTIL R > NUM-REGIONES.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE 21 TO R.
                  PERFORM ESCRIBIR-UNA-REGION.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "Apuntes de procesos batch, sin sucursal"
                      TO LP-TEXTO.
                  MOVE NUM-BATCH TO LP-CIFRA.
                  WRITE REG-INFORME FROM LINEA-PIE.
                  MOVE "Visitas del transporte facturadas sin terminal"
                      TO LP-TEXTO.
                  MOVE NUM-SIN-TERMINAL TO LP-CIFRA.
                  WRITE REG-INFORME FROM LINEA-PIE.
                  CLOSE INFORMEFILE.

              ESCRIBIR-UNA-SUCURSAL.
                  MOVE SPACES TO LINEA-SUCURSAL.
                  MOVE TS-SUCURSAL(S) TO LS-SUCURSAL.
                  MOVE TS-NOMBRE(S) TO LS-NOMBRE.
                  MOVE TS-REGION(S) TO LS-REGION.
                  MOVE TS-TERMINALES(S) TO CL-TERMINALES.
                  MOVE TS-OPERACIONES(S) TO CL-OPERACIONES.
                  MOVE TS-IMPORTE(S) TO CL-IMPORTE.
                  MOVE TS-COMISIONES(S) TO CL-COMISIONES.
                  MOVE TS-RECARGOS(S) TO CL-RECARGOS.
                  MOVE TS-COSTES(S) TO CL-COSTES.
                  MOVE TS-MINUTOS-PARADO(S) TO CL-MINUTOS-PARADO.
                  PERFORM MOVER-CIFRAS-LINEA.
                  WRITE REG-INFORME FROM LINEA-SUCURSAL.
                  ADD 1 TO S.

              ESCRIBIR-UNA-REGION.
                  MOVE SPACES TO LINEA-SUCURSAL.
                  MOVE TR-REGION(R) TO LS-NOMBRE.
                  MOVE TR-TERMINALES(R) TO CL-TERMINALES.
                  MOVE TR-OPERACIONES(R) TO CL-OPERACIONES.
                  MOVE TR-IMPORTE(R) TO CL-IMPORTE.
                  MOVE TR-COMISIONES(R) TO CL-COMISIONES.
                  MOVE TR-RECARGOS(R) TO CL-RECARGOS.
                  MOVE TR-COSTES(R) TO CL-COSTES.
                  MOVE TR-MINUTOS-PARADO(R) TO CL-MINUTOS-PARADO.
                  PERFORM MOVER-CIFRAS-LINEA.
                  WRITE REG-INFORME FROM LINEA-SUCURSAL.
                  ADD 1 TO R.

       *> Cifras comunes de la linea; sin terminales la disponibilidad
       *> se da como completa
              MOVER-CIFRAS-LINEA.
                  MOVE CL-TERMINALES TO LS-TERMINALES.
                  MOVE CL-OPERACIONES TO LS-OPERACIONES.
                  MOVE CL-IMPORTE TO LS-IMPORTE.
                  MOVE CL-COMISIONES TO LS-COMISIONES.
                  MOVE CL-RECARGOS TO LS-RECARGOS.
                  MOVE CL-COSTES TO LS-COSTES.
                  COMPUTE LS-RESULTADO =
                      CL-COMISIONES + CL-RECARGOS - CL-COSTES.
                  MOVE 100 TO LS-DISPONIBILIDAD.
                  IF CL-TERMINALES > 0
                    COMPUTE MINUTOS-POSIBLES-WS =
                        CL-TERMINALES * MINUTOS-PERIODO-WS
                    COMPUTE LS-DISPONIBILIDAD ROUNDED =
                        (MINUTOS-POSIBLES-WS - CL-MINUTOS-PARADO)
                        * 100 / MINUTOS-POSIBLES-WS.

       *> Antes de abrir ningun fichero maestro se comprueba en
       *> CONTROL-TRAZADOS.DAT que cada uno tiene el trazado con que
       *> se compilo este programa; si alguno no coincide el programa
       *> se detiene sin tocar los datos
              COMPROBAR-TRAZADOS.
                  OPEN INPUT TRAZADOSFILE.
                  IF FSTZ NOT = "00"
                    DISPLAY "No existe CONTROL-TRAZADOS.DAT: ejecute "
                        "SELLARTRAZADOS antes de este programa"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
                  PERFORM COMPROBAR-UN-TRAZADO.
                  CLOSE TRAZADOSFILE.
              FIN-COMPROBAR-TRAZADOS.
                  EXIT.

              COMPROBAR-UN-TRAZADO.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  READ TRAZADOSFILE
                      INVALID KEY MOVE 0 TO TRZ-VERSION.
                  IF TRZ-VERSION NOT = TRAZADO-VERSION-WS
                    DISPLAY TRAZADO-FICHERO-WS " tiene el trazado "
                        TRZ-VERSION " y este programa espera el "
                        TRAZADO-VERSION-WS
                    DISPLAY "Ejecute antes la conversion pendiente"
                    CLOSE TRAZADOSFILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
