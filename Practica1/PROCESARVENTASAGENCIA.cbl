       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESARVENTASAGENCIA.
       *> Proceso batch de ventas de las agencias externas de entradas:
       *> para cada agencia activa de AGENCIAS.DAT lee el fichero de
       *> ventas que nos entrega (VENTAS-AGENCIA-cccc.DAT, con una
       *> cabecera "C" con el numero de ventas y una linea "D" por
       *> asiento vendido: espectaculo, asiento y referencia de la
       *> agencia), marca cada asiento ocupado en ASIENTOS.DAT y emite
       *> su codigo de admision en CODIGOS-ENTRADA.DAT, el mismo que
       *> valida PUERTAESPEC. Los codigos vuelven a la agencia en
       *> CODIGOS-AGENCIA-cccc.DAT, que termina con una linea de
       *> control que prueba que toda venta recibida se emitio, se
       *> reconocio como repetida o se rechazo.
       *>
       *> Un asiento del cupo de la agencia (ASIENTOS-AGENCIA.DAT en
       *> estado "C") pasa a vendido. Si el cupo ya se devolvio a la
       *> venta general pero el asiento sigue libre, la venta se acepta
       *> igualmente y queda anotada como fuera de cupo. Un asiento ya
       *> vendido por el cajero o por otra agencia es una doble venta:
       *> no se emite codigo y se anota en INCIDENCIAS-AGENCIAS.DAT,
       *> de donde la recoge CONCILIARAGENCIAS. Una venta ya aplicada
       *> (mismo asiento y misma referencia) se reconoce y se devuelve
       *> su codigo sin volver a emitirlo, de modo que el proceso puede
       *> lanzarse de nuevo, o varias veces al dia, sin duplicar nada.
       *>
       *> Versiones
       *> Versión 1.0 - Ventas de las agencias externas de entradas
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AGENCIASFILE ASSIGN TO "AGENCIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-CODIGO
                  FILE STATUS IS FSAG.

              SELECT VENTASFILE ASSIGN TO NOMBRE-VENTAS-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSVT.

              SELECT CODIGOSAGENCIAFILE ASSIGN TO NOMBRE-CODIGOS-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCAG.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT ASIENTOFILE ASSIGN TO "ASIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASIENTO-CLAVE
                  FILE STATUS IS FSA.

              SELECT CUPOSAGENCIAFILE ASSIGN TO "CUPOS-AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUP-CLAVE
                  FILE STATUS IS FSCUP.

              SELECT ASIENTOSAGENCIAFILE ASSIGN TO
                  "ASIENTOS-AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASA-CLAVE
                  FILE STATUS IS FSASA.

              SELECT CODIGOSENTRADAFILE ASSIGN TO
                  "CODIGOS-ENTRADA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODENT-CODIGO
                  FILE STATUS IS FSCE.

*> SELECT INCIDENCIASFILE: dobles ventas y ventas fuera de cupo de
*> todas las agencias, acumuladas de una ejecucion a otra
              SELECT INCIDENCIASFILE ASSIGN TO
                  "INCIDENCIAS-AGENCIAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSINC.

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

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD AGENCIASFILE.
       01 REG-AGENCIA.
              02 AGE-CODIGO             PIC X(4).
              02 AGE-NOMBRE             PIC X(30).
              02 AGE-ACTIVA             PIC X.

       FD VENTASFILE.
       01 REG-VENTA.
              02 VTA-TIPO               PIC X.
                 88 VTA-CABECERA        VALUE "C".
                 88 VTA-DETALLE         VALUE "D".
              02 VTA-RESTO              PIC X(39).
       01 REG-VENTA-CABECERA REDEFINES REG-VENTA.
              02 FILLER                 PIC X.
              02 CAB-NUM-VENTAS         PIC 9(5).
              02 FILLER                 PIC X(34).
       01 REG-VENTA-DETALLE REDEFINES REG-VENTA.
              02 FILLER                 PIC X.
              02 DET-ESPEC              PIC 9(4).
              02 FILLER                 PIC X.
              02 DET-ASIENTO            PIC 9(3).
              02 FILLER                 PIC X.
              02 DET-REFERENCIA         PIC X(12).
              02 FILLER                 PIC X(18).

       FD CODIGOSAGENCIAFILE.
       01 REG-CODIGO-AGENCIA            PIC X(80).

       FD ESPECFILE.
       01 REG-ESPECTACULO.
              02 ESPEC-NUMERO           PIC 9(4).
              02 ESPEC-NOMBRE           PIC X(20).
              02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
              02 ESPEC-DESCRIPCION      PIC X(30).
              02 ESPEC-ENT-DISPONIBLES  PIC 9(3).
              02 ESPEC-FECHA.
                 03 DDE                 PIC 99.
                 03 FILLER              PIC X.
                 03 MME                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAE                 PIC 9999.
              02 ESPEC-ENT-TOTAL        PIC 9(3).
              02 ESPEC-PRECIO-NINO      PIC 999V99.
              02 ESPEC-PRECIO-SENIOR    PIC 999V99.
              02 ESPEC-SOLO-ADULTOS     PIC X.
              02 ESPEC-RECINTO          PIC 99.

       FD ASIENTOFILE.
       01 REG-ASIENTO.
              02 ASIENTO-CLAVE.
                 03 ASIENTO-ESPEC       PIC 9(4).
                 03 ASIENTO-NUM         PIC 9(3).
              02 ASIENTO-OCUPADO        PIC X.
              02 ASIENTO-ZONA           PIC X(2).
              02 ASIENTO-ZONA-NOMBRE    PIC X(15).
              02 ASIENTO-FILA           PIC 99.
              02 ASIENTO-BUTACA         PIC 99.
              02 ASIENTO-ACCESIBLE      PIC X.
              02 ASIENTO-PRECIO         PIC 999V99.

*> FD CUPOSAGENCIAFILE: cupo por espectaculo y agencia (ver
*> MANTENEESPEC); aqui solo se suma lo vendido dentro del cupo
       FD CUPOSAGENCIAFILE.
       01 REG-CUPO-AGENCIA.
              02 CUP-CLAVE.
                 03 CUP-ESPEC           PIC 9(4).
                 03 CUP-AGENCIA         PIC X(4).
              02 CUP-ASIGNADOS          PIC 9(3).
              02 CUP-VENDIDOS           PIC 9(3).
              02 CUP-DEVUELTOS          PIC 9(3).
              02 CUP-DIAS-LIBERACION    PIC 99.
              02 CUP-FECHA-LIBERACION   PIC 9(8).
              02 CUP-ESTADO             PIC X.
                 88 CUP-ABIERTO         VALUE "A".
                 88 CUP-LIBERADO        VALUE "L".
              02 CUP-FECHA-ALTA         PIC 9(8).
              02 CUP-STAFF-ID           PIC X(8).

       FD ASIENTOSAGENCIAFILE.
       01 REG-ASIENTO-AGENCIA.
              02 ASA-CLAVE.
                 03 ASA-ESPEC           PIC 9(4).
                 03 ASA-ASIENTO         PIC 9(3).
              02 ASA-AGENCIA            PIC X(4).
              02 ASA-ESTADO             PIC X.
                 88 ASA-EN-CUPO         VALUE "C".
                 88 ASA-VENDIDO         VALUE "V".
                 88 ASA-DEVUELTO        VALUE "D".
              02 ASA-CODIGO             PIC 9(8).
              02 ASA-REF-AGENCIA        PIC X(12).
              02 ASA-FECHA-VENTA        PIC 9(8).

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

*> FD INCIDENCIASFILE: INC-TIPO "DV" doble venta (rechazada, sin
*> codigo), "FC" vendida fuera de cupo (aceptada) y "NE" asiento o
*> espectaculo inexistente (rechazada)
       FD INCIDENCIASFILE.
       01 REG-INCIDENCIA.
              02 INC-FECHA              PIC 9(8).
              02 FILLER                 PIC X(2).
              02 INC-AGENCIA            PIC X(4).
              02 FILLER                 PIC X(2).
              02 INC-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 INC-ASIENTO            PIC 9(3).
              02 FILLER                 PIC X(2).
              02 INC-REFERENCIA         PIC X(12).
              02 FILLER                 PIC X(2).
              02 INC-TIPO               PIC XX.
              02 FILLER                 PIC X(2).
              02 INC-DETALLE            PIC X(30).

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
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FSAG                  PIC XX.
              77 FSVT                  PIC XX.
              77 FSCAG                 PIC XX.
              77 FSE                   PIC XX.
              77 FSA                   PIC XX.
              77 FSCUP                 PIC XX.
              77 FSASA                 PIC XX.
              77 FSCE                  PIC XX.
              77 FSINC                 PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NOMBRE-VENTAS-WS      PIC X(23).
              77 NOMBRE-CODIGOS-WS     PIC X(24).
              77 NUM-AGENCIAS-WS       PIC 9(5) VALUE 0.

       *> Totales de la agencia en curso, para su linea de control
              01 TOTALES-AGENCIA.
                 02 HAY-CABECERA          PIC X(2).
                 02 NUM-DECLARADAS        PIC 9(5).
                 02 NUM-LEIDAS            PIC 9(5).
                 02 NUM-EMITIDAS          PIC 9(5).
                 02 NUM-REPETIDAS         PIC 9(5).
                 02 NUM-RECHAZADAS        PIC 9(5).
                 02 NUM-FUERA-CUPO        PIC 9(5).

       *> Totales de la ejecucion, sumados de todas las agencias
              01 TOTALES-EJECUCION.
                 02 TOT-LEIDAS            PIC 9(7) VALUE 0.
                 02 TOT-EMITIDAS          PIC 9(7) VALUE 0.
                 02 TOT-REPETIDAS         PIC 9(7) VALUE 0.
                 02 TOT-RECHAZADAS        PIC 9(7) VALUE 0.
                 02 TOT-FUERA-CUPO        PIC 9(7) VALUE 0.

       *> Datos de trabajo de la venta en curso: resultado, codigo y
       *> ubicacion del asiento que se devuelven a la agencia, y el
       *> tipo y detalle de la incidencia si la hay
              01 DATOS-VENTA-AGENCIA.
                 02 RESULTADO-VENTA-WS    PIC X(10).
                 02 CODIGO-VENTA-WS       PIC 9(8).
                 02 ASA-EXISTE-WS         PIC X(2).
                 02 ASA-AGENCIA-WS        PIC X(4).
                 02 ASA-ESTADO-WS         PIC X.
                 02 ASA-CODIGO-WS         PIC 9(8).
                 02 ASA-REF-WS            PIC X(12).
                 02 OCUPADO-WS            PIC X.
                 02 ASIENTO-EXISTE-WS     PIC X(2).
                 02 TIPO-INCIDENCIA-WS    PIC XX.
                 02 DETALLE-INCIDENCIA-WS PIC X(30).
                 02 INCIDENCIA-YA-ANOTADA PIC X(2).
                 02 CODENT-CODIGO-WS      PIC 9(8).

              01 LINEA-CODIGO.
                 02 LC-ESPEC              PIC 9(4).
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-ASIENTO            PIC 9(3).
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-REFERENCIA         PIC X(12).
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-CODIGO             PIC 9(8).
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-ZONA               PIC X(2).
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-FILA               PIC 99.
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-BUTACA             PIC 99.
                 02 FILLER                PIC X VALUE SPACE.
                 02 LC-RESULTADO          PIC X(10).

              01 LINEA-CIERRE.
                 02 FILLER                PIC X(8) VALUE "CONTROL ".
                 02 CIE-DECLARADAS        PIC ZZZZ9.
                 02 FILLER                PIC X(10) VALUE " EMITIDAS ".
                 02 CIE-EMITIDAS          PIC ZZZZ9.
                 02 FILLER                PIC X(11) VALUE " REPETIDAS ".
                 02 CIE-REPETIDAS         PIC ZZZZ9.
                 02 FILLER                PIC X(12) VALUE " RECHAZADAS ".
                 02 CIE-RECHAZADAS        PIC ZZZZ9.
                 02 FILLER                PIC X(2) VALUE SPACES.
                 02 CIE-ESTADO            PIC X(10).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM RECORRER-AGENCIAS THRU FIN-RECORRER-AGENCIAS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE TOT-LEIDAS TO CTL-LEIDOS-WS.
                  MOVE TOT-EMITIDAS TO CTL-ESCRITOS-WS.
                  MOVE TOT-RECHAZADAS TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "PROCESARVENTASAGENCIA: " NUM-AGENCIAS-WS
                      " agencias, " TOT-LEIDAS " ventas, "
                      TOT-EMITIDAS " codigos emitidos, "
                      TOT-REPETIDAS " repetidas, "
                      TOT-RECHAZADAS " rechazadas, "
                      TOT-FUERA-CUPO " fuera de cupo.".
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

       *> Recorre AGENCIAS.DAT y procesa el fichero de ventas de cada
       *> agencia activa que lo haya dejado
              RECORRER-AGENCIAS.
                  OPEN INPUT AGENCIASFILE.
                  IF FSAG = "35"
                    CLOSE AGENCIASFILE
                    DISPLAY "PROCESARVENTASAGENCIA: no hay agencias"
                        " dadas de alta"
                    GO TO FIN-RECORRER-AGENCIAS.

                LEER-UNA-AGENCIA.
                  READ AGENCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRER-AGENCIAS.
                  IF AGE-ACTIVA NOT = "S"
                    GO TO LEER-UNA-AGENCIA.
                  PERFORM PROCESAR-VENTAS-AGENCIA
                      THRU FIN-PROCESAR-VENTAS-AGENCIA.
                  GO TO LEER-UNA-AGENCIA.

                CERRAR-RECORRER-AGENCIAS.
                  CLOSE AGENCIASFILE.
              FIN-RECORRER-AGENCIAS.
                  EXIT.

              PROCESAR-VENTAS-AGENCIA.
                  MOVE SPACES TO NOMBRE-VENTAS-WS.
                  STRING "VENTAS-AGENCIA-" DELIMITED BY SIZE
                         AGE-CODIGO DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-VENTAS-WS.
                  OPEN INPUT VENTASFILE.
                  IF FSVT = "35"
                    CLOSE VENTASFILE
                    GO TO FIN-PROCESAR-VENTAS-AGENCIA.

                  ADD 1 TO NUM-AGENCIAS-WS.
                  MOVE SPACES TO NOMBRE-CODIGOS-WS.
                  STRING "CODIGOS-AGENCIA-" DELIMITED BY SIZE
                         AGE-CODIGO DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-CODIGOS-WS.
                  OPEN OUTPUT CODIGOSAGENCIAFILE.
                  MOVE "NO" TO HAY-CABECERA.
                  MOVE 0 TO NUM-DECLARADAS.
                  MOVE 0 TO NUM-LEIDAS.
                  MOVE 0 TO NUM-EMITIDAS.
                  MOVE 0 TO NUM-REPETIDAS.
                  MOVE 0 TO NUM-RECHAZADAS.
                  MOVE 0 TO NUM-FUERA-CUPO.

                LEER-UNA-VENTA.
                  READ VENTASFILE NEXT RECORD
                      AT END GO TO CERRAR-VENTAS-AGENCIA.
                  IF VTA-CABECERA
                    MOVE "SI" TO HAY-CABECERA
                    MOVE CAB-NUM-VENTAS TO NUM-DECLARADAS
                    GO TO LEER-UNA-VENTA.
                  IF NOT VTA-DETALLE
                    GO TO LEER-UNA-VENTA.
                  ADD 1 TO NUM-LEIDAS.
                  PERFORM APLICAR-UNA-VENTA THRU FIN-APLICAR-UNA-VENTA.
                  MOVE DET-ESPEC TO LC-ESPEC.
                  MOVE DET-ASIENTO TO LC-ASIENTO.
                  MOVE DET-REFERENCIA TO LC-REFERENCIA.
                  MOVE CODIGO-VENTA-WS TO LC-CODIGO.
                  MOVE RESULTADO-VENTA-WS TO LC-RESULTADO.
                  WRITE REG-CODIGO-AGENCIA FROM LINEA-CODIGO.
                  GO TO LEER-UNA-VENTA.

                CERRAR-VENTAS-AGENCIA.
                  PERFORM CERRAR-CON-CONTROL.
                  CLOSE CODIGOSAGENCIAFILE.
                  CLOSE VENTASFILE.
                  ADD NUM-LEIDAS TO TOT-LEIDAS.
                  ADD NUM-EMITIDAS TO TOT-EMITIDAS.
                  ADD NUM-REPETIDAS TO TOT-REPETIDAS.
                  ADD NUM-RECHAZADAS TO TOT-RECHAZADAS.
                  ADD NUM-FUERA-CUPO TO TOT-FUERA-CUPO.
              FIN-PROCESAR-VENTAS-AGENCIA.
                  EXIT.

       *> El cierre demuestra que toda venta recibida se emitio, se
       *> reconocio como ya aplicada o se rechazo; un descuadre con la
       *> cabecera queda a la vista de la agencia
              CERRAR-CON-CONTROL.
                  MOVE NUM-DECLARADAS TO CIE-DECLARADAS.
                  MOVE NUM-EMITIDAS TO CIE-EMITIDAS.
                  MOVE NUM-REPETIDAS TO CIE-REPETIDAS.
                  MOVE NUM-RECHAZADAS TO CIE-RECHAZADAS.
                  IF HAY-CABECERA = "SI" AND
                     NUM-EMITIDAS + NUM-REPETIDAS + NUM-RECHAZADAS
                         = NUM-DECLARADAS
                    MOVE "CUADRA" TO CIE-ESTADO
                  ELSE
                    MOVE "DESCUADRE" TO CIE-ESTADO.
                  WRITE REG-CODIGO-AGENCIA FROM LINEA-CIERRE.
                  DISPLAY "PROCESARVENTASAGENCIA: agencia " AGE-CODIGO
                      " " NUM-EMITIDAS " emitidas, " NUM-REPETIDAS
                      " repetidas, " NUM-RECHAZADAS " rechazadas ("
                      CIE-ESTADO ").".

       *> Aplica una linea de venta: deja en RESULTADO-VENTA-WS
       *> EMITIDO, REPETIDO o RECHAZADO y en CODIGO-VENTA-WS el codigo
       *> de admision (cero si se rechaza)
              APLICAR-UNA-VENTA.
                  MOVE 0 TO CODIGO-VENTA-WS.
                  MOVE SPACES TO LC-ZONA.
                  MOVE 0 TO LC-FILA.
                  MOVE 0 TO LC-BUTACA.

                  MOVE DET-ESPEC TO ESPEC-NUMERO.
                  OPEN INPUT ESPECFILE.
                  MOVE "SI" TO ASIENTO-EXISTE-WS.
                  IF FSE = "35"
                    MOVE "NO" TO ASIENTO-EXISTE-WS
                  ELSE
                    READ ESPECFILE
                        INVALID KEY MOVE "NO" TO ASIENTO-EXISTE-WS.
                  CLOSE ESPECFILE.
                  IF ASIENTO-EXISTE-WS = "SI"
                    MOVE DET-ESPEC TO ASIENTO-ESPEC
                    MOVE DET-ASIENTO TO ASIENTO-NUM
                    OPEN INPUT ASIENTOFILE
                    READ ASIENTOFILE
                        INVALID KEY MOVE "NO" TO ASIENTO-EXISTE-WS
                        NOT INVALID KEY
                            MOVE ASIENTO-OCUPADO TO OCUPADO-WS
                            MOVE ASIENTO-ZONA TO LC-ZONA
                            MOVE ASIENTO-FILA TO LC-FILA
                            MOVE ASIENTO-BUTACA TO LC-BUTACA
                    END-READ
                    CLOSE ASIENTOFILE.
                  IF ASIENTO-EXISTE-WS NOT = "SI"
                    MOVE "NE" TO TIPO-INCIDENCIA-WS
                    MOVE "Espectaculo o asiento inexistente"
                        TO DETALLE-INCIDENCIA-WS
                    GO TO RECHAZAR-VENTA.

                  MOVE "NO" TO ASA-EXISTE-WS.
                  OPEN INPUT ASIENTOSAGENCIAFILE.
                  IF FSASA NOT = "35"
                    MOVE DET-ESPEC TO ASA-ESPEC
                    MOVE DET-ASIENTO TO ASA-ASIENTO
                    READ ASIENTOSAGENCIAFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "SI" TO ASA-EXISTE-WS
                            MOVE ASA-AGENCIA TO ASA-AGENCIA-WS
                            MOVE ASA-ESTADO TO ASA-ESTADO-WS
                            MOVE ASA-CODIGO TO ASA-CODIGO-WS
                            MOVE ASA-REF-AGENCIA TO ASA-REF-WS
                    END-READ.
                  CLOSE ASIENTOSAGENCIAFILE.

       *> Venta ya aplicada en una ejecucion anterior: se devuelve el
       *> mismo codigo
                  IF ASA-EXISTE-WS = "SI" AND ASA-ESTADO-WS = "V" AND
                     ASA-AGENCIA-WS = AGE-CODIGO AND
                     ASA-REF-WS = DET-REFERENCIA
                    MOVE ASA-CODIGO-WS TO CODIGO-VENTA-WS
                    MOVE "REPETIDO" TO RESULTADO-VENTA-WS
                    ADD 1 TO NUM-REPETIDAS
                    GO TO FIN-APLICAR-UNA-VENTA.

       *> Asiento del cupo de la propia agencia todavia sin vender
                  IF ASA-EXISTE-WS = "SI" AND ASA-ESTADO-WS = "C" AND
                     ASA-AGENCIA-WS = AGE-CODIGO AND
                     OCUPADO-WS = "A"
                    PERFORM VENDER-ASIENTO-AGENCIA
                        THRU FIN-VENDER-ASIENTO-AGENCIA
                    PERFORM SUMAR-VENDIDO-CUPO
                        THRU FIN-SUMAR-VENDIDO-CUPO
                    GO TO FIN-APLICAR-UNA-VENTA.

       *> Asiento libre para la venta general (cupo ya devuelto o
       *> asiento que nunca fue de la agencia): se acepta fuera de
       *> cupo y se descuenta de las entradas disponibles
                  IF OCUPADO-WS = "N"
                    PERFORM VENDER-ASIENTO-AGENCIA
                        THRU FIN-VENDER-ASIENTO-AGENCIA
                    OPEN I-O ESPECFILE
                    MOVE DET-ESPEC TO ESPEC-NUMERO
                    READ ESPECFILE
                        NOT INVALID KEY
                            IF ESPEC-ENT-DISPONIBLES > 0
                              SUBTRACT 1 FROM ESPEC-ENT-DISPONIBLES
                            END-IF
                            REWRITE REG-ESPECTACULO
                    END-READ
                    CLOSE ESPECFILE
                    ADD 1 TO NUM-FUERA-CUPO
                    MOVE "FC" TO TIPO-INCIDENCIA-WS
                    MOVE "Vendida fuera de cupo, aceptada"
                        TO DETALLE-INCIDENCIA-WS
                    PERFORM ANOTAR-INCIDENCIA THRU FIN-ANOTAR-INCIDENCIA
                    GO TO FIN-APLICAR-UNA-VENTA.

       *> Cualquier otro caso es un asiento ya vendido por el cajero o
       *> por otra agencia, o del cupo de otra agencia
                  MOVE "DV" TO TIPO-INCIDENCIA-WS.
                  IF ASA-EXISTE-WS = "SI" AND
                     ASA-AGENCIA-WS NOT = AGE-CODIGO
                    MOVE SPACES TO DETALLE-INCIDENCIA-WS
                    STRING "Doble venta, asiento de agencia "
                           ASA-AGENCIA-WS
                        DELIMITED BY SIZE INTO DETALLE-INCIDENCIA-WS
                  ELSE
                    MOVE "Doble venta, asiento ya vendido"
                        TO DETALLE-INCIDENCIA-WS.

                RECHAZAR-VENTA.
                  MOVE "RECHAZADO" TO RESULTADO-VENTA-WS.
                  ADD 1 TO NUM-RECHAZADAS.
                  PERFORM ANOTAR-INCIDENCIA THRU FIN-ANOTAR-INCIDENCIA.
              FIN-APLICAR-UNA-VENTA.
                  EXIT.

       *> Marca el asiento vendido, emite su codigo de admision sin
       *> tarjeta (el comprador es cliente de la agencia) y deja el
       *> asiento en ASIENTOS-AGENCIA.DAT como vendido por la agencia
       *> con su referencia, que es lo que permite reconocer despues
       *> una venta repetida
              VENDER-ASIENTO-AGENCIA.
                  OPEN I-O ASIENTOFILE.
                  MOVE DET-ESPEC TO ASIENTO-ESPEC.
                  MOVE DET-ASIENTO TO ASIENTO-NUM.
                  READ ASIENTOFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE "S" TO ASIENTO-OCUPADO
                        REWRITE REG-ASIENTO.
                  CLOSE ASIENTOFILE.

                  PERFORM GENERAR-CODIGO-ADMISION
                      THRU FIN-GENERAR-CODIGO-ADMISION.

                  OPEN I-O ASIENTOSAGENCIAFILE.
                  IF FSASA = "35"
                    CLOSE ASIENTOSAGENCIAFILE
                    OPEN OUTPUT ASIENTOSAGENCIAFILE
                    CLOSE ASIENTOSAGENCIAFILE
                    OPEN I-O ASIENTOSAGENCIAFILE.
                  MOVE DET-ESPEC TO ASA-ESPEC.
                  MOVE DET-ASIENTO TO ASA-ASIENTO.
                  MOVE AGE-CODIGO TO ASA-AGENCIA.
                  MOVE "V" TO ASA-ESTADO.
                  MOVE CODIGO-VENTA-WS TO ASA-CODIGO.
                  MOVE DET-REFERENCIA TO ASA-REF-AGENCIA.
                  MOVE FECHA-NEGOCIO-WS TO ASA-FECHA-VENTA.
                  WRITE REG-ASIENTO-AGENCIA
                      INVALID KEY REWRITE REG-ASIENTO-AGENCIA.
                  CLOSE ASIENTOSAGENCIAFILE.

                  MOVE "EMITIDO" TO RESULTADO-VENTA-WS.
                  ADD 1 TO NUM-EMITIDAS.
              FIN-VENDER-ASIENTO-AGENCIA.
                  EXIT.

              SUMAR-VENDIDO-CUPO.
                  OPEN I-O CUPOSAGENCIAFILE.
                  IF FSCUP = "35"
                    CLOSE CUPOSAGENCIAFILE
                    GO TO FIN-SUMAR-VENDIDO-CUPO.
                  MOVE DET-ESPEC TO CUP-ESPEC.
                  MOVE AGE-CODIGO TO CUP-AGENCIA.
                  READ CUPOSAGENCIAFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CUP-VENDIDOS
                        REWRITE REG-CUPO-AGENCIA.
                  CLOSE CUPOSAGENCIAFILE.
              FIN-SUMAR-VENDIDO-CUPO.
                  EXIT.

       *> Procedimiento generar-codigo-admision: el siguiente al mayor
       *> ya emitido, igual que en el cajero; si en el instante de
       *> grabar lo ha ocupado un terminal, se avanza y se reintenta
              GENERAR-CODIGO-ADMISION.
                  MOVE 10000001 TO CODENT-CODIGO-WS.
                  OPEN INPUT CODIGOSENTRADAFILE.
                  IF FSCE = "35"
                    CLOSE CODIGOSENTRADAFILE
                    GO TO GRABAR-CODIGO-ADMISION.

                LEER-MAX-CODIGO-ADMISION.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-MAX-CODIGO-ADMISION.
                  IF CODENT-CODIGO >= CODENT-CODIGO-WS
                    COMPUTE CODENT-CODIGO-WS = CODENT-CODIGO + 1.
                  GO TO LEER-MAX-CODIGO-ADMISION.

                CERRAR-MAX-CODIGO-ADMISION.
                  CLOSE CODIGOSENTRADAFILE.

                GRABAR-CODIGO-ADMISION.
                  OPEN I-O CODIGOSENTRADAFILE.
                  IF FSCE = "35"
                    CLOSE CODIGOSENTRADAFILE
                    OPEN OUTPUT CODIGOSENTRADAFILE.
                  MOVE CODENT-CODIGO-WS TO CODENT-CODIGO.
                  MOVE DET-ESPEC TO CODENT-ESPEC.
                  MOVE DET-ASIENTO TO CODENT-ASIENTO.
                  MOVE LC-ZONA TO CODENT-ZONA.
                  MOVE LC-FILA TO CODENT-FILA.
                  MOVE LC-BUTACA TO CODENT-BUTACA.
                  MOVE 0 TO CODENT-TARJ.
                  MOVE "V" TO CODENT-ESTADO.
                  WRITE REG-CODIGO-ENTRADA
                      INVALID KEY PERFORM REINTENTAR-CODIGO-ADMISION.
                  CLOSE CODIGOSENTRADAFILE.
                  MOVE CODENT-CODIGO TO CODIGO-VENTA-WS.
              FIN-GENERAR-CODIGO-ADMISION.
                  EXIT.

              REINTENTAR-CODIGO-ADMISION.
                  ADD 1 TO CODENT-CODIGO.
                  WRITE REG-CODIGO-ENTRADA
                      INVALID KEY GO TO REINTENTAR-CODIGO-ADMISION.

       *> Anota la incidencia de la venta en curso, salvo que ya lo
       *> este de una ejecucion anterior con el mismo fichero
              ANOTAR-INCIDENCIA.
                  MOVE "NO" TO INCIDENCIA-YA-ANOTADA.
                  OPEN INPUT INCIDENCIASFILE.
                  IF FSINC = "35"
                    CLOSE INCIDENCIASFILE
                    GO TO GRABAR-INCIDENCIA.

                LEER-UNA-INCIDENCIA.
                  READ INCIDENCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-BUSCAR-INCIDENCIA.
                  IF INC-AGENCIA = AGE-CODIGO AND
                     INC-ESPEC = DET-ESPEC AND
                     INC-ASIENTO = DET-ASIENTO AND
                     INC-REFERENCIA = DET-REFERENCIA AND
                     INC-TIPO = TIPO-INCIDENCIA-WS
                    MOVE "SI" TO INCIDENCIA-YA-ANOTADA
                    GO TO CERRAR-BUSCAR-INCIDENCIA.
                  GO TO LEER-UNA-INCIDENCIA.

                CERRAR-BUSCAR-INCIDENCIA.
                  CLOSE INCIDENCIASFILE.
                  IF INCIDENCIA-YA-ANOTADA = "SI"
                    GO TO FIN-ANOTAR-INCIDENCIA.

                GRABAR-INCIDENCIA.
                  OPEN EXTEND INCIDENCIASFILE.
                  IF FSINC = "35"
                    CLOSE INCIDENCIASFILE
                    OPEN OUTPUT INCIDENCIASFILE.
                  MOVE SPACES TO REG-INCIDENCIA.
                  MOVE FECHA-NEGOCIO-WS TO INC-FECHA.
                  MOVE AGE-CODIGO TO INC-AGENCIA.
                  MOVE DET-ESPEC TO INC-ESPEC.
                  MOVE DET-ASIENTO TO INC-ASIENTO.
                  MOVE DET-REFERENCIA TO INC-REFERENCIA.
                  MOVE TIPO-INCIDENCIA-WS TO INC-TIPO.
                  MOVE DETALLE-INCIDENCIA-WS TO INC-DETALLE.
                  WRITE REG-INCIDENCIA.
                  CLOSE INCIDENCIASFILE.
              FIN-ANOTAR-INCIDENCIA.
                  EXIT.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "PROCESARVENTASAGENCI" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

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
                  MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
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
