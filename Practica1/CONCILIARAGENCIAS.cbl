       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIARAGENCIAS.
       *> Proceso batch nocturno de los cupos de las agencias externas
       *> de entradas (CUPOS-AGENCIA.DAT, asignados desde MANTENEESPEC):
       *>
       *> 1. Devuelve a la venta general lo que cada agencia no ha
       *>    vendido de los cupos cuya fecha de devolucion ya ha
       *>    llegado en la fecha de negocio: sus asientos vuelven a
       *>    estar libres en ASIENTOS.DAT (de "A" a "N"), quedan como
       *>    devueltos en ASIENTOS-AGENCIA.DAT, se suman a
       *>    ESPEC-ENT-DISPONIBLES y el cupo pasa a liberado (L).
       *> 2. Deja a cada agencia activa su fichero de disponibilidad
       *>    DISPONIBILIDAD-AGENCIA-cccc.DAT: una linea "A" por cupo
       *>    abierto con lo asignado, lo vendido, lo pendiente y la
       *>    fecha de devolucion, seguida de una linea "D" por asiento
       *>    aun disponible en el cupo, y una linea "T" de cierre con
       *>    el numero de lineas.
       *> 3. Rehace el informe de conciliacion CONCILIACION-AGENCIAS.DAT:
       *>    situacion de todos los cupos (asignado, vendido por la
       *>    agencia, devuelto a la venta general y pendiente), los
       *>    devueltos esta noche, y las incidencias del dia anotadas
       *>    por PROCESARVENTASAGENCIA: dobles ventas (asiento vendido
       *>    por los dos canales, sin codigo para la agencia) y ventas
       *>    aceptadas fuera de cupo.
       *>
       *> Versiones
       *> Versión 1.0 - Devolucion de cupos y conciliacion de agencias
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

              SELECT ASIENTOFILE ASSIGN TO "ASIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASIENTO-CLAVE
                  FILE STATUS IS FSA.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT INCIDENCIASFILE ASSIGN TO
                  "INCIDENCIAS-AGENCIAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSINC.

              SELECT DISPONIBILIDADFILE ASSIGN TO NOMBRE-DISPONIBLE-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDI.

              SELECT INFORMEFILE ASSIGN TO "CONCILIACION-AGENCIAS.DAT"
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

*> FD INCIDENCIASFILE: las anota PROCESARVENTASAGENCIA (ver alli los
*> tipos DV, FC y NE)
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

       FD DISPONIBILIDADFILE.
       01 REG-DISPONIBILIDAD            PIC X(80).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).

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
              77 FSAG                  PIC XX.
              77 FSCUP                 PIC XX.
              77 FSASA                 PIC XX.
              77 FSA                   PIC XX.
              77 FSE                   PIC XX.
              77 FSINC                 PIC XX.
              77 FSDI                  PIC XX.
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
              77 NOMBRE-DISPONIBLE-WS  PIC X(31).
              77 NUM-CUPOS             PIC 9(7) VALUE 0.
              77 NUM-LIBERADOS         PIC 9(7) VALUE 0.
              77 NUM-ASIENTOS-DEVUELTOS PIC 9(7) VALUE 0.
              77 NUM-FICHEROS-DISP     PIC 9(5) VALUE 0.
              77 NUM-DOBLES-VENTAS     PIC 9(7) VALUE 0.
              77 NUM-FUERA-CUPO        PIC 9(7) VALUE 0.
              77 DEVUELTOS-CUPO-WS     PIC 9(3).
              77 PENDIENTES-CUPO-WS    PIC 9(3).
              77 LINEAS-DISP-WS        PIC 9(5).
              77 AGENCIA-DISP-WS       PIC X(4).
              77 I-LIBERADO            PIC 9(3).
              77 LIBERADO-HOY-WS       PIC X(2).

       *> Claves (espectaculo y agencia) de los cupos devueltos en esta
       *> ejecucion, para senalarlos en el informe
              01 TABLA-LIBERADOS-HOY.
                 02 NUM-TABLA-LIBERADOS   PIC 9(3) VALUE 0.
                 02 CLAVE-LIBERADA        PIC X(8) OCCURS 500 TIMES.

              01 LINEA-TITULO.
                 02 FILLER             PIC X(34) VALUE
                    "CONCILIACION DE CUPOS DE AGENCIAS ".
                 02 FILLER             PIC X(17) VALUE
                    "FECHA DE NEGOCIO ".
                 02 LT-FECHA           PIC 9(8).

              01 LINEA-SECCION          PIC X(60).

              01 LINEA-CABECERA-CUPOS.
                 02 FILLER             PIC X(7) VALUE "ESPEC".
                 02 FILLER             PIC X(6) VALUE "AGEN".
                 02 FILLER             PIC X(7) VALUE "ASIGN".
                 02 FILLER             PIC X(7) VALUE "VEND.".
                 02 FILLER             PIC X(7) VALUE "DEVUEL".
                 02 FILLER             PIC X(7) VALUE "PEND.".
                 02 FILLER             PIC X(10) VALUE "DEVOLUC.".
                 02 FILLER             PIC X(6) VALUE "EST".

              01 LINEA-CUPO.
                 02 LCU-ESPEC          PIC 9(4).
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LCU-AGENCIA        PIC X(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LCU-ASIGNADOS      PIC ZZ9.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LCU-VENDIDOS       PIC ZZ9.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LCU-DEVUELTOS      PIC ZZ9.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LCU-PENDIENTES     PIC ZZ9.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LCU-FECHA-LIB      PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LCU-ESTADO         PIC X.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LCU-MARCA          PIC X(20).

              01 LINEA-INCIDENCIA.
                 02 LIN-AGENCIA        PIC X(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LIN-ESPEC          PIC 9(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LIN-ASIENTO        PIC 9(3).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LIN-REFERENCIA     PIC X(12).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LIN-DETALLE        PIC X(30).

              01 LINEA-TOTALES.
                 02 FILLER             PIC X(8) VALUE "CUPOS ".
                 02 LTO-CUPOS          PIC ZZZZZZ9.
                 02 FILLER             PIC X(12) VALUE " LIBERADOS ".
                 02 LTO-LIBERADOS      PIC ZZZZZZ9.
                 02 FILLER             PIC X(11) VALUE " ASIENTOS ".
                 02 LTO-ASIENTOS       PIC ZZZZZZ9.
                 02 FILLER             PIC X(15) VALUE " DOBLES VENTAS ".
                 02 LTO-DOBLES         PIC ZZZZZZ9.

       *> Lineas del fichero de disponibilidad de cada agencia
              01 LINEA-DISP-CUPO.
                 02 FILLER             PIC X VALUE "A".
                 02 LDC-ESPEC          PIC 9(4).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-NOMBRE         PIC X(20).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-FECHA          PIC X(10).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-ASIGNADOS      PIC 9(3).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-VENDIDOS       PIC 9(3).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-PENDIENTES     PIC 9(3).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDC-FECHA-LIB      PIC 9(8).

              01 LINEA-DISP-ASIENTO.
                 02 FILLER             PIC X VALUE "D".
                 02 LDA-ESPEC          PIC 9(4).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDA-ASIENTO        PIC 9(3).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDA-ZONA           PIC X(2).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDA-FILA           PIC 99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDA-BUTACA         PIC 99.

              01 LINEA-DISP-CIERRE.
                 02 FILLER             PIC X VALUE "T".
                 02 LDT-FECHA          PIC 9(8).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LDT-LINEAS         PIC 9(5).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM LIBERAR-CUPOS THRU FIN-LIBERAR-CUPOS.
                  PERFORM GENERAR-DISPONIBILIDAD
                      THRU FIN-GENERAR-DISPONIBILIDAD.
                  PERFORM INFORME-CONCILIACION
                      THRU FIN-INFORME-CONCILIACION.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-CUPOS TO CTL-LEIDOS-WS.
                  MOVE NUM-LIBERADOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-DOBLES-VENTAS TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CONCILIARAGENCIAS: " NUM-CUPOS " cupos, "
                      NUM-LIBERADOS " liberados con "
                      NUM-ASIENTOS-DEVUELTOS " asientos, "
                      NUM-FICHEROS-DISP " ficheros de disponibilidad, "
                      NUM-DOBLES-VENTAS " dobles ventas.".
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

       *> Recorre CUPOS-AGENCIA.DAT devolviendo a la venta general los
       *> cupos abiertos cuya fecha de devolucion ya ha llegado; los
       *> liberados no se vuelven a tocar
              LIBERAR-CUPOS.
                  OPEN I-O CUPOSAGENCIAFILE.
                  IF FSCUP = "35"
                    CLOSE CUPOSAGENCIAFILE
                    GO TO FIN-LIBERAR-CUPOS.

                LEER-UN-CUPO-LIBERAR.
                  READ CUPOSAGENCIAFILE NEXT RECORD
                      AT END GO TO CERRAR-LIBERAR-CUPOS.
                  ADD 1 TO NUM-CUPOS.
                  IF NOT CUP-ABIERTO
                    GO TO LEER-UN-CUPO-LIBERAR.
                  IF CUP-FECHA-LIBERACION > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-CUPO-LIBERAR.

                  PERFORM DEVOLVER-ASIENTOS-CUPO
                      THRU FIN-DEVOLVER-ASIENTOS-CUPO.
                  IF DEVUELTOS-CUPO-WS > 0
                    OPEN I-O ESPECFILE
                    MOVE CUP-ESPEC TO ESPEC-NUMERO
                    READ ESPECFILE
                        NOT INVALID KEY
                            ADD DEVUELTOS-CUPO-WS
                                TO ESPEC-ENT-DISPONIBLES
                            IF ESPEC-ENT-DISPONIBLES > ESPEC-ENT-TOTAL
                              MOVE ESPEC-ENT-TOTAL
                                  TO ESPEC-ENT-DISPONIBLES
                            END-IF
                            REWRITE REG-ESPECTACULO
                    END-READ
                    CLOSE ESPECFILE.
                  ADD DEVUELTOS-CUPO-WS TO CUP-DEVUELTOS.
                  MOVE "L" TO CUP-ESTADO.
                  REWRITE REG-CUPO-AGENCIA
                      INVALID KEY GO TO LEER-UN-CUPO-LIBERAR.
                  ADD 1 TO NUM-LIBERADOS.
                  ADD DEVUELTOS-CUPO-WS TO NUM-ASIENTOS-DEVUELTOS.
                  IF NUM-TABLA-LIBERADOS < 500
                    ADD 1 TO NUM-TABLA-LIBERADOS
                    MOVE CUP-CLAVE TO CLAVE-LIBERADA(NUM-TABLA-LIBERADOS).
                  GO TO LEER-UN-CUPO-LIBERAR.

                CERRAR-LIBERAR-CUPOS.
                  CLOSE CUPOSAGENCIAFILE.
              FIN-LIBERAR-CUPOS.
                  EXIT.

       *> Pasa a devueltos los asientos del cupo en curso que la
       *> agencia no ha vendido y los deja libres en ASIENTOS.DAT
              DEVOLVER-ASIENTOS-CUPO.
                  MOVE 0 TO DEVUELTOS-CUPO-WS.
                  OPEN I-O ASIENTOSAGENCIAFILE.
                  IF FSASA = "35"
                    CLOSE ASIENTOSAGENCIAFILE
                    GO TO FIN-DEVOLVER-ASIENTOS-CUPO.
                  OPEN I-O ASIENTOFILE.
                  MOVE CUP-ESPEC TO ASA-ESPEC.
                  MOVE 0 TO ASA-ASIENTO.
                  START ASIENTOSAGENCIAFILE KEY IS NOT LESS THAN ASA-CLAVE
                      INVALID KEY GO TO CERRAR-DEVOLVER-ASIENTOS.

                LEER-ASIENTO-DEVOLVER.
                  READ ASIENTOSAGENCIAFILE NEXT RECORD
                      AT END GO TO CERRAR-DEVOLVER-ASIENTOS.
                  IF ASA-ESPEC NOT = CUP-ESPEC
                    GO TO CERRAR-DEVOLVER-ASIENTOS.
                  IF ASA-AGENCIA NOT = CUP-AGENCIA OR NOT ASA-EN-CUPO
                    GO TO LEER-ASIENTO-DEVOLVER.
                  MOVE ASA-ESPEC TO ASIENTO-ESPEC.
                  MOVE ASA-ASIENTO TO ASIENTO-NUM.
                  READ ASIENTOFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          IF ASIENTO-OCUPADO = "A"
                            MOVE "N" TO ASIENTO-OCUPADO
                            REWRITE REG-ASIENTO
                          END-IF
                  END-READ.
                  MOVE "D" TO ASA-ESTADO.
                  REWRITE REG-ASIENTO-AGENCIA.
                  ADD 1 TO DEVUELTOS-CUPO-WS.
                  GO TO LEER-ASIENTO-DEVOLVER.

                CERRAR-DEVOLVER-ASIENTOS.
                  CLOSE ASIENTOFILE.
                  CLOSE ASIENTOSAGENCIAFILE.
              FIN-DEVOLVER-ASIENTOS-CUPO.
                  EXIT.

       *> Un fichero de disponibilidad por agencia activa, aunque no
       *> tenga cupos abiertos (la agencia sabe asi que no le queda
       *> nada por vender)
              GENERAR-DISPONIBILIDAD.
                  OPEN INPUT AGENCIASFILE.
                  IF FSAG = "35"
                    CLOSE AGENCIASFILE
                    GO TO FIN-GENERAR-DISPONIBILIDAD.

                LEER-AGENCIA-DISP.
                  READ AGENCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-GENERAR-DISPONIBILIDAD.
                  IF AGE-ACTIVA NOT = "S"
                    GO TO LEER-AGENCIA-DISP.
                  MOVE AGE-CODIGO TO AGENCIA-DISP-WS.
                  PERFORM DISPONIBILIDAD-AGENCIA
                      THRU FIN-DISPONIBILIDAD-AGENCIA.
                  GO TO LEER-AGENCIA-DISP.

                CERRAR-GENERAR-DISPONIBILIDAD.
                  CLOSE AGENCIASFILE.
              FIN-GENERAR-DISPONIBILIDAD.
                  EXIT.

              DISPONIBILIDAD-AGENCIA.
                  MOVE SPACES TO NOMBRE-DISPONIBLE-WS.
                  STRING "DISPONIBILIDAD-AGENCIA-" DELIMITED BY SIZE
                         AGENCIA-DISP-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-DISPONIBLE-WS.
                  OPEN OUTPUT DISPONIBILIDADFILE.
                  ADD 1 TO NUM-FICHEROS-DISP.
                  MOVE 0 TO LINEAS-DISP-WS.
                  OPEN INPUT CUPOSAGENCIAFILE.
                  IF FSCUP = "35"
                    CLOSE CUPOSAGENCIAFILE
                    GO TO CERRAR-DISPONIBILIDAD-AGENCIA.

                LEER-CUPO-DISP.
                  READ CUPOSAGENCIAFILE NEXT RECORD
                      AT END GO TO CERRAR-CUPOS-DISP.
                  IF CUP-AGENCIA NOT = AGENCIA-DISP-WS OR
                     NOT CUP-ABIERTO
                    GO TO LEER-CUPO-DISP.
                  MOVE CUP-ESPEC TO ESPEC-NUMERO.
                  MOVE SPACES TO ESPEC-NOMBRE.
                  MOVE SPACES TO ESPEC-FECHA.
                  OPEN INPUT ESPECFILE.
                  READ ESPECFILE
                      INVALID KEY CONTINUE.
                  CLOSE ESPECFILE.
                  COMPUTE PENDIENTES-CUPO-WS =
                      CUP-ASIGNADOS - CUP-VENDIDOS - CUP-DEVUELTOS.
                  MOVE CUP-ESPEC TO LDC-ESPEC.
                  MOVE ESPEC-NOMBRE TO LDC-NOMBRE.
                  MOVE ESPEC-FECHA TO LDC-FECHA.
                  MOVE CUP-ASIGNADOS TO LDC-ASIGNADOS.
                  MOVE CUP-VENDIDOS TO LDC-VENDIDOS.
                  MOVE PENDIENTES-CUPO-WS TO LDC-PENDIENTES.
                  MOVE CUP-FECHA-LIBERACION TO LDC-FECHA-LIB.
                  WRITE REG-DISPONIBILIDAD FROM LINEA-DISP-CUPO.
                  ADD 1 TO LINEAS-DISP-WS.
                  PERFORM ASIENTOS-DISPONIBLES-CUPO
                      THRU FIN-ASIENTOS-DISPONIBLES-CUPO.
                  GO TO LEER-CUPO-DISP.

                CERRAR-CUPOS-DISP.
                  CLOSE CUPOSAGENCIAFILE.

                CERRAR-DISPONIBILIDAD-AGENCIA.
                  MOVE FECHA-NEGOCIO-WS TO LDT-FECHA.
                  MOVE LINEAS-DISP-WS TO LDT-LINEAS.
                  WRITE REG-DISPONIBILIDAD FROM LINEA-DISP-CIERRE.
                  CLOSE DISPONIBILIDADFILE.
              FIN-DISPONIBILIDAD-AGENCIA.
                  EXIT.

       *> Una linea "D" por asiento del cupo en curso aun sin vender,
       *> con su zona, fila y butaca
              ASIENTOS-DISPONIBLES-CUPO.
                  OPEN INPUT ASIENTOSAGENCIAFILE.
                  IF FSASA = "35"
                    CLOSE ASIENTOSAGENCIAFILE
                    GO TO FIN-ASIENTOS-DISPONIBLES-CUPO.
                  OPEN INPUT ASIENTOFILE.
                  MOVE CUP-ESPEC TO ASA-ESPEC.
                  MOVE 0 TO ASA-ASIENTO.
                  START ASIENTOSAGENCIAFILE KEY IS NOT LESS THAN ASA-CLAVE
                      INVALID KEY GO TO CERRAR-ASIENTOS-DISPONIBLES.

                LEER-ASIENTO-DISPONIBLE.
                  READ ASIENTOSAGENCIAFILE NEXT RECORD
                      AT END GO TO CERRAR-ASIENTOS-DISPONIBLES.
                  IF ASA-ESPEC NOT = CUP-ESPEC
                    GO TO CERRAR-ASIENTOS-DISPONIBLES.
                  IF ASA-AGENCIA NOT = AGENCIA-DISP-WS OR NOT ASA-EN-CUPO
                    GO TO LEER-ASIENTO-DISPONIBLE.
                  MOVE ASA-ESPEC TO ASIENTO-ESPEC.
                  MOVE ASA-ASIENTO TO ASIENTO-NUM.
                  MOVE SPACES TO ASIENTO-ZONA.
                  MOVE 0 TO ASIENTO-FILA.
                  MOVE 0 TO ASIENTO-BUTACA.
                  READ ASIENTOFILE
                      INVALID KEY CONTINUE.
                  MOVE ASA-ESPEC TO LDA-ESPEC.
                  MOVE ASA-ASIENTO TO LDA-ASIENTO.
                  MOVE ASIENTO-ZONA TO LDA-ZONA.
                  MOVE ASIENTO-FILA TO LDA-FILA.
                  MOVE ASIENTO-BUTACA TO LDA-BUTACA.
                  WRITE REG-DISPONIBILIDAD FROM LINEA-DISP-ASIENTO.
                  ADD 1 TO LINEAS-DISP-WS.
                  GO TO LEER-ASIENTO-DISPONIBLE.

                CERRAR-ASIENTOS-DISPONIBLES.
                  CLOSE ASIENTOFILE.
                  CLOSE ASIENTOSAGENCIAFILE.
              FIN-ASIENTOS-DISPONIBLES-CUPO.
                  EXIT.

       *> Informe de conciliacion: situacion de todos los cupos y las
       *> incidencias del dia
              INFORME-CONCILIACION.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-WS TO LT-FECHA.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  MOVE "CUPOS (* = devuelto hoy a la venta general)"
                      TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-CABECERA-CUPOS.
                  OPEN INPUT CUPOSAGENCIAFILE.
                  IF FSCUP = "35"
                    CLOSE CUPOSAGENCIAFILE
                    GO TO INCIDENCIAS-CONCILIACION.

                LEER-CUPO-INFORME.
                  READ CUPOSAGENCIAFILE NEXT RECORD
                      AT END GO TO CERRAR-CUPOS-INFORME.
                  MOVE CUP-ESPEC TO LCU-ESPEC.
                  MOVE CUP-AGENCIA TO LCU-AGENCIA.
                  MOVE CUP-ASIGNADOS TO LCU-ASIGNADOS.
                  MOVE CUP-VENDIDOS TO LCU-VENDIDOS.
                  MOVE CUP-DEVUELTOS TO LCU-DEVUELTOS.
                  COMPUTE PENDIENTES-CUPO-WS =
                      CUP-ASIGNADOS - CUP-VENDIDOS - CUP-DEVUELTOS.
                  MOVE PENDIENTES-CUPO-WS TO LCU-PENDIENTES.
                  MOVE CUP-FECHA-LIBERACION TO LCU-FECHA-LIB.
                  MOVE CUP-ESTADO TO LCU-ESTADO.
                  MOVE SPACES TO LCU-MARCA.
                  MOVE "NO" TO LIBERADO-HOY-WS.
                  MOVE 1 TO I-LIBERADO.
                  PERFORM BUSCAR-LIBERADO-HOY
                      UNTIL I-LIBERADO > NUM-TABLA-LIBERADOS
                         OR LIBERADO-HOY-WS = "SI".
                  IF LIBERADO-HOY-WS = "SI"
                    MOVE "* devuelto hoy" TO LCU-MARCA.
                  WRITE REG-INFORME FROM LINEA-CUPO.
                  GO TO LEER-CUPO-INFORME.

                CERRAR-CUPOS-INFORME.
                  CLOSE CUPOSAGENCIAFILE.

                INCIDENCIAS-CONCILIACION.
                  MOVE SPACES TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  MOVE "DOBLES VENTAS DEL DIA (vendido por los dos canales)"
                      TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  PERFORM LISTAR-INCIDENCIAS THRU FIN-LISTAR-INCIDENCIAS.

                  MOVE SPACES TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  MOVE NUM-CUPOS TO LTO-CUPOS.
                  MOVE NUM-LIBERADOS TO LTO-LIBERADOS.
                  MOVE NUM-ASIENTOS-DEVUELTOS TO LTO-ASIENTOS.
                  MOVE NUM-DOBLES-VENTAS TO LTO-DOBLES.
                  WRITE REG-INFORME FROM LINEA-TOTALES.
                  CLOSE INFORMEFILE.
              FIN-INFORME-CONCILIACION.
                  EXIT.

              BUSCAR-LIBERADO-HOY.
                  IF CLAVE-LIBERADA(I-LIBERADO) = CUP-CLAVE
                    MOVE "SI" TO LIBERADO-HOY-WS.
                  ADD 1 TO I-LIBERADO.

       *> Lista las incidencias del dia: primero las dobles ventas y,
       *> tras ellas, las ventas aceptadas fuera de cupo
              LISTAR-INCIDENCIAS.
                  OPEN INPUT INCIDENCIASFILE.
                  IF FSINC = "35"
                    CLOSE INCIDENCIASFILE
                    GO TO FIN-LISTAR-INCIDENCIAS.

                LEER-INCIDENCIA-DV.
                  READ INCIDENCIASFILE NEXT RECORD
                      AT END GO TO RELEER-INCIDENCIAS.
                  IF INC-FECHA NOT = FECHA-NEGOCIO-WS OR
                     INC-TIPO NOT = "DV"
                    GO TO LEER-INCIDENCIA-DV.
                  PERFORM ESCRIBIR-INCIDENCIA.
                  ADD 1 TO NUM-DOBLES-VENTAS.
                  GO TO LEER-INCIDENCIA-DV.

                RELEER-INCIDENCIAS.
                  CLOSE INCIDENCIASFILE.
                  MOVE SPACES TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  MOVE "VENTAS DEL DIA ACEPTADAS FUERA DE CUPO"
                      TO LINEA-SECCION.
                  WRITE REG-INFORME FROM LINEA-SECCION.
                  OPEN INPUT INCIDENCIASFILE.

                LEER-INCIDENCIA-FC.
                  READ INCIDENCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-INCIDENCIAS.
                  IF INC-FECHA NOT = FECHA-NEGOCIO-WS OR
                     INC-TIPO NOT = "FC"
                    GO TO LEER-INCIDENCIA-FC.
                  PERFORM ESCRIBIR-INCIDENCIA.
                  ADD 1 TO NUM-FUERA-CUPO.
                  GO TO LEER-INCIDENCIA-FC.

                CERRAR-LISTAR-INCIDENCIAS.
                  CLOSE INCIDENCIASFILE.
              FIN-LISTAR-INCIDENCIAS.
                  EXIT.

              ESCRIBIR-INCIDENCIA.
                  MOVE INC-AGENCIA TO LIN-AGENCIA.
                  MOVE INC-ESPEC TO LIN-ESPEC.
                  MOVE INC-ASIENTO TO LIN-ASIENTO.
                  MOVE INC-REFERENCIA TO LIN-REFERENCIA.
                  MOVE INC-DETALLE TO LIN-DETALLE.
                  WRITE REG-INFORME FROM LINEA-INCIDENCIA.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CONCILIARAGENCIAS" TO CTN-PROGRAMA.
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
