       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVARINFORMES.
       *> Archivo de informes de la cadena nocturna: los informes que
       *> deja la noche (HOJA-CONTROL.DAT, INFORME-TESORERIA.DAT,
       *> DURMIENTES.DAT, INFORME-MOROSIDAD.DAT y demas) se abren en
       *> OUTPUT en cada pasada y el de ayer se pierde. Este paso copia
       *> cada informe, linea a linea, a ARCHIVO-INFORMES.DAT bajo su
       *> nombre y la fecha de negocio, y anota la generacion en
       *> INDICE-INFORMES.DAT (lineas, longitud de linea, fecha y hora
       *> del fichero y momento del archivo), que es lo que consulta
       *> CONSULTARINFORMES para listar, ver y reimprimir.
       *>
       *> Los informes a archivar y su longitud de linea estan en
       *> CARGAR-INFORMES-DEFECTO; cada fila de INFORMES-A-ARCHIVAR.DAT
       *> cambia la longitud o las generaciones de su informe, o anade
       *> uno nuevo. De cada informe se conservan las ultimas N
       *> generaciones (400 si la fila no dice otra cosa); las mas
       *> antiguas se borran del indice y del archivo.
       *>
       *> Los informes que se autolimitan (mensuales, trimestrales)
       *> dejan el mismo fichero noche tras noche: si la fecha y hora
       *> del fichero son las de la ultima generacion archivada no se
       *> vuelve a archivar. Relanzar el paso el mismo dia sustituye la
       *> generacion de ese dia. Un fichero cuyo tamano no es multiplo
       *> de la longitud de linea se rechaza y queda en el informe.
       *>
       *> Versiones
       *> Versión 1.0 - Archivo de informes por fecha de negocio con generaciones
       *> Versión 1.1 - Archiva el informe de recertificacion de accesos
       *> Versión 1.2 - Archiva el informe de conciliacion del transporte de fondos
       *> Versión 1.3 - Archiva el informe de rentabilidad por persona
       *> Versión 1.4 - Archiva el informe de preventas
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT INDICEFILE ASSIGN TO "INDICE-INFORMES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDX-CLAVE
                  FILE STATUS IS FSIX.

              SELECT ARCHIVOFILE ASSIGN TO "ARCHIVO-INFORMES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARC-CLAVE
                  FILE STATUS IS FSAR.

              SELECT PARAMFILE ASSIGN TO "INFORMES-A-ARCHIVAR.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-ARCHIVO-INFORMES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       *> FD INDICEFILE: una generacion por informe y fecha de negocio
       FD INDICEFILE.
       01 REG-INDICE-INFORME.
              02 IDX-CLAVE.
                 03 IDX-INFORME         PIC X(30).
                 03 IDX-FECHA           PIC 9(8).
              02 IDX-LINEAS             PIC 9(6).
              02 IDX-LONGITUD           PIC 9(3).
              02 IDX-FICHERO-FECHA      PIC 9(8).
              02 IDX-FICHERO-HORA       PIC 9(8).
              02 IDX-ARCHIVADO-FECHA    PIC 9(8).
              02 IDX-ARCHIVADO-HORA     PIC 9(6).

       *> FD ARCHIVOFILE: las lineas de cada generacion, tal cual
       *> estaban en el informe
       FD ARCHIVOFILE.
       01 REG-ARCHIVO-INFORME.
              02 ARC-CLAVE.
                 03 ARC-INFORME         PIC X(30).
                 03 ARC-FECHA           PIC 9(8).
                 03 ARC-NUM-LINEA       PIC 9(6).
              02 ARC-LINEA              PIC X(110).

       *> FD PARAMFILE: informe, longitud de linea y generaciones; un
       *> cero deja el valor de fabrica
       FD PARAMFILE.
       01 REG-INFORME-ARCHIVAR.
              02 IAR-FICHERO            PIC X(30).
              02 IAR-LONGITUD           PIC 9(3).
              02 IAR-GENERACIONES       PIC 9(3).

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

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       WORKING-STORAGE SECTION.
              77 FSIX                  PIC XX.
              77 FSAR                  PIC XX.
              77 FSPA                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 T                     PIC 99.
              77 FILA-ENCONTRADA       PIC X(2).

       *> Informe en curso y su ultima generacion archivada
              77 INFORME-WS            PIC X(30).
              77 LONGITUD-WS           PIC 9(3).
              77 LINEAS-WS             PIC 9(6).
              77 RESTO-WS              PIC 9(3).
              77 BYTES-WS              PIC 9(12).
              77 FICHERO-FECHA-WS      PIC 9(8).
              77 FICHERO-HORA-WS       PIC 9(8).
              77 NUM-GENERACIONES-WS   PIC 9(4).
              77 SOBRANTES-WS          PIC 9(4).
              77 PODADAS-WS            PIC 9(4).
              77 ULT-FECHA-WS          PIC 9(8).
              77 ULT-FICHERO-FECHA-WS  PIC 9(8).
              77 ULT-FICHERO-HORA-WS   PIC 9(8).
              77 EXISTE-HOY-WS         PIC X(2).
              77 FECHA-BORRAR-WS       PIC 9(8).
              77 ACCION-WS             PIC X(16).

       *> Cifras del proceso
              77 TOTAL-INFORMES        PIC 9(4) VALUE 0.
              77 TOTAL-LINEAS          PIC 9(7) VALUE 0.
              77 TOTAL-RECHAZADOS      PIC 9(7) VALUE 0.
              77 TOTAL-PODADAS         PIC 9(7) VALUE 0.

       *> Lectura de la linea del informe como secuencia de bytes: los
       *> informes tienen longitudes de linea distintas
              77 MODO-LECTURA-WS       PIC X COMP-X VALUE 1.
              77 DENEGAR-WS            PIC X COMP-X VALUE 0.
              77 DISPOSITIVO-WS        PIC X COMP-X VALUE 0.
              77 MANEJADOR-WS          PIC X(4).
              77 DESPLAZAMIENTO-WS     PIC X(8) COMP-X.
              77 BYTES-LINEA-WS        PIC X(4) COMP-X.
              77 OPCION-LECTURA-WS     PIC X COMP-X VALUE 0.
              77 LINEA-LEIDA-WS        PIC X(110).
              77 L                     PIC 9(6).

       *> Tabla de informes: fichero, longitud de linea y generaciones
              77 NUM-INFORMES-TABLA    PIC 99 VALUE 22.
              01 TABLA-INFORMES.
                 02 TI-ENTRADA OCCURS 40 TIMES.
                    03 TI-FICHERO      PIC X(30).
                    03 TI-LONGITUD     PIC 9(3).
                    03 TI-GENERACIONES PIC 9(3).

       *> Datos del fichero que devuelve CBL_CHECK_FILE_EXIST
              01 DETALLE-FICHERO.
                 02 DF-TAMANO          PIC X(8) COMP-X.
                 02 DF-DIA             PIC X COMP-X.
                 02 DF-MES             PIC X COMP-X.
                 02 DF-ANIO            PIC X(2) COMP-X.
                 02 DF-HORA            PIC X COMP-X.
                 02 DF-MINUTO          PIC X COMP-X.
                 02 DF-SEGUNDO         PIC X COMP-X.
                 02 DF-CENTESIMA       PIC X COMP-X.
              77 NOMBRE-FICHERO-WS     PIC X(30).

              01 FECHA-HORA-ACTUAL.
                 02 FHA-FECHA          PIC 9(8).
                 02 FHA-HORA           PIC 9(6).
                 02 FILLER             PIC X(7).

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(40) VALUE
                     "ARCHIVO DE INFORMES  FECHA DE NEGOCIO  ".
                 02 CAB-FECHA          PIC 9(8).

              01 LINEA-TIT-INFORME.
                 02 FILLER             PIC X(30) VALUE "INFORME".
                 02 FILLER             PIC X(17) VALUE "RESULTADO".
                 02 FILLER             PIC X(8) VALUE "  LINEAS".
                 02 FILLER             PIC X(5) VALUE " LONG".
                 02 FILLER             PIC X(10) VALUE " FICHERO".
                 02 FILLER             PIC X(9) VALUE "  GENER.".
                 02 FILLER             PIC X(9) VALUE " BORRADAS".

              01 LINEA-INFORME-ARCH.
                 02 LIA-INFORME        PIC X(30).
                 02 LIA-ACCION         PIC X(16).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LIA-LINEAS         PIC ZZZZZZZ9.
                 02 LIA-LONGITUD       PIC ZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LIA-FICHERO-FECHA  PIC 9(8).
                 02 LIA-GENERACIONES   PIC ZZZZZZZZ9.
                 02 LIA-PODADAS        PIC ZZZZZZZZ9.

              01 LINEA-AVISO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LA-TEXTO           PIC X(106).

              01 LINEA-TOTAL.
                 02 FILLER             PIC X(30) VALUE "TOTAL".
                 02 LT-INFORMES        PIC ZZZ9.
                 02 FILLER             PIC X(12) VALUE " archivados".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LT-LINEAS          PIC ZZZZZZZ9.
                 02 FILLER             PIC X(24) VALUE SPACES.
                 02 LT-PODADAS         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-ACTUAL.

                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  PERFORM CARGAR-INFORMES-DEFECTO.
                  PERFORM CARGAR-TABLA-INFORMES
                      THRU FIN-CARGAR-TABLA-INFORMES.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-INFORME.

                  OPEN I-O INDICEFILE.
                  IF FSIX = "35"
                    CLOSE INDICEFILE
                    OPEN OUTPUT INDICEFILE
                    CLOSE INDICEFILE
                    OPEN I-O INDICEFILE.
                  OPEN I-O ARCHIVOFILE.
                  IF FSAR = "35"
                    CLOSE ARCHIVOFILE
                    OPEN OUTPUT ARCHIVOFILE
                    CLOSE ARCHIVOFILE
                    OPEN I-O ARCHIVOFILE.

                  MOVE 1 TO T.
                  PERFORM ARCHIVAR-UN-INFORME THRU FIN-ARCHIVAR-UN-INFORME
                      UNTIL T > NUM-INFORMES-TABLA.

                  CLOSE ARCHIVOFILE.
                  CLOSE INDICEFILE.

                  MOVE TOTAL-INFORMES TO LT-INFORMES.
                  MOVE TOTAL-LINEAS TO LT-LINEAS.
                  MOVE TOTAL-PODADAS TO LT-PODADAS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TOTAL.
                  CLOSE INFORMEFILE.

                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "ARCHIVARINFORMES: " TOTAL-INFORMES
                      " informes archivados (" TOTAL-LINEAS
                      " lineas), " TOTAL-PODADAS
                      " generaciones borradas.".
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

       *> Informes de la cadena con la longitud de linea de su FD
              CARGAR-INFORMES-DEFECTO.
                  MOVE "HOJA-CONTROL.DAT" TO TI-FICHERO(1).
                  MOVE 110 TO TI-LONGITUD(1).
                  MOVE "INFORME-TESORERIA.DAT" TO TI-FICHERO(2).
                  MOVE 80 TO TI-LONGITUD(2).
                  MOVE "DURMIENTES.DAT" TO TI-FICHERO(3).
                  MOVE 84 TO TI-LONGITUD(3).
                  MOVE "INFORME-MOROSIDAD.DAT" TO TI-FICHERO(4).
                  MOVE 90 TO TI-LONGITUD(4).
                  MOVE "CADUCIDAD.DAT" TO TI-FICHERO(5).
                  MOVE 69 TO TI-LONGITUD(5).
                  MOVE "REFERIDOS.DAT" TO TI-FICHERO(6).
                  MOVE 25 TO TI-LONGITUD(6).
                  MOVE "INFORME-CORREO-DEVUELTO.DAT" TO TI-FICHERO(7).
                  MOVE 110 TO TI-LONGITUD(7).
                  MOVE "INFORME-APLAZAMIENTOS.DAT" TO TI-FICHERO(8).
                  MOVE 90 TO TI-LONGITUD(8).
                  MOVE "INFORME-BONOS-REGALO.DAT" TO TI-FICHERO(9).
                  MOVE 80 TO TI-LONGITUD(9).
                  MOVE "INFORME-QUEJAS.DAT" TO TI-FICHERO(10).
                  MOVE 90 TO TI-LONGITUD(10).
                  MOVE "LISTADO-CIRBE.DAT" TO TI-FICHERO(11).
                  MOVE 100 TO TI-LONGITUD(11).
                  MOVE "INFORME-PROVISIONES.DAT" TO TI-FICHERO(12).
                  MOVE 100 TO TI-LONGITUD(12).
                  MOVE "INFORME-DESCUBIERTOS.DAT" TO TI-FICHERO(13).
                  MOVE 90 TO TI-LONGITUD(13).
                  MOVE "INFORME-PUNTUACIONES.DAT" TO TI-FICHERO(14).
                  MOVE 100 TO TI-LONGITUD(14).
                  MOVE "CONCILIACION-AGENCIAS.DAT" TO TI-FICHERO(15).
                  MOVE 90 TO TI-LONGITUD(15).
                  MOVE "INFORME-RETENCION.DAT" TO TI-FICHERO(16).
                  MOVE 110 TO TI-LONGITUD(16).
                  MOVE "INFORME-DURACIONES.DAT" TO TI-FICHERO(17).
                  MOVE 110 TO TI-LONGITUD(17).
                  MOVE "INFORME-REORGANIZACION.DAT" TO TI-FICHERO(18).
                  MOVE 110 TO TI-LONGITUD(18).
                  MOVE "INFORME-RECERTIFICACION.DAT" TO TI-FICHERO(19).
                  MOVE 110 TO TI-LONGITUD(19).
                  MOVE "INFORME-TRANSPORTE.DAT" TO TI-FICHERO(20).
                  MOVE 110 TO TI-LONGITUD(20).
                  MOVE "INFORME-RENTABILIDAD.DAT" TO TI-FICHERO(21).
                  MOVE 110 TO TI-LONGITUD(21).
                  MOVE "INFORME-PREVENTAS.DAT" TO TI-FICHERO(22).
                  MOVE 90 TO TI-LONGITUD(22).
                  MOVE 1 TO T.
                  PERFORM PONER-GENERACIONES-DEFECTO
                      UNTIL T > NUM-INFORMES-TABLA.

              PONER-GENERACIONES-DEFECTO.
                  MOVE 400 TO TI-GENERACIONES(T).
                  ADD 1 TO T.

       *> Cada fila de INFORMES-A-ARCHIVAR.DAT cambia la de su informe o
       *> anade uno nuevo; las que no se pueden aplicar se ignoran y
       *> quedan en el informe
              CARGAR-TABLA-INFORMES.
                  OPEN INPUT PARAMFILE.
                  IF FSPA = "35"
                    CLOSE PARAMFILE
                    GO TO FIN-CARGAR-TABLA-INFORMES.

                LEER-FILA-INFORME.
                  READ PARAMFILE
                      AT END GO TO CERRAR-TABLA-INFORMES.
                  IF IAR-FICHERO = SPACES OR
                     IAR-LONGITUD NOT NUMERIC OR
                     IAR-GENERACIONES NOT NUMERIC OR
                     IAR-LONGITUD > 110
                    MOVE SPACES TO LA-TEXTO
                    STRING "Fila ignorada para " DELIMITED BY SIZE
                           IAR-FICHERO DELIMITED BY SPACE
                           ": longitud o generaciones no validas"
                           DELIMITED BY SIZE
                        INTO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    GO TO LEER-FILA-INFORME.
                  MOVE "NO" TO FILA-ENCONTRADA.
                  MOVE 1 TO T.
                  PERFORM BUSCAR-FILA-INFORME
                      UNTIL T > NUM-INFORMES-TABLA OR
                            FILA-ENCONTRADA = "SI".
                  IF FILA-ENCONTRADA = "NO"
                    PERFORM ANADIR-FILA-INFORME
                    GO TO LEER-FILA-INFORME.
                  IF IAR-LONGITUD > 0
                    MOVE IAR-LONGITUD TO TI-LONGITUD(T).
                  IF IAR-GENERACIONES > 0
                    MOVE IAR-GENERACIONES TO TI-GENERACIONES(T).
                  GO TO LEER-FILA-INFORME.

                CERRAR-TABLA-INFORMES.
                  CLOSE PARAMFILE.
              FIN-CARGAR-TABLA-INFORMES.
                  EXIT.

              BUSCAR-FILA-INFORME.
                  IF TI-FICHERO(T) = IAR-FICHERO
                    MOVE "SI" TO FILA-ENCONTRADA
                  ELSE
                    ADD 1 TO T.

       *> Un informe que no esta en la tabla necesita su longitud de
       *> linea; sin ella, o con la tabla llena, la fila se ignora
              ANADIR-FILA-INFORME.
                  IF IAR-LONGITUD = 0 OR NUM-INFORMES-TABLA NOT < 40
                    MOVE SPACES TO LA-TEXTO
                    STRING "Fila ignorada para " DELIMITED BY SIZE
                           IAR-FICHERO DELIMITED BY SPACE
                           ": informe nuevo sin longitud o tabla llena"
                           DELIMITED BY SIZE
                        INTO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                  ELSE
                    ADD 1 TO NUM-INFORMES-TABLA
                    MOVE IAR-FICHERO TO TI-FICHERO(NUM-INFORMES-TABLA)
                    MOVE IAR-LONGITUD TO TI-LONGITUD(NUM-INFORMES-TABLA)
                    MOVE 400 TO TI-GENERACIONES(NUM-INFORMES-TABLA)
                    IF IAR-GENERACIONES > 0
                      MOVE IAR-GENERACIONES
                          TO TI-GENERACIONES(NUM-INFORMES-TABLA).

       *> Archiva el informe T de la tabla como generacion de la fecha
       *> de negocio y borra las generaciones que sobran
              ARCHIVAR-UN-INFORME.
                  MOVE TI-FICHERO(T) TO INFORME-WS.
                  MOVE TI-LONGITUD(T) TO LONGITUD-WS.
                  MOVE 0 TO LINEAS-WS.
                  MOVE 0 TO FICHERO-FECHA-WS.
                  MOVE 0 TO PODADAS-WS.
                  MOVE INFORME-WS TO NOMBRE-FICHERO-WS.
                  CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-FICHERO-WS
                      DETALLE-FICHERO.
                  IF RETURN-CODE NOT = 0
                    MOVE 0 TO RETURN-CODE
                    MOVE "NO EXISTE" TO ACCION-WS
                    GO TO ESCRIBIR-LINEA-INFORME.
                  MOVE DF-TAMANO TO BYTES-WS.
                  COMPUTE FICHERO-FECHA-WS =
                      DF-ANIO * 10000 + DF-MES * 100 + DF-DIA.
                  COMPUTE FICHERO-HORA-WS =
                      DF-HORA * 1000000 + DF-MINUTO * 10000 +
                      DF-SEGUNDO * 100 + DF-CENTESIMA.
                  DIVIDE BYTES-WS BY LONGITUD-WS GIVING LINEAS-WS
                      REMAINDER RESTO-WS.
                  IF RESTO-WS NOT = 0
                    ADD 1 TO TOTAL-RECHAZADOS
                    MOVE "LONGITUD ERRONEA" TO ACCION-WS
                    GO TO ESCRIBIR-LINEA-INFORME.

                  PERFORM REPASAR-GENERACIONES
                      THRU FIN-REPASAR-GENERACIONES.
                  IF NUM-GENERACIONES-WS > 0 AND
                     ULT-FECHA-WS NOT = FECHA-NEGOCIO-WS AND
                     ULT-FICHERO-FECHA-WS = FICHERO-FECHA-WS AND
                     ULT-FICHERO-HORA-WS = FICHERO-HORA-WS
                    MOVE "SIN CAMBIOS" TO ACCION-WS
                    GO TO PODAR-INFORME.

                  MOVE "ARCHIVADO" TO ACCION-WS.
                  IF EXISTE-HOY-WS = "SI"
                    MOVE FECHA-NEGOCIO-WS TO FECHA-BORRAR-WS
                    PERFORM BORRAR-GENERACION THRU FIN-BORRAR-GENERACION
                    SUBTRACT 1 FROM NUM-GENERACIONES-WS
                    MOVE "SUSTITUIDO" TO ACCION-WS.

                  PERFORM COPIAR-LINEAS THRU FIN-COPIAR-LINEAS.
                  IF ACCION-WS = "NO LEGIBLE"
                    ADD 1 TO TOTAL-RECHAZADOS
                    GO TO ESCRIBIR-LINEA-INFORME.

                  MOVE INFORME-WS TO IDX-INFORME.
                  MOVE FECHA-NEGOCIO-WS TO IDX-FECHA.
                  MOVE LINEAS-WS TO IDX-LINEAS.
                  MOVE LONGITUD-WS TO IDX-LONGITUD.
                  MOVE FICHERO-FECHA-WS TO IDX-FICHERO-FECHA.
                  MOVE FICHERO-HORA-WS TO IDX-FICHERO-HORA.
                  MOVE FHA-FECHA TO IDX-ARCHIVADO-FECHA.
                  MOVE FHA-HORA TO IDX-ARCHIVADO-HORA.
                  WRITE REG-INDICE-INFORME
                      INVALID KEY REWRITE REG-INDICE-INFORME.
                  ADD 1 TO NUM-GENERACIONES-WS.
                  ADD 1 TO TOTAL-INFORMES.

                PODAR-INFORME.
                  PERFORM PODAR-GENERACIONES THRU FIN-PODAR-GENERACIONES.

                ESCRIBIR-LINEA-INFORME.
                  MOVE INFORME-WS TO LIA-INFORME.
                  MOVE ACCION-WS TO LIA-ACCION.
                  MOVE LINEAS-WS TO LIA-LINEAS.
                  MOVE LONGITUD-WS TO LIA-LONGITUD.
                  MOVE FICHERO-FECHA-WS TO LIA-FICHERO-FECHA.
                  MOVE NUM-GENERACIONES-WS TO LIA-GENERACIONES.
                  MOVE PODADAS-WS TO LIA-PODADAS.
                  IF ACCION-WS = "NO EXISTE" OR
                     ACCION-WS = "LONGITUD ERRONEA"
                    MOVE 0 TO LIA-GENERACIONES.
                  WRITE REG-INFORME FROM LINEA-INFORME-ARCH.
                  ADD 1 TO T.
              FIN-ARCHIVAR-UN-INFORME.
                  EXIT.

       *> Cuenta las generaciones archivadas del informe en curso y
       *> toma la fecha y hora de fichero de la mas reciente
              REPASAR-GENERACIONES.
                  MOVE 0 TO NUM-GENERACIONES-WS.
                  MOVE 0 TO ULT-FECHA-WS.
                  MOVE 0 TO ULT-FICHERO-FECHA-WS.
                  MOVE 0 TO ULT-FICHERO-HORA-WS.
                  MOVE "NO" TO EXISTE-HOY-WS.
                  MOVE INFORME-WS TO IDX-INFORME.
                  MOVE 0 TO IDX-FECHA.
                  START INDICEFILE KEY IS NOT LESS THAN IDX-CLAVE
                      INVALID KEY GO TO FIN-REPASAR-GENERACIONES.

                LEER-GENERACION.
                  READ INDICEFILE NEXT RECORD
                      AT END GO TO FIN-REPASAR-GENERACIONES.
                  IF IDX-INFORME NOT = INFORME-WS
                    GO TO FIN-REPASAR-GENERACIONES.
                  ADD 1 TO NUM-GENERACIONES-WS.
                  MOVE IDX-FECHA TO ULT-FECHA-WS.
                  MOVE IDX-FICHERO-FECHA TO ULT-FICHERO-FECHA-WS.
                  MOVE IDX-FICHERO-HORA TO ULT-FICHERO-HORA-WS.
                  IF IDX-FECHA = FECHA-NEGOCIO-WS
                    MOVE "SI" TO EXISTE-HOY-WS.
                  GO TO LEER-GENERACION.
              FIN-REPASAR-GENERACIONES.
                  EXIT.

       *> Copia el informe al archivo linea a linea, leyendolo como
       *> secuencia de bytes de la longitud de linea de la tabla
              COPIAR-LINEAS.
                  CALL "CBL_OPEN_FILE" USING NOMBRE-FICHERO-WS
                      MODO-LECTURA-WS DENEGAR-WS DISPOSITIVO-WS
                      MANEJADOR-WS.
                  IF RETURN-CODE NOT = 0
                    MOVE 0 TO RETURN-CODE
                    MOVE "NO LEGIBLE" TO ACCION-WS
                    GO TO FIN-COPIAR-LINEAS.
                  MOVE 0 TO DESPLAZAMIENTO-WS.
                  MOVE LONGITUD-WS TO BYTES-LINEA-WS.
                  MOVE 0 TO L.

                COPIAR-UNA-LINEA.
                  IF L NOT < LINEAS-WS
                    GO TO CERRAR-COPIAR-LINEAS.
                  MOVE SPACES TO LINEA-LEIDA-WS.
                  CALL "CBL_READ_FILE" USING MANEJADOR-WS
                      DESPLAZAMIENTO-WS BYTES-LINEA-WS
                      OPCION-LECTURA-WS LINEA-LEIDA-WS.
                  IF RETURN-CODE NOT = 0
                    MOVE 0 TO RETURN-CODE
                    GO TO CERRAR-COPIAR-LINEAS.
                  ADD 1 TO L.
                  MOVE INFORME-WS TO ARC-INFORME.
                  MOVE FECHA-NEGOCIO-WS TO ARC-FECHA.
                  MOVE L TO ARC-NUM-LINEA.
                  MOVE LINEA-LEIDA-WS TO ARC-LINEA.
                  WRITE REG-ARCHIVO-INFORME
                      INVALID KEY REWRITE REG-ARCHIVO-INFORME.
                  ADD LONGITUD-WS TO DESPLAZAMIENTO-WS.
                  ADD 1 TO TOTAL-LINEAS.
                  GO TO COPIAR-UNA-LINEA.

                CERRAR-COPIAR-LINEAS.
                  CALL "CBL_CLOSE_FILE" USING MANEJADOR-WS.
                  MOVE 0 TO RETURN-CODE.
                  MOVE L TO LINEAS-WS.
              FIN-COPIAR-LINEAS.
                  EXIT.

       *> Borra del archivo las lineas y del indice la entrada de la
       *> generacion FECHA-BORRAR-WS del informe en curso
              BORRAR-GENERACION.
                  MOVE INFORME-WS TO ARC-INFORME.
                  MOVE FECHA-BORRAR-WS TO ARC-FECHA.
                  MOVE 0 TO ARC-NUM-LINEA.
                  START ARCHIVOFILE KEY IS NOT LESS THAN ARC-CLAVE
                      INVALID KEY GO TO BORRAR-ENTRADA-INDICE.

                BORRAR-UNA-LINEA.
                  READ ARCHIVOFILE NEXT RECORD
                      AT END GO TO BORRAR-ENTRADA-INDICE.
                  IF ARC-INFORME NOT = INFORME-WS OR
                     ARC-FECHA NOT = FECHA-BORRAR-WS
                    GO TO BORRAR-ENTRADA-INDICE.
                  DELETE ARCHIVOFILE RECORD.
                  GO TO BORRAR-UNA-LINEA.

                BORRAR-ENTRADA-INDICE.
                  MOVE INFORME-WS TO IDX-INFORME.
                  MOVE FECHA-BORRAR-WS TO IDX-FECHA.
                  DELETE INDICEFILE RECORD
                      INVALID KEY CONTINUE.
              FIN-BORRAR-GENERACION.
                  EXIT.

       *> Borra las generaciones mas antiguas del informe en curso
       *> hasta dejar las que pide la tabla
              PODAR-GENERACIONES.
                  IF NUM-GENERACIONES-WS NOT > TI-GENERACIONES(T)
                    GO TO FIN-PODAR-GENERACIONES.
                  COMPUTE SOBRANTES-WS =
                      NUM-GENERACIONES-WS - TI-GENERACIONES(T).

                PODAR-UNA-GENERACION.
                  IF SOBRANTES-WS = 0
                    GO TO FIN-PODAR-GENERACIONES.
                  MOVE INFORME-WS TO IDX-INFORME.
                  MOVE 0 TO IDX-FECHA.
                  START INDICEFILE KEY IS NOT LESS THAN IDX-CLAVE
                      INVALID KEY GO TO FIN-PODAR-GENERACIONES.
                  READ INDICEFILE NEXT RECORD
                      AT END GO TO FIN-PODAR-GENERACIONES.
                  IF IDX-INFORME NOT = INFORME-WS
                    GO TO FIN-PODAR-GENERACIONES.
                  MOVE IDX-FECHA TO FECHA-BORRAR-WS.
                  PERFORM BORRAR-GENERACION THRU FIN-BORRAR-GENERACION.
                  SUBTRACT 1 FROM SOBRANTES-WS.
                  SUBTRACT 1 FROM NUM-GENERACIONES-WS.
                  ADD 1 TO PODADAS-WS.
                  ADD 1 TO TOTAL-PODADAS.
                  GO TO PODAR-UNA-GENERACION.
              FIN-PODAR-GENERACIONES.
                  EXIT.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE FECHA-NEGOCIO-WS TO CTN-FECHA.
                  MOVE "ARCHIVARINFORMES" TO CTN-PROGRAMA.
                  MOVE TOTAL-LINEAS TO CTN-LEIDOS.
                  MOVE TOTAL-LINEAS TO CTN-ESCRITOS.
                  MOVE TOTAL-RECHAZADOS TO CTN-RECHAZADOS.
                  MOVE 0 TO CTN-IMPORTE-ENTRADA.
                  MOVE 0 TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
