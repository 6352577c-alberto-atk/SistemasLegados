       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICOCADENA.
       *> Historico de duraciones de la cadena nocturna y prevision de
       *> desbordamiento de la ventana batch. Corre en la cadena justo
       *> antes de la hoja de control:
       *>   - pasa a HISTORICO-CADENA.DAT cada paso terminado bien de
       *>     ESTADONOCTURNO.DAT de la ultima semana (fecha y paso,
       *>     programa, horas de inicio y fin y segundos que tardo),
       *>     junto con los registros leidos y escritos que el programa
       *>     dejo en CONTROL-NOCTURNO.DAT para la fecha de negocio de
       *>     esa noche; los pasos que corren despues de este (hoja de
       *>     control y corte de dia) se recogen la noche siguiente
       *>   - con las noches del historico dentro de la ventana de
       *>     analisis deja en INFORME-DURACIONES.DAT, por programa, lo
       *>     que tardo hoy, la media, el minimo y el maximo, la
       *>     tendencia de la ultima semana frente a la media y el
       *>     volumen leido; marca LENTO el paso que hoy tarda mas de
       *>     la tolerancia sobre su media
       *>   - por noche, la hora de inicio y fin de la cadena, su
       *>     duracion y el volumen total leido
       *>   - la prevision: el fin de esta noche con la media de los
       *>     pasos que faltan, y, con los segundos por registro de las
       *>     noches completas y la recta de crecimiento del volumen,
       *>     el dia en que la cadena pasaria la hora limite
       *> Los avisos (pasos lentos, noche pasada de hora, fin previsto
       *> de hoy fuera de ventana y desbordamiento previsto dentro del
       *> margen) se dejan tambien en ALERTAS-CADENA.DAT con la fecha
       *> de negocio, y HOJACONTROL los vuelca en la hoja de la manana.
       *>
       *> Los parametros estan en VENTANA-CADENA.DAT: hora limite de la
       *> cadena HHMM (07:00 si no existe), noches de la ventana de
       *> analisis (30), tolerancia de lentitud en porcentaje (50) y
       *> margen en dias para avisar del desbordamiento (30).
       *>
       *> Las horas se cuentan desde el mediodia del dia de la cadena,
       *> asi que una cadena que empieza por la noche y acaba de
       *> madrugada se mide de corrido.
       *>
       *> Versiones
       *> Versión 1.0 - Historico de duraciones y prevision de la ventana
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ESTADOFILE ASSIGN TO "ESTADONOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EST-CLAVE
                  FILE STATUS IS FSES.

              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT HISTORICOFILE ASSIGN TO "HISTORICO-CADENA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HCA-CLAVE
                  FILE STATUS IS FSHC.

              SELECT VENTANAFILE ASSIGN TO "VENTANA-CADENA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSVE.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-DURACIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT ALERTASFILE ASSIGN TO "ALERTAS-CADENA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADOFILE.
       01 REG-ESTADO.
              02 EST-CLAVE.
                 03 EST-FECHA           PIC 9(8).
                 03 EST-PASO            PIC 99.
              02 EST-PROGRAMA           PIC X(30).
              02 EST-HORA-INICIO        PIC X(8).
              02 EST-HORA-FIN           PIC X(8).
              02 EST-RESULTADO          PIC X(10).
                 88 EST-OK              VALUE "OK".
                 88 EST-ERROR           VALUE "ERROR".

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

       *> FD HISTORICOFILE: un registro por noche y paso terminado bien,
       *> con la fecha de la cadena (la de ESTADONOCTURNO.DAT) y la
       *> fecha de negocio de la que se tomaron los volumenes
       FD HISTORICOFILE.
       01 REG-HISTORICO-CADENA.
              02 HCA-CLAVE.
                 03 HCA-FECHA           PIC 9(8).
                 03 HCA-PASO            PIC 99.
              02 HCA-PROGRAMA           PIC X(30).
              02 HCA-FECHA-NEGOCIO      PIC 9(8).
              02 HCA-HORA-INICIO        PIC X(8).
              02 HCA-HORA-FIN           PIC X(8).
              02 HCA-SEGUNDOS           PIC 9(6).
              02 HCA-LEIDOS             PIC 9(7).
              02 HCA-ESCRITOS           PIC 9(7).

       FD VENTANAFILE.
       01 REG-VENTANA.
              02 VEN-HORA-FIN           PIC 9(4).
              02 VEN-NOCHES             PIC 99.
              02 VEN-LENTITUD-PCT       PIC 9(3).
              02 VEN-MARGEN-DIAS        PIC 9(3).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       *> FD ALERTASFILE: avisos de la noche para la hoja de control
       FD ALERTASFILE.
       01 REG-ALERTA-CADENA.
              02 ALC-FECHA              PIC 9(8).
              02 ALC-TEXTO              PIC X(100).

       WORKING-STORAGE SECTION.
              77 FSES                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FSHC                  PIC XX.
              77 FSVE                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 FSAL                  PIC XX.
              77 FECHA-HOY-COMP        PIC 9(8).
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FECHA-NEGOCIO-NOCHE-WS PIC 9(8).
              77 HORA-LIMITE-WS        PIC 9(4) VALUE 0700.
              77 NOCHES-VENTANA-WS     PIC 99 VALUE 30.
              77 LENTITUD-PCT-WS       PIC 9(3) VALUE 50.
              77 MARGEN-DIAS-WS        PIC 9(3) VALUE 30.
              77 DIA-HOY-WS            PIC 9(7).
              77 DIA-DESDE-WS          PIC 9(7).
              77 FECHA-CARGA-WS        PIC 9(8).
              77 FECHA-CADENA-WS       PIC 9(8) VALUE 0.
              77 FECHA-DESDE-WS        PIC 9(8).
              77 FECHA-RECIENTE-WS     PIC 9(8).
              77 HAY-CONTROL-WS        PIC X(2).
              77 HISTORICO-EXISTE      PIC X(2).
              77 NUM-CARGADOS          PIC 9(5) VALUE 0.
              77 NUM-AVISOS            PIC 99 VALUE 0.
              77 SEGUNDOS-WS           PIC 9(6).
              77 SEGUNDOS-INICIO-WS    PIC 9(6).
              77 SEGUNDOS-FIN-WS       PIC 9(6).
              77 SEGUNDOS-LIMITE-WS    PIC 9(6).
              77 SEGUNDOS-AHORA-WS     PIC 9(6).
              77 SEGUNDOS-PREVISTO-WS  PIC 9(7).
              77 DURACION-WS           PIC S9(7).
              77 T                     PIC 99.
              77 NUM-PASOS-TABLA       PIC 99 VALUE 0.
              77 N                     PIC 999.
              77 NUM-NOCHES            PIC 999 VALUE 0.
              77 PASO-ENCONTRADO       PIC X(2).
              77 MEDIA-WS              PIC 9(6)V9.
              77 MEDIA-RECIENTE-WS     PIC 9(6)V9.
              77 TENDENCIA-WS          PIC S9(5)V9.
              77 LIMITE-LENTO-WS       PIC 9(7)V9.
              77 LEIDOS-MEDIA-WS       PIC 9(7).

       *> Acumulados de la recta de volumen: X es el dia de la noche
       *> contado desde el primero de la ventana e Y el volumen leido
              77 NOCHES-COMPLETAS      PIC 999.
              77 SUMA-X                PIC 9(7).
              77 SUMA-Y                PIC 9(11).
              77 SUMA-XY               PIC 9(15).
              77 SUMA-XX               PIC 9(9).
              77 SUMA-DURACION         PIC 9(9).
              77 SUMA-INICIO           PIC 9(9).
              77 X-NOCHE               PIC 9(3).
              77 X-HOY                 PIC 9(3).
              77 ULTIMA-COMPLETA       PIC 999.
              77 PENDIENTE-VOL         PIC S9(9)V9(4).
              77 ORIGEN-VOL            PIC S9(11)V9(4).
              77 DIVISOR-RECTA         PIC S9(15).
              77 RITMO-WS              PIC 9(5)V9(6).
              77 INICIO-MEDIO-WS       PIC 9(6).
              77 VOLUMEN-MAXIMO-WS     PIC 9(11).
              77 DIAS-DESBORDE-WS      PIC S9(7).
              77 FECHA-DESBORDE-WS     PIC 9(8).

              77 AVISO-TEXTO-WS        PIC X(100).
              77 PASO-ED               PIC Z9.
              77 SEGUNDOS-ED           PIC ZZZZZ9.
              77 MEDIA-ED              PIC ZZZZZ9.
              77 PCT-ED                PIC -ZZZ9.
              77 DIAS-ED               PIC ZZZ9.
              77 VOLUMEN-ED            PIC ZZZZZZZZ9.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.

       *> Hora HH:MM:SS tal como la deja el planificador
              01 HORA-TRABAJO.
                 02 HT-HH              PIC 99.
                 02 FILLER             PIC X.
                 02 HT-MM              PIC 99.
                 02 FILLER             PIC X.
                 02 HT-SS              PIC 99.

              01 HORA-EDITADA.
                 02 HE-HH              PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 HE-MM              PIC 99.
              77 HORA-LIMITE-ED        PIC X(5).

              01 FECHA-EDITADA.
                 02 FE-DD              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-MM              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-AAAA            PIC 9999.
              77 FECHA-TRABAJO-WS      PIC 9(8).

       *> Un elemento por programa de la cadena: la noche de hoy por un
       *> lado y las anteriores de la ventana por otro
              01 TABLA-PASOS.
                 02 PASO-TABLA OCCURS 60 TIMES.
                    03 TD-PROGRAMA          PIC X(30).
                    03 TD-PASO              PIC 99.
                    03 TD-NOCHES            PIC 999.
                    03 TD-SEG-TOTAL         PIC 9(9).
                    03 TD-SEG-MIN           PIC 9(6).
                    03 TD-SEG-MAX           PIC 9(6).
                    03 TD-NOCHES-REC        PIC 999.
                    03 TD-SEG-REC           PIC 9(9).
                    03 TD-LEIDOS-TOTAL      PIC 9(11).
                    03 TD-HOY               PIC X(2).
                    03 TD-SEG-HOY           PIC 9(6).
                    03 TD-LEIDOS-HOY        PIC 9(7).

       *> Un elemento por noche: inicio y fin en segundos desde el
       *> mediodia y volumen total leido
              01 TABLA-NOCHES.
                 02 NOCHE-TABLA OCCURS 100 TIMES.
                    03 TN-FECHA             PIC 9(8).
                    03 TN-INICIO            PIC 9(6).
                    03 TN-FIN               PIC 9(6).
                    03 TN-VOLUMEN           PIC 9(9).
                    03 TN-PASOS             PIC 99.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(40) VALUE
                     "DURACIONES DE LA CADENA NOCTURNA  DIA  ".
                 02 CAB-FECHA          PIC 9(8).
                 02 FILLER             PIC X(16) VALUE
                     "  FECHA NEGOCIO ".
                 02 CAB-FECHA-NEGOCIO  PIC 9(8).

              01 LINEA-PARAMETROS.
                 02 FILLER             PIC X(14) VALUE "Hora limite  ".
                 02 LPA-LIMITE         PIC X(5).
                 02 FILLER             PIC X(10) VALUE "  noches  ".
                 02 LPA-NOCHES         PIC Z9.
                 02 FILLER             PIC X(14) VALUE "  tolerancia ".
                 02 LPA-LENTITUD       PIC ZZ9.
                 02 FILLER             PIC X(12) VALUE " %  margen  ".
                 02 LPA-MARGEN         PIC ZZ9.
                 02 FILLER             PIC X(5) VALUE " dias".

              01 LINEA-TIT-PASOS.
                 02 FILLER             PIC X(100) VALUE
            "Paso Programa                  Hoy(s) Media(s) Min(s) Max(s) Tend%  LeidHoy LeidMedia".

              01 LINEA-PASO.
                 02 LP-PASO            PIC Z9.
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LP-PROGRAMA        PIC X(24).
                 02 LP-SEG-HOY         PIC X(7).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-MEDIA           PIC ZZZZZ9.
                 02 FILLER             PIC X(1) VALUE SPACES.
                 02 LP-MIN             PIC ZZZZZ9.
                 02 FILLER             PIC X(1) VALUE SPACES.
                 02 LP-MAX             PIC ZZZZZ9.
                 02 FILLER             PIC X(1) VALUE SPACES.
                 02 LP-TENDENCIA       PIC -ZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-LEIDOS-HOY      PIC ZZZZZZ9.
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LP-LEIDOS-MEDIA    PIC ZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-MARCA           PIC X(8).

              01 LINEA-TIT-NOCHES.
                 02 FILLER             PIC X(60) VALUE
            "Noche       Inicio  Fin    Minutos  Pasos    Volumen".

              01 LINEA-NOCHE.
                 02 LN-FECHA           PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LN-INICIO          PIC X(5).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LN-FIN             PIC X(5).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LN-MINUTOS         PIC ZZZZ9.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LN-PASOS           PIC Z9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LN-VOLUMEN         PIC ZZZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LN-MARCA           PIC X(12).

              01 LINEA-AVISO.
                 02 FILLER             PIC X(8) VALUE "AVISO:  ".
                 02 LAV-TEXTO          PIC X(100).

       PROCEDURE DIVISION.
              INICIO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  COMPUTE FECHA-HOY-COMP =
                               (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                                + DD OF FECHA.
                  COMPUTE DIA-HOY-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-HOY-COMP).
                  PERFORM FIJAR-FECHA-CADENA THRU FIN-FIJAR-FECHA-CADENA.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-VENTANA.
                  PERFORM CARGAR-HISTORICO THRU FIN-CARGAR-HISTORICO.
                  PERFORM ANALIZAR-HISTORICO THRU FIN-ANALIZAR-HISTORICO.

                  OPEN OUTPUT INFORMEFILE.
                  OPEN OUTPUT ALERTASFILE.
                  MOVE FECHA-HOY-COMP TO CAB-FECHA.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA-NEGOCIO.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  MOVE HORA-LIMITE-ED TO LPA-LIMITE.
                  MOVE NOCHES-VENTANA-WS TO LPA-NOCHES.
                  MOVE LENTITUD-PCT-WS TO LPA-LENTITUD.
                  MOVE MARGEN-DIAS-WS TO LPA-MARGEN.
                  WRITE REG-INFORME FROM LINEA-PARAMETROS.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-PASOS.
                  MOVE 1 TO T.
                  PERFORM ESCRIBIR-UN-PASO THRU FIN-ESCRIBIR-UN-PASO
                      UNTIL T > NUM-PASOS-TABLA.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-NOCHES.
                  MOVE 1 TO N.
                  PERFORM ESCRIBIR-UNA-NOCHE UNTIL N > NUM-NOCHES.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  PERFORM PREVER-FIN-DE-HOY THRU FIN-PREVER-FIN-DE-HOY.
                  PERFORM PROYECTAR-VENTANA THRU FIN-PROYECTAR-VENTANA.
                  CLOSE ALERTASFILE.
                  CLOSE INFORMEFILE.
                  DISPLAY "HISTORICOCADENA: " NUM-CARGADOS
                      " pasos al historico, " NUM-AVISOS " avisos.".
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

              CARGAR-VENTANA.
                  OPEN INPUT VENTANAFILE.
                  IF FSVE = "35"
                    CONTINUE
                  ELSE
                    READ VENTANAFILE
                      AT END CONTINUE
                      NOT AT END
                        IF VEN-HORA-FIN > 0
                          MOVE VEN-HORA-FIN TO HORA-LIMITE-WS
                        END-IF
                        IF VEN-NOCHES > 0
                          MOVE VEN-NOCHES TO NOCHES-VENTANA-WS
                        END-IF
                        IF VEN-LENTITUD-PCT > 0
                          MOVE VEN-LENTITUD-PCT TO LENTITUD-PCT-WS
                        END-IF
                        IF VEN-MARGEN-DIAS > 0
                          MOVE VEN-MARGEN-DIAS TO MARGEN-DIAS-WS.
                  CLOSE VENTANAFILE.
                  MOVE HORA-LIMITE-WS(1:2) TO HT-HH.
                  MOVE HORA-LIMITE-WS(3:2) TO HT-MM.
                  MOVE 0 TO HT-SS.
                  PERFORM CONVERTIR-HORA.
                  MOVE SEGUNDOS-WS TO SEGUNDOS-LIMITE-WS.
                  MOVE HT-HH TO HE-HH.
                  MOVE HT-MM TO HE-MM.
                  MOVE HORA-EDITADA TO HORA-LIMITE-ED.

       *> Segundos desde el mediodia del dia de la cadena de la hora
       *> que hay en HORA-TRABAJO: lo anterior a las 12 es ya del dia
       *> siguiente
              CONVERTIR-HORA.
                  COMPUTE SEGUNDOS-WS =
                      HT-HH * 3600 + HT-MM * 60 + HT-SS.
                  IF HT-HH < 12
                    ADD 43200 TO SEGUNDOS-WS
                  ELSE
                    SUBTRACT 43200 FROM SEGUNDOS-WS.

       *> Hora del reloj HH:MM de unos segundos desde el mediodia
              EDITAR-HORA.
                  COMPUTE DURACION-WS = SEGUNDOS-WS + 43200.
                  IF DURACION-WS NOT < 86400
                    SUBTRACT 86400 FROM DURACION-WS.
                  COMPUTE HE-HH = DURACION-WS / 3600.
                  COMPUTE HE-MM =
                      (DURACION-WS - HE-HH * 3600) / 60.

              EDITAR-FECHA.
                  MOVE FECHA-TRABAJO-WS(7:2) TO FE-DD.
                  MOVE FECHA-TRABAJO-WS(5:2) TO FE-MM.
                  MOVE FECHA-TRABAJO-WS(1:4) TO FE-AAAA.

       *> La cadena de esta noche es la de la fecha mas reciente de
       *> ESTADONOCTURNO.DAT (en ella esta ya este mismo paso): si la
       *> cadena empezo antes de medianoche, su fecha es la de ayer
              FIJAR-FECHA-CADENA.
                  OPEN INPUT ESTADOFILE.
                  IF FSES = "35"
                    GO TO CERRAR-FIJAR-FECHA-CADENA.
                  COMPUTE FECHA-CARGA-WS =
                      FUNCTION DATE-OF-INTEGER(DIA-HOY-WS - 7).
                  MOVE FECHA-CARGA-WS TO EST-FECHA.
                  MOVE 0 TO EST-PASO.
                  START ESTADOFILE KEY IS NOT LESS THAN EST-CLAVE
                      INVALID KEY GO TO CERRAR-FIJAR-FECHA-CADENA.

                LEER-FECHA-CADENA.
                  READ ESTADOFILE NEXT RECORD
                      AT END GO TO CERRAR-FIJAR-FECHA-CADENA.
                  IF EST-FECHA NOT > FECHA-HOY-COMP
                    MOVE EST-FECHA TO FECHA-CADENA-WS.
                  GO TO LEER-FECHA-CADENA.

                CERRAR-FIJAR-FECHA-CADENA.
                  CLOSE ESTADOFILE.
                  IF FECHA-CADENA-WS > 0
                    MOVE FECHA-CADENA-WS TO FECHA-HOY-COMP
                    COMPUTE DIA-HOY-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-HOY-COMP).
              FIN-FIJAR-FECHA-CADENA.
                  EXIT.

       *> Pasa al historico los pasos terminados bien de la ultima
       *> semana; un paso relanzado tras un fallo rehace su registro
              CARGAR-HISTORICO.
                  OPEN I-O HISTORICOFILE.
                  IF FSHC = "35"
                    CLOSE HISTORICOFILE
                    OPEN OUTPUT HISTORICOFILE
                    CLOSE HISTORICOFILE
                    OPEN I-O HISTORICOFILE.
                  MOVE "SI" TO HAY-CONTROL-WS.
                  OPEN INPUT CONTROLNOCFILE.
                  IF FSCTN = "35"
                    MOVE "NO" TO HAY-CONTROL-WS.
                  OPEN INPUT ESTADOFILE.
                  IF FSES = "35"
                    GO TO CERRAR-CARGAR-HISTORICO.

                  COMPUTE FECHA-CARGA-WS =
                      FUNCTION DATE-OF-INTEGER(DIA-HOY-WS - 7).
                  MOVE FECHA-CARGA-WS TO EST-FECHA.
                  MOVE 0 TO EST-PASO.
                  START ESTADOFILE KEY IS NOT LESS THAN EST-CLAVE
                      INVALID KEY GO TO CERRAR-CARGAR-HISTORICO.

                LEER-UN-ESTADO.
                  READ ESTADOFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-HISTORICO.
                  IF NOT EST-OK OR EST-HORA-INICIO = SPACES OR
                     EST-HORA-FIN = SPACES
                    GO TO LEER-UN-ESTADO.
                  PERFORM GUARDAR-UN-PASO.
                  GO TO LEER-UN-ESTADO.

                CERRAR-CARGAR-HISTORICO.
                  CLOSE ESTADOFILE.
                  CLOSE CONTROLNOCFILE.
                  CLOSE HISTORICOFILE.
              FIN-CARGAR-HISTORICO.
                  EXIT.

              GUARDAR-UN-PASO.
                  MOVE EST-FECHA TO HCA-FECHA.
                  MOVE EST-PASO TO HCA-PASO.
                  READ HISTORICOFILE
                      INVALID KEY MOVE "NO" TO HISTORICO-EXISTE
                      NOT INVALID KEY MOVE "SI" TO HISTORICO-EXISTE.
                  IF HISTORICO-EXISTE = "SI"
                    MOVE HCA-FECHA-NEGOCIO TO FECHA-NEGOCIO-NOCHE-WS
                  ELSE
                    PERFORM FECHA-NEGOCIO-DE-LA-NOCHE
                        THRU FIN-FECHA-NEGOCIO-DE-LA-NOCHE.

                  MOVE EST-FECHA TO HCA-FECHA.
                  MOVE EST-PASO TO HCA-PASO.
                  MOVE EST-PROGRAMA TO HCA-PROGRAMA.
                  MOVE FECHA-NEGOCIO-NOCHE-WS TO HCA-FECHA-NEGOCIO.
                  MOVE EST-HORA-INICIO TO HCA-HORA-INICIO.
                  MOVE EST-HORA-FIN TO HCA-HORA-FIN.
                  MOVE EST-HORA-INICIO TO HORA-TRABAJO.
                  COMPUTE SEGUNDOS-INICIO-WS =
                      HT-HH * 3600 + HT-MM * 60 + HT-SS.
                  MOVE EST-HORA-FIN TO HORA-TRABAJO.
                  COMPUTE DURACION-WS =
                      HT-HH * 3600 + HT-MM * 60 + HT-SS
                      - SEGUNDOS-INICIO-WS.
                  IF DURACION-WS < 0
                    ADD 86400 TO DURACION-WS.
                  MOVE DURACION-WS TO HCA-SEGUNDOS.
                  PERFORM BUSCAR-VOLUMEN THRU FIN-BUSCAR-VOLUMEN.

                  IF HISTORICO-EXISTE = "SI"
                    REWRITE REG-HISTORICO-CADENA
                  ELSE
                    WRITE REG-HISTORICO-CADENA
                    ADD 1 TO NUM-CARGADOS.

       *> La fecha de negocio de la noche es la de hoy para la cadena
       *> en curso; para una noche anterior, la que ya se anoto en el
       *> historico para otro paso de esa misma noche (la fecha de
       *> negocio ya avanzo con el corte de dia)
              FECHA-NEGOCIO-DE-LA-NOCHE.
                  MOVE EST-FECHA TO FECHA-NEGOCIO-NOCHE-WS.
                  IF EST-FECHA = FECHA-HOY-COMP
                    MOVE FECHA-NEGOCIO-WS TO FECHA-NEGOCIO-NOCHE-WS
                    GO TO FIN-FECHA-NEGOCIO-DE-LA-NOCHE.
                  MOVE EST-FECHA TO HCA-FECHA.
                  MOVE 0 TO HCA-PASO.
                  START HISTORICOFILE KEY IS NOT LESS THAN HCA-CLAVE
                      INVALID KEY GO TO FIN-FECHA-NEGOCIO-DE-LA-NOCHE.
                  READ HISTORICOFILE NEXT RECORD
                      AT END GO TO FIN-FECHA-NEGOCIO-DE-LA-NOCHE.
                  IF HCA-FECHA = EST-FECHA
                    MOVE HCA-FECHA-NEGOCIO TO FECHA-NEGOCIO-NOCHE-WS.
              FIN-FECHA-NEGOCIO-DE-LA-NOCHE.
                  EXIT.

       *> Volumen del paso: el registro de control del programa para la
       *> fecha de negocio de la noche; los programas con nombre largo
       *> graban la clave abreviada, y se buscan por sus primeras 17
       *> letras
              BUSCAR-VOLUMEN.
                  MOVE 0 TO HCA-LEIDOS.
                  MOVE 0 TO HCA-ESCRITOS.
                  IF HAY-CONTROL-WS = "NO"
                    GO TO FIN-BUSCAR-VOLUMEN.
                  MOVE FECHA-NEGOCIO-NOCHE-WS TO CTN-FECHA.
                  MOVE EST-PROGRAMA TO CTN-PROGRAMA.
                  READ CONTROLNOCFILE
                      INVALID KEY GO TO BUSCAR-VOLUMEN-ABREVIADO.
                  GO TO ANOTAR-VOLUMEN.

                BUSCAR-VOLUMEN-ABREVIADO.
                  MOVE FECHA-NEGOCIO-NOCHE-WS TO CTN-FECHA.
                  MOVE SPACES TO CTN-PROGRAMA.
                  MOVE EST-PROGRAMA(1:17) TO CTN-PROGRAMA.
                  START CONTROLNOCFILE KEY IS NOT LESS THAN CTN-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-VOLUMEN.
                  READ CONTROLNOCFILE NEXT RECORD
                      AT END GO TO FIN-BUSCAR-VOLUMEN.
                  IF CTN-FECHA NOT = FECHA-NEGOCIO-NOCHE-WS OR
                     CTN-PROGRAMA(1:17) NOT = EST-PROGRAMA(1:17)
                    GO TO FIN-BUSCAR-VOLUMEN.

                ANOTAR-VOLUMEN.
                  MOVE CTN-LEIDOS TO HCA-LEIDOS.
                  MOVE CTN-ESCRITOS TO HCA-ESCRITOS.
              FIN-BUSCAR-VOLUMEN.
                  EXIT.

       *> Recorre el historico de la ventana de analisis y acumula por
       *> programa y por noche
              ANALIZAR-HISTORICO.
                  COMPUTE DIA-DESDE-WS = DIA-HOY-WS - NOCHES-VENTANA-WS.
                  COMPUTE FECHA-DESDE-WS =
                      FUNCTION DATE-OF-INTEGER(DIA-DESDE-WS).
                  COMPUTE FECHA-RECIENTE-WS =
                      FUNCTION DATE-OF-INTEGER(DIA-HOY-WS - 7).
                  OPEN INPUT HISTORICOFILE.
                  IF FSHC = "35"
                    CLOSE HISTORICOFILE
                    GO TO FIN-ANALIZAR-HISTORICO.
                  MOVE FECHA-DESDE-WS TO HCA-FECHA.
                  MOVE 0 TO HCA-PASO.
                  START HISTORICOFILE KEY IS NOT LESS THAN HCA-CLAVE
                      INVALID KEY GO TO CERRAR-ANALIZAR-HISTORICO.

                LEER-UN-HISTORICO.
                  READ HISTORICOFILE NEXT RECORD
                      AT END GO TO CERRAR-ANALIZAR-HISTORICO.
                  IF HCA-FECHA > FECHA-HOY-COMP
                    GO TO CERRAR-ANALIZAR-HISTORICO.
                  PERFORM ACUMULAR-PASO THRU FIN-ACUMULAR-PASO.
                  PERFORM ACUMULAR-NOCHE THRU FIN-ACUMULAR-NOCHE.
                  GO TO LEER-UN-HISTORICO.

                CERRAR-ANALIZAR-HISTORICO.
                  CLOSE HISTORICOFILE.
              FIN-ANALIZAR-HISTORICO.
                  EXIT.

              ACUMULAR-PASO.
                  MOVE "NO" TO PASO-ENCONTRADO.
                  MOVE 1 TO T.
                  PERFORM BUSCAR-PASO-TABLA
                      UNTIL T > NUM-PASOS-TABLA OR
                            PASO-ENCONTRADO = "SI".
                  IF PASO-ENCONTRADO = "NO"
                    IF NUM-PASOS-TABLA < 60
                      ADD 1 TO NUM-PASOS-TABLA
                      MOVE NUM-PASOS-TABLA TO T
                      PERFORM INICIAR-PASO-TABLA
                    ELSE
                      GO TO FIN-ACUMULAR-PASO.

                  MOVE HCA-PASO TO TD-PASO(T).
                  IF HCA-FECHA = FECHA-HOY-COMP
                    MOVE "SI" TO TD-HOY(T)
                    MOVE HCA-SEGUNDOS TO TD-SEG-HOY(T)
                    MOVE HCA-LEIDOS TO TD-LEIDOS-HOY(T)
                    GO TO FIN-ACUMULAR-PASO.

                  ADD 1 TO TD-NOCHES(T).
                  ADD HCA-SEGUNDOS TO TD-SEG-TOTAL(T).
                  ADD HCA-LEIDOS TO TD-LEIDOS-TOTAL(T).
                  IF TD-NOCHES(T) = 1 OR HCA-SEGUNDOS < TD-SEG-MIN(T)
                    MOVE HCA-SEGUNDOS TO TD-SEG-MIN(T).
                  IF HCA-SEGUNDOS > TD-SEG-MAX(T)
                    MOVE HCA-SEGUNDOS TO TD-SEG-MAX(T).
                  IF HCA-FECHA NOT < FECHA-RECIENTE-WS
                    ADD 1 TO TD-NOCHES-REC(T)
                    ADD HCA-SEGUNDOS TO TD-SEG-REC(T).
              FIN-ACUMULAR-PASO.
                  EXIT.

              BUSCAR-PASO-TABLA.
                  IF TD-PROGRAMA(T) = HCA-PROGRAMA
                    MOVE "SI" TO PASO-ENCONTRADO
                  ELSE
                    ADD 1 TO T.

              INICIAR-PASO-TABLA.
                  MOVE HCA-PROGRAMA TO TD-PROGRAMA(T).
                  MOVE 0 TO TD-PASO(T).
                  MOVE 0 TO TD-NOCHES(T).
                  MOVE 0 TO TD-SEG-TOTAL(T).
                  MOVE 0 TO TD-SEG-MIN(T).
                  MOVE 0 TO TD-SEG-MAX(T).
                  MOVE 0 TO TD-NOCHES-REC(T).
                  MOVE 0 TO TD-SEG-REC(T).
                  MOVE 0 TO TD-LEIDOS-TOTAL(T).
                  MOVE "NO" TO TD-HOY(T).
                  MOVE 0 TO TD-SEG-HOY(T).
                  MOVE 0 TO TD-LEIDOS-HOY(T).

       *> El historico va por fecha y paso, asi que las noches llegan
       *> seguidas
              ACUMULAR-NOCHE.
                  IF NUM-NOCHES = 0 OR
                     TN-FECHA(NUM-NOCHES) NOT = HCA-FECHA
                    IF NUM-NOCHES < 100
                      ADD 1 TO NUM-NOCHES
                      MOVE HCA-FECHA TO TN-FECHA(NUM-NOCHES)
                      MOVE 999999 TO TN-INICIO(NUM-NOCHES)
                      MOVE 0 TO TN-FIN(NUM-NOCHES)
                      MOVE 0 TO TN-VOLUMEN(NUM-NOCHES)
                      MOVE 0 TO TN-PASOS(NUM-NOCHES)
                    ELSE
                      GO TO FIN-ACUMULAR-NOCHE.

                  MOVE HCA-HORA-INICIO TO HORA-TRABAJO.
                  PERFORM CONVERTIR-HORA.
                  IF SEGUNDOS-WS < TN-INICIO(NUM-NOCHES)
                    MOVE SEGUNDOS-WS TO TN-INICIO(NUM-NOCHES).
                  MOVE HCA-HORA-FIN TO HORA-TRABAJO.
                  PERFORM CONVERTIR-HORA.
                  IF SEGUNDOS-WS > TN-FIN(NUM-NOCHES)
                    MOVE SEGUNDOS-WS TO TN-FIN(NUM-NOCHES).
                  ADD HCA-LEIDOS TO TN-VOLUMEN(NUM-NOCHES).
                  ADD 1 TO TN-PASOS(NUM-NOCHES).
              FIN-ACUMULAR-NOCHE.
                  EXIT.

       *> Linea de un programa; el paso que hoy tarda mas de la
       *> tolerancia sobre su media (y al menos un minuto mas) se
       *> marca LENTO y se avisa en la hoja de control. Con menos de
       *> tres noches de historia no hay media fiable
              ESCRIBIR-UN-PASO.
                  MOVE 0 TO MEDIA-WS.
                  MOVE 0 TO TENDENCIA-WS.
                  MOVE 0 TO LEIDOS-MEDIA-WS.
                  IF TD-NOCHES(T) > 0
                    COMPUTE MEDIA-WS ROUNDED =
                        TD-SEG-TOTAL(T) / TD-NOCHES(T)
                    COMPUTE LEIDOS-MEDIA-WS ROUNDED =
                        TD-LEIDOS-TOTAL(T) / TD-NOCHES(T).
                  IF TD-NOCHES-REC(T) > 0 AND MEDIA-WS > 0
                    COMPUTE MEDIA-RECIENTE-WS ROUNDED =
                        TD-SEG-REC(T) / TD-NOCHES-REC(T)
                    COMPUTE TENDENCIA-WS ROUNDED =
                        (MEDIA-RECIENTE-WS - MEDIA-WS) * 100 / MEDIA-WS.

                  MOVE TD-PASO(T) TO LP-PASO.
                  MOVE TD-PROGRAMA(T) TO LP-PROGRAMA.
                  IF TD-HOY(T) = "SI"
                    MOVE TD-SEG-HOY(T) TO SEGUNDOS-ED
                    MOVE SEGUNDOS-ED TO LP-SEG-HOY
                    MOVE TD-LEIDOS-HOY(T) TO LP-LEIDOS-HOY
                  ELSE
                    MOVE "      -" TO LP-SEG-HOY
                    MOVE 0 TO LP-LEIDOS-HOY.
                  MOVE MEDIA-WS TO LP-MEDIA.
                  MOVE TD-SEG-MIN(T) TO LP-MIN.
                  MOVE TD-SEG-MAX(T) TO LP-MAX.
                  MOVE TENDENCIA-WS TO LP-TENDENCIA.
                  MOVE LEIDOS-MEDIA-WS TO LP-LEIDOS-MEDIA.
                  MOVE SPACES TO LP-MARCA.

                  IF TD-HOY(T) = "NO" OR TD-NOCHES(T) < 3
                    GO TO ESCRIBIR-LINEA-PASO.
                  COMPUTE LIMITE-LENTO-WS =
                      MEDIA-WS * (100 + LENTITUD-PCT-WS) / 100.
                  IF TD-SEG-HOY(T) > LIMITE-LENTO-WS AND
                     TD-SEG-HOY(T) - MEDIA-WS NOT < 60
                    MOVE "LENTO" TO LP-MARCA
                    PERFORM AVISAR-PASO-LENTO.

                ESCRIBIR-LINEA-PASO.
                  WRITE REG-INFORME FROM LINEA-PASO.
                  ADD 1 TO T.
              FIN-ESCRIBIR-UN-PASO.
                  EXIT.

              AVISAR-PASO-LENTO.
                  MOVE TD-PASO(T) TO PASO-ED.
                  MOVE TD-SEG-HOY(T) TO SEGUNDOS-ED.
                  MOVE MEDIA-WS TO MEDIA-ED.
                  COMPUTE TENDENCIA-WS ROUNDED =
                      (TD-SEG-HOY(T) - MEDIA-WS) * 100 / MEDIA-WS.
                  MOVE TENDENCIA-WS TO PCT-ED.
                  MOVE SPACES TO AVISO-TEXTO-WS.
                  STRING "Paso " DELIMITED BY SIZE
                         PASO-ED DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         TD-PROGRAMA(T) DELIMITED BY SPACE
                         " lento: " DELIMITED BY SIZE
                         SEGUNDOS-ED DELIMITED BY SIZE
                         " s frente a una media de " DELIMITED BY SIZE
                         MEDIA-ED DELIMITED BY SIZE
                         " s (" DELIMITED BY SIZE
                         PCT-ED DELIMITED BY SIZE
                         " %)" DELIMITED BY SIZE
                      INTO AVISO-TEXTO-WS.
                  PERFORM ESCRIBIR-AVISO.

       *> Linea de una noche; la de hoy esta aun en curso
              ESCRIBIR-UNA-NOCHE.
                  MOVE TN-FECHA(N) TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LN-FECHA.
                  MOVE TN-INICIO(N) TO SEGUNDOS-WS.
                  PERFORM EDITAR-HORA.
                  MOVE HORA-EDITADA TO LN-INICIO.
                  MOVE TN-FIN(N) TO SEGUNDOS-WS.
                  PERFORM EDITAR-HORA.
                  MOVE HORA-EDITADA TO LN-FIN.
                  COMPUTE LN-MINUTOS ROUNDED =
                      (TN-FIN(N) - TN-INICIO(N)) / 60.
                  MOVE TN-PASOS(N) TO LN-PASOS.
                  MOVE TN-VOLUMEN(N) TO LN-VOLUMEN.
                  MOVE SPACES TO LN-MARCA.
                  IF TN-FECHA(N) = FECHA-HOY-COMP
                    MOVE "EN CURSO" TO LN-MARCA
                  ELSE
                    IF TN-FIN(N) > SEGUNDOS-LIMITE-WS
                      MOVE "FUERA HORA" TO LN-MARCA.
                  WRITE REG-INFORME FROM LINEA-NOCHE.
                  ADD 1 TO N.

       *> Fin previsto de la cadena de hoy: la hora actual mas la media
       *> de los programas que aun no han corrido esta noche
              PREVER-FIN-DE-HOY.
                  ACCEPT HORA FROM TIME.
                  MOVE HH OF HORA TO HT-HH.
                  MOVE MM OF HORA TO HT-MM.
                  MOVE SS OF HORA TO HT-SS.
                  PERFORM CONVERTIR-HORA.
                  MOVE SEGUNDOS-WS TO SEGUNDOS-AHORA-WS.
                  MOVE SEGUNDOS-WS TO SEGUNDOS-PREVISTO-WS.
                  MOVE 1 TO T.
                  PERFORM SUMAR-PASO-PENDIENTE UNTIL T > NUM-PASOS-TABLA.
                  IF SEGUNDOS-PREVISTO-WS > 86399
                    MOVE 86399 TO SEGUNDOS-PREVISTO-WS.
                  MOVE SEGUNDOS-PREVISTO-WS TO SEGUNDOS-WS.
                  PERFORM EDITAR-HORA.
                  MOVE SPACES TO AVISO-TEXTO-WS.
                  STRING "Fin previsto de la cadena de hoy " DELIMITED
                         BY SIZE
                         HORA-EDITADA DELIMITED BY SIZE
                         " (hora limite " DELIMITED BY SIZE
                         HORA-LIMITE-ED DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                      INTO AVISO-TEXTO-WS.
                  IF SEGUNDOS-PREVISTO-WS > SEGUNDOS-LIMITE-WS
                    PERFORM ESCRIBIR-AVISO
                  ELSE
                    WRITE REG-INFORME FROM AVISO-TEXTO-WS.
              FIN-PREVER-FIN-DE-HOY.
                  EXIT.

              SUMAR-PASO-PENDIENTE.
                  IF TD-HOY(T) = "NO" AND TD-NOCHES(T) > 0
                    COMPUTE SEGUNDOS-PREVISTO-WS ROUNDED =
                        SEGUNDOS-PREVISTO-WS
                        + TD-SEG-TOTAL(T) / TD-NOCHES(T).
                  ADD 1 TO T.

       *> Prevision de desbordamiento de la ventana con las noches
       *> completas: la cadena tarda RITMO segundos por registro leido
       *> y empieza de media a la misma hora, luego el volumen que cabe
       *> hasta la hora limite es fijo; la recta del volumen por dia
       *> dice cuando se alcanza
              PROYECTAR-VENTANA.
                  MOVE 0 TO NOCHES-COMPLETAS.
                  MOVE 0 TO SUMA-X.
                  MOVE 0 TO SUMA-Y.
                  MOVE 0 TO SUMA-XY.
                  MOVE 0 TO SUMA-XX.
                  MOVE 0 TO SUMA-DURACION.
                  MOVE 0 TO SUMA-INICIO.
                  MOVE 0 TO ULTIMA-COMPLETA.
                  MOVE 1 TO N.
                  PERFORM SUMAR-NOCHE-COMPLETA UNTIL N > NUM-NOCHES.

                  IF ULTIMA-COMPLETA > 0
                    IF TN-FIN(ULTIMA-COMPLETA) > SEGUNDOS-LIMITE-WS
                      PERFORM AVISAR-NOCHE-FUERA-DE-HORA.

                  IF NOCHES-COMPLETAS < 3 OR SUMA-Y = 0
                    MOVE "Prevision de ventana: faltan noches completas con volumen para proyectar"
                        TO REG-INFORME
                    WRITE REG-INFORME
                    GO TO FIN-PROYECTAR-VENTANA.

                  COMPUTE RITMO-WS ROUNDED = SUMA-DURACION / SUMA-Y.
                  COMPUTE INICIO-MEDIO-WS ROUNDED =
                      SUMA-INICIO / NOCHES-COMPLETAS.
                  COMPUTE DIVISOR-RECTA =
                      NOCHES-COMPLETAS * SUMA-XX - SUMA-X * SUMA-X.
                  IF DIVISOR-RECTA = 0
                    MOVE 0 TO PENDIENTE-VOL
                  ELSE
                    COMPUTE PENDIENTE-VOL ROUNDED =
                        (NOCHES-COMPLETAS * SUMA-XY - SUMA-X * SUMA-Y)
                        / DIVISOR-RECTA.
                  COMPUTE ORIGEN-VOL ROUNDED =
                      (SUMA-Y - PENDIENTE-VOL * SUMA-X)
                      / NOCHES-COMPLETAS.

                  IF SEGUNDOS-LIMITE-WS NOT > INICIO-MEDIO-WS OR
                     RITMO-WS = 0
                    MOVE 0 TO VOLUMEN-MAXIMO-WS
                  ELSE
                    COMPUTE VOLUMEN-MAXIMO-WS =
                        (SEGUNDOS-LIMITE-WS - INICIO-MEDIO-WS)
                        / RITMO-WS.
                  MOVE VOLUMEN-MAXIMO-WS TO VOLUMEN-ED.
                  MOVE SPACES TO REG-INFORME.
                  STRING "Volumen que cabe en la ventana: " DELIMITED
                         BY SIZE
                         VOLUMEN-ED DELIMITED BY SIZE
                         " registros" DELIMITED BY SIZE
                      INTO REG-INFORME.
                  WRITE REG-INFORME.

                  IF PENDIENTE-VOL NOT > 0
                    MOVE "Prevision de ventana: el volumen no crece; no se preve desbordamiento"
                        TO REG-INFORME
                    WRITE REG-INFORME
                    GO TO FIN-PROYECTAR-VENTANA.

                  COMPUTE X-HOY = DIA-HOY-WS - DIA-DESDE-WS.
                  COMPUTE DIAS-DESBORDE-WS =
                      (VOLUMEN-MAXIMO-WS - ORIGEN-VOL) / PENDIENTE-VOL
                      - X-HOY
                      ON SIZE ERROR MOVE 9999 TO DIAS-DESBORDE-WS.
                  IF DIAS-DESBORDE-WS > 9999
                    MOVE 9999 TO DIAS-DESBORDE-WS.

                  IF DIAS-DESBORDE-WS NOT > 0
                    MOVE SPACES TO AVISO-TEXTO-WS
                    STRING "Con el volumen de la tendencia actual la "
                           DELIMITED BY SIZE
                           "cadena ya pasa la hora limite " DELIMITED
                           BY SIZE
                           HORA-LIMITE-ED DELIMITED BY SIZE
                        INTO AVISO-TEXTO-WS
                    PERFORM ESCRIBIR-AVISO
                    GO TO FIN-PROYECTAR-VENTANA.

                  COMPUTE FECHA-DESBORDE-WS = FUNCTION DATE-OF-INTEGER
                      (DIA-HOY-WS + DIAS-DESBORDE-WS).
                  MOVE FECHA-DESBORDE-WS TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE DIAS-DESBORDE-WS TO DIAS-ED.
                  MOVE SPACES TO AVISO-TEXTO-WS.
                  STRING "Al ritmo de crecimiento del volumen la cadena "
                         DELIMITED BY SIZE
                         "pasaria la hora limite " DELIMITED BY SIZE
                         HORA-LIMITE-ED DELIMITED BY SIZE
                         " hacia el " DELIMITED BY SIZE
                         FECHA-EDITADA DELIMITED BY SIZE
                         " (" DELIMITED BY SIZE
                         DIAS-ED DELIMITED BY SIZE
                         " dias)" DELIMITED BY SIZE
                      INTO AVISO-TEXTO-WS.
                  IF DIAS-DESBORDE-WS NOT > MARGEN-DIAS-WS
                    PERFORM ESCRIBIR-AVISO
                  ELSE
                    WRITE REG-INFORME FROM AVISO-TEXTO-WS.
              FIN-PROYECTAR-VENTANA.
                  EXIT.

              SUMAR-NOCHE-COMPLETA.
                  IF TN-FECHA(N) < FECHA-HOY-COMP
                    MOVE N TO ULTIMA-COMPLETA
                    COMPUTE X-NOCHE =
                        FUNCTION INTEGER-OF-DATE(TN-FECHA(N))
                        - DIA-DESDE-WS
                    ADD 1 TO NOCHES-COMPLETAS
                    ADD X-NOCHE TO SUMA-X
                    ADD TN-VOLUMEN(N) TO SUMA-Y
                    COMPUTE SUMA-XY = SUMA-XY + X-NOCHE * TN-VOLUMEN(N)
                    COMPUTE SUMA-XX = SUMA-XX + X-NOCHE * X-NOCHE
                    COMPUTE SUMA-DURACION =
                        SUMA-DURACION + TN-FIN(N) - TN-INICIO(N)
                    ADD TN-INICIO(N) TO SUMA-INICIO.
                  ADD 1 TO N.

              AVISAR-NOCHE-FUERA-DE-HORA.
                  MOVE TN-FECHA(ULTIMA-COMPLETA) TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE TN-FIN(ULTIMA-COMPLETA) TO SEGUNDOS-WS.
                  PERFORM EDITAR-HORA.
                  MOVE SPACES TO AVISO-TEXTO-WS.
                  STRING "La cadena del " DELIMITED BY SIZE
                         FECHA-EDITADA DELIMITED BY SIZE
                         " acabo a las " DELIMITED BY SIZE
                         HORA-EDITADA DELIMITED BY SIZE
                         ", despues de la hora limite " DELIMITED
                         BY SIZE
                         HORA-LIMITE-ED DELIMITED BY SIZE
                      INTO AVISO-TEXTO-WS.
                  PERFORM ESCRIBIR-AVISO.

              ESCRIBIR-AVISO.
                  MOVE FECHA-NEGOCIO-WS TO ALC-FECHA.
                  MOVE AVISO-TEXTO-WS TO ALC-TEXTO.
                  WRITE REG-ALERTA-CADENA.
                  MOVE AVISO-TEXTO-WS TO LAV-TEXTO.
                  WRITE REG-INFORME FROM LINEA-AVISO.
                  ADD 1 TO NUM-AVISOS.
