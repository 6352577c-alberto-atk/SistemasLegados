       *> resultado es una unica hoja (HOJA-CONTROL.DAT) que le dice a
       *> operaciones de un vistazo si la noche fue normal.
       *>
       *> Al pie de la hoja se copian los avisos de duracion de la
       *> cadena que HISTORICOCADENA deja para la fecha de negocio en
       *> ALERTAS-CADENA.DAT (pasos lentos y desbordamiento de la
       *> ventana batch).
       *>
       *> Versiones
       *> Versión 1.0 - Hoja de control de la cadena nocturna
       *> Versión 1.1 - Marca las cifras de las pasadas de simulacion
       *> Versión 1.2 - Avisos de duracion de la cadena al pie de la hoja
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSH.

              SELECT ALERTASFILE ASSIGN TO "ALERTAS-CADENA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLNOCFILE.
       FD HOJAFILE.
       01 REG-HOJA                      PIC X(110).

       FD ALERTASFILE.
       01 REG-ALERTA-CADENA.
              02 ALC-FECHA              PIC 9(8).
              02 ALC-TEXTO              PIC X(100).

       WORKING-STORAGE SECTION.
              77 FSCTN                 PIC XX.
              77 FSTO                  PIC XX.
              77 NUM-PASOS-HOJA        PIC 99 VALUE 0.
              77 NUM-ALERTAS-HOJA      PIC 99 VALUE 0.
              77 CLAVE-HOY-ID-WS       PIC X(20).
              77 FSAL                  PIC XX.
              77 NUM-AVISOS-CADENA     PIC 99 VALUE 0.

              01 LINEA-CAB-HOJA.
                 02 FILLER             PIC X(26) VALUE
                 02 LR-ALERTAS         PIC Z9.
                 02 FILLER             PIC X(18) VALUE " pasos a revisar".

              01 LINEA-TIT-AVISOS.
                 02 FILLER             PIC X(40) VALUE
                     "AVISOS DE DURACION DE LA CADENA".

              01 LINEA-AVISO-HOJA.
                 02 FILLER             PIC X(2) VALUE "- ".
                 02 LAH-TEXTO          PIC X(100).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-TOLERANCIA.
                  PERFORM GENERAR-HOJA THRU FIN-GENERAR-HOJA.
                  PERFORM VOLCAR-AVISOS-CADENA
                      THRU FIN-VOLCAR-AVISOS-CADENA.
                  DISPLAY "HOJACONTROL: " NUM-PASOS-HOJA " pasos, "
                      NUM-ALERTAS-HOJA " a revisar, "
                      NUM-AVISOS-CADENA " avisos de duracion.".
                  STOP RUN.

              CARGAR-FECHA-NEGOCIO.
                    MOVE 0 TO LH-LEIDOS-AYER.

                  MOVE SPACES TO LH-MARCA.
*> Las cifras de una pasada de simulacion (registros SIM-, ver
*> PLANIFICADORNOCTURNO) se listan marcadas y no se dan a revisar
                  IF PROGRAMA-HOJA-WS(1:4) = "SIM-"
                    MOVE "SIMULADO" TO LH-MARCA
                    GO TO ESCRIBIR-LINEA-PASO.
                  IF HAY-AYER-WS = "SI" AND LEIDOS-AYER-WS > 0
                    COMPUTE DESVIACION-WS =
                        (LEIDOS-HOY-WS - LEIDOS-AYER-WS) * 100
                      ADD 1 TO NUM-ALERTAS-HOJA
                    END-IF
                  END-IF.

                ESCRIBIR-LINEA-PASO.
                  WRITE REG-HOJA FROM LINEA-PASO-HOJA.
*> El recorrido principal se reposiciona tras la busqueda de ayer
                  MOVE FECHA-NEGOCIO-WS TO CTN-FECHA.
                  MOVE "SI" TO HAY-AYER-WS.
              FIN-BUSCAR-CIFRA-AYER.
                  EXIT.

       *> Copia al pie de la hoja los avisos de duracion de la cadena
       *> de esta fecha de negocio; los de otra noche se ignoran
              VOLCAR-AVISOS-CADENA.
                  OPEN INPUT ALERTASFILE.
                  IF FSAL = "35"
                    CLOSE ALERTASFILE
                    GO TO FIN-VOLCAR-AVISOS-CADENA.
                  OPEN EXTEND HOJAFILE.

                LEER-UN-AVISO-CADENA.
                  READ ALERTASFILE
                      AT END GO TO CERRAR-VOLCAR-AVISOS.
                  IF ALC-FECHA NOT = FECHA-NEGOCIO-WS
                    GO TO LEER-UN-AVISO-CADENA.
                  IF NUM-AVISOS-CADENA = 0
                    MOVE SPACES TO REG-HOJA
                    WRITE REG-HOJA
                    WRITE REG-HOJA FROM LINEA-TIT-AVISOS.
                  ADD 1 TO NUM-AVISOS-CADENA.
                  MOVE ALC-TEXTO TO LAH-TEXTO.
                  WRITE REG-HOJA FROM LINEA-AVISO-HOJA.
                  GO TO LEER-UN-AVISO-CADENA.

                CERRAR-VOLCAR-AVISOS.
                  CLOSE HOJAFILE.
                  CLOSE ALERTASFILE.
              FIN-VOLCAR-AVISOS-CADENA.
                  EXIT.
