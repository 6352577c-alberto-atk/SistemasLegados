       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteTerminales.
       *> Cargador del maestro de terminales (TERMINALES.DAT), en el
       *> estilo de writeAgenciasFile: pide el identificador de cuatro
       *> caracteres del terminal (el mismo que lleva su TERMINAL.DAT y
       *> que queda en MOV-TERMINAL), la sucursal a la que pertenece
       *> con su nombre, la region, el centro de coste, la direccion y
       *> la fecha de instalacion, y lo graba o regraba.
       *> CONTABILIZARDIARIO lleva el centro de coste del terminal a
       *> cada anotacion del libro diario, e INFORMESUCURSALES agrupa
       *> por sucursal y region los resultados del mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT TERMINALESFILE ASSIGN TO "TERMINALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRM-ID
                  FILE STATUS IS FSTR.
       DATA DIVISION.
       FILE SECTION.
       FD TERMINALESFILE.
       01 REG-TERMINAL-MAESTRO.
         02 TRM-ID                 PIC X(4).
         02 TRM-SUCURSAL           PIC X(4).
         02 TRM-NOMBRE-SUCURSAL    PIC X(30).
         02 TRM-REGION             PIC X(15).
         02 TRM-CENTRO-COSTE       PIC X(6).
         02 TRM-DIRECCION          PIC X(40).
         02 TRM-FECHA-INSTALACION  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FSTR   PIC X(2).

       01 DATOS-TERMINAL.
           02 ID-WS                 PIC X(4).
           02 SUCURSAL-WS           PIC X(4).
           02 NOMBRE-SUCURSAL-WS    PIC X(30).
           02 REGION-WS             PIC X(15).
           02 CENTRO-COSTE-WS       PIC X(6).
           02 DIRECCION-WS          PIC X(40).
           02 FECHA-INSTALACION-WS  PIC 9(8).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-TERMINAL.
           02 LINE 2   COL 7   VALUE "---TERMINAL DE LA RED DE CAJEROS---".
           02 LINE 5   COL 19  VALUE "TERMINAL:".
           02 LINE 5   COL 40  PIC X(4) USING ID-WS UNDERLINE.
           02 LINE 7   COL 19  VALUE "SUCURSAL:".
           02 LINE 7   COL 40  PIC X(4) USING SUCURSAL-WS UNDERLINE.
           02 LINE 8   COL 19  VALUE "NOMBRE SUCURSAL:".
           02 LINE 8   COL 40  PIC X(30) USING NOMBRE-SUCURSAL-WS
                                   UNDERLINE.
           02 LINE 10  COL 19  VALUE "REGION:".
           02 LINE 10  COL 40  PIC X(15) USING REGION-WS UNDERLINE.
           02 LINE 12  COL 19  VALUE "CENTRO DE COSTE:".
           02 LINE 12  COL 40  PIC X(6) USING CENTRO-COSTE-WS UNDERLINE.
           02 LINE 14  COL 19  VALUE "DIRECCION:".
           02 LINE 15  COL 19  PIC X(40) USING DIRECCION-WS UNDERLINE.
           02 LINE 17  COL 19  VALUE "INSTALADO (AAAAMMDD):".
           02 LINE 17  COL 42  PIC 9(8) USING FECHA-INSTALACION-WS
                                   UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-TERMINAL-DATA THRU FIN-WRITE-TERMINAL-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-TERMINAL-DATA.
           MOVE SPACES TO ID-WS.
           MOVE SPACES TO SUCURSAL-WS.
           MOVE SPACES TO NOMBRE-SUCURSAL-WS.
           MOVE SPACES TO REGION-WS.
           MOVE SPACES TO CENTRO-COSTE-WS.
           MOVE SPACES TO DIRECCION-WS.
           MOVE 0 TO FECHA-INSTALACION-WS.
           DISPLAY PANTALLA-DATOS-TERMINAL.
           ACCEPT PANTALLA-DATOS-TERMINAL
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-TERMINAL-DATA.
           INSPECT ID-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SUCURSAL-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CENTRO-COSTE-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       *> El identificador es el que graba el terminal en MOV-TERMINAL:
       *> cuatro caracteres sin blancos; BATC queda reservado a los
       *> apuntes de los procesos batch
           IF ID-WS(1:1) = SPACE OR ID-WS(2:1) = SPACE OR
              ID-WS(3:1) = SPACE OR ID-WS(4:1) = SPACE
             GO TO WRITE-TERMINAL-DATA.
           IF ID-WS = "BATC"
             GO TO WRITE-TERMINAL-DATA.
           IF SUCURSAL-WS = SPACES OR CENTRO-COSTE-WS = SPACES
             GO TO WRITE-TERMINAL-DATA.

           OPEN I-O TERMINALESFILE.
           IF FSTR = "35"
             CLOSE TERMINALESFILE
             OPEN OUTPUT TERMINALESFILE
             CLOSE TERMINALESFILE
             OPEN I-O TERMINALESFILE.
           MOVE ID-WS TO TRM-ID.
           MOVE SUCURSAL-WS TO TRM-SUCURSAL.
           MOVE NOMBRE-SUCURSAL-WS TO TRM-NOMBRE-SUCURSAL.
           MOVE REGION-WS TO TRM-REGION.
           MOVE CENTRO-COSTE-WS TO TRM-CENTRO-COSTE.
           MOVE DIRECCION-WS TO TRM-DIRECCION.
           MOVE FECHA-INSTALACION-WS TO TRM-FECHA-INSTALACION.
           WRITE REG-TERMINAL-MAESTRO
               INVALID KEY REWRITE REG-TERMINAL-MAESTRO.
           CLOSE TERMINALESFILE.
       FIN-WRITE-TERMINAL-DATA.
           EXIT.
