       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteAgencias.
       *> Cargador del maestro de agencias de venta de entradas
       *> externas (AGENCIAS.DAT), en el estilo de writeRecintosFile:
       *> pide el codigo de cuatro caracteres de la agencia, su nombre
       *> y si esta activa, y lo graba o regraba. MANTENEESPEC asigna
       *> cupos de asientos solo a agencias activas, y
       *> PROCESARVENTASAGENCIA y CONCILIARAGENCIAS recorren este
       *> maestro para leer y dejar los ficheros de cada agencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT AGENCIASFILE ASSIGN TO "AGENCIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-CODIGO
                  FILE STATUS IS FSAG.
       DATA DIVISION.
       FILE SECTION.
       FD AGENCIASFILE.
       01 REG-AGENCIA.
         02 AGE-CODIGO             PIC X(4).
         02 AGE-NOMBRE             PIC X(30).
         02 AGE-ACTIVA             PIC X.

       WORKING-STORAGE SECTION.
       01  FSAG   PIC X(2).

       01 DATOS-AGENCIA.
           02 CODIGO-WS             PIC X(4).
           02 NOMBRE-WS             PIC X(30).
           02 ACTIVA-WS             PIC X.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-AGENCIA.
           02 LINE 2   COL 7   VALUE "---AGENCIA DE VENTA DE ENTRADAS---".
           02 LINE 5   COL 19  VALUE "CODIGO DE AGENCIA:".
           02 LINE 5   COL 40  PIC X(4) USING CODIGO-WS UNDERLINE.
           02 LINE 7   COL 19  VALUE "NOMBRE:".
           02 LINE 7   COL 40  PIC X(30) USING NOMBRE-WS UNDERLINE.
           02 LINE 9   COL 19  VALUE "ACTIVA (S/N):".
           02 LINE 9   COL 40  PIC X USING ACTIVA-WS UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-AGENCIA-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-AGENCIA-DATA.
           MOVE SPACES TO CODIGO-WS.
           MOVE SPACES TO NOMBRE-WS.
           MOVE "S" TO ACTIVA-WS.
           DISPLAY PANTALLA-DATOS-AGENCIA.
           ACCEPT PANTALLA-DATOS-AGENCIA
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-AGENCIA-DATA.
           INSPECT CODIGO-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT ACTIVA-WS CONVERTING "sn" TO "SN".
       *> El codigo forma parte del nombre de los ficheros de la
       *> agencia: cuatro caracteres sin blancos
           IF CODIGO-WS(1:1) = SPACE OR CODIGO-WS(2:1) = SPACE OR
              CODIGO-WS(3:1) = SPACE OR CODIGO-WS(4:1) = SPACE
             GO TO WRITE-AGENCIA-DATA.
           IF NOMBRE-WS = SPACES
             GO TO WRITE-AGENCIA-DATA.
           IF ACTIVA-WS NOT = "S" AND ACTIVA-WS NOT = "N"
             GO TO WRITE-AGENCIA-DATA.

           OPEN I-O AGENCIASFILE.
           IF FSAG = "35"
             CLOSE AGENCIASFILE
             OPEN OUTPUT AGENCIASFILE
             CLOSE AGENCIASFILE
             OPEN I-O AGENCIASFILE.
           MOVE CODIGO-WS TO AGE-CODIGO.
           MOVE NOMBRE-WS TO AGE-NOMBRE.
           MOVE ACTIVA-WS TO AGE-ACTIVA.
           WRITE REG-AGENCIA
               INVALID KEY REWRITE REG-AGENCIA.
           CLOSE AGENCIASFILE.
       FIN-WRITE-AGENCIA-DATA.
           EXIT.
