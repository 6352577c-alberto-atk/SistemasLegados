       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteCodigosPostales.
       *> Cargador del maestro de codigos postales
       *> (CODIGOS-POSTALES.DAT), en el estilo de writeEntidadesBicFile:
       *> pide el codigo postal de cinco cifras, el municipio y la
       *> provincia, y lo graba o regraba. MANTENECLIENTES valida con
       *> el la direccion postal de las personas residentes en Espana
       *> y CONVERTIRDIRECCIONES lo usa para completar las direcciones
       *> libres antiguas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CODPOSTALFILE ASSIGN TO "CODIGOS-POSTALES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPO-CODIGO
                  FILE STATUS IS FSCP.
       DATA DIVISION.
       FILE SECTION.
       FD CODPOSTALFILE.
       01 REG-CODIGO-POSTAL.
         02 CPO-CODIGO             PIC X(5).
         02 CPO-MUNICIPIO          PIC X(30).
         02 CPO-PROVINCIA          PIC X(20).

       WORKING-STORAGE SECTION.
       01  FSCP   PIC X(2).

       01 DATOS-CODIGO-POSTAL.
           02 CODIGO-WS             PIC X(5).
           02 MUNICIPIO-WS          PIC X(30).
           02 PROVINCIA-WS          PIC X(20).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-CODIGO-POSTAL.
           02 LINE 2   COL 7   VALUE "---CODIGO POSTAL---".
           02 LINE 5   COL 19  VALUE "CODIGO POSTAL:".
           02 LINE 5   COL 35  PIC X(5) USING CODIGO-WS UNDERLINE.
           02 LINE 7   COL 19  VALUE "MUNICIPIO:".
           02 LINE 7   COL 35  PIC X(30) USING MUNICIPIO-WS UNDERLINE.
           02 LINE 9   COL 19  VALUE "PROVINCIA:".
           02 LINE 9   COL 35  PIC X(20) USING PROVINCIA-WS UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-CODIGO-POSTAL-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-CODIGO-POSTAL-DATA.
           MOVE SPACES TO CODIGO-WS.
           MOVE SPACES TO MUNICIPIO-WS.
           MOVE SPACES TO PROVINCIA-WS.
           DISPLAY PANTALLA-DATOS-CODIGO-POSTAL.
           ACCEPT PANTALLA-DATOS-CODIGO-POSTAL
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-CODIGO-POSTAL-DATA.
           IF CODIGO-WS NOT NUMERIC
             GO TO WRITE-CODIGO-POSTAL-DATA.
           IF CODIGO-WS(1:2) < "01" OR CODIGO-WS(1:2) > "52"
             GO TO WRITE-CODIGO-POSTAL-DATA.
           IF MUNICIPIO-WS = SPACES OR PROVINCIA-WS = SPACES
             GO TO WRITE-CODIGO-POSTAL-DATA.

           OPEN I-O CODPOSTALFILE.
           IF FSCP = "35"
             CLOSE CODPOSTALFILE
             OPEN OUTPUT CODPOSTALFILE
             CLOSE CODPOSTALFILE
             OPEN I-O CODPOSTALFILE.
           MOVE CODIGO-WS TO CPO-CODIGO.
           INSPECT MUNICIPIO-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT PROVINCIA-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE MUNICIPIO-WS TO CPO-MUNICIPIO.
           MOVE PROVINCIA-WS TO CPO-PROVINCIA.
           WRITE REG-CODIGO-POSTAL
               INVALID KEY REWRITE REG-CODIGO-POSTAL.
           CLOSE CODPOSTALFILE.
       FIN-WRITE-CODIGO-POSTAL-DATA.
           EXIT.
