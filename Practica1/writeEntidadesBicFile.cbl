       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteEntidadesBic.
       *> Cargador de la tabla de BIC de las entidades de la red
       *> (ENTIDADES-BIC.DAT), en el estilo de writeInterfacesFile:
       *> pide el codigo de banco de RED-INTERBANCARIA.DAT, su BIC y si
       *> es la entidad propia, y lo graba o regraba. Los conversores
       *> ISO 20022 (EXPORTARISO20022 e IMPORTARISO20022) traducen con
       *> ella el codigo de banco de los ficheros de la red al BIC de
       *> los mensajes y al reves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT BICFILE ASSIGN TO "ENTIDADES-BIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIC-BANCO-COD
                  FILE STATUS IS FSBI.
       DATA DIVISION.
       FILE SECTION.
       FD BICFILE.
       01 REG-ENTIDAD-BIC.
         02 BIC-BANCO-COD          PIC X(4).
         02 BIC-CODIGO             PIC X(11).
         02 BIC-PROPIA             PIC X.

       WORKING-STORAGE SECTION.
       01  FSBI   PIC X(2).

       01 DATOS-ENTIDAD-BIC.
           02 BANCO-COD-WS          PIC X(4).
           02 CODIGO-BIC-WS         PIC X(11).
           02 PROPIA-WS             PIC X.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-ENTIDAD-BIC.
           02 LINE 2   COL 7   VALUE "---BIC DE LA ENTIDAD---".
           02 LINE 5   COL 19  VALUE "CODIGO DE BANCO:".
           02 LINE 5   COL 37  PIC X(4) USING BANCO-COD-WS UNDERLINE.
           02 LINE 7   COL 19  VALUE "BIC (8 u 11):".
           02 LINE 7   COL 37  PIC X(11) USING CODIGO-BIC-WS UNDERLINE.
           02 LINE 9   COL 19  VALUE "ENTIDAD PROPIA (S/N):".
           02 LINE 9   COL 41  PIC X USING PROPIA-WS UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-ENTIDAD-BIC-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-ENTIDAD-BIC-DATA.
           MOVE SPACES TO BANCO-COD-WS.
           MOVE SPACES TO CODIGO-BIC-WS.
           MOVE SPACES TO PROPIA-WS.
           DISPLAY PANTALLA-DATOS-ENTIDAD-BIC.
           ACCEPT PANTALLA-DATOS-ENTIDAD-BIC
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-ENTIDAD-BIC-DATA.
           IF BANCO-COD-WS = SPACES OR CODIGO-BIC-WS = SPACES
             GO TO WRITE-ENTIDAD-BIC-DATA.
           IF CODIGO-BIC-WS(1:6) NOT ALPHABETIC
             GO TO WRITE-ENTIDAD-BIC-DATA.
           IF CODIGO-BIC-WS(8:1) = SPACE
             GO TO WRITE-ENTIDAD-BIC-DATA.
           IF CODIGO-BIC-WS(9:3) NOT = SPACES AND
              CODIGO-BIC-WS(11:1) = SPACE
             GO TO WRITE-ENTIDAD-BIC-DATA.
           IF PROPIA-WS NOT = "S" AND PROPIA-WS NOT = "N"
             GO TO WRITE-ENTIDAD-BIC-DATA.

           OPEN I-O BICFILE.
           IF FSBI = "35"
             CLOSE BICFILE
             OPEN OUTPUT BICFILE
             CLOSE BICFILE
             OPEN I-O BICFILE.
           MOVE BANCO-COD-WS TO BIC-BANCO-COD.
           MOVE CODIGO-BIC-WS TO BIC-CODIGO.
           MOVE PROPIA-WS TO BIC-PROPIA.
           WRITE REG-ENTIDAD-BIC
               INVALID KEY REWRITE REG-ENTIDAD-BIC.
           CLOSE BICFILE.
       FIN-WRITE-ENTIDAD-BIC-DATA.
           EXIT.
