       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteDerechosAutor.
       *> Cargador de la tarifa de derechos de autor
       *> (DERECHOS-AUTOR.DAT), en el estilo de writeAgenciasFile: el
       *> porcentaje de la taquilla que cobra la entidad de gestion de
       *> derechos, dado para un espectaculo concreto (tipo E, por su
       *> numero) o para todos los de un promotor (tipo P, por el
       *> nombre con que figura en PROMOTORES.DAT). LIQUIDARESPECTACULOS
       *> busca primero la tarifa del espectaculo y, si no hay, la del
       *> promotor; un espectaculo sin ninguna de las dos no paga
       *> derechos. Un porcentaje cero da de baja la tarifa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT DERECHOSFILE ASSIGN TO "DERECHOS-AUTOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDA-CLAVE
                  FILE STATUS IS FSDA.
       DATA DIVISION.
       FILE SECTION.
       FD DERECHOSFILE.
       01 REG-TARIFA-DERECHOS.
         02 TDA-CLAVE.
            03 TDA-TIPO            PIC X.
            03 TDA-REFERENCIA      PIC X(30).
         02 TDA-PCT                PIC 99V99.
         02 TDA-ENTIDAD            PIC X(30).
         02 TDA-FECHA-ALTA         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FSDA   PIC X(2).

       01 DATOS-TARIFA.
           02 TIPO-WS               PIC X.
           02 NUM-ESPEC-WS          PIC 9(4).
           02 PROMOTOR-WS           PIC X(30).
           02 PCT-WS                PIC 99V99.
           02 ENTIDAD-WS            PIC X(30).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-TARIFA.
           02 LINE 2   COL 7   VALUE "---TARIFA DE DERECHOS DE AUTOR---".
           02 LINE 5   COL 10  VALUE "TIPO (E=ESPECTACULO, P=PROMOTOR):".
           02 LINE 5   COL 45  PIC X USING TIPO-WS UNDERLINE.
           02 LINE 7   COL 10  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 7   COL 45  PIC 9(4) USING NUM-ESPEC-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 9   COL 10  VALUE "PROMOTOR:".
           02 LINE 9   COL 45  PIC X(30) USING PROMOTOR-WS UNDERLINE.
           02 LINE 11  COL 10  VALUE "% SOBRE TAQUILLA:".
           02 LINE 11  COL 45  PIC 99V99 USING PCT-WS UNDERLINE.
           02 LINE 13  COL 10  VALUE "ENTIDAD DE GESTION:".
           02 LINE 13  COL 45  PIC X(30) USING ENTIDAD-WS UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-TARIFA-DATA THRU FIN-WRITE-TARIFA-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-TARIFA-DATA.
           MOVE "E" TO TIPO-WS.
           MOVE 0 TO NUM-ESPEC-WS.
           MOVE SPACES TO PROMOTOR-WS.
           MOVE 0 TO PCT-WS.
           MOVE SPACES TO ENTIDAD-WS.

         PEDIR-DATOS-TARIFA.
           DISPLAY PANTALLA-DATOS-TARIFA.
           ACCEPT PANTALLA-DATOS-TARIFA
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-TARIFA-DATA.
           INSPECT TIPO-WS CONVERTING "ep" TO "EP".
           IF TIPO-WS NOT = "E" AND TIPO-WS NOT = "P"
             GO TO PEDIR-DATOS-TARIFA.
           IF TIPO-WS = "E" AND NUM-ESPEC-WS = 0
             GO TO PEDIR-DATOS-TARIFA.
           IF TIPO-WS = "P" AND PROMOTOR-WS = SPACES
             GO TO PEDIR-DATOS-TARIFA.
           IF PCT-WS > 0 AND ENTIDAD-WS = SPACES
             GO TO PEDIR-DATOS-TARIFA.

           OPEN I-O DERECHOSFILE.
           IF FSDA = "35"
             CLOSE DERECHOSFILE
             OPEN OUTPUT DERECHOSFILE
             CLOSE DERECHOSFILE
             OPEN I-O DERECHOSFILE.
           MOVE SPACES TO TDA-CLAVE.
           MOVE TIPO-WS TO TDA-TIPO.
           IF TIPO-WS = "E"
             MOVE NUM-ESPEC-WS TO TDA-REFERENCIA(1:4)
           ELSE
             MOVE PROMOTOR-WS TO TDA-REFERENCIA.
           IF PCT-WS = 0
             DELETE DERECHOSFILE
                 INVALID KEY CONTINUE
             END-DELETE
             CLOSE DERECHOSFILE
             GO TO FIN-WRITE-TARIFA-DATA.
           MOVE PCT-WS TO TDA-PCT.
           MOVE ENTIDAD-WS TO TDA-ENTIDAD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TDA-FECHA-ALTA.
           WRITE REG-TARIFA-DERECHOS
               INVALID KEY REWRITE REG-TARIFA-DERECHOS.
           CLOSE DERECHOSFILE.
       FIN-WRITE-TARIFA-DATA.
           EXIT.
