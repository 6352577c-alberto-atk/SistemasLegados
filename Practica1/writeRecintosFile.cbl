       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteRecintos.
       *> Cargador del maestro de recintos (RECINTOS.DAT), en el
       *> estilo de writeCodigosPostalesFile: un registro por zona de
       *> cada recinto (patio de butacas, anfiteatro, palco...), con
       *> el numero de filas, los asientos de cada fila, cuantos de
       *> ellos son accesibles y el precio base de la zona. Pide el
       *> recinto y la zona y lo graba o regraba. MANTENEESPEC genera
       *> con el el plano de asientos de ASIENTOS.DAT al dar de alta
       *> un espectaculo en ese recinto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RECINTOSFILE ASSIGN TO "RECINTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-CLAVE
                  FILE STATUS IS FSREC.
       DATA DIVISION.
       FILE SECTION.
       FD RECINTOSFILE.
       01 REG-RECINTO.
         02 REC-CLAVE.
            03 REC-NUMERO          PIC 99.
            03 REC-ZONA            PIC X(2).
         02 REC-NOMBRE             PIC X(20).
         02 REC-ZONA-NOMBRE        PIC X(15).
         02 REC-FILAS              PIC 99.
         02 REC-ASIENTOS-FILA      PIC 99.
         02 REC-ACCESIBLES         PIC 99.
         02 REC-PRECIO-BASE        PIC 999V99.

       WORKING-STORAGE SECTION.
       01  FSREC  PIC X(2).

       01 DATOS-RECINTO.
           02 RECINTO-WS            PIC 99.
           02 NOMBRE-WS             PIC X(20).
           02 ZONA-WS               PIC X(2).
           02 ZONA-NOMBRE-WS        PIC X(15).
           02 FILAS-WS              PIC 99.
           02 ASIENTOS-FILA-WS      PIC 99.
           02 ACCESIBLES-WS         PIC 99.
           02 EUROS-PRECIO-WS       PIC 999.
           02 CENT-PRECIO-WS        PIC 99.
           02 ASIENTOS-ZONA-WS      PIC 9(4).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-RECINTO.
           02 LINE 2   COL 7   VALUE "---ZONA DE RECINTO---".
           02 LINE 5   COL 19  VALUE "NUMERO DE RECINTO:".
           02 LINE 5   COL 40  PIC 99 USING RECINTO-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL RECINTO:".
           02 LINE 6   COL 40  PIC X(20) USING NOMBRE-WS UNDERLINE.
           02 LINE 8   COL 19  VALUE "CODIGO DE ZONA:".
           02 LINE 8   COL 40  PIC X(2) USING ZONA-WS UNDERLINE.
           02 LINE 9   COL 19  VALUE "NOMBRE DE LA ZONA:".
           02 LINE 9   COL 40  PIC X(15) USING ZONA-NOMBRE-WS UNDERLINE.
           02 LINE 11  COL 19  VALUE "FILAS:".
           02 LINE 11  COL 40  PIC 99 USING FILAS-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 12  COL 19  VALUE "ASIENTOS POR FILA:".
           02 LINE 12  COL 40  PIC 99 USING ASIENTOS-FILA-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 13  COL 19  VALUE "ASIENTOS ACCESIBLES:".
           02 LINE 13  COL 40  PIC 99 USING ACCESIBLES-WS UNDERLINE.
           02 LINE 15  COL 19  VALUE "PRECIO BASE:    .  ".
           02 LINE 15  COL 32  PIC 999 USING EUROS-PRECIO-WS.
           02 LINE 15  COL 36  PIC 99 USING CENT-PRECIO-WS.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-RECINTO-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-RECINTO-DATA.
           MOVE 0 TO RECINTO-WS.
           MOVE SPACES TO NOMBRE-WS.
           MOVE SPACES TO ZONA-WS.
           MOVE SPACES TO ZONA-NOMBRE-WS.
           MOVE 0 TO FILAS-WS.
           MOVE 0 TO ASIENTOS-FILA-WS.
           MOVE 0 TO ACCESIBLES-WS.
           MOVE 0 TO EUROS-PRECIO-WS.
           MOVE 0 TO CENT-PRECIO-WS.
           DISPLAY PANTALLA-DATOS-RECINTO.
           ACCEPT PANTALLA-DATOS-RECINTO
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-RECINTO-DATA.
           IF RECINTO-WS = 0 OR ZONA-WS = SPACES
             GO TO WRITE-RECINTO-DATA.
           IF NOMBRE-WS = SPACES OR ZONA-NOMBRE-WS = SPACES
             GO TO WRITE-RECINTO-DATA.
           IF FILAS-WS = 0 OR ASIENTOS-FILA-WS = 0
             GO TO WRITE-RECINTO-DATA.
           COMPUTE ASIENTOS-ZONA-WS = FILAS-WS * ASIENTOS-FILA-WS.
           IF ACCESIBLES-WS > ASIENTOS-ZONA-WS
             GO TO WRITE-RECINTO-DATA.

           OPEN I-O RECINTOSFILE.
           IF FSREC = "35"
             CLOSE RECINTOSFILE
             OPEN OUTPUT RECINTOSFILE
             CLOSE RECINTOSFILE
             OPEN I-O RECINTOSFILE.
           INSPECT ZONA-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE RECINTO-WS TO REC-NUMERO.
           MOVE ZONA-WS TO REC-ZONA.
           MOVE NOMBRE-WS TO REC-NOMBRE.
           MOVE ZONA-NOMBRE-WS TO REC-ZONA-NOMBRE.
           MOVE FILAS-WS TO REC-FILAS.
           MOVE ASIENTOS-FILA-WS TO REC-ASIENTOS-FILA.
           MOVE ACCESIBLES-WS TO REC-ACCESIBLES.
           COMPUTE REC-PRECIO-BASE =
               (CENT-PRECIO-WS / 100) + EUROS-PRECIO-WS.
           WRITE REG-RECINTO
               INVALID KEY REWRITE REG-RECINTO.
           CLOSE RECINTOSFILE.
       FIN-WRITE-RECINTO-DATA.
           EXIT.
