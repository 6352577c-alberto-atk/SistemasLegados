       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteDatosFiscales.
       *> Cargador de los datos fiscales de la entidad
       *> (DATOS-FISCALES.DAT), en el estilo de writeAgenciasFile: pide
       *> el NIF y la razon social que figuran como emisor en las
       *> facturas, el domicilio fiscal y los tipos de IVA que se
       *> aplican a las entradas de espectaculos y a las comisiones de
       *> servicio, y graba el unico registro del fichero. Sin este
       *> fichero el cajero no expide facturas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT FISCALESFILE ASSIGN TO "DATOS-FISCALES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFIS.
       DATA DIVISION.
       FILE SECTION.
       FD FISCALESFILE.
       01 REG-DATOS-FISCALES.
         02 FIS-NIF                PIC X(9).
         02 FIS-RAZON-SOCIAL       PIC X(40).
         02 FIS-DOMICILIO          PIC X(40).
         02 FIS-IVA-ENTRADAS       PIC 99V99.
         02 FIS-IVA-SERVICIOS      PIC 99V99.

       WORKING-STORAGE SECTION.
       01  FSFIS  PIC X(2).

       01 DATOS-FISCALES.
           02 NIF-WS                PIC X(9).
           02 RAZON-SOCIAL-WS       PIC X(40).
           02 DOMICILIO-WS          PIC X(40).
           02 IVA-ENTRADAS-WS       PIC 99V99.
           02 IVA-SERVICIOS-WS      PIC 99V99.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-FISCALES.
           02 LINE 2   COL 7   VALUE "---DATOS FISCALES DE LA ENTIDAD---".
           02 LINE 5   COL 10  VALUE "NIF:".
           02 LINE 5   COL 30  PIC X(9) USING NIF-WS UNDERLINE.
           02 LINE 7   COL 10  VALUE "RAZON SOCIAL:".
           02 LINE 7   COL 30  PIC X(40) USING RAZON-SOCIAL-WS UNDERLINE.
           02 LINE 9   COL 10  VALUE "DOMICILIO FISCAL:".
           02 LINE 9   COL 30  PIC X(40) USING DOMICILIO-WS UNDERLINE.
           02 LINE 11  COL 10  VALUE "% IVA ENTRADAS:".
           02 LINE 11  COL 30  PIC 99V99 USING IVA-ENTRADAS-WS UNDERLINE.
           02 LINE 13  COL 10  VALUE "% IVA COMISIONES:".
           02 LINE 13  COL 30  PIC 99V99 USING IVA-SERVICIOS-WS
               UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-DATOS-FISCALES THRU FIN-WRITE-DATOS-FISCALES.
           STOP RUN.

       WRITE-DATOS-FISCALES.
           MOVE SPACES TO NIF-WS.
           MOVE SPACES TO RAZON-SOCIAL-WS.
           MOVE SPACES TO DOMICILIO-WS.
           MOVE 10 TO IVA-ENTRADAS-WS.
           MOVE 21 TO IVA-SERVICIOS-WS.
           OPEN INPUT FISCALESFILE.
           IF FSFIS = "00"
             READ FISCALESFILE
               AT END CONTINUE
               NOT AT END
                 MOVE FIS-NIF TO NIF-WS
                 MOVE FIS-RAZON-SOCIAL TO RAZON-SOCIAL-WS
                 MOVE FIS-DOMICILIO TO DOMICILIO-WS
                 MOVE FIS-IVA-ENTRADAS TO IVA-ENTRADAS-WS
                 MOVE FIS-IVA-SERVICIOS TO IVA-SERVICIOS-WS
             END-READ.
           CLOSE FISCALESFILE.

         PEDIR-DATOS-FISCALES.
           DISPLAY PANTALLA-DATOS-FISCALES.
           ACCEPT PANTALLA-DATOS-FISCALES
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-DATOS-FISCALES.
           INSPECT NIF-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NIF-WS(9:1) = SPACE OR RAZON-SOCIAL-WS = SPACES
             GO TO PEDIR-DATOS-FISCALES.

           OPEN OUTPUT FISCALESFILE.
           MOVE NIF-WS TO FIS-NIF.
           MOVE RAZON-SOCIAL-WS TO FIS-RAZON-SOCIAL.
           MOVE DOMICILIO-WS TO FIS-DOMICILIO.
           MOVE IVA-ENTRADAS-WS TO FIS-IVA-ENTRADAS.
           MOVE IVA-SERVICIOS-WS TO FIS-IVA-SERVICIOS.
           WRITE REG-DATOS-FISCALES.
           CLOSE FISCALESFILE.
       FIN-WRITE-DATOS-FISCALES.
           EXIT.
