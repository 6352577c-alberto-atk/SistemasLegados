       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WriteResponsables.
       *> Cargador de RESPONSABLES.DAT, en el estilo de
       *> writePermisosFile: pide ID de empleado y el ID de su
       *> responsable, y graba o regraba el registro. La recertificacion
       *> trimestral de permisos (RECERTIFICARACCESOS) pone cada
       *> permiso del empleado en la lista de revision de ese
       *> responsable; dejar el responsable en blanco borra la
       *> asignacion y el empleado pasa al revisor por defecto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RESPONSABLESFILE ASSIGN TO "RESPONSABLES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSP-STAFF-ID
                  FILE STATUS IS FSRSP.
       DATA DIVISION.
       FILE SECTION.
       FD RESPONSABLESFILE.
       01 REG-RESPONSABLE.
         02 RSP-STAFF-ID           PIC X(8).
         02 RSP-RESPONSABLE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  FSRSP  PIC X(2).

       01 DATOS-RESPONSABLE.
           02 STAFF-ID-WS           PIC X(8).
           02 RESPONSABLE-WS        PIC X(8).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-RESPONSABLE.
           02 LINE 2   COL 7   VALUE "---RESPONSABLE DE EMPLEADO---".
           02 LINE 5   COL 19  VALUE "ID EMPLEADO:".
           02 LINE 5   COL 32  PIC X(8) USING STAFF-ID-WS UNDERLINE.
           02 LINE 7   COL 19  VALUE "ID RESPONSABLE:".
           02 LINE 7   COL 35  PIC X(8) USING RESPONSABLE-WS UNDERLINE.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY CLEAR-SCREEN.
           PERFORM WRITE-RESPONSABLE-DATA THRU FIN-WRITE-RESPONSABLE-DATA.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           GO TO INICIO.

       WRITE-RESPONSABLE-DATA.
           MOVE SPACES TO STAFF-ID-WS.
           MOVE SPACES TO RESPONSABLE-WS.
           DISPLAY PANTALLA-DATOS-RESPONSABLE.
           ACCEPT PANTALLA-DATOS-RESPONSABLE
               IF COB-CRT-STATUS = 1009
                 GO TO FIN-WRITE-RESPONSABLE-DATA.
           IF STAFF-ID-WS = SPACES OR STAFF-ID-WS = RESPONSABLE-WS
             GO TO WRITE-RESPONSABLE-DATA.

           OPEN I-O RESPONSABLESFILE.
           IF FSRSP = "35"
             CLOSE RESPONSABLESFILE
             OPEN OUTPUT RESPONSABLESFILE
             CLOSE RESPONSABLESFILE
             OPEN I-O RESPONSABLESFILE.
           MOVE STAFF-ID-WS TO RSP-STAFF-ID.
           IF RESPONSABLE-WS = SPACES
             DELETE RESPONSABLESFILE
                 INVALID KEY CONTINUE
           ELSE
             MOVE RESPONSABLE-WS TO RSP-RESPONSABLE
             WRITE REG-RESPONSABLE
                 INVALID KEY REWRITE REG-RESPONSABLE.
           CLOSE RESPONSABLESFILE.
       FIN-WRITE-RESPONSABLE-DATA.
           EXIT.
