                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

                SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.
       DATA DIVISION.
       FILE SECTION.
       FD ESPECFILE.
       01 REG-ESPECTACULO.
         02 ESPEC-NUMERO           PIC 9(4).
         02 ESPEC-NOMBRE           PIC X(20).
         02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
         02 ESPEC-DESCRIPCION      PIC X(30).
         02 ESPEC-ENT-TOTAL       PIC 9(3).
         02 ESPEC-PRECIO-NINO     PIC 999V99.
         02 ESPEC-PRECIO-SENIOR   PIC 999V99.
         02 ESPEC-SOLO-ADULTOS    PIC X.
         02 ESPEC-RECINTO        PIC 99.

       FD ASIENTOFILE.
       01 REG-ASIENTO.
         02 ASIENTO-CLAVE.
            03 ASIENTO-ESPEC          PIC 9(4).
            03 ASIENTO-NUM            PIC 9(3).
         02 ASIENTO-OCUPADO        PIC X.
         02 ASIENTO-ZONA           PIC X(2).
         02 ASIENTO-ZONA-NOMBRE    PIC X(15).
         02 ASIENTO-FILA           PIC 99.
         02 ASIENTO-BUTACA         PIC 99.
         02 ASIENTO-ACCESIBLE      PIC X.
         02 ASIENTO-PRECIO         PIC 999V99.

*> FD STAFFFILE: cuentas de personal de oficina habilitadas para
*> ejecutar este programa de mantenimiento, independientes de
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
         02 TRZ-FICHERO               PIC X(12).
         02 TRZ-VERSION               PIC 9(3).
         02 TRZ-NUM-REGISTROS         PIC 9(9).
         02 TRZ-FECHA                 PIC 9(8).
         02 TRZ-PROGRAMA              PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSTZ                  PIC XX.
       77 TRAZADO-FICHERO-WS    PIC X(12).
       77 TRAZADO-VERSION-WS    PIC 9(3).
       01  FSE     PIC X(2).
       01  FSA     PIC X(2).
       01  FSST    PIC X(2).
           02  FILLER                PIC X(9).

       01 DATOS-ESPECTACULO.
           02 NUMERO                   PIC 9(4).
           02 NOMBRE                   PIC X(20).
           02 EUROS-ENTRADA            PIC 999.
           02 CENT-ENTRADA             PIC 99.
       01  PANTALLA-DATOS-ESPECTACULO.
           02 LINE 2   COL 9   VALUE "---INTRODUZCA LOS DATOS DEL ESPECTACULO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) USING NUMERO UNDERLINE 
               BLANK WHEN ZERO.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL ESPECTACULO:".
           02 LINE 6   COL 44  PIC X(20) USING NOMBRE UNDERLINE.
       01  PANTALLA-ESPECTACULO-REGISTRADO.
          02 LINE 2   COL 9   VALUE "---INTRODUZCA LOS DATOS DEL ESPECTACULO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL ESPECTACULO:".
           02 LINE 6   COL 44  PIC X(20) FROM NOMBRE.
           02 LINE 8   COL 19  VALUE "PRECIO POR ENTRADA:    .  ".
       PROCEDURE DIVISION.

       INICIO.
           PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
           PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
           IF STAFF-LOGIN-OK NOT = "S"
               STOP RUN.
           COMPUTE SALDO =
               (CENT-ENTRADA-SENIOR / 100) + EUROS-ENTRADA-SENIOR.
           MOVE SALDO TO ESPEC-PRECIO-SENIOR.
           MOVE "N" TO ESPEC-SOLO-ADULTOS.
           MOVE 0 TO ESPEC-RECINTO.
           MOVE DESCRIPCION TO ESPEC-DESCRIPCION.
           MOVE ENTRADAS-DISPONIBLES TO ESPEC-ENT-DISPONIBLES.
           MOVE ENTRADAS-DISPONIBLES TO ESPEC-ENT-TOTAL.
           MOVE NUMERO TO ASIENTO-ESPEC.
           MOVE I-ASIENTO TO ASIENTO-NUM.
           MOVE "N" TO ASIENTO-OCUPADO.
           MOVE SPACES TO ASIENTO-ZONA.
           MOVE SPACES TO ASIENTO-ZONA-NOMBRE.
           MOVE 0 TO ASIENTO-FILA.
           MOVE 0 TO ASIENTO-BUTACA.
           MOVE "N" TO ASIENTO-ACCESIBLE.
           MOVE 0 TO ASIENTO-PRECIO.
           WRITE REG-ASIENTO INVALID KEY CONTINUE.
           ADD 1 TO I-ASIENTO.

           DIVIDE SUMA-CIFRADO-WS BY 10000
               GIVING COCIENTE-CIFRADO-WS
               REMAINDER CLAVE-CIFRADA-WS.

       *> Antes de abrir ningun fichero maestro se comprueba en
       *> CONTROL-TRAZADOS.DAT que cada uno tiene el trazado con que
       *> se compilo este programa; si alguno no coincide el programa
       *> se detiene sin tocar los datos
       COMPROBAR-TRAZADOS.
           OPEN INPUT TRAZADOSFILE.
           IF FSTZ NOT = "00"
             DISPLAY "No existe CONTROL-TRAZADOS.DAT: ejecute "
                 "SELLARTRAZADOS antes de este programa"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
           MOVE 2 TO TRAZADO-VERSION-WS.
           PERFORM COMPROBAR-UN-TRAZADO.
           CLOSE TRAZADOSFILE.
       FIN-COMPROBAR-TRAZADOS.
           EXIT.

       COMPROBAR-UN-TRAZADO.
           MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
           READ TRAZADOSFILE
               INVALID KEY MOVE 0 TO TRZ-VERSION.
           IF TRZ-VERSION NOT = TRAZADO-VERSION-WS
             DISPLAY TRAZADO-FICHERO-WS " tiene el trazado "
                 TRZ-VERSION " y este programa espera el "
                 TRAZADO-VERSION-WS
             DISPLAY "Ejecute antes la conversion pendiente"
             CLOSE TRAZADOSFILE
             MOVE 8 TO RETURN-CODE
             STOP RUN.
