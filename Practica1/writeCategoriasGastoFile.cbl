       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SeqWriteCategoriasGasto.
       *> Anade reglas a la tabla de categorias de gasto
       *> CATEGORIAS-GASTO.DAT con la que CATEGORIZARGASTOS clasifica
       *> cada noche los cargos de MOVS.DAT, para que la oficina y el
       *> equipo de campanas ajusten las categorias sin recompilar
       *> nada. Clases: A=acreedor de un adeudo domiciliado (VALOR es
       *> el identificador del acreedor), C=palabra clave contenida en
       *> el concepto (VALOR es la palabra), T=tipo y subtipo de
       *> operacion (subtipo en blanco, todos). Las reglas A se prueban
       *> antes que las C y estas antes que las T.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT REGLASCATFILE ASSIGN TO  "CATEGORIAS-GASTO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRC.
       DATA DIVISION.
       FILE SECTION.
       FD REGLASCATFILE.
       01 REG-REGLA-CATEGORIA.
         02 RCA-CLASE              PIC X.
         02 RCA-TIPO-OP            PIC XX.
         02 RCA-SUBTIPO-OP         PIC XX.
         02 RCA-VALOR              PIC X(20).
         02 RCA-CATEGORIA          PIC X(3).
         02 RCA-NOMBRE             PIC X(20).

       WORKING-STORAGE SECTION.
       01  FSRC    PIC X(2).

       01 DATOS-REGLA.
           02 CLASE                    PIC X.
           02 TIPO-OP                  PIC XX.
           02 SUBTIPO-OP               PIC XX.
           02 VALOR                    PIC X(20).
           02 CATEGORIA                PIC X(3).
           02 NOMBRE                   PIC X(20).

       01 FICHERO-REGLAS-EXTEND        PIC XX.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-DATOS-REGLA.
           02 LINE 2   COL 7   VALUE
               "---INTRODUZCA LA REGLA DE CATEGORIA DE GASTO---".
           02 LINE 4   COL 9   VALUE "CLASE (A/C/T):".
           02 LINE 4   COL 24  PIC X USING CLASE UNDERLINE.
           02 LINE 6   COL 9   VALUE "TIPO DE OPERACION (T):".
           02 LINE 6   COL 32  PIC XX USING TIPO-OP UNDERLINE.
           02 LINE 6   COL 37  VALUE "SUBTIPO (T):".
           02 LINE 6   COL 50  PIC XX USING SUBTIPO-OP UNDERLINE.
           02 LINE 8   COL 9   VALUE "ACREEDOR (A) O PALABRA (C):".
           02 LINE 8   COL 37  PIC X(20) USING VALOR UNDERLINE.
           02 LINE 10  COL 9   VALUE "CODIGO DE CATEGORIA:".
           02 LINE 10  COL 30  PIC X(3) USING CATEGORIA UNDERLINE.
           02 LINE 12  COL 9   VALUE "NOMBRE DE LA CATEGORIA:".
           02 LINE 12  COL 33  PIC X(20) USING NOMBRE UNDERLINE.
           02 LINE 21  COL 9   VALUE "ENTER - Aceptar".
           02 LINE 22  COL 9   VALUE "  F9  - Salir".

       01  PANTALLA-REGLA-REGISTRADA.
           02 LINE 2   COL 7   VALUE "---REGLA REGISTRADA---".
           02 LINE 4   COL 9   VALUE "CLASE:".
           02 LINE 4   COL 16  PIC X FROM CLASE.
           02 LINE 6   COL 9   VALUE "TIPO Y SUBTIPO:".
           02 LINE 6   COL 25  PIC XX FROM TIPO-OP.
           02 LINE 6   COL 28  PIC XX FROM SUBTIPO-OP.
           02 LINE 8   COL 9   VALUE "VALOR:".
           02 LINE 8   COL 16  PIC X(20) FROM VALOR.
           02 LINE 10  COL 9   VALUE "CATEGORIA:".
           02 LINE 10  COL 20  PIC X(3) FROM CATEGORIA.
           02 LINE 10  COL 24  PIC X(20) FROM NOMBRE.


       PROCEDURE DIVISION.

       INICIO.
           PERFORM FIND-REGLASFILE.
           DISPLAY CLEAR-SCREEN.
           IF COB-CRT-STATUS = 1009
               STOP RUN.
           DISPLAY PANTALLA-REGLA-REGISTRADA.
           STOP RUN.

*> Busca el fichero de reglas.
       FIND-REGLASFILE.
           OPEN INPUT REGLASCATFILE.
           IF FSRC = "35"
               MOVE "NO" TO FICHERO-REGLAS-EXTEND
           ELSE
               MOVE "SI" TO FICHERO-REGLAS-EXTEND.
           CLOSE REGLASCATFILE.
           PERFORM WRITE-REGLA-DATA.

*> Escribe los datos de la regla.
       WRITE-REGLA-DATA.
           IF FICHERO-REGLAS-EXTEND = "SI"
               OPEN EXTEND REGLASCATFILE
           ELSE
               OPEN OUTPUT REGLASCATFILE.
           PERFORM ASK-REGLA-DATA.
           PERFORM WRITE-REGLASFILE.
           CLOSE REGLASCATFILE.

*> Pregunta por los datos de la regla.
       ASK-REGLA-DATA.
           DISPLAY PANTALLA-DATOS-REGLA.
           ACCEPT PANTALLA-DATOS-REGLA
               IF COB-CRT-STATUS = 1009
                   STOP RUN.

*> Anade la regla al fichero.
       WRITE-REGLASFILE.
           MOVE CLASE TO RCA-CLASE.
           MOVE TIPO-OP TO RCA-TIPO-OP.
           MOVE SUBTIPO-OP TO RCA-SUBTIPO-OP.
           MOVE VALOR TO RCA-VALOR.
           MOVE CATEGORIA TO RCA-CATEGORIA.
           MOVE NOMBRE TO RCA-NOMBRE.
           WRITE REG-REGLA-CATEGORIA.
