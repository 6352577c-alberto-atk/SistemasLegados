       FILE SECTION.
       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
         02 PROM-ESPEC            PIC 9(4).
         02 PROM-NOMBRE           PIC X(30).
         02 PROM-CUENTA           PIC X(24).
         02 PROM-COMISION-PCT     PIC 99V99.
       01  FSPM    PIC X(2).

       01 DATOS-PROMOTOR.
           02 NUM-ESPEC                PIC 9(4).
           02 NOMBRE                   PIC X(30).
           02 CUENTA                   PIC X(24).
           02 COMISION-ENTERA          PIC 99.
       01  PANTALLA-DATOS-PROMOTOR.
           02 LINE 2   COL 7   VALUE "---INTRODUZCA EL PROMOTOR DEL ESPECTACULO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) USING NUM-ESPEC UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL PROMOTOR:".
           02 LINE 6   COL 40  PIC X(30) USING NOMBRE UNDERLINE.
       01  PANTALLA-PROMOTOR-REGISTRADO.
           02 LINE 2   COL 7   VALUE "---PROMOTOR REGISTRADO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) FROM NUM-ESPEC.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL PROMOTOR:".
           02 LINE 6   COL 40  PIC X(30) FROM NOMBRE.
           02 LINE 8   COL 19  VALUE "CUENTA DE ABONO:".
