       *> Cargador de campanas dirigidas (CAMPANAS.DAT), en el estilo
       *> de writeMensajesFile: pide numero, texto, regla de
       *> elegibilidad (T=todos, S=saldo sobre umbral, E=compras de
       *> entradas, P=preconcedidos por puntuacion de comportamiento,
       *> R=tramo de rentabilidad del cliente), umbral o numero de
       *> operaciones segun la regla (en la P el prestamo preconcedido
       *> minimo y los puntos minimos, en la R el peor tramo admitido,
       *> 1=A 2=B 3=C 4=D), y las
       *> fechas de vigencia, y graba o regraba la campana. El
       *> cajero la evalua en cada sesion y registra la respuesta.

       ENVIRONMENT DIVISION.
               BLANK WHEN ZERO.
           02 LINE 6   COL 19  VALUE "TEXTO:".
           02 LINE 7   COL 19  PIC X(60) USING TEXTO-WS UNDERLINE.
           02 LINE 9   COL 19  VALUE "REGLA (T/S/E/P/R):".
           02 LINE 9   COL 38  PIC X USING REGLA-WS UNDERLINE.
           02 LINE 11  COL 19  VALUE "UMBRAL DE SALDO (regla S):".
           02 LINE 11  COL 46  PIC 9(9) USING UMBRAL-WS
               BLANK WHEN ZERO.
           02 LINE 12  COL 19  VALUE "  o prestamo preconcedido (regla P)".
           02 LINE 13  COL 19  VALUE "COMPRAS MINIMAS (regla E):".
           02 LINE 13  COL 46  PIC 9(3) USING NUM-OPS-WS
               BLANK WHEN ZERO.
           02 LINE 14  COL 19  VALUE "  o puntos minimos (regla P)".
           02 LINE 15  COL 19  VALUE
               "  o peor tramo de rentabilidad 1=A..4=D (regla R)".
           02 LINE 17  COL 19  VALUE "VIGENTE DESDE (AAAAMMDD):".
           02 LINE 17  COL 45  PIC 9(8) USING FECHA-DESDE-WS
               BLANK WHEN ZERO.
           02 LINE 18  COL 19  VALUE "VIGENTE HASTA (AAAAMMDD):".
           02 LINE 18  COL 45  PIC 9(8) USING FECHA-HASTA-WS
               BLANK WHEN ZERO.
           02 LINE 20  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 21  COL 19  VALUE "  F9  - Salir".
           IF NUMERO-WS = 0 OR TEXTO-WS = SPACES
             GO TO WRITE-CAMPANA-DATA.
           IF REGLA-WS NOT = "T" AND REGLA-WS NOT = "S" AND
              REGLA-WS NOT = "E" AND REGLA-WS NOT = "P" AND
              REGLA-WS NOT = "R"
             GO TO WRITE-CAMPANA-DATA.
           IF REGLA-WS = "R" AND (NUM-OPS-WS < 1 OR NUM-OPS-WS > 4)
             GO TO WRITE-CAMPANA-DATA.

           OPEN I-O CAMPANASFILE.
