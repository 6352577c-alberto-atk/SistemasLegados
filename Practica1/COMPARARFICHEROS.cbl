       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARARFICHEROS.
       *> Comparador de pasadas en paralelo: antes de dar por buena una
       *> version nueva de un batch se relanza la misma noche con ella
       *> sobre una copia de los ficheros y se compara su salida con la
       *> de produccion. Admite dos copias de USERS.DAT, de MOVS.DAT o
       *> de LIBRODIARIO.DAT; las casa por clave y saca en
       *> INFORME-COMPARACION.DAT, por cada pareja, las diferencias campo
       *> a campo (clave, campo, valor en la copia A y en la B), los
       *> registros que solo estan en una de las dos copias, y por cada
       *> campo el numero de diferencias y, en los importes, la suma de
       *> lo que vale en cada copia y su diferencia. Ese informe es la
       *> prueba de aceptacion del cambio.
       *>
       *> Las parejas a comparar se piden en COMPARACION-PARAM.DAT con
       *> filas F (fichero, copia A y copia B). Las filas E (fichero y
       *> nombre de campo) dan los campos volatiles que no cuentan como
       *> diferencia, como los sellos de fecha y hora; si un fichero no
       *> tiene ninguna fila E se usan los de CARGAR-EXCLUSIONES-DEFECTO.
       *> Las diferencias en campos excluidos se cuentan igual en el
       *> resumen por campo, marcadas como excluidas, pero no hacen
       *> distinto al registro ni salen en el detalle.
       *>
       *> LIBRODIARIO.DAT no tiene clave: cada linea se casa por fecha,
       *> cuenta, debe o haber, concepto y numero de aparicion de esa
       *> combinacion en la copia, asi que solo se comparan el importe
       *> y el centro de coste; un concepto cambiado sale como linea
       *> solo en A y solo en B.
       *> Para ello cada copia se carga antes en un indexado de trabajo
       *> (COMPARAR-TRABAJO-A.DAT y COMPARAR-TRABAJO-B.DAT).
       *>
       *> Versiones
       *> Versión 1.0 - Comparacion por clave de dos copias de un fichero
       *> Versión 1.1 - Compara tambien el centro de coste del diario
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PARAMFILE ASSIGN TO "COMPARACION-PARAM.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

              SELECT USERAFILE ASSIGN TO COPIA-A-WS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UA-TARJ
                  FILE STATUS IS FSUA.

              SELECT USERBFILE ASSIGN TO COPIA-B-WS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UB-TARJ
                  FILE STATUS IS FSUB.

              SELECT MOVAFILE ASSIGN TO COPIA-A-WS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MA-CLAVE
                  ALTERNATE RECORD KEY IS MA-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSMA.

              SELECT MOVBFILE ASSIGN TO COPIA-B-WS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MB-CLAVE
                  ALTERNATE RECORD KEY IS MB-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSMB.

              SELECT DIARIOAFILE ASSIGN TO COPIA-A-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDA.

              SELECT DIARIOBFILE ASSIGN TO COPIA-B-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDB.

              SELECT TRABAJOAFILE ASSIGN TO "COMPARAR-TRABAJO-A.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-CLAVE
                  FILE STATUS IS FSTA.

              SELECT TRABAJOBFILE ASSIGN TO "COMPARAR-TRABAJO-B.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TB-CLAVE
                  FILE STATUS IS FSTB.

              SELECT INFORMEFILE ASSIGN TO "INFORME-COMPARACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD PARAMFILE: F = pareja a comparar (copia A y copia B),
       *> E = campo excluido de ese fichero
       FD PARAMFILE.
       01 REG-PARAM-COMPARACION.
              02 PCO-TIPO               PIC X.
                 88 PCO-PAREJA          VALUE "F".
                 88 PCO-EXCLUSION       VALUE "E".
              02 PCO-FICHERO            PIC X(16).
              02 PCO-DATOS              PIC X(80).
              02 PCO-COPIAS REDEFINES PCO-DATOS.
                 03 PCO-COPIA-A         PIC X(40).
                 03 PCO-COPIA-B         PIC X(40).
              02 PCO-CAMPOS REDEFINES PCO-DATOS.
                 03 PCO-CAMPO           PIC X(24).
                 03 FILLER              PIC X(56).

       *> FD USERAFILE y USERBFILE: las dos copias de USERS.DAT, con
       *> el trazado de USERS.DAT
       FD USERAFILE.
       01 REG-USUARIO-A.
              02 UA-TARJ               PIC 9(10).
              02 UA-PIN                PIC 9(4).
              02 UA-DNI                PIC X(9).
              02 UA-NOM-APE            PIC X(30).
              02 UA-TFNO               PIC X(9).
              02 UA-DIRECCION          PIC X(25).
              02 UA-BLOQUEADA          PIC X.
              02 UA-LIMITE-DIARIO      PIC 9(7)V99.
              02 UA-PREGUNTA-SEG       PIC X(30).
              02 UA-RESPUESTA-SEG      PIC X(20).
              02 UA-CUENTA             OCCURS 3 TIMES.
                 03 UA-NUM-CUENTA         PIC X(24).
                 03 UA-SALDO              PIC S9(9)V99.
                 03 UA-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 UA-MONEDA             PIC X(3).
                 03 UA-TIPO-INTERES       PIC 9V9999.
                 03 UA-FECHA-ULT-DEVENGO  PIC 9(6).
              02 UA-FECHA-BLOQUEO         PIC 9(14).
              02 UA-FECHA-EMISION         PIC 9(8).
              02 UA-FECHA-CADUCIDAD       PIC 9(8).
              02 UA-PUNTOS                PIC 9(7).
              02 UA-COD-REFERIDO          PIC X(10).
              02 UA-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD USERBFILE.
       01 REG-USUARIO-B.
              02 UB-TARJ               PIC 9(10).
              02 UB-PIN                PIC 9(4).
              02 UB-DNI                PIC X(9).
              02 UB-NOM-APE            PIC X(30).
              02 UB-TFNO               PIC X(9).
              02 UB-DIRECCION          PIC X(25).
              02 UB-BLOQUEADA          PIC X.
              02 UB-LIMITE-DIARIO      PIC 9(7)V99.
              02 UB-PREGUNTA-SEG       PIC X(30).
              02 UB-RESPUESTA-SEG      PIC X(20).
              02 UB-CUENTA             OCCURS 3 TIMES.
                 03 UB-NUM-CUENTA         PIC X(24).
                 03 UB-SALDO              PIC S9(9)V99.
                 03 UB-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 UB-MONEDA             PIC X(3).
                 03 UB-TIPO-INTERES       PIC 9V9999.
                 03 UB-FECHA-ULT-DEVENGO  PIC 9(6).
              02 UB-FECHA-BLOQUEO         PIC 9(14).
              02 UB-FECHA-EMISION         PIC 9(8).
              02 UB-FECHA-CADUCIDAD       PIC 9(8).
              02 UB-PUNTOS                PIC 9(7).
              02 UB-COD-REFERIDO          PIC X(10).
              02 UB-PRODUCTO OCCURS 3 TIMES PIC X(3).

       *> FD MOVAFILE y MOVBFILE: las dos copias de MOVS.DAT, con el
       *> trazado de MOVS.DAT
       FD MOVAFILE.
       01 REG-MOVIMIENTO-A.
              02 MA-CLAVE.
                 03 MA-ID              PIC X(24).
                 03 MA-SEC             PIC 9(6).
              02 MA-FECHA-HORA-COMP    PIC 9(14).
              02 MA-CONCEPTO           PIC X(40).
              02 MA-CANTIDAD           PIC X(12).
              02 MA-CUENTA-DESTINO     PIC X(24).
              02 MA-SALDO              PIC S9(9)V99.
              02 MA-FECHA              PIC X(10).
              02 MA-HORA               PIC X(8).
              02 MA-IMPORTE            PIC S9(9)V99.
              02 MA-TERMINAL           PIC X(4).
              02 MA-FECHA-NEGOCIO      PIC 9(8).
              02 MA-TIPO-OP            PIC XX.
              02 MA-SUBTIPO-OP         PIC XX.

       FD MOVBFILE.
       01 REG-MOVIMIENTO-B.
              02 MB-CLAVE.
                 03 MB-ID              PIC X(24).
                 03 MB-SEC             PIC 9(6).
              02 MB-FECHA-HORA-COMP    PIC 9(14).
              02 MB-CONCEPTO           PIC X(40).
              02 MB-CANTIDAD           PIC X(12).
              02 MB-CUENTA-DESTINO     PIC X(24).
              02 MB-SALDO              PIC S9(9)V99.
              02 MB-FECHA              PIC X(10).
              02 MB-HORA               PIC X(8).
              02 MB-IMPORTE            PIC S9(9)V99.
              02 MB-TERMINAL           PIC X(4).
              02 MB-FECHA-NEGOCIO      PIC 9(8).
              02 MB-TIPO-OP            PIC XX.
              02 MB-SUBTIPO-OP         PIC XX.

       *> FD DIARIOAFILE y DIARIOBFILE: las dos copias del libro diario,
       *> con la linea de CONTABILIZARDIARIO
       FD DIARIOAFILE.
       01 REG-DIARIO-A.
              02 DA-FECHA              PIC X(10).
              02 FILLER                PIC X(2).
              02 DA-CUENTA             PIC 9(6).
              02 FILLER                PIC X(2).
              02 DA-DEBE-HABER         PIC X.
              02 FILLER                PIC X(2).
              02 DA-IMPORTE            PIC -------9.99.
              02 FILLER                PIC X(2).
              02 DA-CONCEPTO           PIC X(40).
              02 FILLER                PIC X(2).
              02 DA-CENTRO-COSTE       PIC X(6).

       FD DIARIOBFILE.
       01 REG-DIARIO-B.
              02 DB-FECHA              PIC X(10).
              02 FILLER                PIC X(2).
              02 DB-CUENTA             PIC 9(6).
              02 FILLER                PIC X(2).
              02 DB-DEBE-HABER         PIC X.
              02 FILLER                PIC X(2).
              02 DB-IMPORTE            PIC -------9.99.
              02 FILLER                PIC X(2).
              02 DB-CONCEPTO           PIC X(40).
              02 FILLER                PIC X(2).
              02 DB-CENTRO-COSTE       PIC X(6).

       *> FD TRABAJOAFILE y TRABAJOBFILE: cada copia del libro diario
       *> indexada por su linea y el numero de aparicion de esta
       FD TRABAJOAFILE.
       01 REG-TRABAJO-A.
              02 TA-CLAVE.
                 03 TA-FECHA           PIC X(10).
                 03 TA-CUENTA          PIC 9(6).
                 03 TA-DEBE-HABER      PIC X.
                 03 TA-CONCEPTO        PIC X(40).
                 03 TA-APARICION       PIC 9(4).
              02 TA-IMPORTE            PIC S9(9)V99.
              02 TA-CENTRO-COSTE       PIC X(6).

       FD TRABAJOBFILE.
       01 REG-TRABAJO-B.
              02 TB-CLAVE.
                 03 TB-FECHA           PIC X(10).
                 03 TB-CUENTA          PIC 9(6).
                 03 TB-DEBE-HABER      PIC X.
                 03 TB-CONCEPTO        PIC X(40).
                 03 TB-APARICION       PIC 9(4).
              02 TB-IMPORTE            PIC S9(9)V99.
              02 TB-CENTRO-COSTE       PIC X(6).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
              02 TRZ-FICHERO            PIC X(12).
              02 TRZ-VERSION            PIC 9(3).
              02 TRZ-NUM-REGISTROS      PIC 9(9).
              02 TRZ-FECHA              PIC 9(8).
              02 TRZ-PROGRAMA           PIC X(20).

       WORKING-STORAGE SECTION.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSPA                  PIC XX.
              77 FSUA                  PIC XX.
              77 FSUB                  PIC XX.
              77 FSMA                  PIC XX.
              77 FSMB                  PIC XX.
              77 FSDA                  PIC XX.
              77 FSDB                  PIC XX.
              77 FSTA                  PIC XX.
              77 FSTB                  PIC XX.
              77 FSI                   PIC XX.
              77 COPIA-A-WS            PIC X(40).
              77 COPIA-B-WS            PIC X(40).
              77 FICHERO-WS            PIC X(16).
              77 P                     PIC 99.
              77 E                     PIC 99.
              77 F                     PIC 99.
              77 I                     PIC 9.

       *> Parejas a comparar y campos excluidos leidos del parametro
              77 NUM-PAREJAS           PIC 99 VALUE 0.
              01 TABLA-PAREJAS.
                 02 CP-ENTRADA OCCURS 10 TIMES.
                    03 CP-FICHERO      PIC X(16).
                    03 CP-COPIA-A      PIC X(40).
                    03 CP-COPIA-B      PIC X(40).
              77 NUM-EXCLUSIONES       PIC 99 VALUE 0.
              01 TABLA-EXCLUSIONES.
                 02 EX-ENTRADA OCCURS 50 TIMES.
                    03 EX-FICHERO      PIC X(16).
                    03 EX-CAMPO        PIC X(24).

       *> Campos excluidos del fichero de la pareja en curso
              77 NUM-EXCLUIDOS         PIC 99 VALUE 0.
              01 TABLA-EXCLUIDOS.
                 02 CE-CAMPO OCCURS 50 TIMES PIC X(24).

       *> Resumen por campo de la pareja en curso
              77 NUM-CAMPOS            PIC 99 VALUE 0.
              01 TABLA-CAMPOS.
                 02 TC-ENTRADA OCCURS 40 TIMES.
                    03 TC-CAMPO        PIC X(24).
                    03 TC-DIFERENCIAS  PIC 9(7).
                    03 TC-EXCLUIDO     PIC X(2).
                    03 TC-ES-IMPORTE   PIC X(2).
                    03 TC-TOTAL-A      PIC S9(13)V99.
                    03 TC-TOTAL-B      PIC S9(13)V99.

       *> Campo que se esta comparando y sus dos valores
              77 CAMPO-WS              PIC X(24).
              77 OCURRENCIA-WS         PIC 9.
              77 VALOR-A-WS            PIC X(40).
              77 VALOR-B-WS            PIC X(40).
              77 IMPORTE-A-WS          PIC S9(11)V99.
              77 IMPORTE-B-WS          PIC S9(11)V99.
              77 ES-IMPORTE-WS         PIC X(2).
              77 EXCLUIDO-WS           PIC X(2).
              77 ENCONTRADO-WS         PIC X(2).
              77 REGISTRO-DISTINTO-WS  PIC X(2).
              77 CLAVE-TEXTO-WS        PIC X(31).
              77 IMPORTE-ED            PIC -ZZZZZZZZZZ9.99.
              77 TIPO-INTERES-ED       PIC 9.9999.
              77 NUM-DETALLE           PIC 9(7).
              77 MAX-DETALLE           PIC 9(7) VALUE 1000.

       *> Cifras de la pareja en curso
              77 LEIDOS-A              PIC 9(7).
              77 LEIDOS-B              PIC 9(7).
              77 NUM-IGUALES           PIC 9(7).
              77 NUM-DISTINTOS         PIC 9(7).
              77 NUM-SOLO-A            PIC 9(7).
              77 NUM-SOLO-B            PIC 9(7).

              01 CLAVE-MOVIMIENTO-ED.
                 02 CME-ID             PIC X(24).
                 02 FILLER             PIC X VALUE "/".
                 02 CME-SEC            PIC 9(6).

              01 CLAVE-DIARIO-ED.
                 02 CDE-FECHA          PIC X(10).
                 02 FILLER             PIC X VALUE SPACE.
                 02 CDE-CUENTA         PIC 9(6).
                 02 FILLER             PIC X VALUE SPACE.
                 02 CDE-DEBE-HABER     PIC X.
                 02 FILLER             PIC X VALUE SPACE.
                 02 CDE-CONCEPTO       PIC X(7).
                 02 FILLER             PIC X VALUE "#".
                 02 CDE-APARICION      PIC 9(3).

              01 LINEA-CAB-PAREJA.
                 02 FILLER             PIC X(12) VALUE "COMPARACION ".
                 02 LCP-FICHERO        PIC X(17).
                 02 FILLER             PIC X(4) VALUE "A = ".
                 02 LCP-COPIA-A        PIC X(36).
                 02 FILLER             PIC X(5) VALUE " B = ".
                 02 LCP-COPIA-B        PIC X(36).

              01 LINEA-EXCLUIDOS.
                 02 FILLER             PIC X(22) VALUE
                     "  Campos excluidos:   ".
                 02 LE-CAMPOS          PIC X(88).

              01 LINEA-TIT-DETALLE.
                 02 FILLER             PIC X(32) VALUE "CLAVE".
                 02 FILLER             PIC X(23) VALUE "CAMPO".
                 02 FILLER             PIC X(28) VALUE "COPIA A".
                 02 FILLER             PIC X(27) VALUE "COPIA B".

              01 LINEA-DETALLE.
                 02 LD-CLAVE           PIC X(31).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-CAMPO           PIC X(22).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-VALOR-A         PIC X(27).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LD-VALOR-B         PIC X(27).

              01 LINEA-TIT-CAMPOS.
                 02 FILLER             PIC X(24) VALUE "CAMPO".
                 02 FILLER             PIC X(12) VALUE " DIFERENCIAS".
                 02 FILLER             PIC X(10) VALUE SPACES.
                 02 FILLER             PIC X(21) VALUE
                     "          TOTAL A".
                 02 FILLER             PIC X(21) VALUE
                     "          TOTAL B".
                 02 FILLER             PIC X(21) VALUE
                     "        B MENOS A".

              01 LINEA-CAMPO.
                 02 LC-CAMPO           PIC X(24).
                 02 LC-DIFERENCIAS     PIC ZZZZZZZZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LC-EXCLUIDO        PIC X(9).
                 02 LC-TOTAL-A         PIC ---,---,---,--9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LC-TOTAL-B         PIC ---,---,---,--9.99.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LC-DIFERENCIA      PIC ---,---,---,--9.99.

              01 LINEA-RESUMEN.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-TEXTO           PIC X(30).
                 02 LR-CIFRA           PIC ZZZZZZ9.

              01 LINEA-AVISO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LA-TEXTO           PIC X(106).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-PARAMETROS THRU FIN-CARGAR-PARAMETROS.
                  IF NUM-PAREJAS = 0
                    DISPLAY "COMPARARFICHEROS: COMPARACION-PARAM.DAT no "
                        "pide ninguna comparacion."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.

                  OPEN OUTPUT INFORMEFILE.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-UNA-PAREJA THRU FIN-COMPARAR-UNA-PAREJA
                      UNTIL P > NUM-PAREJAS.
                  CLOSE INFORMEFILE.
                  DISPLAY "COMPARARFICHEROS: " NUM-PAREJAS
                      " comparaciones en INFORME-COMPARACION.DAT.".
                  STOP RUN.

       *> Lee las parejas (F) y los campos excluidos (E) del parametro
              CARGAR-PARAMETROS.
                  OPEN INPUT PARAMFILE.
                  IF FSPA = "35"
                    CLOSE PARAMFILE
                    GO TO FIN-CARGAR-PARAMETROS.

                LEER-PARAMETRO.
                  READ PARAMFILE
                      AT END GO TO CERRAR-PARAMETROS.
                  IF PCO-PAREJA AND NUM-PAREJAS < 10
                    ADD 1 TO NUM-PAREJAS
                    MOVE PCO-FICHERO TO CP-FICHERO(NUM-PAREJAS)
                    MOVE PCO-COPIA-A TO CP-COPIA-A(NUM-PAREJAS)
                    MOVE PCO-COPIA-B TO CP-COPIA-B(NUM-PAREJAS).
                  IF PCO-EXCLUSION AND NUM-EXCLUSIONES < 50
                    ADD 1 TO NUM-EXCLUSIONES
                    MOVE PCO-FICHERO TO EX-FICHERO(NUM-EXCLUSIONES)
                    MOVE PCO-CAMPO TO EX-CAMPO(NUM-EXCLUSIONES).
                  GO TO LEER-PARAMETRO.

                CERRAR-PARAMETROS.
                  CLOSE PARAMFILE.
              FIN-CARGAR-PARAMETROS.
                  EXIT.

       *> Compara la pareja P y escribe su detalle y su resumen
              COMPARAR-UNA-PAREJA.
                  MOVE CP-FICHERO(P) TO FICHERO-WS.
                  MOVE CP-COPIA-A(P) TO COPIA-A-WS.
                  MOVE CP-COPIA-B(P) TO COPIA-B-WS.
                  MOVE 0 TO LEIDOS-A.
                  MOVE 0 TO LEIDOS-B.
                  MOVE 0 TO NUM-IGUALES.
                  MOVE 0 TO NUM-DISTINTOS.
                  MOVE 0 TO NUM-SOLO-A.
                  MOVE 0 TO NUM-SOLO-B.
                  MOVE 0 TO NUM-CAMPOS.
                  MOVE 0 TO NUM-DETALLE.
                  PERFORM CARGAR-EXCLUIDOS.

                  MOVE FICHERO-WS TO LCP-FICHERO.
                  MOVE COPIA-A-WS TO LCP-COPIA-A.
                  MOVE COPIA-B-WS TO LCP-COPIA-B.
                  WRITE REG-INFORME FROM LINEA-CAB-PAREJA.
                  MOVE SPACES TO LE-CAMPOS.
                  MOVE 1 TO E.
                  PERFORM ESCRIBIR-UN-EXCLUIDO UNTIL E > NUM-EXCLUIDOS.
                  WRITE REG-INFORME FROM LINEA-EXCLUIDOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-DETALLE.

                  IF FICHERO-WS = "USERS.DAT"
                    PERFORM COMPARAR-USERS THRU FIN-COMPARAR-USERS
                  ELSE
                    IF FICHERO-WS = "MOVS.DAT"
                      PERFORM COMPARAR-MOVS THRU FIN-COMPARAR-MOVS
                    ELSE
                      IF FICHERO-WS = "LIBRODIARIO.DAT"
                        PERFORM COMPARAR-DIARIO THRU FIN-COMPARAR-DIARIO
                      ELSE
                        MOVE "Fichero no admitido: solo USERS.DAT, MOVS.DAT o LIBRODIARIO.DAT"
                            TO LA-TEXTO
                        WRITE REG-INFORME FROM LINEA-AVISO
                        MOVE 8 TO RETURN-CODE.

                  IF NUM-DETALLE > MAX-DETALLE
                    MOVE "Hay mas diferencias que las listadas; todas cuentan en el resumen por campo"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.
                  PERFORM ESCRIBIR-RESUMEN.
                  ADD 1 TO P.
              FIN-COMPARAR-UNA-PAREJA.
                  EXIT.

       *> Campos excluidos de este fichero: los de las filas E, o los
       *> de fabrica si no hay ninguna
              CARGAR-EXCLUIDOS.
                  MOVE 0 TO NUM-EXCLUIDOS.
                  MOVE 1 TO E.
                  PERFORM TOMAR-EXCLUSION UNTIL E > NUM-EXCLUSIONES.
                  IF NUM-EXCLUIDOS = 0
                    PERFORM CARGAR-EXCLUSIONES-DEFECTO.

              TOMAR-EXCLUSION.
                  IF EX-FICHERO(E) = FICHERO-WS
                    ADD 1 TO NUM-EXCLUIDOS
                    MOVE EX-CAMPO(E) TO CE-CAMPO(NUM-EXCLUIDOS).
                  ADD 1 TO E.

       *> Sellos de fecha y hora que cambian de una pasada a otra
              CARGAR-EXCLUSIONES-DEFECTO.
                  IF FICHERO-WS = "USERS.DAT"
                    MOVE 1 TO NUM-EXCLUIDOS
                    MOVE "USER-FECHA-BLOQUEO" TO CE-CAMPO(1).
                  IF FICHERO-WS = "MOVS.DAT"
                    MOVE 3 TO NUM-EXCLUIDOS
                    MOVE "MOV-FECHA-HORA-COMP" TO CE-CAMPO(1)
                    MOVE "MOV-FECHA" TO CE-CAMPO(2)
                    MOVE "MOV-HORA" TO CE-CAMPO(3).

              ESCRIBIR-UN-EXCLUIDO.
                  STRING LE-CAMPOS DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         CE-CAMPO(E) DELIMITED BY SPACE
                      INTO LE-CAMPOS.
                  ADD 1 TO E.

       *> Casa las dos copias de USERS.DAT por la tarjeta: cada
       *> registro de A se busca en B y luego cada uno de B en A
              COMPARAR-USERS.
                  OPEN INPUT USERAFILE.
                  IF FSUA NOT = "00"
                    MOVE "No se puede abrir la copia A" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-COMPARAR-USERS.
                  OPEN INPUT USERBFILE.
                  IF FSUB NOT = "00"
                    MOVE "No se puede abrir la copia B" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    CLOSE USERAFILE
                    GO TO FIN-COMPARAR-USERS.

                LEER-USER-A.
                  READ USERAFILE NEXT RECORD
                      AT END GO TO EMPEZAR-USERS-B.
                  ADD 1 TO LEIDOS-A.
                  MOVE UA-TARJ TO CLAVE-TEXTO-WS.
                  MOVE UA-TARJ TO UB-TARJ.
                  READ USERBFILE
                      INVALID KEY
                          PERFORM ANOTAR-SOLO-A
                          GO TO LEER-USER-A.
                  IF REG-USUARIO-A = REG-USUARIO-B
                    ADD 1 TO NUM-IGUALES
                    GO TO LEER-USER-A.
                  MOVE "NO" TO REGISTRO-DISTINTO-WS.
                  PERFORM COMPARAR-CAMPOS-USERS.
                  PERFORM CONTAR-REGISTRO.
                  GO TO LEER-USER-A.

                EMPEZAR-USERS-B.
                  MOVE 0 TO UB-TARJ.
                  START USERBFILE KEY IS NOT LESS THAN UB-TARJ
                      INVALID KEY GO TO CERRAR-COMPARAR-USERS.

                LEER-USER-B.
                  READ USERBFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPARAR-USERS.
                  ADD 1 TO LEIDOS-B.
                  MOVE UB-TARJ TO CLAVE-TEXTO-WS.
                  MOVE UB-TARJ TO UA-TARJ.
                  READ USERAFILE
                      INVALID KEY PERFORM ANOTAR-SOLO-B.
                  GO TO LEER-USER-B.

                CERRAR-COMPARAR-USERS.
                  CLOSE USERAFILE.
                  CLOSE USERBFILE.
              FIN-COMPARAR-USERS.
                  EXIT.

              COMPARAR-CAMPOS-USERS.
                  MOVE 0 TO OCURRENCIA-WS.
                  MOVE "USER-PIN" TO CAMPO-WS.
                  MOVE UA-PIN TO VALOR-A-WS.
                  MOVE UB-PIN TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-DNI" TO CAMPO-WS.
                  MOVE UA-DNI TO VALOR-A-WS.
                  MOVE UB-DNI TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-NOM-APE" TO CAMPO-WS.
                  MOVE UA-NOM-APE TO VALOR-A-WS.
                  MOVE UB-NOM-APE TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-TFNO" TO CAMPO-WS.
                  MOVE UA-TFNO TO VALOR-A-WS.
                  MOVE UB-TFNO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-DIRECCION" TO CAMPO-WS.
                  MOVE UA-DIRECCION TO VALOR-A-WS.
                  MOVE UB-DIRECCION TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-BLOQUEADA" TO CAMPO-WS.
                  MOVE UA-BLOQUEADA TO VALOR-A-WS.
                  MOVE UB-BLOQUEADA TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-LIMITE-DIARIO" TO CAMPO-WS.
                  MOVE UA-LIMITE-DIARIO TO IMPORTE-A-WS.
                  MOVE UB-LIMITE-DIARIO TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "USER-PREGUNTA-SEG" TO CAMPO-WS.
                  MOVE UA-PREGUNTA-SEG TO VALOR-A-WS.
                  MOVE UB-PREGUNTA-SEG TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-RESPUESTA-SEG" TO CAMPO-WS.
                  MOVE UA-RESPUESTA-SEG TO VALOR-A-WS.
                  MOVE UB-RESPUESTA-SEG TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE 1 TO I.
                  PERFORM COMPARAR-CUENTA-USERS UNTIL I > 3.
                  MOVE 0 TO OCURRENCIA-WS.
                  MOVE "USER-FECHA-BLOQUEO" TO CAMPO-WS.
                  MOVE UA-FECHA-BLOQUEO TO VALOR-A-WS.
                  MOVE UB-FECHA-BLOQUEO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-FECHA-EMISION" TO CAMPO-WS.
                  MOVE UA-FECHA-EMISION TO VALOR-A-WS.
                  MOVE UB-FECHA-EMISION TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-FECHA-CADUCIDAD" TO CAMPO-WS.
                  MOVE UA-FECHA-CADUCIDAD TO VALOR-A-WS.
                  MOVE UB-FECHA-CADUCIDAD TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-PUNTOS" TO CAMPO-WS.
                  MOVE UA-PUNTOS TO VALOR-A-WS.
                  MOVE UB-PUNTOS TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-COD-REFERIDO" TO CAMPO-WS.
                  MOVE UA-COD-REFERIDO TO VALOR-A-WS.
                  MOVE UB-COD-REFERIDO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE 1 TO I.
                  PERFORM COMPARAR-PRODUCTO-USERS UNTIL I > 3.

              COMPARAR-CUENTA-USERS.
                  MOVE I TO OCURRENCIA-WS.
                  MOVE "USER-NUM-CUENTA" TO CAMPO-WS.
                  MOVE UA-NUM-CUENTA(I) TO VALOR-A-WS.
                  MOVE UB-NUM-CUENTA(I) TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-SALDO" TO CAMPO-WS.
                  MOVE UA-SALDO(I) TO IMPORTE-A-WS.
                  MOVE UB-SALDO(I) TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "USER-LIMITE-DESCUBIERTO" TO CAMPO-WS.
                  MOVE UA-LIMITE-DESCUBIERTO(I) TO IMPORTE-A-WS.
                  MOVE UB-LIMITE-DESCUBIERTO(I) TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "USER-MONEDA" TO CAMPO-WS.
                  MOVE UA-MONEDA(I) TO VALOR-A-WS.
                  MOVE UB-MONEDA(I) TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-TIPO-INTERES" TO CAMPO-WS.
                  MOVE UA-TIPO-INTERES(I) TO TIPO-INTERES-ED.
                  MOVE TIPO-INTERES-ED TO VALOR-A-WS.
                  MOVE UB-TIPO-INTERES(I) TO TIPO-INTERES-ED.
                  MOVE TIPO-INTERES-ED TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "USER-FECHA-ULT-DEVENGO" TO CAMPO-WS.
                  MOVE UA-FECHA-ULT-DEVENGO(I) TO VALOR-A-WS.
                  MOVE UB-FECHA-ULT-DEVENGO(I) TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  ADD 1 TO I.

              COMPARAR-PRODUCTO-USERS.
                  MOVE I TO OCURRENCIA-WS.
                  MOVE "USER-PRODUCTO" TO CAMPO-WS.
                  MOVE UA-PRODUCTO(I) TO VALOR-A-WS.
                  MOVE UB-PRODUCTO(I) TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  ADD 1 TO I.

       *> Casa las dos copias de MOVS.DAT por cuenta y secuencia
              COMPARAR-MOVS.
                  OPEN INPUT MOVAFILE.
                  IF FSMA NOT = "00"
                    MOVE "No se puede abrir la copia A" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-COMPARAR-MOVS.
                  OPEN INPUT MOVBFILE.
                  IF FSMB NOT = "00"
                    MOVE "No se puede abrir la copia B" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    CLOSE MOVAFILE
                    GO TO FIN-COMPARAR-MOVS.

                LEER-MOV-A.
                  READ MOVAFILE NEXT RECORD
                      AT END GO TO EMPEZAR-MOVS-B.
                  ADD 1 TO LEIDOS-A.
                  MOVE MA-ID TO CME-ID.
                  MOVE MA-SEC TO CME-SEC.
                  MOVE CLAVE-MOVIMIENTO-ED TO CLAVE-TEXTO-WS.
                  MOVE MA-CLAVE TO MB-CLAVE.
                  READ MOVBFILE
                      INVALID KEY
                          PERFORM ANOTAR-SOLO-A
                          GO TO LEER-MOV-A.
                  IF REG-MOVIMIENTO-A = REG-MOVIMIENTO-B
                    ADD 1 TO NUM-IGUALES
                    GO TO LEER-MOV-A.
                  MOVE "NO" TO REGISTRO-DISTINTO-WS.
                  PERFORM COMPARAR-CAMPOS-MOVS.
                  PERFORM CONTAR-REGISTRO.
                  GO TO LEER-MOV-A.

                EMPEZAR-MOVS-B.
                  MOVE LOW-VALUES TO MB-CLAVE.
                  START MOVBFILE KEY IS NOT LESS THAN MB-CLAVE
                      INVALID KEY GO TO CERRAR-COMPARAR-MOVS.

                LEER-MOV-B.
                  READ MOVBFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPARAR-MOVS.
                  ADD 1 TO LEIDOS-B.
                  MOVE MB-ID TO CME-ID.
                  MOVE MB-SEC TO CME-SEC.
                  MOVE CLAVE-MOVIMIENTO-ED TO CLAVE-TEXTO-WS.
                  MOVE MB-CLAVE TO MA-CLAVE.
                  READ MOVAFILE
                      INVALID KEY PERFORM ANOTAR-SOLO-B.
                  GO TO LEER-MOV-B.

                CERRAR-COMPARAR-MOVS.
                  CLOSE MOVAFILE.
                  CLOSE MOVBFILE.
              FIN-COMPARAR-MOVS.
                  EXIT.

              COMPARAR-CAMPOS-MOVS.
                  MOVE 0 TO OCURRENCIA-WS.
                  MOVE "MOV-FECHA-HORA-COMP" TO CAMPO-WS.
                  MOVE MA-FECHA-HORA-COMP TO VALOR-A-WS.
                  MOVE MB-FECHA-HORA-COMP TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-CONCEPTO" TO CAMPO-WS.
                  MOVE MA-CONCEPTO TO VALOR-A-WS.
                  MOVE MB-CONCEPTO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-CANTIDAD" TO CAMPO-WS.
                  MOVE MA-CANTIDAD TO VALOR-A-WS.
                  MOVE MB-CANTIDAD TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-CUENTA-DESTINO" TO CAMPO-WS.
                  MOVE MA-CUENTA-DESTINO TO VALOR-A-WS.
                  MOVE MB-CUENTA-DESTINO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-SALDO" TO CAMPO-WS.
                  MOVE MA-SALDO TO IMPORTE-A-WS.
                  MOVE MB-SALDO TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "MOV-FECHA" TO CAMPO-WS.
                  MOVE MA-FECHA TO VALOR-A-WS.
                  MOVE MB-FECHA TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-HORA" TO CAMPO-WS.
                  MOVE MA-HORA TO VALOR-A-WS.
                  MOVE MB-HORA TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-IMPORTE" TO CAMPO-WS.
                  MOVE MA-IMPORTE TO IMPORTE-A-WS.
                  MOVE MB-IMPORTE TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "MOV-TERMINAL" TO CAMPO-WS.
                  MOVE MA-TERMINAL TO VALOR-A-WS.
                  MOVE MB-TERMINAL TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-FECHA-NEGOCIO" TO CAMPO-WS.
                  MOVE MA-FECHA-NEGOCIO TO VALOR-A-WS.
                  MOVE MB-FECHA-NEGOCIO TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-TIPO-OP" TO CAMPO-WS.
                  MOVE MA-TIPO-OP TO VALOR-A-WS.
                  MOVE MB-TIPO-OP TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  MOVE "MOV-SUBTIPO-OP" TO CAMPO-WS.
                  MOVE MA-SUBTIPO-OP TO VALOR-A-WS.
                  MOVE MB-SUBTIPO-OP TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.

       *> El libro diario se carga en los indexados de trabajo y se
       *> casa igual que los maestros; solo se compara el importe
              COMPARAR-DIARIO.
                  OPEN INPUT DIARIOAFILE.
                  IF FSDA NOT = "00"
                    MOVE "No se puede abrir la copia A" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    CLOSE DIARIOAFILE
                    GO TO FIN-COMPARAR-DIARIO.
                  OPEN INPUT DIARIOBFILE.
                  IF FSDB NOT = "00"
                    MOVE "No se puede abrir la copia B" TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    MOVE 8 TO RETURN-CODE
                    CLOSE DIARIOAFILE
                    CLOSE DIARIOBFILE
                    GO TO FIN-COMPARAR-DIARIO.
                  PERFORM CARGAR-DIARIO-A THRU FIN-CARGAR-DIARIO-A.
                  PERFORM CARGAR-DIARIO-B THRU FIN-CARGAR-DIARIO-B.
                  CLOSE DIARIOAFILE.
                  CLOSE DIARIOBFILE.

                  OPEN INPUT TRABAJOAFILE.
                  OPEN INPUT TRABAJOBFILE.

                LEER-DIARIO-A.
                  READ TRABAJOAFILE NEXT RECORD
                      AT END GO TO EMPEZAR-DIARIO-B.
                  ADD 1 TO LEIDOS-A.
                  MOVE TA-FECHA TO CDE-FECHA.
                  MOVE TA-CUENTA TO CDE-CUENTA.
                  MOVE TA-DEBE-HABER TO CDE-DEBE-HABER.
                  MOVE TA-CONCEPTO TO CDE-CONCEPTO.
                  MOVE TA-APARICION TO CDE-APARICION.
                  MOVE CLAVE-DIARIO-ED TO CLAVE-TEXTO-WS.
                  MOVE TA-CLAVE TO TB-CLAVE.
                  READ TRABAJOBFILE
                      INVALID KEY
                          PERFORM ANOTAR-SOLO-A
                          GO TO LEER-DIARIO-A.
                  IF REG-TRABAJO-A = REG-TRABAJO-B
                    ADD 1 TO NUM-IGUALES
                    GO TO LEER-DIARIO-A.
                  MOVE "NO" TO REGISTRO-DISTINTO-WS.
                  MOVE 0 TO OCURRENCIA-WS.
                  MOVE "DIA-IMPORTE" TO CAMPO-WS.
                  MOVE TA-IMPORTE TO IMPORTE-A-WS.
                  MOVE TB-IMPORTE TO IMPORTE-B-WS.
                  PERFORM COMPARAR-IMPORTE.
                  MOVE "DIA-CENTRO-COSTE" TO CAMPO-WS.
                  MOVE TA-CENTRO-COSTE TO VALOR-A-WS.
                  MOVE TB-CENTRO-COSTE TO VALOR-B-WS.
                  PERFORM COMPARAR-VALOR.
                  PERFORM CONTAR-REGISTRO.
                  GO TO LEER-DIARIO-A.

                EMPEZAR-DIARIO-B.
                  MOVE LOW-VALUES TO TB-CLAVE.
                  START TRABAJOBFILE KEY IS NOT LESS THAN TB-CLAVE
                      INVALID KEY GO TO CERRAR-COMPARAR-DIARIO.

                LEER-DIARIO-B.
                  READ TRABAJOBFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPARAR-DIARIO.
                  ADD 1 TO LEIDOS-B.
                  MOVE TB-FECHA TO CDE-FECHA.
                  MOVE TB-CUENTA TO CDE-CUENTA.
                  MOVE TB-DEBE-HABER TO CDE-DEBE-HABER.
                  MOVE TB-CONCEPTO TO CDE-CONCEPTO.
                  MOVE TB-APARICION TO CDE-APARICION.
                  MOVE CLAVE-DIARIO-ED TO CLAVE-TEXTO-WS.
                  MOVE TB-CLAVE TO TA-CLAVE.
                  READ TRABAJOAFILE
                      INVALID KEY PERFORM ANOTAR-SOLO-B.
                  GO TO LEER-DIARIO-B.

                CERRAR-COMPARAR-DIARIO.
                  CLOSE TRABAJOAFILE.
                  CLOSE TRABAJOBFILE.
              FIN-COMPARAR-DIARIO.
                  EXIT.

       *> Cada linea de la copia A entra con aparicion 1; si la misma
       *> fecha, cuenta, debe o haber y concepto ya estaba, con la
       *> siguiente aparicion libre
              CARGAR-DIARIO-A.
                  OPEN OUTPUT TRABAJOAFILE.

                LEER-LINEA-DIARIO-A.
                  READ DIARIOAFILE
                      AT END GO TO CERRAR-CARGAR-DIARIO-A.
                  MOVE DA-FECHA TO TA-FECHA.
                  MOVE DA-CUENTA TO TA-CUENTA.
                  MOVE DA-DEBE-HABER TO TA-DEBE-HABER.
                  MOVE DA-CONCEPTO TO TA-CONCEPTO.
                  MOVE DA-IMPORTE TO TA-IMPORTE.
                  MOVE DA-CENTRO-COSTE TO TA-CENTRO-COSTE.
                  MOVE 1 TO TA-APARICION.

                GRABAR-LINEA-DIARIO-A.
                  WRITE REG-TRABAJO-A
                      INVALID KEY
                          ADD 1 TO TA-APARICION
                          GO TO GRABAR-LINEA-DIARIO-A.
                  GO TO LEER-LINEA-DIARIO-A.

                CERRAR-CARGAR-DIARIO-A.
                  CLOSE TRABAJOAFILE.
              FIN-CARGAR-DIARIO-A.
                  EXIT.

              CARGAR-DIARIO-B.
                  OPEN OUTPUT TRABAJOBFILE.

                LEER-LINEA-DIARIO-B.
                  READ DIARIOBFILE
                      AT END GO TO CERRAR-CARGAR-DIARIO-B.
                  MOVE DB-FECHA TO TB-FECHA.
                  MOVE DB-CUENTA TO TB-CUENTA.
                  MOVE DB-DEBE-HABER TO TB-DEBE-HABER.
                  MOVE DB-CONCEPTO TO TB-CONCEPTO.
                  MOVE DB-IMPORTE TO TB-IMPORTE.
                  MOVE DB-CENTRO-COSTE TO TB-CENTRO-COSTE.
                  MOVE 1 TO TB-APARICION.

                GRABAR-LINEA-DIARIO-B.
                  WRITE REG-TRABAJO-B
                      INVALID KEY
                          ADD 1 TO TB-APARICION
                          GO TO GRABAR-LINEA-DIARIO-B.
                  GO TO LEER-LINEA-DIARIO-B.

                CERRAR-CARGAR-DIARIO-B.
                  CLOSE TRABAJOBFILE.
              FIN-CARGAR-DIARIO-B.
                  EXIT.

       *> Un registro casado es distinto si difiere en algun campo no
       *> excluido; si solo difiere en excluidos cuenta como igual
              CONTAR-REGISTRO.
                  IF REGISTRO-DISTINTO-WS = "SI"
                    ADD 1 TO NUM-DISTINTOS
                  ELSE
                    ADD 1 TO NUM-IGUALES.

              ANOTAR-SOLO-A.
                  ADD 1 TO NUM-SOLO-A.
                  MOVE "(solo en la copia A)" TO CAMPO-WS.
                  MOVE "presente" TO VALOR-A-WS.
                  MOVE "no existe" TO VALOR-B-WS.
                  MOVE 0 TO OCURRENCIA-WS.
                  PERFORM ESCRIBIR-DETALLE.

              ANOTAR-SOLO-B.
                  ADD 1 TO NUM-SOLO-B.
                  MOVE "(solo en la copia B)" TO CAMPO-WS.
                  MOVE "no existe" TO VALOR-A-WS.
                  MOVE "presente" TO VALOR-B-WS.
                  MOVE 0 TO OCURRENCIA-WS.
                  PERFORM ESCRIBIR-DETALLE.

              COMPARAR-VALOR.
                  IF VALOR-A-WS NOT = VALOR-B-WS
                    MOVE "NO" TO ES-IMPORTE-WS
                    MOVE 0 TO IMPORTE-A-WS
                    MOVE 0 TO IMPORTE-B-WS
                    PERFORM ANOTAR-DIFERENCIA THRU FIN-ANOTAR-DIFERENCIA.

              COMPARAR-IMPORTE.
                  IF IMPORTE-A-WS NOT = IMPORTE-B-WS
                    MOVE "SI" TO ES-IMPORTE-WS
                    MOVE IMPORTE-A-WS TO IMPORTE-ED
                    MOVE IMPORTE-ED TO VALOR-A-WS
                    MOVE IMPORTE-B-WS TO IMPORTE-ED
                    MOVE IMPORTE-ED TO VALOR-B-WS
                    PERFORM ANOTAR-DIFERENCIA THRU FIN-ANOTAR-DIFERENCIA.

       *> Suma la diferencia al resumen del campo y, si el campo no
       *> esta excluido, marca el registro y escribe el detalle
              ANOTAR-DIFERENCIA.
                  MOVE "NO" TO EXCLUIDO-WS.
                  MOVE 1 TO E.
                  PERFORM BUSCAR-EXCLUIDO
                      UNTIL E > NUM-EXCLUIDOS OR EXCLUIDO-WS = "SI".

                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO F.
                  PERFORM BUSCAR-CAMPO
                      UNTIL F > NUM-CAMPOS OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "NO" AND NUM-CAMPOS < 40
                    ADD 1 TO NUM-CAMPOS
                    MOVE NUM-CAMPOS TO F
                    MOVE CAMPO-WS TO TC-CAMPO(F)
                    MOVE 0 TO TC-DIFERENCIAS(F)
                    MOVE EXCLUIDO-WS TO TC-EXCLUIDO(F)
                    MOVE ES-IMPORTE-WS TO TC-ES-IMPORTE(F)
                    MOVE 0 TO TC-TOTAL-A(F)
                    MOVE 0 TO TC-TOTAL-B(F)
                    MOVE "SI" TO ENCONTRADO-WS.
                  IF ENCONTRADO-WS = "SI"
                    ADD 1 TO TC-DIFERENCIAS(F)
                    ADD IMPORTE-A-WS TO TC-TOTAL-A(F)
                    ADD IMPORTE-B-WS TO TC-TOTAL-B(F).

                  IF EXCLUIDO-WS = "SI"
                    GO TO FIN-ANOTAR-DIFERENCIA.
                  MOVE "SI" TO REGISTRO-DISTINTO-WS.
                  PERFORM ESCRIBIR-DETALLE.
              FIN-ANOTAR-DIFERENCIA.
                  EXIT.

              BUSCAR-EXCLUIDO.
                  IF CE-CAMPO(E) = CAMPO-WS
                    MOVE "SI" TO EXCLUIDO-WS
                  ELSE
                    ADD 1 TO E.

              BUSCAR-CAMPO.
                  IF TC-CAMPO(F) = CAMPO-WS
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO F.

       *> Linea de detalle, hasta MAX-DETALLE por pareja
              ESCRIBIR-DETALLE.
                  ADD 1 TO NUM-DETALLE.
                  IF NUM-DETALLE NOT > MAX-DETALLE
                    MOVE CLAVE-TEXTO-WS TO LD-CLAVE
                    MOVE CAMPO-WS TO LD-CAMPO
                    MOVE VALOR-A-WS TO LD-VALOR-A
                    MOVE VALOR-B-WS TO LD-VALOR-B
                    PERFORM MARCAR-OCURRENCIA
                    WRITE REG-INFORME FROM LINEA-DETALLE.

              MARCAR-OCURRENCIA.
                  IF OCURRENCIA-WS > 0
                    STRING CAMPO-WS DELIMITED BY SPACE
                           "(" DELIMITED BY SIZE
                           OCURRENCIA-WS DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                        INTO LD-CAMPO.

       *> Cifras de la pareja y resumen por campo
              ESCRIBIR-RESUMEN.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE "Registros leidos en A" TO LR-TEXTO.
                  MOVE LEIDOS-A TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Registros leidos en B" TO LR-TEXTO.
                  MOVE LEIDOS-B TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Iguales" TO LR-TEXTO.
                  MOVE NUM-IGUALES TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Con diferencias" TO LR-TEXTO.
                  MOVE NUM-DISTINTOS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Solo en la copia A" TO LR-TEXTO.
                  MOVE NUM-SOLO-A TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Solo en la copia B" TO LR-TEXTO.
                  MOVE NUM-SOLO-B TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-CAMPOS.
                  MOVE 1 TO F.
                  PERFORM ESCRIBIR-UN-CAMPO UNTIL F > NUM-CAMPOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME.

              ESCRIBIR-UN-CAMPO.
                  MOVE SPACES TO LINEA-CAMPO.
                  MOVE TC-CAMPO(F) TO LC-CAMPO.
                  MOVE TC-DIFERENCIAS(F) TO LC-DIFERENCIAS.
                  IF TC-EXCLUIDO(F) = "SI"
                    MOVE "EXCLUIDO" TO LC-EXCLUIDO.
                  IF TC-ES-IMPORTE(F) = "SI"
                    MOVE TC-TOTAL-A(F) TO LC-TOTAL-A
                    MOVE TC-TOTAL-B(F) TO LC-TOTAL-B
                    COMPUTE LC-DIFERENCIA =
                        TC-TOTAL-B(F) - TC-TOTAL-A(F).
                  WRITE REG-INFORME FROM LINEA-CAMPO.
                  ADD 1 TO F.

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
                  MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 3 TO TRAZADO-VERSION-WS.
                  PERFORM COMPROBAR-UN-TRAZADO.
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
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
