       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIARPRODUCTOS.
       *> Proceso batch nocturno que traslada a las cuentas los cambios
       *> de condiciones del catalogo PRODUCTOS.DAT. Cada fila dada de
       *> alta en MANTENEPRODUCTOS queda pendiente hasta la noche en
       *> que la fecha de negocio alcanza su fecha de efecto; entonces
       *> este paso pone el nuevo tipo acreedor en USER-TIPO-INTERES de
       *> todas las cuentas de USERS.DAT con ese producto, deja a cada
       *> titular un aviso "REPRECIO-PRODUCTO" en NOTIFICA.DAT con los
       *> nuevos tipos y la fecha de efecto, y marca la fila como ya
       *> trasladada. Si un producto acumula varias filas pendientes ya
       *> vencidas (la cadena no corrio algun dia) solo se aplica la
       *> mas reciente, pero todas quedan marcadas.
       *> Los intereses no dependen de esta noche: DEVENGARINTERESES y
       *> DEVENGARDESCUBIERTOS toman del catalogo el tipo vigente en
       *> cada fecha, de modo que el cambio cuenta desde su fecha de
       *> efecto aunque este paso se retrase. Va en la cadena antes de
       *> DEVENGARINTERESES.
       *>
       *> Versiones
       *> Versión 1.0 - Traslado de las condiciones nuevas a las cuentas
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ             PIC 9(10).
              02 USER-PIN              PIC 9(4).
              02 USER-DNI              PIC X(9).
              02 USER-NOM-APE          PIC X(30).
              02 USER-TFNO             PIC X(9).
              02 USER-DIRECCION        PIC X(25).
              02 USER-BLOQUEADA        PIC X.
              02 USER-LIMITE-DIARIO    PIC 9(7)V99.
              02 USER-PREGUNTA-SEG     PIC X(30).
              02 USER-RESPUESTA-SEG    PIC X(20).
              02 CUENTA-USUARIO        OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA       PIC X(24).
                 03 USER-SALDO            PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA           PIC X(3).
                 03 USER-TIPO-INTERES     PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA  PIC 9999.
                    04 USER-ULT-DEVENGO-MM  PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD  PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH       PIC 99.
                    04 USER-BLOQUEO-MM       PIC 99.
                    04 USER-BLOQUEO-SS       PIC 99.
              02 USER-FECHA-EMISION       PIC 9(8).
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       *> FD PRODUCTOSFILE: condiciones de un producto desde una fecha
       *> de efecto (ver MIGRARPRODUCTOS); PRD-REPRECIADO = "S" cuando
       *> ya se han trasladado a las cuentas
       FD PRODUCTOSFILE.
       01 REG-PRODUCTO.
              02 PRD-CLAVE.
                 03 PRD-CODIGO          PIC X(3).
                 03 PRD-FECHA-EFECTO    PIC 9(8).
              02 PRD-NOMBRE             PIC X(30).
              02 PRD-TIPO-ACREEDOR      PIC 9V9999.
              02 PRD-TIPO-DEUDOR        PIC 9V9999.
              02 PRD-COMISION-MANT      PIC 9(5)V99.
              02 PRD-UMBRAL-EXENCION    PIC 9(9)V99.
              02 PRD-EXENCION-NOMINA    PIC X.
              02 PRD-LIMITE-DESCUBIERTO PIC 9(7)V99.
              02 PRD-REPRECIADO         PIC X.

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-CLAVE.
                 03 NOTIF-TARJ          PIC 9(10).
                 03 NOTIF-SEC           PIC 9(6).
              02 NOTIF-TIPO-EVENTO      PIC X(20).
              02 NOTIF-DNI              PIC X(9).
              02 NOTIF-TFNO             PIC X(9).
              02 NOTIF-DETALLE          PIC X(60).
              02 NOTIF-FECHA.
                 03 DDNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMNO                PIC 99.
                 03 FILLER              PIC X.
                 03 AANO                PIC 9999.
              02 NOTIF-HORA.
                 03 HHNO                PIC 99.
                 03 FILLER              PIC X.
                 03 MMHNO               PIC 99.
                 03 FILLER              PIC X.
                 03 SSNO                PIC 99.
              02 NOTIF-ESTADO           PIC X.
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD CONTROLNOCFILE.
       01 REG-CONTROL-NOC.
              02 CTN-CLAVE.
                 03 CTN-FECHA           PIC 9(8).
                 03 CTN-PROGRAMA        PIC X(20).
              02 CTN-LEIDOS             PIC 9(7).
              02 CTN-ESCRITOS           PIC 9(7).
              02 CTN-RECHAZADOS         PIC 9(7).
              02 CTN-IMPORTE-ENTRADA    PIC 9(11)V99.
              02 CTN-IMPORTE-SALIDA     PIC 9(11)V99.

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
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FSU                   PIC XX.
              77 FSPRD                 PIC XX.
              77 FSN                   PIC XX.
              77 FSFN                  PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 M                     PIC 9.
              77 R                     PIC 99.
              77 R-ENC                 PIC 99.
              77 NUM-REPRECIOS         PIC 99 VALUE 0.
              77 NUM-FILAS-MARCADAS    PIC 9(5) VALUE 0.
              77 NUM-CUENTAS           PIC 9(7) VALUE 0.
              77 NUM-AVISOS            PIC 9(7) VALUE 0.
              77 NUM-FALLIDAS          PIC 9(7) VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 TITULAR-CAMBIADO      PIC X(2).
              77 TARJ-TRABAJO-WS       PIC 9(10).
              77 DNI-TRABAJO-WS        PIC X(9).
              77 TFNO-TRABAJO-WS       PIC X(9).
              77 NOTIF-SEC-WS          PIC 9(6).
              77 ACREEDOR-ED           PIC Z9.99.
              77 DEUDOR-ED             PIC Z9.99.

       *> Condiciones que entran en vigor esta noche, una por producto
       *> (la fila pendiente mas reciente ya vencida)
              01 TABLA-REPRECIOS.
                 02 TR-ENTRADA OCCURS 50 TIMES.
                    03 TR-CODIGO          PIC X(3).
                    03 TR-FECHA-EFECTO    PIC 9(8).
                    03 TR-TIPO-ACREEDOR   PIC 9V9999.
                    03 TR-TIPO-DEUDOR     PIC 9V9999.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.
              01 FECHAF.
                 02 DD                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA                 PIC 9999.
              01 HORA.
                 02 HH                 PIC 99.
                 02 MM                 PIC 99.
                 02 SS                 PIC 99.
              01 HORAF.
                 02 HH                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 MM                 PIC 99.
                 02 FILLER             PIC X VALUE ":".
                 02 SS                 PIC 99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  MOVE CORR FECHA TO FECHAF.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-REPRECIOS THRU FIN-CARGAR-REPRECIOS.
                  IF NUM-REPRECIOS > 0
                    PERFORM REPRECIAR-CUENTAS THRU FIN-REPRECIAR-CUENTAS
                    PERFORM MARCAR-REPRECIADOS
                        THRU FIN-MARCAR-REPRECIADOS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-CUENTAS TO CTL-LEIDOS-WS.
                  MOVE NUM-AVISOS TO CTL-ESCRITOS-WS.
                  MOVE NUM-FALLIDAS TO CTL-RECHAZADOS-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "REPRECIARPRODUCTOS: " NUM-REPRECIOS
                      " productos con condiciones nuevas, " NUM-CUENTAS
                      " cuentas repreciadas, " NUM-FALLIDAS
                      " no regrabadas.".
                  STOP RUN.

              CARGAR-FECHA-NEGOCIO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-NEGOCIO-WS.
                  OPEN INPUT FECHANEGOCIOFILE.
                  IF FSFN = "35"
                    CONTINUE
                  ELSE
                    READ FECHANEGOCIOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF FNEG-FECHA > 0
                          MOVE FNEG-FECHA TO FECHA-NEGOCIO-WS.
                  CLOSE FECHANEGOCIOFILE.

       *> Recorre el catalogo en orden de clave (producto y fecha de
       *> efecto): la ultima fila pendiente vencida de cada producto
       *> pisa a las anteriores del mismo producto en la tabla
              CARGAR-REPRECIOS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    GO TO FIN-CARGAR-REPRECIOS.

                LEER-UN-PRODUCTO.
                  READ PRODUCTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-REPRECIOS.
                  IF PRD-REPRECIADO = "S" OR
                     PRD-FECHA-EFECTO > FECHA-NEGOCIO-WS
                    GO TO LEER-UN-PRODUCTO.
                  IF NUM-REPRECIOS = 0
                    ADD 1 TO NUM-REPRECIOS
                  ELSE
                    IF TR-CODIGO(NUM-REPRECIOS) NOT = PRD-CODIGO
                      IF NUM-REPRECIOS < 50
                        ADD 1 TO NUM-REPRECIOS
                      ELSE
                        GO TO LEER-UN-PRODUCTO.
                  MOVE PRD-CODIGO TO TR-CODIGO(NUM-REPRECIOS).
                  MOVE PRD-FECHA-EFECTO TO TR-FECHA-EFECTO(NUM-REPRECIOS).
                  MOVE PRD-TIPO-ACREEDOR
                      TO TR-TIPO-ACREEDOR(NUM-REPRECIOS).
                  MOVE PRD-TIPO-DEUDOR TO TR-TIPO-DEUDOR(NUM-REPRECIOS).
                  GO TO LEER-UN-PRODUCTO.

                CERRAR-CARGAR-REPRECIOS.
                  CLOSE PRODUCTOSFILE.
              FIN-CARGAR-REPRECIOS.
                  EXIT.

       *> Recorre los titulares cuenta a cuenta y reprecia las que
       *> tienen un producto con condiciones nuevas
              REPRECIAR-CUENTAS.
                  OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-REPRECIAR-CUENTAS.

                LEER-UN-TITULAR.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-REPRECIAR-CUENTAS.
                  MOVE USER-TARJ TO TARJ-TRABAJO-WS.
                  MOVE USER-DNI TO DNI-TRABAJO-WS.
                  MOVE USER-TFNO TO TFNO-TRABAJO-WS.
                  MOVE "NO" TO TITULAR-CAMBIADO.
                  MOVE 1 TO M.
                  PERFORM REPRECIAR-UNA-CUENTA
                      THRU FIN-REPRECIAR-UNA-CUENTA UNTIL M > 3.
                  IF TITULAR-CAMBIADO = "SI"
                    PERFORM REGRABAR-USUARIO-CON-REINTENTO
                        THRU FIN-REGRABAR-USUARIO-CON-REINTENTO
                    IF FSU NOT = "00"
                      ADD 1 TO NUM-FALLIDAS
                      DISPLAY "REPRECIARPRODUCTOS: tarjeta "
                          TARJ-TRABAJO-WS " no regrabada (" FSU ")".
                  GO TO LEER-UN-TITULAR.

                CERRAR-REPRECIAR-CUENTAS.
                  CLOSE USERFILE.
              FIN-REPRECIAR-CUENTAS.
                  EXIT.

              REPRECIAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) = SPACES OR
                     USER-PRODUCTO(M) = SPACES
                    GO TO SIGUIENTE-CUENTA-REPRECIO.
                  MOVE 0 TO R-ENC.
                  MOVE 1 TO R.
                  PERFORM BUSCAR-REPRECIO UNTIL R > NUM-REPRECIOS.
                  IF R-ENC = 0
                    GO TO SIGUIENTE-CUENTA-REPRECIO.
                  ADD 1 TO NUM-CUENTAS.
                  IF USER-TIPO-INTERES(M) NOT = TR-TIPO-ACREEDOR(R-ENC)
                    MOVE TR-TIPO-ACREEDOR(R-ENC) TO USER-TIPO-INTERES(M)
                    MOVE "SI" TO TITULAR-CAMBIADO.
                  PERFORM NOTIFICAR-REPRECIO THRU FIN-NOTIFICAR-REPRECIO.

                SIGUIENTE-CUENTA-REPRECIO.
                  ADD 1 TO M.
              FIN-REPRECIAR-UNA-CUENTA.
                  EXIT.

              BUSCAR-REPRECIO.
                  IF TR-CODIGO(R) = USER-PRODUCTO(M)
                    MOVE R TO R-ENC.
                  ADD 1 TO R.

       *> Con el cajero operativo las veinticuatro horas, el registro
       *> del titular puede estar en uso en el momento del apunte: se
       *> reintenta unas veces y, si sigue ocupado, la operacion se
       *> da por no aplicada (FSU distinto de "00")
              REGRABAR-USUARIO-CON-REINTENTO.
                  MOVE 0 TO REINTENTOS-REGRABAR-WS.

                REINTENTAR-REGRABAR-USUARIO.
                  REWRITE REG-USUARIO.
                  IF FSU = "51" AND REINTENTOS-REGRABAR-WS < 5
                    ADD 1 TO REINTENTOS-REGRABAR-WS
                    GO TO REINTENTAR-REGRABAR-USUARIO.
              FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  EXIT.

              NOTIFICAR-REPRECIO.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    OPEN OUTPUT NOTIFICAFILE
                    CLOSE NOTIFICAFILE
                    OPEN I-O NOTIFICAFILE.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  MOVE "REPRECIO-PRODUCTO" TO NOTIF-TIPO-EVENTO.
                  MOVE DNI-TRABAJO-WS TO NOTIF-DNI.
                  MOVE TFNO-TRABAJO-WS TO NOTIF-TFNO.
                  COMPUTE ACREEDOR-ED = TR-TIPO-ACREEDOR(R-ENC) * 100.
                  COMPUTE DEUDOR-ED = TR-TIPO-DEUDOR(R-ENC) * 100.
                  MOVE SPACES TO NOTIF-DETALLE.
                  STRING "Cuenta " TR-CODIGO(R-ENC) " desde "
                         TR-FECHA-EFECTO(R-ENC) ": acreedor "
                         ACREEDOR-ED "% deudor " DEUDOR-ED "%"
                      DELIMITED BY SIZE INTO NOTIF-DETALLE.
                  MOVE FECHAF TO NOTIF-FECHA.
                  MOVE HORAF TO NOTIF-HORA.
                  MOVE "P" TO NOTIF-ESTADO.
                  MOVE 0 TO NOTIF-INTENTOS.
                  MOVE SPACES TO NOTIF-MOTIVO-FALLO.
                  WRITE REG-NOTIFICACION
                      INVALID KEY CONTINUE
                      NOT INVALID KEY ADD 1 TO NUM-AVISOS.
                  CLOSE NOTIFICAFILE.
              FIN-NOTIFICAR-REPRECIO.
                  EXIT.

              BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE 1 TO NOTIF-SEC-WS.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE 999999 TO NOTIF-SEC.
                  START NOTIFICAFILE KEY IS NOT GREATER THAN NOTIF-CLAVE
                      INVALID KEY GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  READ NOTIFICAFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  IF NOTIF-TARJ = TARJ-TRABAJO-WS
                    COMPUTE NOTIF-SEC-WS = NOTIF-SEC + 1.

                CERRAR-BUSCAR-SEC-NOTIF.
                  CLOSE NOTIFICAFILE.
              FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  EXIT.

       *> Toda fila pendiente ya vencida queda como trasladada, tambien
       *> las que una posterior del mismo producto dejo sin aplicar
              MARCAR-REPRECIADOS.
                  OPEN I-O PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    GO TO FIN-MARCAR-REPRECIADOS.

                LEER-PRODUCTO-MARCAR.
                  READ PRODUCTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-MARCAR-REPRECIADOS.
                  IF PRD-REPRECIADO NOT = "S" AND
                     PRD-FECHA-EFECTO NOT > FECHA-NEGOCIO-WS
                    MOVE "S" TO PRD-REPRECIADO
                    REWRITE REG-PRODUCTO
                    ADD 1 TO NUM-FILAS-MARCADAS.
                  GO TO LEER-PRODUCTO-MARCAR.

                CERRAR-MARCAR-REPRECIADOS.
                  CLOSE PRODUCTOSFILE.
              FIN-MARCAR-REPRECIADOS.
                  EXIT.

       *> Registro de control normalizado del paso, para la hoja de
       *> control de la manana (ver HOJACONTROL)
              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "REPRECIARPRODUCTOS" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  MOVE CTL-IMP-ENTRADA-WS TO CTN-IMPORTE-ENTRADA.
                  MOVE CTL-IMP-SALIDA-WS TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

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
