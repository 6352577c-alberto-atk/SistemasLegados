       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARESPECTACULOS.
       *> Utilidad de ejecucion unica que ensancha el numero de
       *> espectaculo de dos a cuatro cifras en todos los ficheros que
       *> lo usan de clave o lo citan:
       *>   - ESPEC.DAT, ASIENTOS.DAT, WAITLIST.DAT, PROMOTORES.DAT
       *>     (el numero forma parte de la clave)
       *>   - CODIGOS-ENTRADA.DAT y ABONOS-ESPEC.DAT (el numero, o la
       *>     serie desde/hasta del abono, va dentro del registro)
       *>   - LIQESPEC.DAT, PUERTA-LOCAL.DAT, PUERTA-RECHAZOS.DAT,
       *>     PUERTA-DISCREPANCIAS.DAT y CAMBIOS-AFORO.DAT (ficheros de
       *>     lineas que se releen despues)
       *>   - MOVS.DAT: las compras de entradas llevaban en
       *>     MOV-CUENTA-DESTINO el espectaculo en (1:2), las entradas
       *>     en (3:3) y la marca "R" de reembolso en el byte 6; pasan
       *>     a espectaculo en (1:4), entradas en (5:3) y marca en el
       *>     byte 8. Las cesiones (CS/CR) llevan el numero en el texto
       *>     del concepto, que se rehace con las cuatro cifras. El
       *>     apunte no cambia de longitud y se regraba en su sitio.
       *>     Solo se toca si CONTROL-TRAZADOS.DAT lo da con la version
       *>     3 de trazado (la que deja MIGRARTIPOSMOV); si no, o si no
       *>     se deja abrir, se avisa, no se toca y el programa termina
       *>     con retorno 8.
       *>   - REPLICA-MOVS.DAT, la replica de la maquina de reserva,
       *>     igual que MOVS.DAT y detras de el, siempre que
       *>     MIGRARTIPOSMOV la tenga anotada como convertida en
       *>     TIPOSMOV-MIGRADOS.DAT. Si no existe no se hace nada.
       *> Cada fichero se carga entero en memoria con el trazado
       *> antiguo y se recrea con el nuevo, igual que hace
       *> MIGRARTRAZADOS; el resto de cada registro viaja tal cual.
       *> ESPEC.DAT, ASIENTOS.DAT y CODIGOS-ENTRADA.DAT se leen con el
       *> trazado con que se grabaron (83, 6 y 24 bytes) y se graban
       *> con el actual, que ademas lleva los campos de publico adulto
       *> y recinto del espectaculo y la zona, fila, butaca y precio
       *> del asiento y del codigo: estos salen como en un alta de
       *> MANTENEESPEC (en blanco o a cero, "N" en los indicadores).
       *> La version 2 de ESPEC.DAT en CONTROL-TRAZADOS.DAT cubre los
       *> tres ficheros y solo se sella cuando los tres han cuadrado,
       *> en esta pasada o en una anterior.
       *>
       *> Por cada fichero se anota en INFORME-MIGRAR-ESPEC.DAT (y por
       *> consola) el recuento de registros leidos y grabados y la
       *> suma de los numeros de espectaculo antes y despues; si algo
       *> no cuadra la linea sale marcada NO CUADRA para revisarla
       *> antes de abrir la taquilla.
       *>
       *> Cada conversion queda anotada en ESPEC-MIGRADOS.DAT y no se
       *> repite: una segunda pasada leeria los registros ya
       *> ensanchados con el trazado corto y los destrozaria. Al final
       *> se deja en ESPEC-CONTADOR.DAT el mayor numero de espectaculo
       *> visto, para que MANTENEESPEC siga numerando por encima de el
       *> y no reutilice numeros de espectaculos ya borrados.
       *>
       *> Se ejecuta con los cajeros cerrados y el diario ya aplicado
       *> (APLICARJOURNAL): una compra a medias en el diario llevaria
       *> todavia el destino con el trazado antiguo. Los extractos de
       *> puerta VALIDACION-NN.DAT no se convierten: EXPORTARVALIDACION
       *> los vuelve a sacar, ya como VALIDACION-NNNN.DAT, antes de
       *> cada funcion.
       *>
       *> Versiones
       *> Versión 1.0 - Numero de espectaculo de cuatro cifras
       *> Versión 1.1 - LIQESPEC.DAT con devoluciones de aplazamiento
       *> Versión 1.2 - LIQESPEC.DAT con derechos de autor
       *> Versión 1.3 - Sella al terminar la version de trazado que deja
       *> Versión 1.4 - Lee ESPEC, ASIENTOS y CODIGOS-ENTRADA con su trazado
       *>               original y sella ESPEC.DAT solo si cuadran los tres
       *> Versión 1.5 - MOVS.DAT solo con trazado 3; convierte tambien
       *>               REPLICA-MOVS.DAT; retorno 8 si no se puede
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ESPVIEJOFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EVJ-NUMERO
                  FILE STATUS IS FSEV.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT ASIVIEJOFILE ASSIGN TO "ASIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AVJ-CLAVE
                  FILE STATUS IS FSAV.

              SELECT ASIENTOFILE ASSIGN TO "ASIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASIENTO-CLAVE
                  FILE STATUS IS FSA.

              SELECT WAITVIEJOFILE ASSIGN TO "WAITLIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WVJ-CLAVE
                  FILE STATUS IS FSWV.

              SELECT WAITLISTFILE ASSIGN TO "WAITLIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WAIT-CLAVE
                  FILE STATUS IS FSW.

              SELECT PROMVIEJOFILE ASSIGN TO "PROMOTORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PVJ-ESPEC
                  FILE STATUS IS FSPV.

              SELECT PROMOTORESFILE ASSIGN TO "PROMOTORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROM-ESPEC
                  FILE STATUS IS FSPM.

              SELECT CODVIEJOFILE ASSIGN TO "CODIGOS-ENTRADA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVJ-CODIGO
                  FILE STATUS IS FSCV.

              SELECT CODIGOSENTRADAFILE ASSIGN TO "CODIGOS-ENTRADA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODENT-CODIGO
                  FILE STATUS IS FSCE.

              SELECT ABOVIEJOFILE ASSIGN TO "ABONOS-ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BVJ-NUMERO
                  FILE STATUS IS FSBV.

              SELECT ABONOSESPECFILE ASSIGN TO "ABONOS-ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABO-NUMERO
                  FILE STATUS IS FSABO.

              SELECT LIQVIEJOFILE ASSIGN TO "LIQESPEC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSLV.

              SELECT LIQESPECFILE ASSIGN TO "LIQESPEC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSLE.

              SELECT LOCVIEJOFILE ASSIGN TO "PUERTA-LOCAL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSOV.

              SELECT LOCALFILE ASSIGN TO "PUERTA-LOCAL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSLO.

              SELECT RCHVIEJOFILE ASSIGN TO "PUERTA-RECHAZOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRV.

              SELECT RECHAZOSFILE ASSIGN TO "PUERTA-RECHAZOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRC.

              SELECT DISVIEJOFILE ASSIGN TO "PUERTA-DISCREPANCIAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDV.

              SELECT DISCREPANCIASFILE ASSIGN TO
                  "PUERTA-DISCREPANCIAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDI.

              SELECT CAFVIEJOFILE ASSIGN TO "CAMBIOS-AFORO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSXV.

              SELECT CAMBIOSAFOROFILE ASSIGN TO "CAMBIOS-AFORO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCA.

              SELECT MOVFILE ASSIGN TO FICHERO-PEDIDO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT CONTADORFILE ASSIGN TO "ESPEC-CONTADOR.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCO.

              SELECT INFORMEFILE ASSIGN TO "INFORME-MIGRAR-ESPEC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSIN.

              SELECT TESTIGOFILE ASSIGN TO "ESPEC-MIGRADOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTE.

              SELECT TIPOSMOVFILE ASSIGN TO "TIPOSMOV-MIGRADOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTM.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> Cada fichero se declara dos veces: con el numero de dos
       *> cifras (trazado antiguo) y con el de cuatro; lo que va antes
       *> y despues del numero se copia sin tocar
       FD ESPVIEJOFILE.
       01 REG-ESPEC-VIEJO.
              02 EVJ-NUMERO             PIC 99.
              02 EVJ-RESTO              PIC X(81).

       FD ESPECFILE.
       01 REG-ESPECTACULO.
              02 ESPEC-NUMERO           PIC 9(4).
              02 ESPEC-RESTO            PIC X(81).
              02 ESPEC-SOLO-ADULTOS     PIC X.
              02 ESPEC-RECINTO          PIC 99.

       FD ASIVIEJOFILE.
       01 REG-ASIENTO-VIEJO.
              02 AVJ-CLAVE.
                 03 AVJ-ESPEC           PIC 99.
                 03 AVJ-NUM             PIC 9(3).
              02 AVJ-RESTO              PIC X(1).

       FD ASIENTOFILE.
       01 REG-ASIENTO.
              02 ASIENTO-CLAVE.
                 03 ASIENTO-ESPEC       PIC 9(4).
                 03 ASIENTO-NUM         PIC 9(3).
              02 ASIENTO-RESTO          PIC X(1).
              02 ASIENTO-ZONA           PIC X(2).
              02 ASIENTO-ZONA-NOMBRE    PIC X(15).
              02 ASIENTO-FILA           PIC 99.
              02 ASIENTO-BUTACA         PIC 99.
              02 ASIENTO-ACCESIBLE      PIC X.
              02 ASIENTO-PRECIO         PIC 999V99.

       FD WAITVIEJOFILE.
       01 REG-ESPERA-VIEJO.
              02 WVJ-CLAVE.
                 03 WVJ-ESPEC           PIC 99.
                 03 WVJ-TARJ            PIC 9(10).
              02 WVJ-RESTO              PIC X(38).

       FD WAITLISTFILE.
       01 REG-LISTA-ESPERA.
              02 WAIT-CLAVE.
                 03 WAIT-ESPEC          PIC 9(4).
                 03 WAIT-TARJ           PIC 9(10).
              02 WAIT-RESTO             PIC X(38).

       FD PROMVIEJOFILE.
       01 REG-PROMOTOR-VIEJO.
              02 PVJ-ESPEC              PIC 99.
              02 PVJ-RESTO              PIC X(59).

       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
              02 PROM-ESPEC             PIC 9(4).
              02 PROM-RESTO             PIC X(59).

       FD CODVIEJOFILE.
       01 REG-CODIGO-VIEJO.
              02 CVJ-CODIGO             PIC 9(8).
              02 CVJ-ESPEC              PIC 99.
              02 CVJ-RESTO              PIC X(14).

       FD CODIGOSENTRADAFILE.
       01 REG-CODIGO-ENTRADA.
              02 CODENT-CODIGO          PIC 9(8).
              02 CODENT-ESPEC           PIC 9(4).
              02 CODENT-RESTO           PIC X(14).
              02 CODENT-ZONA            PIC X(2).
              02 CODENT-FILA            PIC 99.
              02 CODENT-BUTACA          PIC 99.

       FD ABOVIEJOFILE.
       01 REG-ABONO-VIEJO.
              02 BVJ-NUMERO             PIC 9(3).
              02 BVJ-DATOS              PIC X(55).
              02 BVJ-ESPEC-DESDE        PIC 99.
              02 BVJ-ESPEC-HASTA        PIC 99.
              02 BVJ-ACTIVO             PIC X.

       FD ABONOSESPECFILE.
       01 REG-ABONO-ESPEC.
              02 ABO-NUMERO             PIC 9(3).
              02 ABO-DATOS              PIC X(55).
              02 ABO-ESPEC-DESDE        PIC 9(4).
              02 ABO-ESPEC-HASTA        PIC 9(4).
              02 ABO-ACTIVO             PIC X.

       FD LIQVIEJOFILE.
       01 REG-LIQESPEC-VIEJO.
              02 LVJ-ESPEC              PIC 99.
              02 LVJ-RESTO              PIC X(150).

       FD LIQESPECFILE.
       01 REG-LIQESPEC.
              02 LIQ-ESPEC              PIC 9(4).
              02 LIQ-RESTO              PIC X(183).

       FD LOCVIEJOFILE.
       01 REG-LOCAL-VIEJO.
              02 OVJ-ANTES              PIC X(10).
              02 OVJ-ESPEC              PIC 99.
              02 OVJ-RESTO              PIC X(5).

       FD LOCALFILE.
       01 REG-LOCAL.
              02 LOC-ANTES              PIC X(10).
              02 LOC-ESPEC              PIC 9(4).
              02 LOC-RESTO              PIC X(5).

       FD RCHVIEJOFILE.
       01 REG-RECHAZO-VIEJO.
              02 RVJ-ESPEC              PIC 99.
              02 RVJ-RESTO              PIC X(62).

       FD RECHAZOSFILE.
       01 REG-RECHAZO.
              02 RCH-ESPEC              PIC 9(4).
              02 RCH-RESTO              PIC X(62).

       FD DISVIEJOFILE.
       01 REG-DISCREPANCIA-VIEJO.
              02 DVJ-ANTES              PIC X(10).
              02 DVJ-ESPEC              PIC 99.
              02 DVJ-RESTO              PIC X(37).

       FD DISCREPANCIASFILE.
       01 REG-DISCREPANCIA.
              02 DIS-ANTES              PIC X(10).
              02 DIS-ESPEC              PIC 9(4).
              02 DIS-RESTO              PIC X(37).

       FD CAFVIEJOFILE.
       01 REG-CAMBIO-AFORO-VIEJO.
              02 XVJ-ESPEC              PIC 99.
              02 XVJ-RESTO              PIC X(106).

       FD CAMBIOSAFOROFILE.
       01 REG-CAMBIO-AFORO.
              02 CA-ESPEC-NUMERO        PIC 9(4).
              02 CA-RESTO               PIC X(106).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-CLAVE.
                 03 MOV-ID              PIC X(24).
                 03 MOV-SEC             PIC 9(6).
              02 MOV-FECHA-HORA-COMP    PIC 9(14).
              02 MOV-CONCEPTO           PIC X(40).
              02 MOV-CANTIDAD           PIC --------9.99.
              02 MOV-CUENTA-DESTINO     PIC X(24).
              02 MOV-SALDO              PIC S9(9)V99.
              02 MOV-FECHA              PIC X(10).
              02 MOV-HORA               PIC X(8).
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-ENTRADAS     VALUE "EN".
              02 MOV-SUBTIPO-OP         PIC XX.

       *> FD CONTADORFILE: ultimo numero de espectaculo adjudicado;
       *> MANTENEESPEC numera las altas por encima de el
       FD CONTADORFILE.
       01 REG-CONTADOR.
              02 CONT-ULTIMO-ESPEC      PIC 9(4).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).

       FD TESTIGOFILE.
       01 REG-TESTIGO.
              02 TESTIGO-FICHERO        PIC X(30).

       *> FD TIPOSMOVFILE: testigo de MIGRARTIPOSMOV, con el nombre de
       *> cada fichero de apuntes que ya tiene tipo de operacion
       FD TIPOSMOVFILE.
       01 REG-TIPOSMOV.
              02 TIPOSMOV-FICHERO       PIC X(20).

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
              77 TRAZADO-REGISTROS-WS  PIC 9(9).
              77 FSEV                  PIC XX.
              77 FSE                   PIC XX.
              77 FSAV                  PIC XX.
              77 FSA                   PIC XX.
              77 FSWV                  PIC XX.
              77 FSW                   PIC XX.
              77 FSPV                  PIC XX.
              77 FSPM                  PIC XX.
              77 FSCV                  PIC XX.
              77 FSCE                  PIC XX.
              77 FSBV                  PIC XX.
              77 FSABO                 PIC XX.
              77 FSLV                  PIC XX.
              77 FSLE                  PIC XX.
              77 FSOV                  PIC XX.
              77 FSLO                  PIC XX.
              77 FSRV                  PIC XX.
              77 FSRC                  PIC XX.
              77 FSDV                  PIC XX.
              77 FSDI                  PIC XX.
              77 FSXV                  PIC XX.
              77 FSCA                  PIC XX.
              77 FSM                   PIC XX.
              77 FSCO                  PIC XX.
              77 FSIN                  PIC XX.
              77 FSTE                  PIC XX.
              77 FSTM                  PIC XX.
              77 MOVS-CONVERTIBLE      PIC X(2).
              77 R                     PIC 9(5).
              77 NUM-REGISTROS         PIC 9(5).
              77 NUM-GRABADOS          PIC 9(5).
              77 SUMA-ANTES            PIC 9(9).
              77 SUMA-DESPUES          PIC 9(9).
              77 MAX-ESPEC-VISTO       PIC 9(4) VALUE 0.
              77 YA-MIGRADO            PIC X(2).
              77 FICHERO-PEDIDO        PIC X(30).
              77 ESPEC-MOV-VIEJO       PIC 99.
              77 ESPEC-MOV-NUEVO       PIC 9(4).
              77 ENTRADAS-MOV          PIC X(3).
              77 MARCA-MOV             PIC X.
              77 CONCEPTO-NUEVO        PIC X(40).
              77 ESPEC-CUADRADO        PIC X(2) VALUE "NO".
              77 ASIENTOS-CUADRADO     PIC X(2) VALUE "NO".
              77 CODIGOS-CUADRADO      PIC X(2) VALUE "NO".

       *> El fichero en conversion, cargado entero en memoria con el
       *> trazado antiguo: lo que precede al numero de espectaculo,
       *> el numero, la segunda parte de la clave cuando la hay
       *> (asiento, tarjeta) y el resto del registro tal cual
              01 TABLA-REGISTROS.
                 02 REG-ENTRADA OCCURS 20000 TIMES.
                    03 TR-ANTES             PIC X(10).
                    03 TR-ESPEC             PIC 99.
                    03 TR-CAMPO             PIC X(10).
                    03 TR-RESTO             PIC X(150).

       *> Los abonos llevan dos numeros de espectaculo (la serie
       *> desde/hasta) y van en su propia tabla
              01 TABLA-ABONOS.
                 02 ABO-ENTRADA OCCURS 999 TIMES.
                    03 TB-NUMERO            PIC 9(3).
                    03 TB-DATOS             PIC X(55).
                    03 TB-DESDE             PIC 99.
                    03 TB-HASTA             PIC 99.
                    03 TB-ACTIVO            PIC X.

       *> Linea de cuadre por fichero: registros leidos con el
       *> trazado antiguo y releidos del fichero nuevo, y la suma de
       *> los numeros de espectaculo antes y despues
              01 LINEA-CUADRE.
                 02 LC-FICHERO              PIC X(25).
                 02 FILLER                  PIC X(8) VALUE " leidos ".
                 02 LC-LEIDOS               PIC ZZZZ9.
                 02 FILLER                  PIC X(10)
                                            VALUE " grabados ".
                 02 LC-GRABADOS             PIC ZZZZ9.
                 02 FILLER                  PIC X(6) VALUE " suma ".
                 02 LC-SUMA-ANTES           PIC ZZZZZZZZ9.
                 02 FILLER                  PIC X(3) VALUE " / ".
                 02 LC-SUMA-DESPUES         PIC ZZZZZZZZ9.
                 02 FILLER                  PIC X VALUE SPACE.
                 02 LC-RESULTADO            PIC X(9).

       PROCEDURE DIVISION.
              INICIO.
                  OPEN OUTPUT INFORMEFILE.
                  MOVE "CUADRE DEL ESPECTACULO A CUATRO CIFRAS"
                      TO REG-INFORME.
                  WRITE REG-INFORME.

                  MOVE "ESPEC.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    MOVE "SI" TO ESPEC-CUADRADO
                    DISPLAY "ESPEC.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-ESPEC THRU FIN-MIGRAR-ESPEC.

                  MOVE "ASIENTOS.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    MOVE "SI" TO ASIENTOS-CUADRADO
                    DISPLAY "ASIENTOS.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-ASIENTOS THRU FIN-MIGRAR-ASIENTOS.

                  MOVE "WAITLIST.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "WAITLIST.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-WAITLIST THRU FIN-MIGRAR-WAITLIST.

                  MOVE "PROMOTORES.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "PROMOTORES.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-PROMOTORES
                        THRU FIN-MIGRAR-PROMOTORES.

                  MOVE "CODIGOS-ENTRADA.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    MOVE "SI" TO CODIGOS-CUADRADO
                    DISPLAY "CODIGOS-ENTRADA.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-CODIGOS THRU FIN-MIGRAR-CODIGOS.

                  IF ESPEC-CUADRADO = "SI" AND ASIENTOS-CUADRADO = "SI"
                     AND CODIGOS-CUADRADO = "SI"
                    PERFORM SELLAR-ESPEC THRU FIN-SELLAR-ESPEC
                  ELSE
                    DISPLAY "ESPEC.DAT queda sin sellar: revise el"
                        " cuadre de ESPEC, ASIENTOS y CODIGOS-ENTRADA".

                  MOVE "ABONOS-ESPEC.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "ABONOS-ESPEC.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-ABONOS THRU FIN-MIGRAR-ABONOS.

                  MOVE "LIQESPEC.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "LIQESPEC.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-LIQESPEC THRU FIN-MIGRAR-LIQESPEC.

                  MOVE "PUERTA-LOCAL.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "PUERTA-LOCAL.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-LOCAL THRU FIN-MIGRAR-LOCAL.

                  MOVE "PUERTA-RECHAZOS.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "PUERTA-RECHAZOS.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-RECHAZOS THRU FIN-MIGRAR-RECHAZOS.

                  MOVE "PUERTA-DISCREPANCIAS.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "PUERTA-DISCREPANCIAS.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-DISCREPANCIAS
                        THRU FIN-MIGRAR-DISCREPANCIAS.

                  MOVE "CAMBIOS-AFORO.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "CAMBIOS-AFORO.DAT ya convertido;"
                        " no se toca."
                  ELSE
                    PERFORM MIGRAR-CAMBIOS THRU FIN-MIGRAR-CAMBIOS.

                  MOVE "MOVS.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "MOVS.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-MOVS THRU FIN-MIGRAR-MOVS.

                  MOVE "REPLICA-MOVS.DAT" TO FICHERO-PEDIDO.
                  PERFORM COMPROBAR-TESTIGO THRU FIN-COMPROBAR-TESTIGO.
                  IF YA-MIGRADO = "SI"
                    DISPLAY "REPLICA-MOVS.DAT ya convertido; no se toca."
                  ELSE
                    PERFORM MIGRAR-MOVS THRU FIN-MIGRAR-MOVS.

                  PERFORM ACTUALIZAR-CONTADOR
                      THRU FIN-ACTUALIZAR-CONTADOR.
                  CLOSE INFORMEFILE.
                  STOP RUN.

       *> Si el fichero pedido ya figura en el testigo, volver a
       *> convertirlo leeria los registros ensanchados con el trazado
       *> corto y los destrozaria: se deja tal cual
              COMPROBAR-TESTIGO.
                  MOVE "NO" TO YA-MIGRADO.
                  OPEN INPUT TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    GO TO FIN-COMPROBAR-TESTIGO.

                LEER-UN-TESTIGO.
                  READ TESTIGOFILE NEXT RECORD
                      AT END GO TO CERRAR-COMPROBAR-TESTIGO.
                  IF TESTIGO-FICHERO = FICHERO-PEDIDO
                    MOVE "SI" TO YA-MIGRADO.
                  GO TO LEER-UN-TESTIGO.

                CERRAR-COMPROBAR-TESTIGO.
                  CLOSE TESTIGOFILE.
              FIN-COMPROBAR-TESTIGO.
                  EXIT.

              ANOTAR-TESTIGO.
                  OPEN EXTEND TESTIGOFILE.
                  IF FSTE = "35"
                    CLOSE TESTIGOFILE
                    OPEN OUTPUT TESTIGOFILE.
                  MOVE FICHERO-PEDIDO TO TESTIGO-FICHERO.
                  WRITE REG-TESTIGO.
                  CLOSE TESTIGOFILE.

       *> Deja en el informe (y por consola) la linea de cuadre del
       *> fichero recien convertido
              ANOTAR-CUADRE.
                  MOVE FICHERO-PEDIDO TO LC-FICHERO.
                  MOVE NUM-REGISTROS TO LC-LEIDOS.
                  MOVE NUM-GRABADOS TO LC-GRABADOS.
                  MOVE SUMA-ANTES TO LC-SUMA-ANTES.
                  MOVE SUMA-DESPUES TO LC-SUMA-DESPUES.
                  IF NUM-REGISTROS = NUM-GRABADOS
                     AND SUMA-ANTES = SUMA-DESPUES
                    MOVE "CUADRA" TO LC-RESULTADO
                  ELSE
                    MOVE "NO CUADRA" TO LC-RESULTADO.
                  MOVE LINEA-CUADRE TO REG-INFORME.
                  WRITE REG-INFORME.
                  DISPLAY LINEA-CUADRE.

       *> Anota en el informe un fichero que no se ha podido convertir
       *> (no cabe en la tabla); queda con el trazado antiguo y sin
       *> testigo, para volver a pasarlo una vez ampliada la tabla
              ANOTAR-NO-CONVERTIDO.
                  MOVE SPACES TO REG-INFORME.
                  STRING FICHERO-PEDIDO DELIMITED BY SPACE
                      " NO CONVERTIDO: no cabe en la tabla"
                      DELIMITED BY SIZE INTO REG-INFORME.
                  WRITE REG-INFORME.

              INICIAR-CUADRE.
                  MOVE 0 TO NUM-REGISTROS.
                  MOVE 0 TO NUM-GRABADOS.
                  MOVE 0 TO SUMA-ANTES.
                  MOVE 0 TO SUMA-DESPUES.

              VER-MAXIMO.
                  IF TR-ESPEC(NUM-REGISTROS) > MAX-ESPEC-VISTO
                    MOVE TR-ESPEC(NUM-REGISTROS) TO MAX-ESPEC-VISTO.


       *> Conversion de ESPEC.DAT: el numero es la clave; el orden de
       *> los registros no cambia al ensancharlo
              MIGRAR-ESPEC.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT ESPVIEJOFILE.
                  IF FSEV = "35"
                    CLOSE ESPVIEJOFILE
                    DISPLAY "No existe ESPEC.DAT."
                    GO TO FIN-MIGRAR-ESPEC.

                LEER-ESPEC-VIEJO.
                  READ ESPVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-ESPEC-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE EVJ-NUMERO TO TR-ESPEC(NUM-REGISTROS)
                    MOVE EVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD EVJ-NUMERO TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 espectaculos,"
                        " fichero NO convertido"
                    CLOSE ESPVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-ESPEC.
                  GO TO LEER-ESPEC-VIEJO.

                CERRAR-ESPEC-VIEJO.
                  CLOSE ESPVIEJOFILE.

                  OPEN OUTPUT ESPECFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-ESPEC-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE ESPECFILE.

                  OPEN INPUT ESPECFILE.
                RECONTAR-ESPEC.
                  READ ESPECFILE NEXT RECORD
                      AT END GO TO CERRAR-ESPEC-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD ESPEC-NUMERO TO SUMA-DESPUES.
                  GO TO RECONTAR-ESPEC.

                CERRAR-ESPEC-NUEVO.
                  CLOSE ESPECFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
                  IF LC-RESULTADO = "CUADRA"
                    MOVE "SI" TO ESPEC-CUADRADO.
              FIN-MIGRAR-ESPEC.
                  EXIT.

              GRABAR-ESPEC-NUEVO.
                  MOVE TR-ESPEC(R) TO ESPEC-NUMERO.
                  MOVE TR-RESTO(R) TO ESPEC-RESTO.
                  MOVE "N" TO ESPEC-SOLO-ADULTOS.
                  MOVE 0 TO ESPEC-RECINTO.
                  WRITE REG-ESPECTACULO.
                  ADD 1 TO R.

       *> Conversion de ASIENTOS.DAT: clave espectaculo + asiento
              MIGRAR-ASIENTOS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT ASIVIEJOFILE.
                  IF FSAV = "35"
                    CLOSE ASIVIEJOFILE
                    DISPLAY "No existe ASIENTOS.DAT."
                    GO TO FIN-MIGRAR-ASIENTOS.

                LEER-ASIENTOS-VIEJO.
                  READ ASIVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-ASIENTOS-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE AVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE AVJ-NUM TO TR-CAMPO(NUM-REGISTROS)
                    MOVE AVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD AVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 asientos,"
                        " fichero NO convertido"
                    CLOSE ASIVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-ASIENTOS.
                  GO TO LEER-ASIENTOS-VIEJO.

                CERRAR-ASIENTOS-VIEJO.
                  CLOSE ASIVIEJOFILE.

                  OPEN OUTPUT ASIENTOFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-ASIENTOS-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE ASIENTOFILE.

                  OPEN INPUT ASIENTOFILE.
                RECONTAR-ASIENTOS.
                  READ ASIENTOFILE NEXT RECORD
                      AT END GO TO CERRAR-ASIENTOS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD ASIENTO-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-ASIENTOS.

                CERRAR-ASIENTOS-NUEVO.
                  CLOSE ASIENTOFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
                  IF LC-RESULTADO = "CUADRA"
                    MOVE "SI" TO ASIENTOS-CUADRADO.
              FIN-MIGRAR-ASIENTOS.
                  EXIT.

              GRABAR-ASIENTOS-NUEVO.
                  MOVE TR-ESPEC(R) TO ASIENTO-ESPEC.
                  MOVE TR-CAMPO(R)(1:3) TO ASIENTO-NUM.
                  MOVE TR-RESTO(R) TO ASIENTO-RESTO.
                  MOVE SPACES TO ASIENTO-ZONA.
                  MOVE SPACES TO ASIENTO-ZONA-NOMBRE.
                  MOVE 0 TO ASIENTO-FILA.
                  MOVE 0 TO ASIENTO-BUTACA.
                  MOVE "N" TO ASIENTO-ACCESIBLE.
                  MOVE 0 TO ASIENTO-PRECIO.
                  WRITE REG-ASIENTO.
                  ADD 1 TO R.

       *> Conversion de WAITLIST.DAT: clave espectaculo + tarjeta
              MIGRAR-WAITLIST.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT WAITVIEJOFILE.
                  IF FSWV = "35"
                    CLOSE WAITVIEJOFILE
                    DISPLAY "No existe WAITLIST.DAT."
                    GO TO FIN-MIGRAR-WAITLIST.

                LEER-WAITLIST-VIEJO.
                  READ WAITVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-WAITLIST-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE WVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE WVJ-TARJ TO TR-CAMPO(NUM-REGISTROS)
                    MOVE WVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD WVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 peticiones,"
                        " fichero NO convertido"
                    CLOSE WAITVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-WAITLIST.
                  GO TO LEER-WAITLIST-VIEJO.

                CERRAR-WAITLIST-VIEJO.
                  CLOSE WAITVIEJOFILE.

                  OPEN OUTPUT WAITLISTFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-WAITLIST-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE WAITLISTFILE.

                  OPEN INPUT WAITLISTFILE.
                RECONTAR-WAITLIST.
                  READ WAITLISTFILE NEXT RECORD
                      AT END GO TO CERRAR-WAITLIST-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD WAIT-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-WAITLIST.

                CERRAR-WAITLIST-NUEVO.
                  CLOSE WAITLISTFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-WAITLIST.
                  EXIT.

              GRABAR-WAITLIST-NUEVO.
                  MOVE TR-ESPEC(R) TO WAIT-ESPEC.
                  MOVE TR-CAMPO(R) TO WAIT-TARJ.
                  MOVE TR-RESTO(R) TO WAIT-RESTO.
                  WRITE REG-LISTA-ESPERA.
                  ADD 1 TO R.

       *> Conversion de PROMOTORES.DAT: un promotor por espectaculo
              MIGRAR-PROMOTORES.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT PROMVIEJOFILE.
                  IF FSPV = "35"
                    CLOSE PROMVIEJOFILE
                    DISPLAY "No existe PROMOTORES.DAT."
                    GO TO FIN-MIGRAR-PROMOTORES.

                LEER-PROMOTORES-VIEJO.
                  READ PROMVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-PROMOTORES-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE PVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE PVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD PVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 promotores,"
                        " fichero NO convertido"
                    CLOSE PROMVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-PROMOTORES.
                  GO TO LEER-PROMOTORES-VIEJO.

                CERRAR-PROMOTORES-VIEJO.
                  CLOSE PROMVIEJOFILE.

                  OPEN OUTPUT PROMOTORESFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-PROMOTORES-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE PROMOTORESFILE.

                  OPEN INPUT PROMOTORESFILE.
                RECONTAR-PROMOTORES.
                  READ PROMOTORESFILE NEXT RECORD
                      AT END GO TO CERRAR-PROMOTORES-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD PROM-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-PROMOTORES.

                CERRAR-PROMOTORES-NUEVO.
                  CLOSE PROMOTORESFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-PROMOTORES.
                  EXIT.

              GRABAR-PROMOTORES-NUEVO.
                  MOVE TR-ESPEC(R) TO PROM-ESPEC.
                  MOVE TR-RESTO(R) TO PROM-RESTO.
                  WRITE REG-PROMOTOR.
                  ADD 1 TO R.

       *> Conversion de CODIGOS-ENTRADA.DAT: la clave es el codigo; el
       *> espectaculo va detras
              MIGRAR-CODIGOS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT CODVIEJOFILE.
                  IF FSCV = "35"
                    CLOSE CODVIEJOFILE
                    DISPLAY "No existe CODIGOS-ENTRADA.DAT."
                    GO TO FIN-MIGRAR-CODIGOS.

                LEER-CODIGOS-VIEJO.
                  READ CODVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-CODIGOS-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE CVJ-CODIGO TO TR-ANTES(NUM-REGISTROS)
                    MOVE CVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE CVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD CVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 codigos,"
                        " fichero NO convertido"
                    CLOSE CODVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-CODIGOS.
                  GO TO LEER-CODIGOS-VIEJO.

                CERRAR-CODIGOS-VIEJO.
                  CLOSE CODVIEJOFILE.

                  OPEN OUTPUT CODIGOSENTRADAFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-CODIGOS-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE CODIGOSENTRADAFILE.

                  OPEN INPUT CODIGOSENTRADAFILE.
                RECONTAR-CODIGOS.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-CODIGOS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD CODENT-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-CODIGOS.

                CERRAR-CODIGOS-NUEVO.
                  CLOSE CODIGOSENTRADAFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
                  IF LC-RESULTADO = "CUADRA"
                    MOVE "SI" TO CODIGOS-CUADRADO.
              FIN-MIGRAR-CODIGOS.
                  EXIT.

              GRABAR-CODIGOS-NUEVO.
                  MOVE TR-ANTES(R)(1:8) TO CODENT-CODIGO.
                  MOVE TR-ESPEC(R) TO CODENT-ESPEC.
                  MOVE TR-RESTO(R) TO CODENT-RESTO.
                  MOVE SPACES TO CODENT-ZONA.
                  MOVE 0 TO CODENT-FILA.
                  MOVE 0 TO CODENT-BUTACA.
                  WRITE REG-CODIGO-ENTRADA.
                  ADD 1 TO R.

       *> Conversion de ABONOS-ESPEC.DAT: la clave es el numero de
       *> abono; se ensanchan los dos extremos de la serie de
       *> espectaculos que cubre
              MIGRAR-ABONOS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT ABOVIEJOFILE.
                  IF FSBV = "35"
                    CLOSE ABOVIEJOFILE
                    DISPLAY "No existe ABONOS-ESPEC.DAT."
                    GO TO FIN-MIGRAR-ABONOS.

                LEER-ABONOS-VIEJO.
                  READ ABOVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-ABONOS-VIEJO.
                  IF NUM-REGISTROS < 999
                    ADD 1 TO NUM-REGISTROS
                    MOVE BVJ-NUMERO TO TB-NUMERO(NUM-REGISTROS)
                    MOVE BVJ-DATOS TO TB-DATOS(NUM-REGISTROS)
                    MOVE BVJ-ESPEC-DESDE TO TB-DESDE(NUM-REGISTROS)
                    MOVE BVJ-ESPEC-HASTA TO TB-HASTA(NUM-REGISTROS)
                    MOVE BVJ-ACTIVO TO TB-ACTIVO(NUM-REGISTROS)
                    ADD BVJ-ESPEC-DESDE TO SUMA-ANTES
                    ADD BVJ-ESPEC-HASTA TO SUMA-ANTES
                    IF BVJ-ESPEC-HASTA > MAX-ESPEC-VISTO
                      MOVE BVJ-ESPEC-HASTA TO MAX-ESPEC-VISTO
                    END-IF
                  ELSE
                    DISPLAY "ATENCION: mas de 999 abonos, fichero NO"
                        " convertido"
                    CLOSE ABOVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-ABONOS.
                  GO TO LEER-ABONOS-VIEJO.

                CERRAR-ABONOS-VIEJO.
                  CLOSE ABOVIEJOFILE.

                  OPEN OUTPUT ABONOSESPECFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-ABONOS-NUEVO UNTIL R > NUM-REGISTROS.
                  CLOSE ABONOSESPECFILE.

                  OPEN INPUT ABONOSESPECFILE.
                RECONTAR-ABONOS.
                  READ ABONOSESPECFILE NEXT RECORD
                      AT END GO TO CERRAR-ABONOS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD ABO-ESPEC-DESDE TO SUMA-DESPUES.
                  ADD ABO-ESPEC-HASTA TO SUMA-DESPUES.
                  GO TO RECONTAR-ABONOS.

                CERRAR-ABONOS-NUEVO.
                  CLOSE ABONOSESPECFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-ABONOS.
                  EXIT.

              GRABAR-ABONOS-NUEVO.
                  MOVE TB-NUMERO(R) TO ABO-NUMERO.
                  MOVE TB-DATOS(R) TO ABO-DATOS.
                  MOVE TB-DESDE(R) TO ABO-ESPEC-DESDE.
                  MOVE TB-HASTA(R) TO ABO-ESPEC-HASTA.
                  MOVE TB-ACTIVO(R) TO ABO-ACTIVO.
                  WRITE REG-ABONO-ESPEC.
                  ADD 1 TO R.

       *> Conversion de LIQESPEC.DAT: una liquidacion por linea, que
       *> INFORMETESORERIA relee
              MIGRAR-LIQESPEC.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT LIQVIEJOFILE.
                  IF FSLV = "35"
                    CLOSE LIQVIEJOFILE
                    DISPLAY "No existe LIQESPEC.DAT."
                    GO TO FIN-MIGRAR-LIQESPEC.

                LEER-LIQESPEC-VIEJO.
                  READ LIQVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-LIQESPEC-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE LVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE LVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD LVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 liquidaciones,"
                        " fichero NO convertido"
                    CLOSE LIQVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-LIQESPEC.
                  GO TO LEER-LIQESPEC-VIEJO.

                CERRAR-LIQESPEC-VIEJO.
                  CLOSE LIQVIEJOFILE.

                  OPEN OUTPUT LIQESPECFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-LIQESPEC-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE LIQESPECFILE.

                  OPEN INPUT LIQESPECFILE.
                RECONTAR-LIQESPEC.
                  READ LIQESPECFILE NEXT RECORD
                      AT END GO TO CERRAR-LIQESPEC-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD LIQ-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-LIQESPEC.

                CERRAR-LIQESPEC-NUEVO.
                  CLOSE LIQESPECFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-LIQESPEC.
                  EXIT.

              GRABAR-LIQESPEC-NUEVO.
                  MOVE TR-ESPEC(R) TO LIQ-ESPEC.
                  MOVE TR-RESTO(R) TO LIQ-RESTO.
                  WRITE REG-LIQESPEC.
                  ADD 1 TO R.

       *> Conversion de PUERTA-LOCAL.DAT: admisiones sin enlace aun no
       *> volcadas por SINCRONIZARPUERTA
              MIGRAR-LOCAL.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT LOCVIEJOFILE.
                  IF FSOV = "35"
                    CLOSE LOCVIEJOFILE
                    DISPLAY "No existe PUERTA-LOCAL.DAT."
                    GO TO FIN-MIGRAR-LOCAL.

                LEER-LOCAL-VIEJO.
                  READ LOCVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-LOCAL-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE OVJ-ANTES TO TR-ANTES(NUM-REGISTROS)
                    MOVE OVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE OVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD OVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 admisiones,"
                        " fichero NO convertido"
                    CLOSE LOCVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-LOCAL.
                  GO TO LEER-LOCAL-VIEJO.

                CERRAR-LOCAL-VIEJO.
                  CLOSE LOCVIEJOFILE.

                  OPEN OUTPUT LOCALFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-LOCAL-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE LOCALFILE.

                  OPEN INPUT LOCALFILE.
                RECONTAR-LOCAL.
                  READ LOCALFILE NEXT RECORD
                      AT END GO TO CERRAR-LOCAL-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD LOC-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-LOCAL.

                CERRAR-LOCAL-NUEVO.
                  CLOSE LOCALFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-LOCAL.
                  EXIT.

              GRABAR-LOCAL-NUEVO.
                  MOVE TR-ANTES(R) TO LOC-ANTES.
                  MOVE TR-ESPEC(R) TO LOC-ESPEC.
                  MOVE TR-RESTO(R) TO LOC-RESTO.
                  WRITE REG-LOCAL.
                  ADD 1 TO R.

       *> Conversion de PUERTA-RECHAZOS.DAT, que relee
       *> INFORMEASISTENCIA
              MIGRAR-RECHAZOS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT RCHVIEJOFILE.
                  IF FSRV = "35"
                    CLOSE RCHVIEJOFILE
                    DISPLAY "No existe PUERTA-RECHAZOS.DAT."
                    GO TO FIN-MIGRAR-RECHAZOS.

                LEER-RECHAZOS-VIEJO.
                  READ RCHVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-RECHAZOS-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE RVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE RVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD RVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 rechazos,"
                        " fichero NO convertido"
                    CLOSE RCHVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-RECHAZOS.
                  GO TO LEER-RECHAZOS-VIEJO.

                CERRAR-RECHAZOS-VIEJO.
                  CLOSE RCHVIEJOFILE.

                  OPEN OUTPUT RECHAZOSFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-RECHAZOS-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE RECHAZOSFILE.

                  OPEN INPUT RECHAZOSFILE.
                RECONTAR-RECHAZOS.
                  READ RECHAZOSFILE NEXT RECORD
                      AT END GO TO CERRAR-RECHAZOS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD RCH-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-RECHAZOS.

                CERRAR-RECHAZOS-NUEVO.
                  CLOSE RECHAZOSFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-RECHAZOS.
                  EXIT.

              GRABAR-RECHAZOS-NUEVO.
                  MOVE TR-ESPEC(R) TO RCH-ESPEC.
                  MOVE TR-RESTO(R) TO RCH-RESTO.
                  WRITE REG-RECHAZO.
                  ADD 1 TO R.

       *> Conversion de PUERTA-DISCREPANCIAS.DAT
              MIGRAR-DISCREPANCIAS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT DISVIEJOFILE.
                  IF FSDV = "35"
                    CLOSE DISVIEJOFILE
                    DISPLAY "No existe PUERTA-DISCREPANCIAS.DAT."
                    GO TO FIN-MIGRAR-DISCREPANCIAS.

                LEER-DISCREPANCIAS-VIEJO.
                  READ DISVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-DISCREPANCIAS-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE DVJ-ANTES TO TR-ANTES(NUM-REGISTROS)
                    MOVE DVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE DVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD DVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 discrepancias,"
                        " fichero NO convertido"
                    CLOSE DISVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-DISCREPANCIAS.
                  GO TO LEER-DISCREPANCIAS-VIEJO.

                CERRAR-DISCREPANCIAS-VIEJO.
                  CLOSE DISVIEJOFILE.

                  OPEN OUTPUT DISCREPANCIASFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-DISCREPANCIAS-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE DISCREPANCIASFILE.

                  OPEN INPUT DISCREPANCIASFILE.
                RECONTAR-DISCREPANCIAS.
                  READ DISCREPANCIASFILE NEXT RECORD
                      AT END GO TO CERRAR-DISCREPANCIAS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD DIS-ESPEC TO SUMA-DESPUES.
                  GO TO RECONTAR-DISCREPANCIAS.

                CERRAR-DISCREPANCIAS-NUEVO.
                  CLOSE DISCREPANCIASFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-DISCREPANCIAS.
                  EXIT.

              GRABAR-DISCREPANCIAS-NUEVO.
                  MOVE TR-ANTES(R) TO DIS-ANTES.
                  MOVE TR-ESPEC(R) TO DIS-ESPEC.
                  MOVE TR-RESTO(R) TO DIS-RESTO.
                  WRITE REG-DISCREPANCIA.
                  ADD 1 TO R.

       *> Conversion de CAMBIOS-AFORO.DAT, la traza de cambios de aforo
       *> de MANTENEESPEC
              MIGRAR-CAMBIOS.
                  PERFORM INICIAR-CUADRE.
                  OPEN INPUT CAFVIEJOFILE.
                  IF FSXV = "35"
                    CLOSE CAFVIEJOFILE
                    DISPLAY "No existe CAMBIOS-AFORO.DAT."
                    GO TO FIN-MIGRAR-CAMBIOS.

                LEER-CAMBIOS-VIEJO.
                  READ CAFVIEJOFILE NEXT RECORD
                      AT END GO TO CERRAR-CAMBIOS-VIEJO.
                  IF NUM-REGISTROS < 20000
                    ADD 1 TO NUM-REGISTROS
                    MOVE SPACES TO REG-ENTRADA(NUM-REGISTROS)
                    MOVE XVJ-ESPEC TO TR-ESPEC(NUM-REGISTROS)
                    MOVE XVJ-RESTO TO TR-RESTO(NUM-REGISTROS)
                    ADD XVJ-ESPEC TO SUMA-ANTES
                    PERFORM VER-MAXIMO
                  ELSE
                    DISPLAY "ATENCION: mas de 20000 cambios,"
                        " fichero NO convertido"
                    CLOSE CAFVIEJOFILE
                    PERFORM ANOTAR-NO-CONVERTIDO
                    GO TO FIN-MIGRAR-CAMBIOS.
                  GO TO LEER-CAMBIOS-VIEJO.

                CERRAR-CAMBIOS-VIEJO.
                  CLOSE CAFVIEJOFILE.

                  OPEN OUTPUT CAMBIOSAFOROFILE.
                  MOVE 1 TO R.
                  PERFORM GRABAR-CAMBIOS-NUEVO
                      UNTIL R > NUM-REGISTROS.
                  CLOSE CAMBIOSAFOROFILE.

                  OPEN INPUT CAMBIOSAFOROFILE.
                RECONTAR-CAMBIOS.
                  READ CAMBIOSAFOROFILE NEXT RECORD
                      AT END GO TO CERRAR-CAMBIOS-NUEVO.
                  ADD 1 TO NUM-GRABADOS.
                  ADD CA-ESPEC-NUMERO TO SUMA-DESPUES.
                  GO TO RECONTAR-CAMBIOS.

                CERRAR-CAMBIOS-NUEVO.
                  CLOSE CAMBIOSAFOROFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
              FIN-MIGRAR-CAMBIOS.
                  EXIT.

              GRABAR-CAMBIOS-NUEVO.
                  MOVE TR-ESPEC(R) TO CA-ESPEC-NUMERO.
                  MOVE TR-RESTO(R) TO CA-RESTO.
                  WRITE REG-CAMBIO-AFORO.
                  ADD 1 TO R.

       *> Conversion de MOVS.DAT, en su sitio: el apunte no cambia de
       *> longitud. En las compras de entradas (EN/CO y EN/GR) el
       *> destino pasa de espectaculo (1:2) + entradas (3:3) + marca
       *> de reembolso (6:1) a espectaculo (1:4) + entradas (5:3) +
       *> marca (8:1); en las cesiones (EN/CS y EN/CR) se rehace el
       *> concepto con el numero de cuatro cifras. Los archivos
       *> mensuales ya cerrados no se tocan. Sirve igual para la
       *> replica, con el nombre en FICHERO-PEDIDO
              MIGRAR-MOVS.
                  PERFORM INICIAR-CUADRE.
                  MOVE 0 TO TRAZADO-REGISTROS-WS.
                  OPEN I-O MOVFILE.
                  IF FSM = "35" AND FICHERO-PEDIDO NOT = "MOVS.DAT"
                    CLOSE MOVFILE
                    DISPLAY "No existe " FICHERO-PEDIDO "."
                    GO TO FIN-MIGRAR-MOVS.
                  IF FSM NOT = "00"
                    DISPLAY "No se puede abrir " FICHERO-PEDIDO
                        " (estado " FSM "): no se convierte"
                    CLOSE MOVFILE
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-MIGRAR-MOVS.
                  PERFORM COMPROBAR-VERSION-MOVS
                      THRU FIN-COMPROBAR-VERSION-MOVS.
                  IF MOVS-CONVERTIBLE NOT = "SI"
                    CLOSE MOVFILE
                    MOVE 8 TO RETURN-CODE
                    GO TO FIN-MIGRAR-MOVS.
                  MOVE LOW-VALUES TO MOV-CLAVE.
                  START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
                      INVALID KEY GO TO CERRAR-MOVS.

                LEER-UN-MOV.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-MOVS.
                  ADD 1 TO TRAZADO-REGISTROS-WS.
                  IF NOT MOV-OP-ENTRADAS
                    GO TO LEER-UN-MOV.
                  IF (MOV-SUBTIPO-OP = "CO" OR MOV-SUBTIPO-OP = "GR")
                     AND MOV-CUENTA-DESTINO(1:2) IS NUMERIC
                    PERFORM ENSANCHAR-DESTINO-MOV
                        THRU FIN-ENSANCHAR-DESTINO-MOV.
                  IF MOV-SUBTIPO-OP = "CS"
                     AND MOV-CONCEPTO(21:2) IS NUMERIC
                     AND MOV-CONCEPTO(23:1) = SPACE
                    PERFORM ENSANCHAR-CESION-MOV
                        THRU FIN-ENSANCHAR-CESION-MOV.
                  IF MOV-SUBTIPO-OP = "CR"
                     AND MOV-CONCEPTO(14:2) IS NUMERIC
                     AND MOV-CONCEPTO(16:1) = SPACE
                    PERFORM ENSANCHAR-RECIBIDA-MOV
                        THRU FIN-ENSANCHAR-RECIBIDA-MOV.
                  GO TO LEER-UN-MOV.

                CERRAR-MOVS.
                  CLOSE MOVFILE.
                  PERFORM ANOTAR-TESTIGO.
                  PERFORM ANOTAR-CUADRE.
                  IF FICHERO-PEDIDO = "MOVS.DAT"
                    MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS
                    MOVE 4 TO TRAZADO-VERSION-WS
                    PERFORM SELLAR-TRAZADO.
              FIN-MIGRAR-MOVS.
                  EXIT.

       *> MOVS.DAT solo se ensancha si CONTROL-TRAZADOS.DAT lo da con
       *> el trazado de MIGRARTIPOSMOV (version 3): con otro trazado
       *> las posiciones del destino y del concepto no son las que se
       *> reescriben. La replica no tiene sello propio y vale que
       *> MIGRARTIPOSMOV la haya anotado en su testigo
              COMPROBAR-VERSION-MOVS.
                  MOVE "NO" TO MOVS-CONVERTIBLE.
                  IF FICHERO-PEDIDO NOT = "MOVS.DAT"
                    GO TO COMPROBAR-REPLICA-MOVS.
                  OPEN INPUT TRAZADOSFILE.
                  IF FSTZ NOT = "00"
                    CLOSE TRAZADOSFILE
                    DISPLAY "No existe CONTROL-TRAZADOS.DAT: MOVS.DAT"
                        " no se convierte"
                    GO TO FIN-COMPROBAR-VERSION-MOVS.
                  MOVE "MOVS.DAT" TO TRZ-FICHERO.
                  READ TRAZADOSFILE
                      INVALID KEY MOVE 0 TO TRZ-VERSION.
                  CLOSE TRAZADOSFILE.
                  IF TRZ-VERSION NOT = 3
                    DISPLAY "MOVS.DAT figura con la version "
                        TRZ-VERSION " de trazado y se espera la 3:"
                        " no se convierte"
                    GO TO FIN-COMPROBAR-VERSION-MOVS.
                  MOVE "SI" TO MOVS-CONVERTIBLE.
                  GO TO FIN-COMPROBAR-VERSION-MOVS.

                COMPROBAR-REPLICA-MOVS.
                  OPEN INPUT TIPOSMOVFILE.
                  IF FSTM NOT = "00"
                    CLOSE TIPOSMOVFILE
                    GO TO AVISAR-REPLICA-MOVS.

                LEER-UN-TIPOSMOV.
                  READ TIPOSMOVFILE NEXT RECORD
                      AT END GO TO CERRAR-TIPOSMOV.
                  IF TIPOSMOV-FICHERO = FICHERO-PEDIDO
                    MOVE "SI" TO MOVS-CONVERTIBLE.
                  GO TO LEER-UN-TIPOSMOV.

                CERRAR-TIPOSMOV.
                  CLOSE TIPOSMOVFILE.
                  IF MOVS-CONVERTIBLE = "SI"
                    GO TO FIN-COMPROBAR-VERSION-MOVS.

                AVISAR-REPLICA-MOVS.
                  DISPLAY FICHERO-PEDIDO " no figura en"
                      " TIPOSMOV-MIGRADOS.DAT: no se convierte".
              FIN-COMPROBAR-VERSION-MOVS.
                  EXIT.

              ENSANCHAR-DESTINO-MOV.
                  ADD 1 TO NUM-REGISTROS.
                  MOVE MOV-CUENTA-DESTINO(1:2) TO ESPEC-MOV-VIEJO.
                  MOVE MOV-CUENTA-DESTINO(3:3) TO ENTRADAS-MOV.
                  MOVE MOV-CUENTA-DESTINO(6:1) TO MARCA-MOV.
                  ADD ESPEC-MOV-VIEJO TO SUMA-ANTES.
                  MOVE ESPEC-MOV-VIEJO TO ESPEC-MOV-NUEVO.
                  MOVE SPACES TO MOV-CUENTA-DESTINO.
                  MOVE ESPEC-MOV-NUEVO TO MOV-CUENTA-DESTINO(1:4).
                  MOVE ENTRADAS-MOV TO MOV-CUENTA-DESTINO(5:3).
                  MOVE MARCA-MOV TO MOV-CUENTA-DESTINO(8:1).
                  PERFORM REGRABAR-MOV THRU FIN-REGRABAR-MOV.
              FIN-ENSANCHAR-DESTINO-MOV.
                  EXIT.

       *> "Cesion entradas esp NN a TTTTTTTTTT"
              ENSANCHAR-CESION-MOV.
                  ADD 1 TO NUM-REGISTROS.
                  MOVE MOV-CONCEPTO(21:2) TO ESPEC-MOV-VIEJO.
                  ADD ESPEC-MOV-VIEJO TO SUMA-ANTES.
                  MOVE ESPEC-MOV-VIEJO TO ESPEC-MOV-NUEVO.
                  MOVE SPACES TO CONCEPTO-NUEVO.
                  STRING "Cesion entradas esp " ESPEC-MOV-NUEVO
                         MOV-CONCEPTO(23:18)
                      DELIMITED BY SIZE INTO CONCEPTO-NUEVO.
                  MOVE CONCEPTO-NUEVO TO MOV-CONCEPTO.
                  PERFORM REGRABAR-MOV THRU FIN-REGRABAR-MOV.
              FIN-ENSANCHAR-CESION-MOV.
                  EXIT.

       *> "Entradas esp NN recibidas por cesion"
              ENSANCHAR-RECIBIDA-MOV.
                  ADD 1 TO NUM-REGISTROS.
                  MOVE MOV-CONCEPTO(14:2) TO ESPEC-MOV-VIEJO.
                  ADD ESPEC-MOV-VIEJO TO SUMA-ANTES.
                  MOVE ESPEC-MOV-VIEJO TO ESPEC-MOV-NUEVO.
                  MOVE SPACES TO CONCEPTO-NUEVO.
                  STRING "Entradas esp " ESPEC-MOV-NUEVO
                         MOV-CONCEPTO(16:25)
                      DELIMITED BY SIZE INTO CONCEPTO-NUEVO.
                  MOVE CONCEPTO-NUEVO TO MOV-CONCEPTO.
                  PERFORM REGRABAR-MOV THRU FIN-REGRABAR-MOV.
              FIN-ENSANCHAR-RECIBIDA-MOV.
                  EXIT.

              REGRABAR-MOV.
                  REWRITE REG-MOVIMIENTOS.
                  IF FSM NOT = "00"
                    DISPLAY "ATENCION: no se pudo regrabar el apunte "
                        MOV-ID " " MOV-SEC
                    GO TO FIN-REGRABAR-MOV.
                  ADD 1 TO NUM-GRABADOS.
                  ADD ESPEC-MOV-NUEVO TO SUMA-DESPUES.
              FIN-REGRABAR-MOV.
                  EXIT.

       *> Deja en ESPEC-CONTADOR.DAT el mayor numero de espectaculo
       *> visto en cualquiera de los ficheros convertidos, si supera
       *> al que ya hubiera: asi MANTENEESPEC no vuelve a dar un
       *> numero que aun citan liquidaciones, codigos o apuntes de un
       *> espectaculo ya borrado
              ACTUALIZAR-CONTADOR.
                  IF MAX-ESPEC-VISTO = 0
                    GO TO FIN-ACTUALIZAR-CONTADOR.
                  OPEN INPUT CONTADORFILE.
                  IF FSCO = "00"
                    READ CONTADORFILE
                        AT END MOVE 0 TO CONT-ULTIMO-ESPEC
                    END-READ
                    IF CONT-ULTIMO-ESPEC NOT < MAX-ESPEC-VISTO
                      CLOSE CONTADORFILE
                      GO TO FIN-ACTUALIZAR-CONTADOR.
                  CLOSE CONTADORFILE.
                  OPEN OUTPUT CONTADORFILE.
                  MOVE MAX-ESPEC-VISTO TO CONT-ULTIMO-ESPEC.
                  WRITE REG-CONTADOR.
                  CLOSE CONTADORFILE.
                  DISPLAY "ESPEC-CONTADOR.DAT: ultimo espectaculo "
                      MAX-ESPEC-VISTO ".".
              FIN-ACTUALIZAR-CONTADOR.
                  EXIT.

       *> Sella la version 2 de ESPEC.DAT con su numero de registros,
       *> recontado del fichero ya convertido (puede venir de una
       *> pasada anterior)
              SELLAR-ESPEC.
                  MOVE 0 TO TRAZADO-REGISTROS-WS.
                  OPEN INPUT ESPECFILE.
                  IF FSE NOT = "00"
                    CLOSE ESPECFILE
                    GO TO GRABAR-SELLO-ESPEC.
                CONTAR-ESPEC.
                  READ ESPECFILE NEXT RECORD
                      AT END GO TO CERRAR-CONTAR-ESPEC.
                  ADD 1 TO TRAZADO-REGISTROS-WS.
                  GO TO CONTAR-ESPEC.
                CERRAR-CONTAR-ESPEC.
                  CLOSE ESPECFILE.
                GRABAR-SELLO-ESPEC.
                  MOVE "ESPEC.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM SELLAR-TRAZADO.
              FIN-SELLAR-ESPEC.
                  EXIT.

       *> Deja en CONTROL-TRAZADOS.DAT la version de trazado con que
       *> queda grabado el maestro convertido y su numero de registros
              SELLAR-TRAZADO.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ = "35"
                    CLOSE TRAZADOSFILE
                    OPEN OUTPUT TRAZADOSFILE
                    CLOSE TRAZADOSFILE
                    OPEN I-O TRAZADOSFILE.
                  MOVE TRAZADO-FICHERO-WS TO TRZ-FICHERO.
                  MOVE TRAZADO-VERSION-WS TO TRZ-VERSION.
                  MOVE TRAZADO-REGISTROS-WS TO TRZ-NUM-REGISTROS.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO TRZ-FECHA.
                  MOVE "MIGRARESPECTACULOS" TO TRZ-PROGRAMA.
                  WRITE REG-CONTROL-TRAZADO
                      INVALID KEY REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
