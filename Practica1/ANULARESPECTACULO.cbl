       *> de anulacion, invalida los codigos de admision en
       *> CODIGOS-ENTRADA.DAT, libera los asientos de ASIENTOS.DAT,
       *> borra la lista de espera de WAITLIST.DAT, avisa a cada
       *> titular afectado por NOTIFICA.DAT, expide la factura
       *> rectificativa de cada compra devuelta que estuviera
       *> facturada (FACTURAS.DAT, serie R) y retrocede la posicion
       *> del promotor: si LIQUIDARESPECTACULOS ya habia abonado el
       *> neto, se carga de vuelta en su cuenta con el apunte de
       *> retrocesion, y el promotor queda marcado para que la
       *> liquidacion no vuelva a correr sobre la funcion cancelada.
       *> Los derechos de autor ya liquidados de la funcion se marcan
       *> anulados en DERECHOS-LIQUIDADOS.DAT, para que la declaracion
       *> del mes los regularice, y su asiento se deshace en el diario.
       *> Exige el mismo acceso de personal que MANTENEESPEC y deja
       *> constancia en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Devolucion masiva por cancelacion del promotor
       *> Versión 1.1 - Graba el tipo de operacion en cada apunte
       *> Versión 1.2 - Numero de espectaculo de cuatro cifras
       *> Versión 1.3 - Nota de liquidacion con devoluciones de aplazamiento
       *> Versión 1.4 - Factura rectificativa de las compras facturadas
       *> Versión 1.5 - Anulacion de los derechos de autor liquidados
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Linea del libro diario con centro de coste
       *> Versión 1.8 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.9 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

*> SELECT FACTURASFILE y SERIESFACTURAFILE: registro de facturas y
*> ultimo numero de cada serie, compartidos con el cajero; la copia
*> de la rectificativa va a FACTIMPRESASFILE para que la oficina la
*> remita al destinatario
              SELECT FACTURASFILE ASSIGN TO "FACTURAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAC-CLAVE
                  ALTERNATE RECORD KEY IS FAC-MOV-CLAVE WITH DUPLICATES
                  FILE STATUS IS FSFAC.

              SELECT SERIESFACTURAFILE ASSIGN TO "SERIES-FACTURAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SER-CLAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FSSEF.

              SELECT FISCALESFILE ASSIGN TO "DATOS-FISCALES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFIS.

              SELECT FACTIMPRESASFILE ASSIGN TO "FACTURAS-IMPRESAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFIM.

              SELECT DERLIQFILE ASSIGN TO "DERECHOS-LIQUIDADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DLQ-ESPEC
                  FILE STATUS IS FSDL.

              SELECT DIARIOFILE ASSIGN TO "LIBRODIARIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD MOVFILE.
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
*> Tipo y subtipo de operacion del apunte: los procesos que
*> clasifican movimientos miran este codigo y no el texto libre
*> de MOV-CONCEPTO (relacion de subtipos en MIGRARTIPOSMOV)
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-REINTEGRO    VALUE "RE".
                 88 MOV-OP-INGRESO      VALUE "IN".
                 88 MOV-OP-DEPOSITO-NOCT VALUE "DN".
                 88 MOV-OP-CUARENTENA   VALUE "BV".
                 88 MOV-OP-TRANSFERENCIA VALUE "TF".
                 88 MOV-OP-PAGO-MOVIL   VALUE "PM".
                 88 MOV-OP-RECARGA      VALUE "RM".
                 88 MOV-OP-ENTRADAS     VALUE "EN".
                 88 MOV-OP-LIQUIDACION  VALUE "LQ".
                 88 MOV-OP-INTERESES    VALUE "IT".
                 88 MOV-OP-COMISION     VALUE "CO".
                 88 MOV-OP-PRESTAMO     VALUE "PR".
                 88 MOV-OP-NOMINA       VALUE "NO".
                 88 MOV-OP-ADEUDO       VALUE "AD".
                 88 MOV-OP-PLAZO        VALUE "PF".
                 88 MOV-OP-CHEQUE-BANC  VALUE "CB".
                 88 MOV-OP-EMBARGO      VALUE "EM".
                 88 MOV-OP-AJUSTE       VALUE "AJ".
                 88 MOV-OP-CANCELACION  VALUE "CC".
                 88 MOV-OP-MIGRADO      VALUE "MG".
                 88 MOV-OP-PRESCRIPCION VALUE "PS".
                 88 MOV-OP-SIN-TIPO     VALUE SPACES.
              02 MOV-SUBTIPO-OP         PIC XX.

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD CODIGOSENTRADAFILE.
       01 REG-CODIGO-ENTRADA.
              02 CODENT-CODIGO          PIC 9(8).
              02 CODENT-ESPEC           PIC 9(4).
              02 CODENT-ASIENTO         PIC 9(3).
              02 CODENT-TARJ            PIC 9(10).
              02 CODENT-ESTADO          PIC X.
                 88 CODENT-VALIDO       VALUE "V".
                 88 CODENT-USADO        VALUE "U".
                 88 CODENT-ANULADO      VALUE "A".
              02 CODENT-ZONA            PIC X(2).
              02 CODENT-FILA            PIC 99.
              02 CODENT-BUTACA          PIC 99.

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

       FD WAITLISTFILE.
       01 REG-LISTA-ESPERA.
              02 WAIT-CLAVE.
                 03 WAIT-ESPEC             PIC 9(4).
                 03 WAIT-TARJ              PIC 9(10).
              02 WAIT-CUENTA             PIC X(24).
              02 WAIT-NUM-ENTRADAS       PIC 9(3).

       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
              02 PROM-ESPEC            PIC 9(4).
              02 PROM-NOMBRE           PIC X(30).
              02 PROM-CUENTA           PIC X(24).
              02 PROM-COMISION-PCT     PIC 99V99.

       FD LIQESPECFILE.
       01 REG-LIQESPEC.
              02 LIQ-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 LIQ-NOMBRE-ESPEC       PIC X(20).
              02 FILLER                 PIC X(2).
              02 LIQ-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2).
              02 LIQ-ABONO              PIC X(15).
              02 FILLER                 PIC X(2).
              02 LIQ-NUM-DEV-APLAZ      PIC X(5).
              02 FILLER                 PIC X(2).
              02 LIQ-DEV-APLAZ          PIC X(11).
              02 FILLER                 PIC X(2).
              02 LIQ-DERECHOS           PIC X(11).

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

*> FD FACTURASFILE: como en el cajero
       FD FACTURASFILE.
       01 REG-FACTURA.
              02 FAC-CLAVE.
                 03 FAC-SERIE           PIC X.
                    88 FAC-ORDINARIA    VALUE "F".
                    88 FAC-RECTIFICATIVA VALUE "R".
                 03 FAC-EJERCICIO       PIC 9(4).
                 03 FAC-NUMERO          PIC 9(6).
              02 FAC-MOV-CLAVE.
                 03 FAC-MOV-ID          PIC X(24).
                 03 FAC-MOV-SEC         PIC 9(6).
              02 FAC-FECHA-EXPEDICION   PIC 9(8).
              02 FAC-FECHA-OPERACION    PIC 9(8).
              02 FAC-TARJ               PIC 9(10).
              02 FAC-NIF                PIC X(9).
              02 FAC-NOMBRE             PIC X(30).
              02 FAC-DOMICILIO          PIC X(30).
              02 FAC-CONCEPTO           PIC X(40).
              02 FAC-CLASE              PIC X.
              02 FAC-TIPO-IVA           PIC 99V99.
              02 FAC-BASE               PIC S9(7)V99.
              02 FAC-CUOTA              PIC S9(7)V99.
              02 FAC-TOTAL              PIC S9(7)V99.
              02 FAC-RECTIFICADA.
                 03 FAC-RECT-SERIE      PIC X.
                 03 FAC-RECT-EJERCICIO  PIC 9(4).
                 03 FAC-RECT-NUMERO     PIC 9(6).
              02 FAC-ESTADO             PIC X.
                 88 FAC-VIGENTE         VALUE "V".
                 88 FAC-YA-RECTIFICADA  VALUE "R".

       FD SERIESFACTURAFILE.
       01 REG-SERIE-FACTURA.
              02 SER-CLAVE.
                 03 SER-SERIE           PIC X.
                 03 SER-EJERCICIO       PIC 9(4).
              02 SER-ULTIMO-NUMERO      PIC 9(6).
              02 SER-FECHA-ULTIMA       PIC 9(8).

       FD FISCALESFILE.
       01 REG-DATOS-FISCALES.
              02 FIS-NIF                PIC X(9).
              02 FIS-RAZON-SOCIAL       PIC X(40).
              02 FIS-DOMICILIO          PIC X(40).
              02 FIS-IVA-ENTRADAS       PIC 99V99.
              02 FIS-IVA-SERVICIOS      PIC 99V99.

       FD FACTIMPRESASFILE.
       01 REG-FACTURA-IMPRESA.
              02 FIM-TARJ               PIC 9(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FIM-FECHA              PIC X(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FIM-HORA               PIC X(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FIM-LINEA              PIC X(72).

*> FD DERLIQFILE: derechos de autor liquidados por espectaculo (ver
*> LIQUIDARESPECTACULOS)
       FD DERLIQFILE.
       01 REG-DERECHOS-LIQ.
              02 DLQ-ESPEC              PIC 9(4).
              02 DLQ-NOMBRE-ESPEC       PIC X(20).
              02 DLQ-FECHA-ESPEC        PIC 9(8).
              02 DLQ-PROMOTOR           PIC X(30).
              02 DLQ-ENTIDAD            PIC X(30).
              02 DLQ-FECHA-LIQ          PIC 9(8).
              02 DLQ-BRUTO              PIC 9(9)V99.
              02 DLQ-DEVOLUCIONES       PIC 9(9)V99.
              02 DLQ-IVA                PIC 9(9)V99.
              02 DLQ-BASE               PIC 9(9)V99.
              02 DLQ-PCT                PIC 99V99.
              02 DLQ-IMPORTE            PIC 9(9)V99.
              02 DLQ-ESTADO             PIC X.
                 88 DLQ-LIQUIDADO       VALUE "L".
                 88 DLQ-ANULADO         VALUE "A".
              02 DLQ-FECHA-ANULACION    PIC 9(8).

*> FD DIARIOFILE: mismo formato de linea que el libro diario de
*> CONTABILIZARDIARIO
       FD DIARIOFILE.
       01 REG-DIARIO.
              02 DIA-FECHA              PIC X(10).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CUENTA             PIC 9(6).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-DEBE-HABER         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-IMPORTE            PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CONCEPTO           PIC X(40).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DIA-CENTRO-COSTE       PIC X(6).

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
              77 FSM                   PIC XX.
              77 FSU                   PIC XX.
              77 FSCE                  PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 M                     PIC 999.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NUM-ESPEC-X           PIC X(4).
              77 NUM-DEVUELTAS         PIC 9(5) VALUE 0.
              77 NUM-CODIGOS           PIC 9(5) VALUE 0.
              77 IMPORTE-DEVOLUCION-WS PIC 9(9)V99.
              77 NOTIF-SEC-WS          PIC 9(6).
              77 CLAVE-COMPRA-ID-WS    PIC X(24).
              77 CLAVE-COMPRA-SEC-WS   PIC 9(6).
              77 FSFAC                 PIC XX.
              77 FSSEF                 PIC XX.
              77 FSFIS                 PIC XX.
              77 FSFIM                 PIC XX.
              77 NUM-RECTIFICATIVAS    PIC 9(5) VALUE 0.
              77 NUMERO-FACTURA-OK     PIC X(2).
              77 REINTENTOS-SERIE-WS   PIC 9.
              77 FSDL                  PIC XX.
              77 FSD                   PIC XX.
              77 CTA-PENDIENTE-PROMOTOR PIC 9(6) VALUE 220000.
              77 CTA-DERECHOS-AUTOR    PIC 9(6) VALUE 250000.

              01 FECHA-NEGOCIO-F.
                 02 DD-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-NEG             PIC 9999.

       *> Rectificativa en curso, con la disposicion de REG-FACTURA
              01 FACTURA-TRABAJO.
                 02 FTR-CLAVE.
                    03 FTR-SERIE           PIC X.
                    03 FTR-EJERCICIO       PIC 9(4).
                    03 FTR-NUMERO          PIC 9(6).
                 02 FTR-MOV-CLAVE.
                    03 FTR-MOV-ID          PIC X(24).
                    03 FTR-MOV-SEC         PIC 9(6).
                 02 FTR-FECHA-EXPEDICION   PIC 9(8).
                 02 FTR-FECHA-OPERACION    PIC 9(8).
                 02 FTR-TARJ               PIC 9(10).
                 02 FTR-NIF                PIC X(9).
                 02 FTR-NOMBRE             PIC X(30).
                 02 FTR-DOMICILIO          PIC X(30).
                 02 FTR-CONCEPTO           PIC X(40).
                 02 FTR-CLASE              PIC X.
                 02 FTR-TIPO-IVA           PIC 99V99.
                 02 FTR-BASE               PIC S9(7)V99.
                 02 FTR-CUOTA              PIC S9(7)V99.
                 02 FTR-TOTAL              PIC S9(7)V99.
                 02 FTR-RECTIFICADA.
                    03 FTR-RECT-SERIE      PIC X.
                    03 FTR-RECT-EJERCICIO  PIC 9(4).
                    03 FTR-RECT-NUMERO     PIC 9(6).
                 02 FTR-ESTADO             PIC X.

              01 DATOS-IMPRESION-FACTURA.
                 02 EMISOR-NIF-WS          PIC X(9).
                 02 EMISOR-RAZON-WS        PIC X(40).
                 02 EMISOR-DOMICILIO-WS    PIC X(40).
                 02 NUM-FACTURA-TXT        PIC X(13).
                 02 NUM-FACTURA-RECT-TXT   PIC X(13).
                 02 FECHA-IMPR-FACT-WS     PIC 9(8).
                 02 FECHA-IMPR-FACT-R REDEFINES FECHA-IMPR-FACT-WS.
                    03 AA-IMPR-FACT        PIC 9999.
                    03 MM-IMPR-FACT        PIC 99.
                    03 DD-IMPR-FACT        PIC 99.
                 02 FECHA-EXP-FACT-ED      PIC X(10).
                 02 FECHA-OPE-FACT-ED      PIC X(10).
                 02 IMPORTE-FACT-ED        PIC -------9.99.
                 02 TIPO-IVA-FACT-ED       PIC Z9.99.
                 02 LINEA-IMPR-FACT-WS     PIC X(72).

              01 DATOS-LOGIN-STAFF.
                 02  STAFF-ID-INTENTO      PIC X(8).
                 02 SSF                    PIC 99.

              01 DATOS-ANULACION.
                 02 NUM-ESPEC-WS           PIC 9(4).

              01 MSJ-ANULACION             PIC X(55) VALUE SPACES.

           02 LINE 2   COL 9   VALUE
               "---CANCELACION TOTAL DE ESPECTACULO---".
           02 LINE 6   COL 19  VALUE "ESPECTACULO A CANCELAR:".
           02 LINE 6   COL 43  PIC 9(4) USING NUM-ESPEC-WS
               BLANK WHEN ZERO.
           02 LINE 9   COL 19  VALUE
               "Se devuelven todas las compras, se".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE SPACES TO MSJ-ANULACION.
                  STRING "Cancelado: " NUM-DEVUELTAS " devoluciones, "
                         NUM-CODIGOS " codigos, " NUM-RECTIFICATIVAS
                         " rectificativas"
                      DELIMITED BY SIZE INTO MSJ-ANULACION.
                  GO TO PEDIR-ESPECTACULO.

                LEER-UNA-COMPRA.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-DEVOLVER-COMPRAS.
                  IF NOT MOV-OP-ENTRADAS OR
                     (MOV-SUBTIPO-OP NOT = "CO" AND
                      MOV-SUBTIPO-OP NOT = "GR" AND
                      MOV-SUBTIPO-OP NOT = "AB")
                    GO TO LEER-UNA-COMPRA.
                  IF MOV-CUENTA-DESTINO(1:4) NOT = NUM-ESPEC-X
                    GO TO LEER-UNA-COMPRA.
                  IF MOV-CUENTA-DESTINO(8:1) = "R"
                    GO TO LEER-UNA-COMPRA.

                  MOVE MOV-ID TO CUENTA-COMPRA-WS.
                  MOVE MOV-IMPORTE TO IMPORTE-DEVOLUCION-WS.
                  IF MOV-IMPORTE < 0
                    COMPUTE IMPORTE-DEVOLUCION-WS = 0 - MOV-IMPORTE.
                  MOVE "R" TO MOV-CUENTA-DESTINO(8:1).
                  REWRITE REG-MOVIMIENTOS.
                  PERFORM ABONAR-DEVOLUCION THRU FIN-ABONAR-DEVOLUCION.
*> La grabacion del apunte de devolucion movio el puntero del
                    ADD 1 TO NUM-DEVUELTAS
                    PERFORM REGISTRAR-MOV-DEVOLUCION
                        THRU FIN-REGISTRAR-MOV-DEVOLUCION
                    PERFORM EMITIR-FACTURA-RECTIFICATIVA
                        THRU FIN-EMITIR-FACTURA-RECTIFICATIVA
                    PERFORM NOTIFICAR-CANCELACION
                        THRU FIN-NOTIFICAR-CANCELACION.
              FIN-ABONAR-DEVOLUCION.
                  STRING "Devolucion espectaculo " NUM-ESPEC-X
                         " cancelado"
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "EN" TO MOV-TIPO-OP.
                  MOVE "AN" TO MOV-SUBTIPO-OP.
                  MOVE IMPORTE-DEVOLUCION-WS TO MOV-CANTIDAD.
                  MOVE IMPORTE-DEVOLUCION-WS TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
              FIN-REGISTRAR-MOV-DEVOLUCION.
                  EXIT.

       *> Si la compra devuelta tenia factura, se expide en la serie R
       *> la rectificativa por el total en negativo, sobre el apunte de
       *> devolucion recien grabado, y la factura original queda
       *> marcada como rectificada. La copia impresa se deja en
       *> FACTURAS-IMPRESAS.DAT a nombre de la tarjeta que la pidio
              EMITIR-FACTURA-RECTIFICATIVA.
                  OPEN I-O FACTURASFILE.
                  IF FSFAC = "35"
                    CLOSE FACTURASFILE
                    GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
                  MOVE CLAVE-COMPRA-ID-WS TO FAC-MOV-ID.
                  MOVE CLAVE-COMPRA-SEC-WS TO FAC-MOV-SEC.
                  READ FACTURASFILE KEY IS FAC-MOV-CLAVE
                      INVALID KEY
                        CLOSE FACTURASFILE
                        GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
                  IF NOT FAC-ORDINARIA OR NOT FAC-VIGENTE
                    CLOSE FACTURASFILE
                    GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
                  CLOSE FACTURASFILE.

                  MOVE CUENTA-COMPRA-WS TO FTR-MOV-ID.
                  MOVE MOV-SEC-WS TO FTR-MOV-SEC.
                  MOVE FAC-SERIE TO FTR-RECT-SERIE.
                  MOVE FAC-EJERCICIO TO FTR-RECT-EJERCICIO.
                  MOVE FAC-NUMERO TO FTR-RECT-NUMERO.
                  MOVE FAC-TARJ TO FTR-TARJ.
                  MOVE FAC-NIF TO FTR-NIF.
                  MOVE FAC-NOMBRE TO FTR-NOMBRE.
                  MOVE FAC-DOMICILIO TO FTR-DOMICILIO.
                  MOVE FAC-CONCEPTO TO FTR-CONCEPTO.
                  MOVE FAC-CLASE TO FTR-CLASE.
                  MOVE FAC-TIPO-IVA TO FTR-TIPO-IVA.
                  COMPUTE FTR-BASE = 0 - FAC-BASE.
                  COMPUTE FTR-CUOTA = 0 - FAC-CUOTA.
                  COMPUTE FTR-TOTAL = 0 - FAC-TOTAL.
                  MOVE "V" TO FTR-ESTADO.
                  MOVE "R" TO FTR-SERIE.
                  PERFORM ASIGNAR-NUMERO-FACTURA
                      THRU FIN-ASIGNAR-NUMERO-FACTURA.
                  IF NUMERO-FACTURA-OK NOT = "SI"
                    DISPLAY "Rectificativa no emitida: factura "
                        FTR-RECT-SERIE "-" FTR-RECT-EJERCICIO "-"
                        FTR-RECT-NUMERO
                    GO TO FIN-EMITIR-FACTURA-RECTIFICATIVA.
                  MOVE FTR-FECHA-EXPEDICION TO FTR-FECHA-OPERACION.

                  OPEN I-O FACTURASFILE.
                  MOVE FACTURA-TRABAJO TO REG-FACTURA.
                  WRITE REG-FACTURA
                      INVALID KEY CONTINUE.
                  MOVE FTR-RECT-SERIE TO FAC-SERIE.
                  MOVE FTR-RECT-EJERCICIO TO FAC-EJERCICIO.
                  MOVE FTR-RECT-NUMERO TO FAC-NUMERO.
                  READ FACTURASFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "R" TO FAC-ESTADO
                          REWRITE REG-FACTURA
                  END-READ.
                  CLOSE FACTURASFILE.
                  ADD 1 TO NUM-RECTIFICATIVAS.
                  PERFORM IMPRIMIR-FACTURA.
              FIN-EMITIR-FACTURA-RECTIFICATIVA.
                  EXIT.

       *> Siguiente numero de la serie en el ejercicio, con el mismo
       *> bloqueo del registro de la serie que usa el cajero
              ASIGNAR-NUMERO-FACTURA.
                  MOVE "NO" TO NUMERO-FACTURA-OK.
                  MOVE 0 TO REINTENTOS-SERIE-WS.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  COMPUTE FTR-FECHA-EXPEDICION =
                      (AAUD * 10000) + (MMUD * 100) + DDUD.
                  MOVE AAUD TO FTR-EJERCICIO.
                  OPEN I-O SERIESFACTURAFILE.
                  IF FSSEF = "35"
                    CLOSE SERIESFACTURAFILE
                    OPEN OUTPUT SERIESFACTURAFILE
                    CLOSE SERIESFACTURAFILE
                    OPEN I-O SERIESFACTURAFILE.

                LEER-SERIE-FACTURA.
                  MOVE FTR-SERIE TO SER-SERIE.
                  MOVE FTR-EJERCICIO TO SER-EJERCICIO.
                  READ SERIESFACTURAFILE
                      INVALID KEY GO TO ABRIR-SERIE-FACTURA.
                  IF FSSEF = "51"
                    IF REINTENTOS-SERIE-WS < 5
                      ADD 1 TO REINTENTOS-SERIE-WS
                      GO TO LEER-SERIE-FACTURA
                    ELSE
                      GO TO CERRAR-SERIE-FACTURA.
                  ADD 1 TO SER-ULTIMO-NUMERO.
                  MOVE FTR-FECHA-EXPEDICION TO SER-FECHA-ULTIMA.
                  REWRITE REG-SERIE-FACTURA.
                  IF FSSEF NOT = "00"
                    GO TO CERRAR-SERIE-FACTURA.
                  MOVE SER-ULTIMO-NUMERO TO FTR-NUMERO.
                  MOVE "SI" TO NUMERO-FACTURA-OK.
                  GO TO CERRAR-SERIE-FACTURA.

                ABRIR-SERIE-FACTURA.
                  MOVE FTR-SERIE TO SER-SERIE.
                  MOVE FTR-EJERCICIO TO SER-EJERCICIO.
                  MOVE 1 TO SER-ULTIMO-NUMERO.
                  MOVE FTR-FECHA-EXPEDICION TO SER-FECHA-ULTIMA.
                  WRITE REG-SERIE-FACTURA
                      INVALID KEY GO TO LEER-SERIE-FACTURA.
                  MOVE 1 TO FTR-NUMERO.
                  MOVE "SI" TO NUMERO-FACTURA-OK.

                CERRAR-SERIE-FACTURA.
                  CLOSE SERIESFACTURAFILE.
                  MOVE SPACES TO NUM-FACTURA-TXT.
                  STRING FTR-SERIE "-" FTR-EJERCICIO "-" FTR-NUMERO
                      DELIMITED BY SIZE INTO NUM-FACTURA-TXT.
              FIN-ASIGNAR-NUMERO-FACTURA.
                  EXIT.

       *> Copia de la rectificativa con el mismo formato que la
       *> impresa en el cajero
              IMPRIMIR-FACTURA.
                  MOVE SPACES TO EMISOR-NIF-WS.
                  MOVE SPACES TO EMISOR-RAZON-WS.
                  MOVE SPACES TO EMISOR-DOMICILIO-WS.
                  OPEN INPUT FISCALESFILE.
                  IF FSFIS = "35"
                    CONTINUE
                  ELSE
                    READ FISCALESFILE
                      AT END CONTINUE
                      NOT AT END
                        MOVE FIS-NIF TO EMISOR-NIF-WS
                        MOVE FIS-RAZON-SOCIAL TO EMISOR-RAZON-WS
                        MOVE FIS-DOMICILIO TO EMISOR-DOMICILIO-WS
                    END-READ.
                  CLOSE FISCALESFILE.
                  MOVE FTR-FECHA-EXPEDICION TO FECHA-IMPR-FACT-WS.
                  MOVE SPACES TO FECHA-EXP-FACT-ED.
                  STRING DD-IMPR-FACT "/" MM-IMPR-FACT "/" AA-IMPR-FACT
                      DELIMITED BY SIZE INTO FECHA-EXP-FACT-ED.
                  MOVE FECHA-EXP-FACT-ED TO FECHA-OPE-FACT-ED.
                  MOVE SPACES TO NUM-FACTURA-RECT-TXT.
                  STRING FTR-RECT-SERIE "-" FTR-RECT-EJERCICIO "-"
                         FTR-RECT-NUMERO
                      DELIMITED BY SIZE INTO NUM-FACTURA-RECT-TXT.
                  OPEN EXTEND FACTIMPRESASFILE.
                  IF FSFIM = "35"
                    CLOSE FACTIMPRESASFILE
                    OPEN OUTPUT FACTIMPRESASFILE.

                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "FACTURA RECTIFICATIVA " NUM-FACTURA-TXT
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Fecha de expedicion " FECHA-EXP-FACT-ED
                         "   Fecha de la operacion " FECHA-OPE-FACT-ED
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Emisor: " EMISOR-RAZON-WS " NIF "
                         EMISOR-NIF-WS
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "        " EMISOR-DOMICILIO-WS
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Destinatario: " FTR-NOMBRE " NIF " FTR-NIF
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "              " FTR-DOMICILIO
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Concepto: " FTR-CONCEPTO
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE FTR-BASE TO IMPORTE-FACT-ED.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Base imponible ............ " IMPORTE-FACT-ED
                         " EUR"
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE FTR-TIPO-IVA TO TIPO-IVA-FACT-ED.
                  MOVE FTR-CUOTA TO IMPORTE-FACT-ED.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Cuota de IVA al " TIPO-IVA-FACT-ED " % ..... "
                         IMPORTE-FACT-ED " EUR"
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE FTR-TOTAL TO IMPORTE-FACT-ED.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Total factura ............. " IMPORTE-FACT-ED
                         " EUR"
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  MOVE SPACES TO LINEA-IMPR-FACT-WS.
                  STRING "Rectifica la factura " NUM-FACTURA-RECT-TXT
                         " por cancelacion del espectaculo"
                      DELIMITED BY SIZE INTO LINEA-IMPR-FACT-WS.
                  PERFORM GRABAR-LINEA-FACTURA.
                  CLOSE FACTIMPRESASFILE.

              GRABAR-LINEA-FACTURA.
                  MOVE FTR-TARJ TO FIM-TARJ.
                  MOVE FECHAF TO FIM-FECHA.
                  MOVE HORAF TO FIM-HORA.
                  MOVE LINEA-IMPR-FACT-WS TO FIM-LINEA.
                  WRITE REG-FACTURA-IMPRESA.

              NOTIFICAR-CANCELACION.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                      PERFORM CARGAR-RETRO-PROMOTOR
                          THRU FIN-CARGAR-RETRO-PROMOTOR
                    END-IF
                    PERFORM ANULAR-DERECHOS-LIQ
                        THRU FIN-ANULAR-DERECHOS-LIQ
                  END-IF.
                  MOVE "S" TO PROM-LIQUIDADA.
                  REWRITE REG-PROMOTOR.
              FIN-RETROCEDER-PROMOTOR.
                  EXIT.

       *> Los derechos liquidados de la funcion cancelada ya no se
       *> deben a la entidad de gestion: la liquidacion queda anulada
       *> con la fecha de negocio, para que DECLARARDERECHOS la
       *> regularice, y el asiento se da la vuelta
              ANULAR-DERECHOS-LIQ.
                  OPEN I-O DERLIQFILE.
                  IF FSDL = "35"
                    CLOSE DERLIQFILE
                    GO TO FIN-ANULAR-DERECHOS-LIQ.
                  MOVE NUM-ESPEC-WS TO DLQ-ESPEC.
                  READ DERLIQFILE
                      INVALID KEY
                        CLOSE DERLIQFILE
                        GO TO FIN-ANULAR-DERECHOS-LIQ.
                  IF NOT DLQ-LIQUIDADO
                    CLOSE DERLIQFILE
                    GO TO FIN-ANULAR-DERECHOS-LIQ.
                  MOVE "A" TO DLQ-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO DLQ-FECHA-ANULACION.
                  REWRITE REG-DERECHOS-LIQ.
                  CLOSE DERLIQFILE.
                  IF DLQ-IMPORTE = 0
                    GO TO FIN-ANULAR-DERECHOS-LIQ.

                  MOVE FECHA-NEGOCIO-WS(7:2) TO DD-NEG.
                  MOVE FECHA-NEGOCIO-WS(5:2) TO MM-NEG.
                  MOVE FECHA-NEGOCIO-WS(1:4) TO AA-NEG.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHA-NEGOCIO-F TO DIA-FECHA.
                  STRING "Anul. derechos autor espectaculo " NUM-ESPEC-X
                      DELIMITED BY SIZE INTO DIA-CONCEPTO.
                  MOVE CTA-DERECHOS-AUTOR TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE DLQ-IMPORTE TO DIA-IMPORTE.
                  WRITE REG-DIARIO.
                  MOVE CTA-PENDIENTE-PROMOTOR TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
                  CLOSE DIARIOFILE.
              FIN-ANULAR-DERECHOS-LIQ.
                  EXIT.

              BUSCAR-NETO-LIQUIDADO.
                  MOVE 0 TO NETO-LIQUIDADO-WS.
                  OPEN INPUT LIQESPECFILE.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Retrocesion liquidacion espec. " NUM-ESPEC-X
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "LQ" TO MOV-TIPO-OP.
                  MOVE "RT" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - IMPORTE-DEVOLUCION-WS.
                  COMPUTE MOV-IMPORTE = 0 - IMPORTE-DEVOLUCION-WS.
                  MOVE " " TO MOV-CUENTA-DESTINO.
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
