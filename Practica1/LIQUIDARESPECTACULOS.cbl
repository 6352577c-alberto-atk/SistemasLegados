       *> fecha ya pasada que siga sin liquidar, suma en MOVS.DAT las
       *> compras de entradas que no fueron anuladas (los apuntes
       *> "Compra ..." llevan el numero de espectaculo en
       *> MOV-CUENTA-DESTINO(1:4) y la marca "R" en el byte 8 cuando
       *> ANULAR-ENTRADAS las devolvio), descuenta la comision del
       *> banco, abona el neto en la cuenta del promotor dejando el
       *> apunte correspondiente, imprime la nota de liquidacion en
       *> LIQESPEC.DAT y marca el promotor como liquidado para no
       *> volver a pagarle. Un espectaculo aplazado con la ventana de
       *> devolucion de APLAZAMIENTOS.DAT todavia abierta se deja
       *> pendiente hasta que CERRARAPLAZAMIENTOS la cierre; las
       *> devoluciones hechas en la ventana (apuntes "AP") ya no estan
       *> en el bruto, porque la compra quedo marcada "R", y la nota
       *> las detalla aparte. Lo pagado con bono regalo no esta en el
       *> apunte de la compra: se suma al bruto desde los canjes no
       *> anulados de CANJES-BONOS.DAT.
       *> Si el espectaculo, o en su defecto su promotor, tiene tarifa
       *> de derechos de autor en DERECHOS-AUTOR.DAT, los derechos se
       *> calculan sobre la taquilla neta de devoluciones y sin IVA
       *> (tipo de entradas de DATOS-FISCALES.DAT) y se descuentan del
       *> neto del promotor; la liquidacion de derechos queda en
       *> DERECHOS-LIQUIDADOS.DAT para la declaracion mensual de
       *> DECLARARDERECHOS, y el importe se asienta en el diario
       *> de la cuenta de pendiente de pago a promotores a la de
       *> derechos de autor a pagar.
       *>
       *> Versiones
       *> Versión 1.0 - Liquidacion de taquilla por espectaculo
       *> Versión 1.1 - Graba y clasifica por el tipo de operacion
       *> Versión 1.2 - Numero de espectaculo de cuatro cifras
       *> Versión 1.3 - Devoluciones de espectaculos aplazados en la nota
       *> Versión 1.4 - Lo pagado con bono regalo entra en el bruto
       *> Versión 1.5 - Derechos de autor descontados de la liquidacion
       *> Versión 1.6 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.7 - Linea del libro diario con centro de coste
       *> Versión 1.8 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.9 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT APLAZAMIENTOSFILE ASSIGN TO "APLAZAMIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-ESPEC
                  FILE STATUS IS FSAPL.

              SELECT CANJESBONOSFILE ASSIGN TO "CANJES-BONOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CNJ-CLAVE
                  FILE STATUS IS FSCNJ.

              SELECT LIQESPECFILE ASSIGN TO "LIQESPEC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSLE.

              SELECT DERECHOSFILE ASSIGN TO "DERECHOS-AUTOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDA-CLAVE
                  FILE STATUS IS FSDA.

              SELECT DERLIQFILE ASSIGN TO "DERECHOS-LIQUIDADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DLQ-ESPEC
                  FILE STATUS IS FSDL.

              SELECT FISCALESFILE ASSIGN TO "DATOS-FISCALES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFIS.

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
       FD PROMOTORESFILE.
       01 REG-PROMOTOR.
              02 PROM-ESPEC            PIC 9(4).
              02 PROM-NOMBRE           PIC X(30).
              02 PROM-CUENTA           PIC X(24).
              02 PROM-COMISION-PCT     PIC 99V99.

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

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD MOVFILE.
       01 REG-MOVIMIENTOS.
*> FECHA-NEGOCIO.DAT y el corte de dia CIERREDIA), ademas del
*> sello real de MOV-FECHA/MOV-HORA
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

       *> FD LIQESPECFILE: nota de liquidacion, una linea por
       *> espectaculo liquidado
       FD LIQESPECFILE.
       01 REG-LIQESPEC.
              02 LIQ-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-NOMBRE-ESPEC       PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-CUENTA             PIC X(24).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-ABONO              PIC X(15).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-NUM-DEV-APLAZ      PIC ZZZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-DEV-APLAZ          PIC -------9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LIQ-DERECHOS           PIC -------9.99.

       *> FD DERECHOSFILE: tarifa de derechos de autor por espectaculo
       *> (E + numero) o por promotor (P + nombre); ver
       *> writeDerechosAutorFile
       FD DERECHOSFILE.
       01 REG-TARIFA-DERECHOS.
              02 TDA-CLAVE.
                 03 TDA-TIPO            PIC X.
                 03 TDA-REFERENCIA      PIC X(30).
              02 TDA-PCT                PIC 99V99.
              02 TDA-ENTIDAD            PIC X(30).
              02 TDA-FECHA-ALTA         PIC 9(8).

       *> FD DERLIQFILE: derechos de autor liquidados por espectaculo,
       *> de los que sale la declaracion mensual; ANULARESPECTACULO
       *> marca como anulados los de una funcion cancelada despues
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

       FD FISCALESFILE.
       01 REG-DATOS-FISCALES.
              02 FIS-NIF                PIC X(9).
              02 FIS-RAZON-SOCIAL       PIC X(40).
              02 FIS-DOMICILIO          PIC X(40).
              02 FIS-IVA-ENTRADAS       PIC 99V99.
              02 FIS-IVA-SERVICIOS      PIC 99V99.

       *> FD DIARIOFILE: mismo formato de linea que el libro diario
       *> de CONTABILIZARDIARIO; el asiento de los derechos se anexa
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

       *> FD APLAZAMIENTOSFILE: ventanas de devolucion de los
       *> espectaculos aplazados (ver MANTENEESPEC)
       FD APLAZAMIENTOSFILE.
       01 REG-APLAZAMIENTO.
              02 APL-ESPEC              PIC 9(4).
              02 APL-FECHA-ANTERIOR     PIC 9(8).
              02 APL-FECHA-NUEVA        PIC 9(8).
              02 APL-FIN-VENTANA        PIC 9(8).
              02 APL-ESTADO             PIC X.
                 88 APL-VENTANA-ABIERTA VALUE "A".
                 88 APL-VENTANA-CERRADA VALUE "C".
              02 APL-NUM-AVISOS         PIC 9(5).
              02 APL-NUM-DEVUELTAS      PIC 9(5).
              02 APL-IMPORTE-DEVUELTO   PIC 9(9)V99.
              02 APL-STAFF-ID           PIC X(8).
              02 APL-FECHA-ALTA         PIC 9(8).

       *> FD CANJESBONOSFILE: canjes de bonos regalo en compras de
       *> entradas del cajero, con su estado (V aplicado, A anulado)
       FD CANJESBONOSFILE.
       01 REG-CANJE-BONO.
              02 CNJ-CLAVE.
                 03 CNJ-CODIGO          PIC 9(10).
                 03 CNJ-SEC             PIC 9(3).
              02 CNJ-TARJ               PIC 9(10).
              02 CNJ-CUENTA             PIC X(24).
              02 CNJ-ESPEC              PIC 9(4).
              02 CNJ-NUM-ENTRADAS       PIC 9(3).
              02 CNJ-IMPORTE            PIC 9(5)V99.
              02 CNJ-FECHA-NEGOCIO      PIC 9(8).
              02 CNJ-ESTADO             PIC X.
                 88 CNJ-APLICADO        VALUE "V".
                 88 CNJ-ANULADO         VALUE "A".
              02 CNJ-FECHA-ANULACION    PIC 9(8).

       FD ABONOSESPECFILE.
       01 REG-ABONO-ESPEC.
              02 ABO-PROMOTOR           PIC X(30).
              02 ABO-NOMBRE             PIC X(20).
              02 ABO-PRECIO             PIC 9(3)V99.
              02 ABO-ESPEC-DESDE        PIC 9(4).
              02 ABO-ESPEC-HASTA        PIC 9(4).
              02 ABO-ACTIVO             PIC X.

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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
              77 FSPM                  PIC XX.
              77 FSE                   PIC XX.
              77 FSU                   PIC XX.
              77 SALDO-PROM-WS         PIC S9(9)V99.
              77 FSABO                 PIC XX.
              77 ABONO-MOV-WS          PIC 9(3).
              77 NUM-ESPEC-ABONO-WS    PIC 9(4).
              77 FUNCIONES-ABONO-WS    PIC 99.
              77 PARTE-ABONO-WS        PIC 9(7)V99.
              77 CANTIDAD-MOV          PIC S9(9)V99.
              77 NETO-WS               PIC 9(9)V99.
              77 NUM-VENTAS-WS         PIC 9(5).
              77 NUM-ANULADAS-WS       PIC 9(5).
              77 FSAPL                 PIC XX.
              77 FSCNJ                 PIC XX.
              77 NUM-DEV-APLAZ-WS      PIC 9(5).
              77 DEV-APLAZ-WS          PIC 9(9)V99.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).
              77 FSDA                  PIC XX.
              77 FSDL                  PIC XX.
              77 FSFIS                 PIC XX.
              77 FSD                   PIC XX.
              77 ANULADO-WS            PIC 9(9)V99.
              77 PCT-DERECHOS-WS       PIC 99V99.
              77 ENTIDAD-DERECHOS-WS   PIC X(30).
              77 IVA-ENTRADAS-WS       PIC 99V99.
              77 IVA-TAQUILLA-WS       PIC 9(9)V99.
              77 BASE-DERECHOS-WS      PIC 9(9)V99.
              77 DERECHOS-WS           PIC 9(9)V99.

       *> Cuentas del plan implicadas en los derechos de autor
              77 CTA-PENDIENTE-PROMOTOR PIC 9(6) VALUE 220000.
              77 CTA-DERECHOS-AUTOR    PIC 9(6) VALUE 250000.

              01 FECHA-NEGOCIO-F.
                 02 DD-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 MM-NEG             PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 AA-NEG             PIC 9999.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 SS                 PIC 99.

       *> El numero de espectaculo en curso, en forma numerica y de
       *> texto, para compararlo con MOV-CUENTA-DESTINO(1:4)
              01 NUM-ESPEC-TRABAJO.
                 02 NUM-ESPEC-WS       PIC 9(4).
                 02 NUM-ESPEC-X REDEFINES NUM-ESPEC-WS PIC X(4).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM OBTENER-FECHA-HOY.
                  PERFORM PROCESAR-PROMOTORES THRU FIN-PROCESAR-PROMOTORES.
                               (AAE * 10000) + (MME * 100) + DDE.
                  IF FECHA-HOY-COMP > FECHA-ESPEC-COMP
                    MOVE "SI" TO ESPEC-CELEBRADO.
                  IF ESPEC-CELEBRADO NOT = "SI"
                    GO TO FIN-COMPROBAR-ESPEC-CELEBRADO.
*> Con la ventana de devolucion de un aplazamiento aun abierta
*> pueden llegar mas devoluciones: se espera a que se cierre
                  OPEN INPUT APLAZAMIENTOSFILE.
                  IF FSAPL NOT = "35"
                    MOVE PROM-ESPEC TO APL-ESPEC
                    READ APLAZAMIENTOSFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF APL-VENTANA-ABIERTA
                              MOVE "NO" TO ESPEC-CELEBRADO
                            END-IF
                    END-READ.
                  CLOSE APLAZAMIENTOSFILE.
              FIN-COMPROBAR-ESPEC-CELEBRADO.
                  EXIT.


                  COMPUTE COMISION-WS ROUNDED =
                               BRUTO-WS * PROM-COMISION-PCT / 100.
                  PERFORM CALCULAR-DERECHOS-AUTOR
                      THRU FIN-CALCULAR-DERECHOS-AUTOR.
                  IF COMISION-WS + DERECHOS-WS > BRUTO-WS
                    MOVE 0 TO NETO-WS
                  ELSE
                    COMPUTE NETO-WS =
                        BRUTO-WS - COMISION-WS - DERECHOS-WS.

                  MOVE "SIN ABONO" TO LIQ-ABONO.
                  IF NETO-WS > 0
                  MOVE COMISION-WS TO LIQ-COMISION.
                  MOVE NETO-WS TO LIQ-NETO.
                  MOVE PROM-CUENTA TO LIQ-CUENTA.
                  MOVE NUM-DEV-APLAZ-WS TO LIQ-NUM-DEV-APLAZ.
                  MOVE DEV-APLAZ-WS TO LIQ-DEV-APLAZ.
                  MOVE DERECHOS-WS TO LIQ-DERECHOS.
                  WRITE REG-LIQESPEC.
                  IF PCT-DERECHOS-WS > 0
                    PERFORM REGISTRAR-DERECHOS-LIQ
                        THRU FIN-REGISTRAR-DERECHOS-LIQ
                    PERFORM ASENTAR-DERECHOS-AUTOR
                        THRU FIN-ASENTAR-DERECHOS-AUTOR.

                  MOVE "S" TO PROM-LIQUIDADA.
                  REWRITE REG-PROMOTOR.

       *> Suma en MOVS.DAT la taquilla del espectaculo en curso: los
       *> apuntes "Compra ..." que siguen sin la marca de anulacion "R"
       *> (los anulados ya se devolvieron al cliente y no se liquidan).
       *> Las devoluciones "AP" de la ventana de un aplazamiento se
       *> cuentan aparte para detallarlas en la nota
              TOTALIZAR-VENTAS-ESPEC.
                  MOVE 0 TO BRUTO-WS.
                  MOVE 0 TO ANULADO-WS.
                  MOVE 0 TO NUM-VENTAS-WS.
                  MOVE 0 TO NUM-ANULADAS-WS.
                  MOVE 0 TO NUM-DEV-APLAZ-WS.
                  MOVE 0 TO DEV-APLAZ-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                INICIO-TOTALIZAR-VENTAS.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-TOTALIZAR-VENTAS.
                  IF MOV-OP-ENTRADAS AND MOV-SUBTIPO-OP = "AP" AND
                     MOV-CUENTA-DESTINO(1:4) = NUM-ESPEC-X
                    MOVE MOV-IMPORTE TO CANTIDAD-MOV
                    IF CANTIDAD-MOV < 0
                      COMPUTE CANTIDAD-MOV = 0 - CANTIDAD-MOV
                    END-IF
                    ADD CANTIDAD-MOV TO DEV-APLAZ-WS
                    ADD 1 TO NUM-DEV-APLAZ-WS
                    GO TO INICIO-TOTALIZAR-VENTAS.
                  IF NOT MOV-OP-ENTRADAS OR
                     (MOV-SUBTIPO-OP NOT = "CO" AND
                      MOV-SUBTIPO-OP NOT = "GR" AND
                      MOV-SUBTIPO-OP NOT = "AB")
                    GO TO INICIO-TOTALIZAR-VENTAS.
                  IF MOV-CUENTA-DESTINO(1:4) NOT = NUM-ESPEC-X
                    GO TO INICIO-TOTALIZAR-VENTAS.
                  IF MOV-CUENTA-DESTINO(8:1) = "R"
                    ADD 1 TO NUM-ANULADAS-WS
                    MOVE MOV-IMPORTE TO CANTIDAD-MOV
                    IF CANTIDAD-MOV < 0
                      COMPUTE CANTIDAD-MOV = 0 - CANTIDAD-MOV
                    END-IF
                    ADD CANTIDAD-MOV TO ANULADO-WS
                    GO TO INICIO-TOTALIZAR-VENTAS.
                  MOVE MOV-IMPORTE TO CANTIDAD-MOV.
                  IF CANTIDAD-MOV < 0
*> cada serie
                  PERFORM TOTALIZAR-ABONOS-ESPEC
                      THRU FIN-TOTALIZAR-ABONOS-ESPEC.
                  PERFORM TOTALIZAR-BONOS-ESPEC
                      THRU FIN-TOTALIZAR-BONOS-ESPEC.
              FIN-TOTALIZAR-VENTAS-ESPEC.
                  EXIT.

       *> Suma lo pagado con bono regalo en las compras del
       *> espectaculo en curso; la compra ya se conto como venta
              TOTALIZAR-BONOS-ESPEC.
                  OPEN INPUT CANJESBONOSFILE.
                  IF FSCNJ = "35"
                    CLOSE CANJESBONOSFILE
                    GO TO FIN-TOTALIZAR-BONOS-ESPEC.

                LEER-CANJE-BONO.
                  READ CANJESBONOSFILE NEXT RECORD
                      AT END GO TO CERRAR-TOTALIZAR-BONOS.
                  IF CNJ-ESPEC NOT = NUM-ESPEC-WS OR NOT CNJ-APLICADO
                    GO TO LEER-CANJE-BONO.
                  ADD CNJ-IMPORTE TO BRUTO-WS.
                  GO TO LEER-CANJE-BONO.

                CERRAR-TOTALIZAR-BONOS.
                  CLOSE CANJESBONOSFILE.
              FIN-TOTALIZAR-BONOS-ESPEC.
                  EXIT.

       *> Recorre los apuntes "Compra abono" repartiendo la parte
       *> proporcional de cada abono cuyo rango cubre el espectaculo
       *> en curso
                LEER-MOV-ABONO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-TOTALIZAR-ABONOS.
                  IF NOT MOV-OP-ENTRADAS OR MOV-SUBTIPO-OP NOT = "AB"
                    GO TO LEER-MOV-ABONO.
                  IF MOV-CONCEPTO(14:3) IS NOT NUMERIC
                    GO TO LEER-MOV-ABONO.
              FIN-REPARTIR-UN-ABONO.
                  EXIT.

       *> Tarifa de derechos del espectaculo o, si no tiene, la de su
       *> promotor; los derechos van sobre la taquilla ya neta de
       *> devoluciones, descontado el IVA de las entradas
              CALCULAR-DERECHOS-AUTOR.
                  MOVE 0 TO PCT-DERECHOS-WS.
                  MOVE 0 TO DERECHOS-WS.
                  MOVE 0 TO BASE-DERECHOS-WS.
                  MOVE 0 TO IVA-TAQUILLA-WS.
                  MOVE SPACES TO ENTIDAD-DERECHOS-WS.
                  OPEN INPUT DERECHOSFILE.
                  IF FSDA = "35"
                    CLOSE DERECHOSFILE
                    GO TO FIN-CALCULAR-DERECHOS-AUTOR.
                  MOVE SPACES TO TDA-CLAVE.
                  MOVE "E" TO TDA-TIPO.
                  MOVE NUM-ESPEC-X TO TDA-REFERENCIA(1:4).
                  READ DERECHOSFILE
                      INVALID KEY
                        MOVE "P" TO TDA-TIPO
                        MOVE PROM-NOMBRE TO TDA-REFERENCIA
                        READ DERECHOSFILE
                            INVALID KEY
                              CLOSE DERECHOSFILE
                              GO TO FIN-CALCULAR-DERECHOS-AUTOR
                        END-READ
                  END-READ.
                  CLOSE DERECHOSFILE.
                  MOVE TDA-PCT TO PCT-DERECHOS-WS.
                  MOVE TDA-ENTIDAD TO ENTIDAD-DERECHOS-WS.

                  MOVE 0 TO IVA-ENTRADAS-WS.
                  OPEN INPUT FISCALESFILE.
                  IF FSFIS = "35"
                    CONTINUE
                  ELSE
                    READ FISCALESFILE
                      AT END CONTINUE
                      NOT AT END
                        MOVE FIS-IVA-ENTRADAS TO IVA-ENTRADAS-WS
                    END-READ.
                  CLOSE FISCALESFILE.
                  COMPUTE BASE-DERECHOS-WS ROUNDED =
                      BRUTO-WS * 100 / (100 + IVA-ENTRADAS-WS).
                  COMPUTE IVA-TAQUILLA-WS = BRUTO-WS - BASE-DERECHOS-WS.
                  COMPUTE DERECHOS-WS ROUNDED =
                      BASE-DERECHOS-WS * PCT-DERECHOS-WS / 100.
              FIN-CALCULAR-DERECHOS-AUTOR.
                  EXIT.

       *> Deja la liquidacion de derechos del espectaculo para la
       *> declaracion del mes; una reliquidacion la sustituye
              REGISTRAR-DERECHOS-LIQ.
                  OPEN I-O DERLIQFILE.
                  IF FSDL = "35"
                    CLOSE DERLIQFILE
                    OPEN OUTPUT DERLIQFILE
                    CLOSE DERLIQFILE
                    OPEN I-O DERLIQFILE.
                  MOVE PROM-ESPEC TO DLQ-ESPEC.
                  MOVE ESPEC-NOMBRE TO DLQ-NOMBRE-ESPEC.
                  MOVE FECHA-ESPEC-COMP TO DLQ-FECHA-ESPEC.
                  MOVE PROM-NOMBRE TO DLQ-PROMOTOR.
                  MOVE ENTIDAD-DERECHOS-WS TO DLQ-ENTIDAD.
                  MOVE FECHA-NEGOCIO-WS TO DLQ-FECHA-LIQ.
                  COMPUTE DLQ-BRUTO = BRUTO-WS + ANULADO-WS.
                  MOVE ANULADO-WS TO DLQ-DEVOLUCIONES.
                  MOVE IVA-TAQUILLA-WS TO DLQ-IVA.
                  MOVE BASE-DERECHOS-WS TO DLQ-BASE.
                  MOVE PCT-DERECHOS-WS TO DLQ-PCT.
                  MOVE DERECHOS-WS TO DLQ-IMPORTE.
                  MOVE "L" TO DLQ-ESTADO.
                  MOVE 0 TO DLQ-FECHA-ANULACION.
                  WRITE REG-DERECHOS-LIQ
                      INVALID KEY REWRITE REG-DERECHOS-LIQ.
                  CLOSE DERLIQFILE.
              FIN-REGISTRAR-DERECHOS-LIQ.
                  EXIT.

       *> Asiento de los derechos en la fecha de negocio: sale de lo
       *> pendiente de pago al promotor y queda a pagar a la entidad
       *> de gestion
              ASENTAR-DERECHOS-AUTOR.
                  IF DERECHOS-WS = 0
                    GO TO FIN-ASENTAR-DERECHOS-AUTOR.
                  MOVE FECHA-NEGOCIO-WS(7:2) TO DD-NEG.
                  MOVE FECHA-NEGOCIO-WS(5:2) TO MM-NEG.
                  MOVE FECHA-NEGOCIO-WS(1:4) TO AA-NEG.
                  OPEN EXTEND DIARIOFILE.
                  IF FSD = "35"
                    CLOSE DIARIOFILE
                    OPEN OUTPUT DIARIOFILE.
                  MOVE SPACES TO REG-DIARIO.
                  MOVE FECHA-NEGOCIO-F TO DIA-FECHA.
                  STRING "Derechos de autor espectaculo " NUM-ESPEC-X
                      DELIMITED BY SIZE INTO DIA-CONCEPTO.
                  MOVE CTA-PENDIENTE-PROMOTOR TO DIA-CUENTA.
                  MOVE "D" TO DIA-DEBE-HABER.
                  MOVE DERECHOS-WS TO DIA-IMPORTE.
                  WRITE REG-DIARIO.
                  MOVE CTA-DERECHOS-AUTOR TO DIA-CUENTA.
                  MOVE "H" TO DIA-DEBE-HABER.
                  WRITE REG-DIARIO.
                  CLOSE DIARIOFILE.
              FIN-ASENTAR-DERECHOS-AUTOR.
                  EXIT.

       *> Abona el neto de la liquidacion en la cuenta del promotor, si
       *> esta dada de alta en USERS.DAT, dejando el apunte en MOVS.DAT;
       *> una cuenta de otra entidad queda reflejada en la nota para su
              REGISTRAR-MOV-LIQUIDACION.
                  MOVE PROM-CUENTA TO MOV-ID.
                  STRING "Liquidacion espectaculo " NUM-ESPEC-X " "
                         ESPEC-NOMBRE(1:11)
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "LQ" TO MOV-TIPO-OP.
                  MOVE SPACES TO MOV-SUBTIPO-OP.
                  MOVE NETO-WS TO MOV-CANTIDAD.
                  MOVE NETO-WS TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                        IF FNEG-FECHA > 0
                          MOVE FNEG-FECHA TO FECHA-NEGOCIO-WS.
                  CLOSE FECHANEGOCIOFILE.

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
