       *> devengo (USER-FECHA-ULT-DEVENGO) sobre el saldo de cierre,
       *> los abona en la propia cuenta y deja constancia del abono en
       *> MOVS.DAT, igual que hace POSTORDENESPERIODICAS con el resto
       *> de abonos automaticos. Una cuenta con producto del catalogo
       *> PRODUCTOS.DAT devenga cada mes al tipo acreedor que su
       *> producto tuviera vigente al cierre de ese mes, de modo que
       *> un cambio de tipo cuenta desde su fecha de efecto.
       *>
       *> Desde la retencion fiscal en origen, cada pago se divide en
       *> neto abonado y retencion ingresada a cuenta de Hacienda: el
       *> retencion se lee de RETENCION-FISCAL-TIPO.DAT (19% si no
       *> existe).
       *>
       *> En modo simulacion (MODO-NOCTURNO.DAT, que deja
       *> PLANIFICADORNOCTURNO) calcula lo mismo pero no modifica
       *> ningun fichero maestro ni encola avisos: cada apunte que
       *> grabaria va a INFORME-SIMULACION.DAT y el registro de
       *> control del paso se graba con el prefijo SIM-.
       *>
       *> Versiones
       *> Versión 1.0 - Devengo y abono periodico de intereses
       *> Versión 1.1 - Retencion fiscal en origen sobre cada pago
       *> Versión 1.2 - Graba el tipo de operacion en cada apunte
       *> Versión 1.3 - Tipo acreedor del producto vigente cada mes
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Modo simulacion de la cadena nocturna
       *> Versión 1.6 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.7 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRD-CLAVE
                  FILE STATUS IS FSPRD.

              SELECT TIPORETFILE ASSIGN TO "RETENCION-FISCAL-TIPO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

*> SELECT MODOFILE: modo de la cadena que deja PLANIFICADORNOCTURNO;
*> con "SI" el paso es una simulacion: calcula todo, anota lo que
*> cargaria o abonaria en INFORME-SIMULACION.DAT y no graba nada en
*> los maestros ni envia avisos
              SELECT MODOFILE ASSIGN TO "MODO-NOCTURNO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMOD.

              SELECT SIMULACIONFILE ASSIGN TO "INFORME-SIMULACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSIM.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
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

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       *> FD PRODUCTOSFILE: catalogo de productos de cuenta, una fila
       *> por producto y fecha de efecto (ver MANTENEPRODUCTOS)
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

       FD TIPORETFILE.
       01 REG-TIPO-RET.
              02 TIPO-RETENCION         PIC 9V9999.
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

       FD MODOFILE.
       01 REG-MODO.
              02 MODO-SIMULACION        PIC X(2).

       *> FD SIMULACIONFILE: informe de lo que se contabilizaria, una
       *> linea por apunte y el total del paso
       FD SIMULACIONFILE.
       01 REG-SIMULACION                PIC X(110).

       WORKING-STORAGE SECTION.
              77 FSMOD                 PIC XX.
              77 FSSIM                 PIC XX.
              77 SIMULACION-WS         PIC X(2) VALUE "NO".
              77 NUM-SIMULADOS         PIC 9(7) VALUE 0.
              77 TOTAL-SIMULADO-WS     PIC S9(11)V99 VALUE 0.
              77 FSTZ                  PIC XX.
              77 TRAZADO-FICHERO-WS    PIC X(12).
              77 TRAZADO-VERSION-WS    PIC 9(3).
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 TIPO-RETENCION-WS     PIC 9V9999 VALUE 0.1900.
              77 RETENCION-CALCULADA   PIC S9(9)V99.
              77 NETO-CALCULADO        PIC S9(9)V99.
              77 FSPRD                 PIC XX.
              77 NUM-PRODUCTOS         PIC 999 VALUE 0.
              77 P                     PIC 999.
              77 P-ENC                 PIC 999.
              77 FECHA-PRODUCTO-WS     PIC 9(8).
              77 MES-TIPO-WS           PIC 9(6).
              77 AA-TIPO-WS            PIC 9999.
              77 MM-TIPO-WS            PIC 99.
              77 SUMA-TIPOS-WS         PIC 9(3)V9999.

       *> Catalogo de productos en memoria, en el orden de su clave
       *> (producto y fecha de efecto)
              01 TABLA-PRODUCTOS.
                 02 TP-ENTRADA OCCURS 100 TIMES.
                    03 TP-CODIGO          PIC X(3).
                    03 TP-FECHA-EFECTO    PIC 9(8).
                    03 TP-TIPO-ACREEDOR   PIC 9V9999.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 FILLER             PIC X VALUE ":".
                 02 SS                 PIC 99.

       *> Lineas del informe de simulacion
              01 LINEA-SIMULACION.
                 02 LS-PROGRAMA        PIC X(21) VALUE "DEVENGARINTERESES".
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CUENTA          PIC X(24).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-CONCEPTO        PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-IMPORTE         PIC -ZZZZZZZZ9.99.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LS-SALDO           PIC -ZZZZZZZZ9.99.

              01 LINEA-TOTAL-SIMULACION.
                 02 LTS-PROGRAMA       PIC X(21) VALUE "DEVENGARINTERESES".
                 02 FILLER             PIC X(7) VALUE " TOTAL ".
                 02 LTS-APUNTES        PIC ZZZZZZ9.
                 02 FILLER             PIC X(10) VALUE " apuntes  ".
                 02 LTS-IMPORTE        PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LEER-MODO-NOCTURNO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-TIPO-RETENCION.
                  PERFORM CARGAR-TABLA-PRODUCTOS
                      THRU FIN-CARGAR-TABLA-PRODUCTOS.
                  PERFORM OBTENER-FECHA-HOY.
                  PERFORM DEVENGAR-CUENTAS THRU FIN-DEVENGAR-CUENTAS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  IF SIMULACION-WS = "SI"
                    PERFORM TOTALIZAR-SIMULACION.
                  STOP RUN.

       *> Obtiene el mes en curso, expresado como numero total de meses
                      (FECHA-NEGOCIO-WS / 10000) * 12
                      + FUNCTION MOD(FECHA-NEGOCIO-WS / 100, 100).

              CARGAR-TABLA-PRODUCTOS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    GO TO FIN-CARGAR-TABLA-PRODUCTOS.

                LEER-UN-PRODUCTO.
                  READ PRODUCTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-PRODUCTOS.
                  IF NUM-PRODUCTOS < 100
                    ADD 1 TO NUM-PRODUCTOS
                    MOVE PRD-CODIGO TO TP-CODIGO(NUM-PRODUCTOS)
                    MOVE PRD-FECHA-EFECTO
                        TO TP-FECHA-EFECTO(NUM-PRODUCTOS)
                    MOVE PRD-TIPO-ACREEDOR
                        TO TP-TIPO-ACREEDOR(NUM-PRODUCTOS).
                  GO TO LEER-UN-PRODUCTO.

                CERRAR-CARGAR-PRODUCTOS.
                  CLOSE PRODUCTOSFILE.
              FIN-CARGAR-TABLA-PRODUCTOS.
                  EXIT.

       *> Recorre USERFILE completo devengando intereses cuenta a cuenta
              DEVENGAR-CUENTAS.
                  IF SIMULACION-WS = "SI"
                    OPEN INPUT USERFILE
                  ELSE
                    OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-DEVENGAR-CUENTAS.
       *> Procedimiento auxiliar que devenga y abona los intereses de una
       *> de las tres cuentas del titular en curso, si procede
              DEVENGAR-CUENTA.
                  PERFORM CALCULAR-MESES-TRANSCURRIDOS.
                  PERFORM SUMAR-TIPOS-MESES THRU FIN-SUMAR-TIPOS-MESES.
                  IF SUMA-TIPOS-WS > 0
                    IF MESES-TRANSCURRIDOS > 0
                      COMPUTE INTERES-CALCULADO ROUNDED =
                          USER-SALDO(M) * SUMA-TIPOS-WS / 12
                      IF INTERES-CALCULADO > 0
*> El pago se divide en neto abonado y retencion a Hacienda; el
*> saldo solo recibe el neto, pero el cliente ve los dos apuntes
                            USER-SALDO(M) - RETENCION-CALCULADA
                        PERFORM REGISTRAR-MOV-RETENCION
                            THRU FIN-REGISTRAR-MOV-RETENCION
                        IF SIMULACION-WS = "NO"
                          REWRITE REG-USUARIO
                          PERFORM ACUMULAR-RETENCION-FISCAL
                              THRU FIN-ACUMULAR-RETENCION-FISCAL.
                  ADD 1 TO M.
              FIN-DEVENGAR-CUENTA.
                  EXIT.

       *> Suma de los tipos anuales de cada mes a devengar: sin
       *> producto, el tipo de la cuenta por el numero de meses; con
       *> producto, mes a mes el tipo acreedor vigente al cierre del
       *> mes (los meses devengados son los que van del ultimo devengo
       *> al anterior al actual, o solo este ultimo si nunca devengo)
              SUMAR-TIPOS-MESES.
                  MOVE 0 TO SUMA-TIPOS-WS.
                  IF MESES-TRANSCURRIDOS = 0
                    GO TO FIN-SUMAR-TIPOS-MESES.
                  IF USER-PRODUCTO(M) = SPACES
                    COMPUTE SUMA-TIPOS-WS =
                        USER-TIPO-INTERES(M) * MESES-TRANSCURRIDOS
                    GO TO FIN-SUMAR-TIPOS-MESES.
                  COMPUTE MES-TIPO-WS = MESES-HOY - MESES-TRANSCURRIDOS.
                  PERFORM SUMAR-TIPO-UN-MES UNTIL MES-TIPO-WS = MESES-HOY.
              FIN-SUMAR-TIPOS-MESES.
                  EXIT.

              SUMAR-TIPO-UN-MES.
                  COMPUTE AA-TIPO-WS = (MES-TIPO-WS - 1) / 12.
                  COMPUTE MM-TIPO-WS = MES-TIPO-WS - AA-TIPO-WS * 12.
                  COMPUTE FECHA-PRODUCTO-WS =
                      AA-TIPO-WS * 10000 + MM-TIPO-WS * 100 + 31.
                  MOVE 0 TO P-ENC.
                  MOVE 1 TO P.
                  PERFORM COMPARAR-PRODUCTO-TABLA UNTIL P > NUM-PRODUCTOS.
                  IF P-ENC > 0
                    ADD TP-TIPO-ACREEDOR(P-ENC) TO SUMA-TIPOS-WS
                  ELSE
                    ADD USER-TIPO-INTERES(M) TO SUMA-TIPOS-WS.
                  ADD 1 TO MES-TIPO-WS.

       *> La fila vigente es la ultima del producto con fecha de
       *> efecto no posterior a la pedida (la tabla va en orden de
       *> clave)
              COMPARAR-PRODUCTO-TABLA.
                  IF TP-CODIGO(P) = USER-PRODUCTO(M) AND
                     TP-FECHA-EFECTO(P) <= FECHA-PRODUCTO-WS
                    MOVE P TO P-ENC.
                  ADD 1 TO P.

       *> Calcula los meses completos transcurridos desde el ultimo
       *> devengo de la cuenta en curso; una fecha de ultimo devengo a
       *> cero se trata como "nunca devengada" y cuenta como 1 mes
              REGISTRAR-MOV-INTERESES.
                  MOVE USER-NUM-CUENTA(M) TO MOV-ID.
                  MOVE "Abono de intereses" TO MOV-CONCEPTO.
                  MOVE "IT" TO MOV-TIPO-OP.
                  MOVE "AB" TO MOV-SUBTIPO-OP.
                  MOVE INTERES-CALCULADO TO MOV-CANTIDAD.
                  MOVE INTERES-CALCULADO TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  IF SIMULACION-WS = "SI"
                    PERFORM ANOTAR-SIMULACION
                    GO TO FIN-REGISTRAR-MOV-INTERESES.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
              REGISTRAR-MOV-RETENCION.
                  MOVE USER-NUM-CUENTA(M) TO MOV-ID.
                  MOVE "Retencion fiscal s/intereses" TO MOV-CONCEPTO.
                  MOVE "IT" TO MOV-TIPO-OP.
                  MOVE "RF" TO MOV-SUBTIPO-OP.
                  COMPUTE MOV-CANTIDAD = 0 - RETENCION-CALCULADA.
                  COMPUTE MOV-IMPORTE = 0 - RETENCION-CALCULADA.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  IF SIMULACION-WS = "SI"
                    PERFORM ANOTAR-SIMULACION
                    GO TO FIN-REGISTRAR-MOV-RETENCION.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "DEVENGARINTERESES" TO CTN-PROGRAMA.
                  IF SIMULACION-WS = "SI"
                    MOVE "SIM-DEVENGARINTERESE" TO CTN-PROGRAMA.
                  MOVE CTL-LEIDOS-WS TO CTN-LEIDOS.
                  MOVE CTL-ESCRITOS-WS TO CTN-ESCRITOS.
                  MOVE CTL-RECHAZADOS-WS TO CTN-RECHAZADOS.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.

       *> Modo de la cadena: sin MODO-NOCTURNO.DAT, o con otra cosa
       *> que "SI", el paso se ejecuta de verdad
              LEER-MODO-NOCTURNO.
                  MOVE "NO" TO SIMULACION-WS.
                  OPEN INPUT MODOFILE.
                  IF FSMOD = "35"
                    CONTINUE
                  ELSE
                    READ MODOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF MODO-SIMULACION = "SI"
                          MOVE "SI" TO SIMULACION-WS.
                  CLOSE MODOFILE.
                  IF SIMULACION-WS = "SI"
                    DISPLAY "DEVENGARINTERESES: simulacion, no se graba nada".

       *> En simulacion cada apunte preparado en REG-MOVIMIENTOS se
       *> anota en el informe en lugar de grabarse en MOVS.DAT
              ANOTAR-SIMULACION.
                  MOVE MOV-ID TO LS-CUENTA.
                  MOVE MOV-CONCEPTO TO LS-CONCEPTO.
                  MOVE MOV-IMPORTE TO LS-IMPORTE.
                  MOVE MOV-SALDO TO LS-SALDO.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-SIMULACION.
                  CLOSE SIMULACIONFILE.
                  ADD 1 TO NUM-SIMULADOS.
                  ADD MOV-IMPORTE TO TOTAL-SIMULADO-WS.

              TOTALIZAR-SIMULACION.
                  MOVE NUM-SIMULADOS TO LTS-APUNTES.
                  MOVE TOTAL-SIMULADO-WS TO LTS-IMPORTE.
                  OPEN EXTEND SIMULACIONFILE.
                  IF FSSIM = "35"
                    CLOSE SIMULACIONFILE
                    OPEN OUTPUT SIMULACIONFILE.
                  WRITE REG-SIMULACION FROM LINEA-TOTAL-SIMULACION.
                  CLOSE SIMULACIONFILE.

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
