       *>     llevan el espectaculo y las entradas codificados en
       *>     MOV-CUENTA-DESTINO
       *>   - la ocupacion final de ASIENTOS.DAT contra ESPEC-ENT-TOTAL
       *>     y, en los espectaculos con recinto, el detalle por zona
       *>     con su precio base y lo que suman sus asientos ocupados
       *>   - el reparto del ingreso entre tarifa de adulto, nino y
       *>     senior: cada compra se descompone probando las
       *>     combinaciones de categorias que cuadran con su importe
       *>
       *> Versiones
       *> Versión 1.0 - Analitica de ventas por espectaculo
       *> Versión 1.1 - Clasifica por el tipo de operacion del apunte
       *> Versión 1.2 - Ocupacion por zona en los espectaculos con recinto
       *> Versión 1.3 - Numero de espectaculo de cuatro cifras
       *> Versión 1.4 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.5 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

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

       FD WAITLISTFILE.
       01 REG-LISTA-ESPERA.
         02 WAIT-CLAVE.
            03 WAIT-ESPEC             PIC 9(4).
            03 WAIT-TARJ              PIC 9(10).
         02 WAIT-CUENTA             PIC X(24).
         02 WAIT-NUM-ENTRADAS       PIC 9(3).
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

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).

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
              77 FSE                   PIC XX.
              77 FSA                   PIC XX.
              77 FSW                   PIC XX.
              77 FSM                   PIC XX.
              77 FSI                   PIC XX.
              77 D                     PIC 9(4).
              77 NUM-DIAS              PIC 99.
              77 DIA-ENCONTRADO        PIC X(2).
              77 CANTIDAD-MOV          PIC S9(9)V99.
              77 N-ADULTO              PIC S9(4).
              77 IMPORTE-PRUEBA        PIC 9(9)V99.
              77 DESGLOSE-OK           PIC X(2).
              77 NUM-ZONAS-WS          PIC 99.
              77 Z                     PIC 99.

       *> Ocupacion por zona del espectaculo en curso (los asientos de
       *> una zona van seguidos en ASIENTOS.DAT)
              01 TABLA-ZONAS.
                 02 ZONA-ENTRADA OCCURS 8 TIMES.
                    03 TZ-ZONA              PIC X(2).
                    03 TZ-NOMBRE            PIC X(15).
                    03 TZ-PRECIO            PIC 999V99.
                    03 TZ-TOTALES           PIC 9(3).
                    03 TZ-OCUPADOS          PIC 9(3).
                    03 TZ-ACCESIBLES        PIC 9(3).

       *> Ventas acumuladas por dia del espectaculo en curso
              01 TABLA-DIAS.

              01 LINEA-CAB-ESPEC.
                 02 FILLER             PIC X(12) VALUE "ESPECTACULO ".
                 02 CAB-NUMERO         PIC 9(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CAB-NOMBRE         PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CAB-FECHA          PIC X(10).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CAB-RECINTO        PIC X(10).

              01 LINEA-DIA.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LO-TOTALES         PIC ZZ9.
                 02 FILLER             PIC X(9) VALUE " asientos".

              01 LINEA-ZONA.
                 02 FILLER             PIC X(9) VALUE "    ZONA ".
                 02 LZ-ZONA            PIC X(2).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LZ-NOMBRE          PIC X(15).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LZ-OCUPADOS        PIC ZZ9.
                 02 FILLER             PIC X(4) VALUE " de ".
                 02 LZ-TOTALES         PIC ZZ9.
                 02 FILLER             PIC X(8) VALUE " (acc. ".
                 02 LZ-ACCESIBLES      PIC ZZ9.
                 02 FILLER             PIC X(9) VALUE ") precio ".
                 02 LZ-PRECIO          PIC ZZ9.99.
                 02 FILLER             PIC X(8) VALUE " a base ".
                 02 LZ-IMPORTE         PIC ZZZZZ9.99.

              01 LINEA-REPARTO.
                 02 FILLER             PIC X(12) VALUE "    TARIFAS ".
                 02 FILLER             PIC X(7) VALUE "adulto ".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  OPEN OUTPUT INFORMEFILE.
                  PERFORM RECORRER-ESPECTACULOS
                      THRU FIN-RECORRER-ESPECTACULOS.
                  MOVE ESPEC-NUMERO TO CAB-NUMERO.
                  MOVE ESPEC-NOMBRE TO CAB-NOMBRE.
                  MOVE ESPEC-FECHA TO CAB-FECHA.
                  MOVE SPACES TO CAB-RECINTO.
                  IF ESPEC-RECINTO NOT = 0
                    STRING "recinto " ESPEC-RECINTO DELIMITED BY SIZE
                        INTO CAB-RECINTO.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-CAB-ESPEC.
                  MOVE ASIENTOS-OCUPADOS-WS TO LO-OCUPADOS.
                  MOVE ESPEC-ENT-TOTAL TO LO-TOTALES.
                  WRITE REG-INFORME FROM LINEA-OCUPACION.
                  MOVE 1 TO Z.
                  PERFORM VOLCAR-UNA-ZONA UNTIL Z > NUM-ZONAS-WS.

                  MOVE TOT-ADULTO TO LR-ADULTO.
                  MOVE TOT-NINO TO LR-NINO.
                LEER-VENTA-ESPEC.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-VENTAS.
                  IF NOT MOV-OP-ENTRADAS OR
                     (MOV-SUBTIPO-OP NOT = "CO" AND
                      MOV-SUBTIPO-OP NOT = "GR" AND
                      MOV-SUBTIPO-OP NOT = "AB")
                    GO TO LEER-VENTA-ESPEC.
                  MOVE MOV-CUENTA-DESTINO(1:4) TO D.
                  IF D NOT = ESPEC-NUMERO
                    GO TO LEER-VENTA-ESPEC.

                  IF CANTIDAD-MOV < 0
                    COMPUTE CANTIDAD-MOV = 0 - CANTIDAD-MOV.
                  MOVE CANTIDAD-MOV TO IMPORTE-COMPRA.
                  MOVE MOV-CUENTA-DESTINO(5:3) TO ENTRADAS-COMPRA.

                  IF MOV-CUENTA-DESTINO(8:1) = "R"
                    ADD 1 TO NUM-ANULACIONES
                    ADD IMPORTE-COMPRA TO IMPORTE-ANULADO
                    GO TO LEER-VENTA-ESPEC.
                  WRITE REG-INFORME FROM LINEA-DIA.
                  ADD 1 TO D.

       *> Ocupacion final en ASIENTOS.DAT del espectaculo en curso, y
       *> por zona si sus asientos salieron del plano de un recinto
              CONTAR-OCUPACION.
                  MOVE 0 TO ASIENTOS-OCUPADOS-WS.
                  MOVE 0 TO ASIENTOS-TOTALES-WS.
                  MOVE 0 TO NUM-ZONAS-WS.
                  OPEN INPUT ASIENTOFILE.
                  IF FSA = "35"
                    CLOSE ASIENTOFILE
                    ADD 1 TO ASIENTOS-TOTALES-WS
                    IF ASIENTO-OCUPADO = "S"
                      ADD 1 TO ASIENTOS-OCUPADOS-WS.
                  IF ASIENTO-ESPEC = ESPEC-NUMERO AND
                     ASIENTO-ZONA NOT = SPACES
                    PERFORM ACUMULAR-ASIENTO-ZONA
                        THRU FIN-ACUMULAR-ASIENTO-ZONA.
                  GO TO LEER-UN-ASIENTO.

                CERRAR-CONTAR-OCUPACION.
              FIN-CONTAR-OCUPACION.
                  EXIT.

              ACUMULAR-ASIENTO-ZONA.
                  IF NUM-ZONAS-WS = 0
                    PERFORM ANADIR-ZONA
                  ELSE
                    IF TZ-ZONA(NUM-ZONAS-WS) NOT = ASIENTO-ZONA
                      IF NUM-ZONAS-WS < 8
                        PERFORM ANADIR-ZONA
                      ELSE
                        GO TO FIN-ACUMULAR-ASIENTO-ZONA.
                  ADD 1 TO TZ-TOTALES(NUM-ZONAS-WS).
                  IF ASIENTO-ACCESIBLE = "S"
                    ADD 1 TO TZ-ACCESIBLES(NUM-ZONAS-WS).
                  IF ASIENTO-OCUPADO = "S"
                    ADD 1 TO TZ-OCUPADOS(NUM-ZONAS-WS).
              FIN-ACUMULAR-ASIENTO-ZONA.
                  EXIT.

              ANADIR-ZONA.
                  ADD 1 TO NUM-ZONAS-WS.
                  MOVE ASIENTO-ZONA TO TZ-ZONA(NUM-ZONAS-WS).
                  MOVE ASIENTO-ZONA-NOMBRE TO TZ-NOMBRE(NUM-ZONAS-WS).
                  MOVE ASIENTO-PRECIO TO TZ-PRECIO(NUM-ZONAS-WS).
                  MOVE 0 TO TZ-TOTALES(NUM-ZONAS-WS).
                  MOVE 0 TO TZ-OCUPADOS(NUM-ZONAS-WS).
                  MOVE 0 TO TZ-ACCESIBLES(NUM-ZONAS-WS).

       *> Una linea por zona: ocupados de totales, accesibles, precio
       *> base de la zona y lo que suman sus asientos ocupados a ese
       *> precio (la venta real, con rebajas de nino y senior y canjes,
       *> queda en las lineas de dia y de tarifas)
              VOLCAR-UNA-ZONA.
                  MOVE TZ-ZONA(Z) TO LZ-ZONA.
                  MOVE TZ-NOMBRE(Z) TO LZ-NOMBRE.
                  MOVE TZ-OCUPADOS(Z) TO LZ-OCUPADOS.
                  MOVE TZ-TOTALES(Z) TO LZ-TOTALES.
                  MOVE TZ-ACCESIBLES(Z) TO LZ-ACCESIBLES.
                  MOVE TZ-PRECIO(Z) TO LZ-PRECIO.
                  COMPUTE LZ-IMPORTE = TZ-OCUPADOS(Z) * TZ-PRECIO(Z).
                  WRITE REG-INFORME FROM LINEA-ZONA.
                  ADD 1 TO Z.

       *> Lista de espera del espectaculo: atendidas frente a nunca
       *> servidas
              CONTAR-LISTA-ESPERA.
                  CLOSE WAITLISTFILE.
              FIN-CONTAR-LISTA-ESPERA.
                  EXIT.

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
