       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEPREVENTAS.
       *> Informe de acogida de las preventas: para cada espectaculo
       *> con ventana de preventa en PREVENTAS.DAT (MANTENEESPEC) deja
       *> en INFORME-PREVENTAS.DAT, por espectaculo:
       *>   - la ventana y sus criterios (abonados del promotor,
       *>     asistentes a otras funciones, umbral de puntos y cupo por
       *>     tarjeta)
       *>   - las compras, entradas e importe vendidos en preventa y en
       *>     venta general, leidos de los apuntes de compra de MOVS.DAT
       *>     (espectaculo y entradas codificados en MOV-CUENTA-DESTINO,
       *>     como en INFORMEESPECTACULOS) y repartidos por la fecha de
       *>     negocio del apunte contra las fechas de la ventana; las
       *>     compras ya anuladas se cuentan aparte en cada tramo
       *>   - el porcentaje de las entradas vendidas que salio en
       *>     preventa y el aforo del espectaculo
       *>   - el reparto de lo vendido en preventa por el criterio que
       *>     dio derecho a comprar, de VENTAS-PREVENTA.DAT (lo graba el
       *>     cajero en cada compra hecha con la ventana abierta)
       *>
       *> Versiones
       *> Versión 1.0 - Preventa frente a venta general por espectaculo
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PREVENTASFILE ASSIGN TO "PREVENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-ESPEC
                  FILE STATUS IS FSPRV.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT VENTASPREVENTAFILE ASSIGN TO "VENTAS-PREVENTA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSVPV.

              SELECT INFORMEFILE ASSIGN TO "INFORME-PREVENTAS.DAT"
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
       FD PREVENTASFILE.
       01 REG-PREVENTA.
         02 PRV-ESPEC              PIC 9(4).
         02 PRV-FECHA-INICIO       PIC 9(8).
         02 PRV-FECHA-FIN          PIC 9(8).
         02 PRV-ABONADOS           PIC X.
         02 PRV-ASISTENTES         PIC X.
         02 PRV-PUNTOS-MINIMOS     PIC 9(7).
         02 PRV-CUPO-TARJETA       PIC 9(3).
         02 PRV-STAFF-ID           PIC X(8).
         02 PRV-FECHA-ALTA         PIC 9(8).

       FD ESPECFILE.
       01 REG-ESPECTACULO.
         02 ESPEC-NUMERO           PIC 9(4).
         02 ESPEC-NOMBRE           PIC X(20).
         02 ESPEC-PRECIO-ENTRADA   PIC 999V99.
         02 ESPEC-DESCRIPCION      PIC X(30).
         02 ESPEC-ENT-DISPONIBLES  PIC 9(3).
         02 ESPEC-FECHA.
            03 DDE                 PIC 99.
            03 FILLER              PIC X.
            03 MME                 PIC 99.
            03 FILLER              PIC X.
            03 AAE                 PIC 9999.
         02 ESPEC-ENT-TOTAL       PIC 9(3).
         02 ESPEC-PRECIO-NINO     PIC 999V99.
         02 ESPEC-PRECIO-SENIOR   PIC 999V99.
         02 ESPEC-SOLO-ADULTOS    PIC X.
         02 ESPEC-RECINTO        PIC 99.

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
              02 MOV-FECHA.
                 03 DDM                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMM                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAM                 PIC 9999.
              02 MOV-HORA.
                 03 HH                  PIC 99.
                 03 FILLER              PIC X.
                 03 MM                  PIC 99.
                 03 FILLER              PIC X.
                 03 SS                  PIC 99.
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
              02 MOV-FECHA-NEGOCIO      PIC 9(8).
              02 MOV-TIPO-OP            PIC XX.
                 88 MOV-OP-ENTRADAS     VALUE "EN".
              02 MOV-SUBTIPO-OP         PIC XX.

       *> FD VENTASPREVENTAFILE: una linea por compra hecha en preventa;
       *> VPV-CRITERIO A abonado del promotor, P puntos, H asistente a
       *> otra funcion del promotor
       FD VENTASPREVENTAFILE.
       01 REG-VENTA-PREVENTA.
              02 VPV-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 VPV-TARJ               PIC 9(10).
              02 FILLER                 PIC X(2).
              02 VPV-ENTRADAS           PIC 9(3).
              02 FILLER                 PIC X(2).
              02 VPV-IMPORTE            PIC 9(7)V99.
              02 FILLER                 PIC X(2).
              02 VPV-CRITERIO           PIC X.
              02 FILLER                 PIC X(2).
              02 VPV-FECHA              PIC 9(8).

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
              77 FSPRV                 PIC XX.
              77 FSE                   PIC XX.
              77 FSM                   PIC XX.
              77 FSVPV                 PIC XX.
              77 FSI                   PIC XX.
              77 D                     PIC 9(4).
              77 ESPEC-ENCONTRADO      PIC X(2).
              77 CANTIDAD-MOV          PIC S9(9)V99.
              77 IMPORTE-COMPRA        PIC 9(7)V99.
              77 ENTRADAS-COMPRA       PIC 9(3).
              77 TOTAL-ENTRADAS-WS     PIC 9(7).
              77 PCT-PREVENTA-WS       PIC 999V9.
              77 NUM-ESPEC-INFORMADOS  PIC 9(5) VALUE 0.
              77 C                     PIC 9.
              77 T                     PIC 9.
              77 CRITERIO-ENCONTRADO   PIC X(2).

       *> Acumulados del espectaculo en curso: tramo 1 preventa y
       *> tramo 2 venta general
              01 TABLA-TRAMOS.
                 02 TRAMO OCCURS 2 TIMES.
                    03 TT-COMPRAS           PIC 9(5).
                    03 TT-ENTRADAS          PIC 9(5).
                    03 TT-IMPORTE           PIC 9(9)V99.
                    03 TT-ANULADAS          PIC 9(5).
                    03 TT-IMPORTE-ANULADO   PIC 9(9)V99.

       *> Compras en preventa por criterio: 1 abonados, 2 puntos,
       *> 3 asistentes a otras funciones
              01 TABLA-CRITERIOS.
                 02 CRITERIO-ENTRADA OCCURS 3 TIMES.
                    03 TC-CODIGO            PIC X.
                    03 TC-NOMBRE            PIC X(24).
                    03 TC-COMPRAS           PIC 9(5).
                    03 TC-ENTRADAS          PIC 9(5).
                    03 TC-IMPORTE           PIC 9(9)V99.

              01 FECHA-EDITADA.
                 02 FE-DD              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-MM              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-AAAA            PIC 9999.
              77 FECHA-TRABAJO-WS      PIC 9(8).

              01 LINEA-CAB-ESPEC.
                 02 FILLER             PIC X(12) VALUE "ESPECTACULO ".
                 02 CAB-NUMERO         PIC 9(4).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CAB-NOMBRE         PIC X(20).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 CAB-FECHA          PIC X(10).
                 02 FILLER             PIC X(8) VALUE "  aforo ".
                 02 CAB-AFORO          PIC ZZ9.

              01 LINEA-VENTANA.
                 02 FILLER             PIC X(14) VALUE "    PREVENTA  ".
                 02 LV-INICIO          PIC X(10).
                 02 FILLER             PIC X(3) VALUE " a ".
                 02 LV-FIN             PIC X(10).
                 02 FILLER             PIC X(11) VALUE "  abonados ".
                 02 LV-ABONADOS        PIC X.
                 02 FILLER             PIC X(13) VALUE "  asistentes ".
                 02 LV-ASISTENTES      PIC X.
                 02 FILLER             PIC X(9) VALUE "  puntos ".
                 02 LV-PUNTOS          PIC ZZZZZZ9.
                 02 FILLER             PIC X(7) VALUE "  cupo ".
                 02 LV-CUPO            PIC ZZ9.

              01 LINEA-TRAMO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LT-TRAMO           PIC X(14).
                 02 LT-COMPRAS         PIC ZZZZ9.
                 02 FILLER             PIC X(9) VALUE " compras ".
                 02 LT-ENTRADAS        PIC ZZZZ9.
                 02 FILLER             PIC X(10) VALUE " entradas ".
                 02 LT-IMPORTE         PIC --------9.99.
                 02 FILLER             PIC X(12) VALUE "  anuladas ".
                 02 LT-ANULADAS        PIC ZZZZ9.

              01 LINEA-PORCENTAJE.
                 02 FILLER             PIC X(18)
                    VALUE "    EN PREVENTA   ".
                 02 LP-PCT             PIC ZZ9.9.
                 02 FILLER             PIC X(29)
                    VALUE " % de las entradas vendidas".

              01 LINEA-CRITERIO.
                 02 FILLER             PIC X(8) VALUE "      - ".
                 02 LC-NOMBRE          PIC X(24).
                 02 LC-COMPRAS         PIC ZZZZ9.
                 02 FILLER             PIC X(9) VALUE " compras ".
                 02 LC-ENTRADAS        PIC ZZZZ9.
                 02 FILLER             PIC X(10) VALUE " entradas ".
                 02 LC-IMPORTE         PIC --------9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  OPEN OUTPUT INFORMEFILE.
                  PERFORM RECORRER-PREVENTAS
                      THRU FIN-RECORRER-PREVENTAS.
                  CLOSE INFORMEFILE.
                  DISPLAY "INFORMEPREVENTAS: espectaculos con preventa "
                      NUM-ESPEC-INFORMADOS.
                  STOP RUN.

              RECORRER-PREVENTAS.
                  OPEN INPUT PREVENTASFILE.
                  IF FSPRV = "35"
                    CLOSE PREVENTASFILE
                    GO TO FIN-RECORRER-PREVENTAS.

                LEER-UNA-PREVENTA.
                  READ PREVENTASFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRER-PREVENTAS.
                  PERFORM INFORMAR-UNA-PREVENTA
                      THRU FIN-INFORMAR-UNA-PREVENTA.
                  GO TO LEER-UNA-PREVENTA.

                CERRAR-RECORRER-PREVENTAS.
                  CLOSE PREVENTASFILE.
              FIN-RECORRER-PREVENTAS.

              INFORMAR-UNA-PREVENTA.
                  MOVE PRV-ESPEC TO ESPEC-NUMERO.
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    MOVE "NO" TO ESPEC-ENCONTRADO
                  ELSE
                    READ ESPECFILE
                        INVALID KEY MOVE "NO" TO ESPEC-ENCONTRADO
                        NOT INVALID KEY MOVE "SI" TO ESPEC-ENCONTRADO.
                  CLOSE ESPECFILE.
                  IF ESPEC-ENCONTRADO NOT = "SI"
                    GO TO FIN-INFORMAR-UNA-PREVENTA.
                  ADD 1 TO NUM-ESPEC-INFORMADOS.

                  MOVE 1 TO T.
                  PERFORM INICIAR-TRAMO UNTIL T > 2.
                  PERFORM INICIAR-CRITERIOS.

                  MOVE ESPEC-NUMERO TO CAB-NUMERO.
                  MOVE ESPEC-NOMBRE TO CAB-NOMBRE.
                  MOVE ESPEC-FECHA TO CAB-FECHA.
                  MOVE ESPEC-ENT-TOTAL TO CAB-AFORO.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-CAB-ESPEC.

                  MOVE PRV-FECHA-INICIO TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LV-INICIO.
                  MOVE PRV-FECHA-FIN TO FECHA-TRABAJO-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO LV-FIN.
                  MOVE PRV-ABONADOS TO LV-ABONADOS.
                  MOVE PRV-ASISTENTES TO LV-ASISTENTES.
                  MOVE PRV-PUNTOS-MINIMOS TO LV-PUNTOS.
                  MOVE PRV-CUPO-TARJETA TO LV-CUPO.
                  WRITE REG-INFORME FROM LINEA-VENTANA.

                  PERFORM ACUMULAR-VENTAS-TRAMO
                      THRU FIN-ACUMULAR-VENTAS-TRAMO.
                  PERFORM ACUMULAR-CRITERIOS
                      THRU FIN-ACUMULAR-CRITERIOS.

                  MOVE "En preventa" TO LT-TRAMO.
                  MOVE 1 TO T.
                  PERFORM ESCRIBIR-TRAMO.
                  MOVE "Venta general" TO LT-TRAMO.
                  MOVE 2 TO T.
                  PERFORM ESCRIBIR-TRAMO.

                  COMPUTE TOTAL-ENTRADAS-WS =
                      TT-ENTRADAS(1) + TT-ENTRADAS(2).
                  IF TOTAL-ENTRADAS-WS = 0
                    MOVE 0 TO PCT-PREVENTA-WS
                  ELSE
                    COMPUTE PCT-PREVENTA-WS ROUNDED =
                        TT-ENTRADAS(1) * 100 / TOTAL-ENTRADAS-WS.
                  MOVE PCT-PREVENTA-WS TO LP-PCT.
                  WRITE REG-INFORME FROM LINEA-PORCENTAJE.

                  MOVE 1 TO C.
                  PERFORM ESCRIBIR-CRITERIO UNTIL C > 3.
              FIN-INFORMAR-UNA-PREVENTA.
                  EXIT.

              INICIAR-TRAMO.
                  MOVE 0 TO TT-COMPRAS(T).
                  MOVE 0 TO TT-ENTRADAS(T).
                  MOVE 0 TO TT-IMPORTE(T).
                  MOVE 0 TO TT-ANULADAS(T).
                  MOVE 0 TO TT-IMPORTE-ANULADO(T).
                  ADD 1 TO T.

              INICIAR-CRITERIOS.
                  MOVE "A" TO TC-CODIGO(1).
                  MOVE "Abonados del promotor" TO TC-NOMBRE(1).
                  MOVE "P" TO TC-CODIGO(2).
                  MOVE "Umbral de puntos" TO TC-NOMBRE(2).
                  MOVE "H" TO TC-CODIGO(3).
                  MOVE "Asistentes anteriores" TO TC-NOMBRE(3).
                  MOVE 1 TO C.
                  PERFORM INICIAR-UN-CRITERIO UNTIL C > 3.

              INICIAR-UN-CRITERIO.
                  MOVE 0 TO TC-COMPRAS(C).
                  MOVE 0 TO TC-ENTRADAS(C).
                  MOVE 0 TO TC-IMPORTE(C).
                  ADD 1 TO C.

              EDITAR-FECHA.
                  MOVE FECHA-TRABAJO-WS(7:2) TO FE-DD.
                  MOVE FECHA-TRABAJO-WS(5:2) TO FE-MM.
                  MOVE FECHA-TRABAJO-WS(1:4) TO FE-AAAA.

       *> Recorre MOVS.DAT repartiendo las compras del espectaculo en
       *> curso entre la preventa (fecha de negocio dentro de la
       *> ventana) y la venta general (antes o despues de ella)
              ACUMULAR-VENTAS-TRAMO.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-ACUMULAR-VENTAS-TRAMO.

                LEER-VENTA-TRAMO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-ACUMULAR-TRAMO.
                  IF NOT MOV-OP-ENTRADAS OR
                     (MOV-SUBTIPO-OP NOT = "CO" AND
                      MOV-SUBTIPO-OP NOT = "GR")
                    GO TO LEER-VENTA-TRAMO.
                  MOVE MOV-CUENTA-DESTINO(1:4) TO D.
                  IF D NOT = ESPEC-NUMERO
                    GO TO LEER-VENTA-TRAMO.

                  MOVE MOV-IMPORTE TO CANTIDAD-MOV.
                  IF CANTIDAD-MOV < 0
                    COMPUTE CANTIDAD-MOV = 0 - CANTIDAD-MOV.
                  MOVE CANTIDAD-MOV TO IMPORTE-COMPRA.
                  MOVE MOV-CUENTA-DESTINO(5:3) TO ENTRADAS-COMPRA.

                  IF MOV-FECHA-NEGOCIO < PRV-FECHA-INICIO OR
                     MOV-FECHA-NEGOCIO > PRV-FECHA-FIN
                    MOVE 2 TO T
                  ELSE
                    MOVE 1 TO T.

                  IF MOV-CUENTA-DESTINO(8:1) = "R"
                    ADD 1 TO TT-ANULADAS(T)
                    ADD IMPORTE-COMPRA TO TT-IMPORTE-ANULADO(T)
                    GO TO LEER-VENTA-TRAMO.

                  ADD 1 TO TT-COMPRAS(T).
                  ADD ENTRADAS-COMPRA TO TT-ENTRADAS(T).
                  ADD IMPORTE-COMPRA TO TT-IMPORTE(T).
                  GO TO LEER-VENTA-TRAMO.

                CERRAR-ACUMULAR-TRAMO.
                  CLOSE MOVFILE.
              FIN-ACUMULAR-VENTAS-TRAMO.
                  EXIT.

       *> Reparte por criterio las compras en preventa del espectaculo
       *> que el cajero anoto en VENTAS-PREVENTA.DAT
              ACUMULAR-CRITERIOS.
                  OPEN INPUT VENTASPREVENTAFILE.
                  IF FSVPV = "35"
                    CLOSE VENTASPREVENTAFILE
                    GO TO FIN-ACUMULAR-CRITERIOS.

                LEER-VENTA-PREVENTA.
                  READ VENTASPREVENTAFILE
                      AT END GO TO CERRAR-ACUMULAR-CRITERIOS.
                  IF VPV-ESPEC NOT = ESPEC-NUMERO
                    GO TO LEER-VENTA-PREVENTA.
                  MOVE "NO" TO CRITERIO-ENCONTRADO.
                  MOVE 1 TO C.
                  PERFORM BUSCAR-CRITERIO
                      UNTIL C > 3 OR CRITERIO-ENCONTRADO = "SI".
                  IF CRITERIO-ENCONTRADO NOT = "SI"
                    GO TO LEER-VENTA-PREVENTA.
                  ADD 1 TO TC-COMPRAS(C).
                  ADD VPV-ENTRADAS TO TC-ENTRADAS(C).
                  ADD VPV-IMPORTE TO TC-IMPORTE(C).
                  GO TO LEER-VENTA-PREVENTA.

                CERRAR-ACUMULAR-CRITERIOS.
                  CLOSE VENTASPREVENTAFILE.
              FIN-ACUMULAR-CRITERIOS.
                  EXIT.

              BUSCAR-CRITERIO.
                  IF TC-CODIGO(C) = VPV-CRITERIO
                    MOVE "SI" TO CRITERIO-ENCONTRADO
                  ELSE
                    ADD 1 TO C.

              ESCRIBIR-TRAMO.
                  MOVE TT-COMPRAS(T) TO LT-COMPRAS.
                  MOVE TT-ENTRADAS(T) TO LT-ENTRADAS.
                  MOVE TT-IMPORTE(T) TO LT-IMPORTE.
                  MOVE TT-ANULADAS(T) TO LT-ANULADAS.
                  WRITE REG-INFORME FROM LINEA-TRAMO.

              ESCRIBIR-CRITERIO.
                  MOVE TC-NOMBRE(C) TO LC-NOMBRE.
                  MOVE TC-COMPRAS(C) TO LC-COMPRAS.
                  MOVE TC-ENTRADAS(C) TO LC-ENTRADAS.
                  MOVE TC-IMPORTE(C) TO LC-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-CRITERIO.
                  ADD 1 TO C.

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
