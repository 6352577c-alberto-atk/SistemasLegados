       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRARAPLAZAMIENTOS.
       *> Proceso batch nocturno que cierra las ventanas de devolucion
       *> de los espectaculos aplazados desde MANTENEESPEC: cada
       *> aplazamiento de APLAZAMIENTOS.DAT con la ventana abierta (A)
       *> cuya fecha de fin ya ha pasado en la fecha de negocio pasa a
       *> cerrado (C), con el numero y el importe de las devoluciones
       *> que el cajero hizo dentro de la ventana (apuntes "EN"/"AP" de
       *> MOVS.DAT con el espectaculo en MOV-CUENTA-DESTINO(1:4)). A
       *> partir de ahi el cajero vuelve a aplicar la regla normal de
       *> anulacion y LIQUIDARESPECTACULOS puede liquidar el
       *> espectaculo al promotor. El resultado de cada cierre sale en
       *> INFORME-APLAZAMIENTOS.DAT, que se rehace cada noche.
       *>
       *> Versiones
       *> Versión 1.0 - Cierre de las ventanas de devolucion
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT APLAZAMIENTOSFILE ASSIGN TO "APLAZAMIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-ESPEC
                  FILE STATUS IS FSAPL.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT INFORMEFILE ASSIGN TO "INFORME-APLAZAMIENTOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

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
*> FD APLAZAMIENTOSFILE: un aplazamiento por espectaculo (ver
*> MANTENEESPEC)
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

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(90).

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
              77 FSAPL                 PIC XX.
              77 FSM                   PIC XX.
              77 FSI                   PIC XX.
              77 FSFN                  PIC XX.
              77 FSCTN                 PIC XX.
              77 CTL-FECHA-WS          PIC 9(8).
              77 CTL-LEIDOS-WS         PIC 9(7) VALUE 0.
              77 CTL-ESCRITOS-WS       PIC 9(7) VALUE 0.
              77 CTL-RECHAZADOS-WS     PIC 9(7) VALUE 0.
              77 CTL-IMP-ENTRADA-WS    PIC 9(11)V99 VALUE 0.
              77 CTL-IMP-SALIDA-WS     PIC 9(11)V99 VALUE 0.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 NUM-LEIDOS            PIC 9(7) VALUE 0.
              77 NUM-ABIERTAS          PIC 9(7) VALUE 0.
              77 NUM-CERRADAS          PIC 9(7) VALUE 0.
              77 NUM-DEVUELTAS-WS      PIC 9(5).
              77 IMPORTE-DEVUELTO-WS   PIC 9(9)V99.
              77 TOTAL-DEVUELTO-WS     PIC 9(11)V99 VALUE 0.
              77 CANTIDAD-MOV          PIC S9(9)V99.

       *> El numero del espectaculo en curso, en forma numerica y de
       *> texto, para compararlo con MOV-CUENTA-DESTINO(1:4)
              01 NUM-ESPEC-TRABAJO.
                 02 NUM-ESPEC-WS       PIC 9(4).
                 02 NUM-ESPEC-X REDEFINES NUM-ESPEC-WS PIC X(4).

              01 LINEA-CABECERA.
                 02 FILLER             PIC X(7) VALUE "ESPEC".
                 02 FILLER             PIC X(10) VALUE "ANTERIOR".
                 02 FILLER             PIC X(10) VALUE "NUEVA".
                 02 FILLER             PIC X(10) VALUE "FIN VENT.".
                 02 FILLER             PIC X(8) VALUE "AVISOS".
                 02 FILLER             PIC X(8) VALUE "DEVOL.".
                 02 FILLER             PIC X(14) VALUE "IMPORTE".

              01 LINEA-APLAZAMIENTO.
                 02 LA-ESPEC           PIC 9(4).
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LA-FECHA-ANTERIOR  PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LA-FECHA-NUEVA     PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LA-FIN-VENTANA     PIC 9(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LA-NUM-AVISOS      PIC ZZZZ9.
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LA-NUM-DEVUELTAS   PIC ZZZZ9.
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LA-IMPORTE         PIC ---------9.99.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CERRAR-VENTANAS THRU FIN-CERRAR-VENTANAS.
                  MOVE FECHA-NEGOCIO-WS TO CTL-FECHA-WS.
                  MOVE NUM-LEIDOS TO CTL-LEIDOS-WS.
                  MOVE NUM-CERRADAS TO CTL-ESCRITOS-WS.
                  MOVE TOTAL-DEVUELTO-WS TO CTL-IMP-SALIDA-WS.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "CERRARAPLAZAMIENTOS: " NUM-LEIDOS
                      " aplazamientos, " NUM-ABIERTAS
                      " ventanas abiertas, " NUM-CERRADAS
                      " cerradas.".
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

       *> Recorre APLAZAMIENTOS.DAT cerrando las ventanas abiertas cuyo
       *> ultimo dia ya ha pasado; las cerradas no se vuelven a tocar
              CERRAR-VENTANAS.
                  OPEN OUTPUT INFORMEFILE.
                  WRITE REG-INFORME FROM LINEA-CABECERA.
                  OPEN I-O APLAZAMIENTOSFILE.
                  IF FSAPL = "35"
                    CLOSE APLAZAMIENTOSFILE
                    CLOSE INFORMEFILE
                    GO TO FIN-CERRAR-VENTANAS.

                LEER-UN-APLAZAMIENTO.
                  READ APLAZAMIENTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-RECORRIDO-APLAZAMIENTOS.
                  ADD 1 TO NUM-LEIDOS.
                  IF NOT APL-VENTANA-ABIERTA
                    GO TO LEER-UN-APLAZAMIENTO.
                  IF APL-FIN-VENTANA NOT < FECHA-NEGOCIO-WS
                    ADD 1 TO NUM-ABIERTAS
                    GO TO LEER-UN-APLAZAMIENTO.

                  MOVE APL-ESPEC TO NUM-ESPEC-WS.
                  PERFORM TOTALIZAR-DEVOLUCIONES
                      THRU FIN-TOTALIZAR-DEVOLUCIONES.
                  MOVE NUM-DEVUELTAS-WS TO APL-NUM-DEVUELTAS.
                  MOVE IMPORTE-DEVUELTO-WS TO APL-IMPORTE-DEVUELTO.
                  MOVE "C" TO APL-ESTADO.
                  REWRITE REG-APLAZAMIENTO
                      INVALID KEY GO TO LEER-UN-APLAZAMIENTO.
                  ADD 1 TO NUM-CERRADAS.
                  ADD IMPORTE-DEVUELTO-WS TO TOTAL-DEVUELTO-WS.

                  MOVE APL-ESPEC TO LA-ESPEC.
                  MOVE APL-FECHA-ANTERIOR TO LA-FECHA-ANTERIOR.
                  MOVE APL-FECHA-NUEVA TO LA-FECHA-NUEVA.
                  MOVE APL-FIN-VENTANA TO LA-FIN-VENTANA.
                  MOVE APL-NUM-AVISOS TO LA-NUM-AVISOS.
                  MOVE APL-NUM-DEVUELTAS TO LA-NUM-DEVUELTAS.
                  MOVE APL-IMPORTE-DEVUELTO TO LA-IMPORTE.
                  WRITE REG-INFORME FROM LINEA-APLAZAMIENTO.
                  GO TO LEER-UN-APLAZAMIENTO.

                CERRAR-RECORRIDO-APLAZAMIENTOS.
                  CLOSE APLAZAMIENTOSFILE.
                  CLOSE INFORMEFILE.
              FIN-CERRAR-VENTANAS.
                  EXIT.

       *> Cuenta en MOVS.DAT las devoluciones hechas en la ventana del
       *> espectaculo en curso (apuntes "EN"/"AP" del cajero)
              TOTALIZAR-DEVOLUCIONES.
                  MOVE 0 TO NUM-DEVUELTAS-WS.
                  MOVE 0 TO IMPORTE-DEVUELTO-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-TOTALIZAR-DEVOLUCIONES.

                LEER-MOV-DEVOLUCION.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-TOTALIZAR-DEVOLUCIONES.
                  IF NOT MOV-OP-ENTRADAS OR MOV-SUBTIPO-OP NOT = "AP"
                    GO TO LEER-MOV-DEVOLUCION.
                  IF MOV-CUENTA-DESTINO(1:4) NOT = NUM-ESPEC-X
                    GO TO LEER-MOV-DEVOLUCION.
                  MOVE MOV-IMPORTE TO CANTIDAD-MOV.
                  IF CANTIDAD-MOV < 0
                    COMPUTE CANTIDAD-MOV = 0 - CANTIDAD-MOV.
                  ADD CANTIDAD-MOV TO IMPORTE-DEVUELTO-WS.
                  ADD 1 TO NUM-DEVUELTAS-WS.
                  GO TO LEER-MOV-DEVOLUCION.

                CERRAR-TOTALIZAR-DEVOLUCIONES.
                  CLOSE MOVFILE.
              FIN-TOTALIZAR-DEVOLUCIONES.
                  EXIT.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE CTL-FECHA-WS TO CTN-FECHA.
                  MOVE "CERRARAPLAZAMIENTOS" TO CTN-PROGRAMA.
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
