       *> contando registros contra lo anotado en el control antes de
       *> declarar el exito.
       *>
       *> La copia cubre tambien RECIBOS.DAT, NOTIFICA.DAT y
       *> CODIGOS-ENTRADA.DAT (este ultimo anotado en el control y en
       *> el nombre de la copia como CODIGOS.DAT), que son los que
       *> reconstruye REORGANIZARINDEXADOS. Un registro cualquiera en
       *> COPIA-PETICION.DAT pide la copia sin operador: se hace en
       *> modo copia sin preguntar, se vacia la peticion y el programa
       *> termina con codigo de retorno 8 si alguna copia no verifica,
       *> para que quien la pidio no siga adelante.
       *>
       *> Versiones
       *> Versión 1.0 - Copia y restauracion verificada de maestros
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Copia desatendida a peticion; recibos, avisos y codigos de entrada
       *> Versión 1.3 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.4 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS CASS-CLAVE
                  FILE STATUS IS FSCAS.

              SELECT RECIBOSFILE ASSIGN TO "RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECIBO-CLAVE
                  FILE STATUS IS FSR.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT CODIGOSENTRADAFILE ASSIGN TO
                  "CODIGOS-ENTRADA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODENT-CODIGO
                  FILE STATUS IS FSCE.

              SELECT PETICIONFILE ASSIGN TO "COPIA-PETICION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPE.

              SELECT COPIAFILE ASSIGN TO WS-NOMBRE-COPIA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSGE.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

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

       FD ORDENESFILE.
       01 REG-ORDEN.
              02 CASS-ACEPTADOS         PIC 9(7).
              02 CASS-RECICLADOS        PIC 9(7).

       FD RECIBOSFILE.
       01 REG-RECIBO.
              02 RECIBO-CLAVE.
                 03 RECIBO-MOV-ID       PIC X(24).
                 03 RECIBO-SEC          PIC 9(6).
              02 RECIBO-TIPO-OP         PIC X(20).
              02 RECIBO-CANTIDAD        PIC --------9.99.
              02 RECIBO-SALDO           PIC S9(9)V99.
              02 RECIBO-FECHA.
                 03 DDR                 PIC 99.
                 03 FILLER              PIC X.
                 03 MMR                 PIC 99.
                 03 FILLER              PIC X.
                 03 AAR                 PIC 9999.
              02 RECIBO-HORA.
                 03 HHR                 PIC 99.
                 03 FILLER              PIC X.
                 03 MNR                 PIC 99.
                 03 FILLER              PIC X.
                 03 SSR                 PIC 99.

       *> FD NOTIFICAFILE y CODIGOSENTRADAFILE: la copia solo necesita
       *> la clave; el resto del registro viaja tal cual
       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-CLAVE.
                 03 NOTIF-TARJ          PIC 9(10).
                 03 NOTIF-SEC           PIC 9(6).
              02 NOTIF-RESTO            PIC X(159).

       FD CODIGOSENTRADAFILE.
       01 REG-CODIGO-ENTRADA.
              02 CODENT-CODIGO          PIC 9(8).
              02 CODENT-RESTO           PIC X(24).

       FD PETICIONFILE.
       01 REG-PETICION                  PIC X(40).

       *> FD COPIAFILE: contenedor generico de la copia; cada registro
       *> original viaja dentro de un registro de tamano fijo, con
       *> relleno de espacios a la derecha
       01 REG-GENERACIONES.
              02 GEN-NUM-GENERACIONES   PIC 9.

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
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSO                   PIC XX.
              77 FSCP                  PIC XX.
              77 FSCT                  PIC XX.
              77 FSGE                  PIC XX.
              77 FSR                   PIC XX.
              77 FSN                   PIC XX.
              77 FSCE                  PIC XX.
              77 FSPE                  PIC XX.
              77 COPIA-DESATENDIDA     PIC X(2) VALUE "NO".
              77 OPCION                PIC X.
              77 NUM-GENERACIONES-WS   PIC 9 VALUE 3.
              77 GENERACION-WS         PIC 9.

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  COMPUTE FECHA-HOY-COMP =
                               (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                  PERFORM CARGAR-NUM-GENERACIONES.
                  PERFORM ABRIR-CONTROLFILE.

                  PERFORM LEER-PETICION-COPIA.
                  IF COPIA-DESATENDIDA = "SI"
                    MOVE "B" TO OPCION
                  ELSE
                    DISPLAY "COPIASEGURIDAD - B=Copiar maestros,"
                        " R=Restaurar generacion"
                    ACCEPT OPCION.
                  IF OPCION = "B" OR OPCION = "b"
                    PERFORM HACER-COPIA THRU FIN-HACER-COPIA
                  ELSE
                    ELSE
                      DISPLAY "Opcion no valida.".
                  CLOSE CONTROLFILE.
                  IF COPIA-DESATENDIDA = "SI"
                    OPEN OUTPUT PETICIONFILE
                    CLOSE PETICIONFILE.
                  IF RESULTADO-GLOBAL = "NO"
                    MOVE 8 TO RETURN-CODE.
                  STOP RUN.

              LEER-PETICION-COPIA.
                  OPEN INPUT PETICIONFILE.
                  IF FSPE = "35"
                    CONTINUE
                  ELSE
                    READ PETICIONFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO COPIA-DESATENDIDA.
                  CLOSE PETICIONFILE.

       *> El numero de generaciones en rotacion se lee de
       *> COPIAS-GENERACIONES.DAT; si el fichero no existe se conservan
       *> 3 generaciones
                    OPEN I-O CONTROLFILE.

       *> Modo copia: elige la generacion a machacar en rotacion (la
       *> mas antigua segun el control) y copia los maestros,
       *> verificando cada copia por relectura
              HACER-COPIA.
                  PERFORM ELEGIR-GENERACION-ROTACION
                  PERFORM COPIAR-ORDENES THRU FIN-COPIAR-ORDENES.
                  MOVE "CASSETTE.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM COPIAR-CASSETTE THRU FIN-COPIAR-CASSETTE.
                  MOVE "RECIBOS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM COPIAR-RECIBOS THRU FIN-COPIAR-RECIBOS.
                  MOVE "NOTIFICA.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM COPIAR-NOTIFICA THRU FIN-COPIAR-NOTIFICA.
                  MOVE "CODIGOS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM COPIAR-CODIGOS THRU FIN-COPIAR-CODIGOS.

                  IF RESULTADO-GLOBAL = "SI"
                    DISPLAY "Copia de seguridad completada y verificada."
              FIN-COPIAR-CASSETTE.
                  EXIT.

              COPIAR-RECIBOS.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  MOVE 0 TO NUM-COPIADOS-WS.
                  OPEN INPUT RECIBOSFILE.
                  IF FSR = "35"
                    CLOSE RECIBOSFILE
                    GO TO FIN-COPIAR-RECIBOS.
                  OPEN OUTPUT COPIAFILE.

                LEER-COPIAR-RECIBOS.
                  READ RECIBOSFILE NEXT RECORD
                      AT END GO TO CERRAR-COPIAR-RECIBOS.
                  MOVE SPACES TO REG-COPIA.
                  WRITE REG-COPIA FROM REG-RECIBO.
                  ADD 1 TO NUM-COPIADOS-WS.
                  GO TO LEER-COPIAR-RECIBOS.

                CERRAR-COPIAR-RECIBOS.
                  CLOSE COPIAFILE.
                  CLOSE RECIBOSFILE.
                  PERFORM ANOTAR-Y-VERIFICAR-COPIA
                      THRU FIN-ANOTAR-Y-VERIFICAR-COPIA.
              FIN-COPIAR-RECIBOS.
                  EXIT.

              COPIAR-NOTIFICA.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  MOVE 0 TO NUM-COPIADOS-WS.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-COPIAR-NOTIFICA.
                  OPEN OUTPUT COPIAFILE.

                LEER-COPIAR-NOTIFICA.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-COPIAR-NOTIFICA.
                  MOVE SPACES TO REG-COPIA.
                  WRITE REG-COPIA FROM REG-NOTIFICACION.
                  ADD 1 TO NUM-COPIADOS-WS.
                  GO TO LEER-COPIAR-NOTIFICA.

                CERRAR-COPIAR-NOTIFICA.
                  CLOSE COPIAFILE.
                  CLOSE NOTIFICAFILE.
                  PERFORM ANOTAR-Y-VERIFICAR-COPIA
                      THRU FIN-ANOTAR-Y-VERIFICAR-COPIA.
              FIN-COPIAR-NOTIFICA.
                  EXIT.

              COPIAR-CODIGOS.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  MOVE 0 TO NUM-COPIADOS-WS.
                  OPEN INPUT CODIGOSENTRADAFILE.
                  IF FSCE = "35"
                    CLOSE CODIGOSENTRADAFILE
                    GO TO FIN-COPIAR-CODIGOS.
                  OPEN OUTPUT COPIAFILE.

                LEER-COPIAR-CODIGOS.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-COPIAR-CODIGOS.
                  MOVE SPACES TO REG-COPIA.
                  WRITE REG-COPIA FROM REG-CODIGO-ENTRADA.
                  ADD 1 TO NUM-COPIADOS-WS.
                  GO TO LEER-COPIAR-CODIGOS.

                CERRAR-COPIAR-CODIGOS.
                  CLOSE COPIAFILE.
                  CLOSE CODIGOSENTRADAFILE.
                  PERFORM ANOTAR-Y-VERIFICAR-COPIA
                      THRU FIN-ANOTAR-Y-VERIFICAR-COPIA.
              FIN-COPIAR-CODIGOS.
                  EXIT.

       *> Monta BAKg-<fichero> como nombre de la copia de la
       *> generacion en curso
              MONTAR-NOMBRE-COPIA.
              FIN-ANOTAR-Y-VERIFICAR-COPIA.
                  EXIT.

       *> Modo restauracion: reconstruye los maestros desde la
       *> generacion elegida y verifica cada fichero restaurado
       *> releyendolo y contando registros contra el control
              HACER-RESTAURACION.
                  PERFORM RESTAURAR-ORDENES THRU FIN-RESTAURAR-ORDENES.
                  MOVE "CASSETTE.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM RESTAURAR-CASSETTE THRU FIN-RESTAURAR-CASSETTE.
                  MOVE "RECIBOS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM RESTAURAR-RECIBOS THRU FIN-RESTAURAR-RECIBOS.
                  MOVE "NOTIFICA.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM RESTAURAR-NOTIFICA THRU FIN-RESTAURAR-NOTIFICA.
                  MOVE "CODIGOS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM RESTAURAR-CODIGOS THRU FIN-RESTAURAR-CODIGOS.

                  IF RESULTADO-GLOBAL = "SI"
                    DISPLAY "Restauracion completada y verificada."
              FIN-VERIFICAR-CASSETTE-RESTAURADO.
                  EXIT.

              RESTAURAR-RECIBOS.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  OPEN INPUT COPIAFILE.
                  IF FSCP = "35"
                    CLOSE COPIAFILE
                    DISPLAY FICHERO-TRABAJO-WS
                        ": no existe copia de esa generacion."
                    MOVE "NO" TO RESULTADO-GLOBAL
                    GO TO FIN-RESTAURAR-RECIBOS.
                  OPEN OUTPUT RECIBOSFILE.

                LEER-RESTAURAR-RECIBOS.
                  READ COPIAFILE INTO REG-RECIBO
                      AT END GO TO CERRAR-RESTAURAR-RECIBOS.
                  WRITE REG-RECIBO INVALID KEY CONTINUE.
                  GO TO LEER-RESTAURAR-RECIBOS.

                CERRAR-RESTAURAR-RECIBOS.
                  CLOSE RECIBOSFILE.
                  CLOSE COPIAFILE.
                  PERFORM VERIFICAR-RECIBOS-RESTAURADO
                      THRU FIN-VERIFICAR-RECIBOS-RESTAURADO.
              FIN-RESTAURAR-RECIBOS.
                  EXIT.

              VERIFICAR-RECIBOS-RESTAURADO.
                  MOVE 0 TO NUM-RELEIDOS-WS.
                  OPEN INPUT RECIBOSFILE.

                RELEER-RECIBOS-RESTAURADO.
                  READ RECIBOSFILE NEXT RECORD
                      AT END GO TO CERRAR-VERIFICAR-RECIBOS.
                  ADD 1 TO NUM-RELEIDOS-WS.
                  GO TO RELEER-RECIBOS-RESTAURADO.

                CERRAR-VERIFICAR-RECIBOS.
                  CLOSE RECIBOSFILE.
                  PERFORM COMPARAR-CONTRA-CONTROL
                      THRU FIN-COMPARAR-CONTRA-CONTROL.
              FIN-VERIFICAR-RECIBOS-RESTAURADO.
                  EXIT.

              RESTAURAR-NOTIFICA.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  OPEN INPUT COPIAFILE.
                  IF FSCP = "35"
                    CLOSE COPIAFILE
                    DISPLAY FICHERO-TRABAJO-WS
                        ": no existe copia de esa generacion."
                    MOVE "NO" TO RESULTADO-GLOBAL
                    GO TO FIN-RESTAURAR-NOTIFICA.
                  OPEN OUTPUT NOTIFICAFILE.

                LEER-RESTAURAR-NOTIFICA.
                  READ COPIAFILE INTO REG-NOTIFICACION
                      AT END GO TO CERRAR-RESTAURAR-NOTIFICA.
                  WRITE REG-NOTIFICACION INVALID KEY CONTINUE.
                  GO TO LEER-RESTAURAR-NOTIFICA.

                CERRAR-RESTAURAR-NOTIFICA.
                  CLOSE NOTIFICAFILE.
                  CLOSE COPIAFILE.
                  PERFORM VERIFICAR-NOTIFICA-RESTAURADO
                      THRU FIN-VERIFICAR-NOTIFICA-RESTAURADO.
              FIN-RESTAURAR-NOTIFICA.
                  EXIT.

              VERIFICAR-NOTIFICA-RESTAURADO.
                  MOVE 0 TO NUM-RELEIDOS-WS.
                  OPEN INPUT NOTIFICAFILE.

                RELEER-NOTIFICA-RESTAURADO.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-VERIFICAR-NOTIFICA.
                  ADD 1 TO NUM-RELEIDOS-WS.
                  GO TO RELEER-NOTIFICA-RESTAURADO.

                CERRAR-VERIFICAR-NOTIFICA.
                  CLOSE NOTIFICAFILE.
                  PERFORM COMPARAR-CONTRA-CONTROL
                      THRU FIN-COMPARAR-CONTRA-CONTROL.
              FIN-VERIFICAR-NOTIFICA-RESTAURADO.
                  EXIT.

              RESTAURAR-CODIGOS.
                  PERFORM MONTAR-NOMBRE-COPIA.
                  OPEN INPUT COPIAFILE.
                  IF FSCP = "35"
                    CLOSE COPIAFILE
                    DISPLAY FICHERO-TRABAJO-WS
                        ": no existe copia de esa generacion."
                    MOVE "NO" TO RESULTADO-GLOBAL
                    GO TO FIN-RESTAURAR-CODIGOS.
                  OPEN OUTPUT CODIGOSENTRADAFILE.

                LEER-RESTAURAR-CODIGOS.
                  READ COPIAFILE INTO REG-CODIGO-ENTRADA
                      AT END GO TO CERRAR-RESTAURAR-CODIGOS.
                  WRITE REG-CODIGO-ENTRADA INVALID KEY CONTINUE.
                  GO TO LEER-RESTAURAR-CODIGOS.

                CERRAR-RESTAURAR-CODIGOS.
                  CLOSE CODIGOSENTRADAFILE.
                  CLOSE COPIAFILE.
                  PERFORM VERIFICAR-CODIGOS-RESTAURADO
                      THRU FIN-VERIFICAR-CODIGOS-RESTAURADO.
              FIN-RESTAURAR-CODIGOS.
                  EXIT.

              VERIFICAR-CODIGOS-RESTAURADO.
                  MOVE 0 TO NUM-RELEIDOS-WS.
                  OPEN INPUT CODIGOSENTRADAFILE.

                RELEER-CODIGOS-RESTAURADO.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-VERIFICAR-CODIGOS.
                  ADD 1 TO NUM-RELEIDOS-WS.
                  GO TO RELEER-CODIGOS-RESTAURADO.

                CERRAR-VERIFICAR-CODIGOS.
                  CLOSE CODIGOSENTRADAFILE.
                  PERFORM COMPARAR-CONTRA-CONTROL
                      THRU FIN-COMPARAR-CONTRA-CONTROL.
              FIN-VERIFICAR-CODIGOS-RESTAURADO.
                  EXIT.

       *> Compara el recuento releido del fichero restaurado con lo
       *> anotado en el control cuando se hizo la copia
              COMPARAR-CONTRA-CONTROL.
                        NUM-RELEIDOS-WS ")".
              FIN-COMPARAR-CONTRA-CONTROL.
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
                  MOVE "USERS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 3 TO TRAZADO-VERSION-WS.
                  PERFORM COMPROBAR-UN-TRAZADO.
                  MOVE "MOVS.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 4 TO TRAZADO-VERSION-WS.
                  PERFORM COMPROBAR-UN-TRAZADO.
                  MOVE "RECIBOS.DAT" TO TRAZADO-FICHERO-WS.
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
