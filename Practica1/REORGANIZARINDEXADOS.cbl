       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZARINDEXADOS.
       *> Reorganizacion semanal de los ficheros indexados con mas
       *> altas, bajas y reescrituras: USERS.DAT, MOVS.DAT, RECIBOS.DAT,
       *> NOTIFICA.DAT y CODIGOS-ENTRADA.DAT. Es el ultimo paso de la
       *> cadena, detras del corte de dia, y se autolimita: solo hace
       *> algo el dia de la semana fijado en REORGANIZACION.DAT (1 lunes
       *> a 7 domingo, 0 cualquier dia; domingo si no existe) y una vez
       *> por semana. Para cada fichero:
       *>   - anota registros y tamano en disco y su crecimiento desde
       *>     la ultima reorganizacion (CRECIMIENTO-INDEXADOS.DAT)
       *>   - lo descarga por orden de clave a REORG-<fichero>,
       *>     comprobando que las claves salen en secuencia
       *>   - lo recrea vacio y lo recarga desde la descarga
       *>   - lo relee comprobando otra vez la secuencia de claves y que
       *>     el recuento coincide con lo descargado
       *> y deja el resultado en INFORME-REORGANIZACION.DAT.
       *>
       *> No se reorganiza nada con algun cajero en servicio (segun
       *> ESTADO-SERVICIO.DAT; sin el fichero se entiende en servicio):
       *> el paso termina bien y lo deja dicho en el informe, para que
       *> la cadena no se detenga por un paso opcional. Antes de tocar
       *> ningun fichero se pide a COPIASEGURIDAD una copia desatendida
       *> (COPIA-PETICION.DAT); si la copia no verifica no se
       *> reorganiza. Si un fichero no cuadra tras la recarga el paso
       *> termina con error y el fichero se recupera con la
       *> restauracion de COPIASEGURIDAD o desde su descarga.
       *>
       *> Versiones
       *> Versión 1.0 - Reorganizacion semanal de indexados con informe de crecimiento
       *> Versión 1.1 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
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

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

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

              SELECT DESCARGAFILE ASSIGN TO NOMBRE-DESCARGA
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSD.

              SELECT CRECIMIENTOFILE ASSIGN TO
                  "CRECIMIENTO-INDEXADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRE-FICHERO
                  FILE STATUS IS FSCR.

              SELECT PARAMETROSFILE ASSIGN TO "REORGANIZACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

              SELECT ESTADOSERVICIOFILE ASSIGN TO "ESTADO-SERVICIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSES.

              SELECT PETICIONFILE ASSIGN TO "COPIA-PETICION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPE.

              SELECT INFORMEFILE ASSIGN TO "INFORME-REORGANIZACION.DAT"
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
       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ              PIC 9(10).
              02 USER-PIN               PIC 9(4).
              02 USER-DNI               PIC X(9).
              02 USER-NOM-APE           PIC X(30).
              02 USER-TFNO              PIC X(9).
              02 USER-DIRECCION         PIC X(25).
              02 USER-BLOQUEADA         PIC X.
              02 USER-LIMITE-DIARIO     PIC 9(7)V99.
              02 USER-PREGUNTA-SEG      PIC X(30).
              02 USER-RESPUESTA-SEG     PIC X(20).
              02 CUENTA-USUARIO         OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA     PIC X(24).
                 03 USER-SALDO          PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA         PIC X(3).
                 03 USER-TIPO-INTERES   PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA PIC 9999.
                    04 USER-ULT-DEVENGO-MM PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH  PIC 99.
                    04 USER-BLOQUEO-MM  PIC 99.
                    04 USER-BLOQUEO-SS  PIC 99.
              02 USER-FECHA-EMISION     PIC 9(8).
              02 USER-FECHA-CADUCIDAD   PIC 9(8).
              02 USER-PUNTOS            PIC 9(7).
              02 USER-COD-REFERIDO      PIC X(10).
              02 USER-PRODUCTO          OCCURS 3 TIMES PIC X(3).

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
              02 MOV-SUBTIPO-OP         PIC XX.

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

       *> FD NOTIFICAFILE y CODIGOSENTRADAFILE: la reorganizacion solo
       *> necesita la clave; el resto del registro viaja tal cual
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

       *> FD DESCARGAFILE: descarga del fichero en orden de clave; cada
       *> registro original viaja en uno de tamano fijo, como en las
       *> copias de COPIASEGURIDAD
       FD DESCARGAFILE.
       01 REG-DESCARGA                  PIC X(400).

       *> FD CRECIMIENTOFILE: situacion de cada fichero tras su ultima
       *> reorganizacion, contra la que se mide el crecimiento
       FD CRECIMIENTOFILE.
       01 REG-CRECIMIENTO.
              02 CRE-FICHERO            PIC X(20).
              02 CRE-FECHA              PIC 9(8).
              02 CRE-REGISTROS          PIC 9(9).
              02 CRE-BYTES              PIC 9(12).

       FD PARAMETROSFILE.
       01 REG-PARAMETROS-REORG.
              02 REO-DIA-SEMANA         PIC 9.

       FD ESTADOSERVICIOFILE.
       01 REG-ESTADO-SERVICIO.
              02 SERVICIO-ESTADO        PIC X.

       FD PETICIONFILE.
       01 REG-PETICION                  PIC X(40).

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
              77 FSU                   PIC XX.
              77 FSM                   PIC XX.
              77 FSR                   PIC XX.
              77 FSN                   PIC XX.
              77 FSCE                  PIC XX.
              77 FSD                   PIC XX.
              77 FSCR                  PIC XX.
              77 FSPA                  PIC XX.
              77 FSES                  PIC XX.
              77 FSPE                  PIC XX.
              77 FSI                   PIC XX.
              77 FECHA-HOY-COMP        PIC 9(8).
              77 DIA-SEMANA-WS         PIC 9.
              77 DIA-REORGANIZACION-WS PIC 9 VALUE 7.
              77 TERMINALES-EN-SERVICIO PIC X(2).
              77 COMANDO-WS            PIC X(40).
              77 NOMBRE-DESCARGA       PIC X(30).
              77 FICHERO-TRABAJO-WS    PIC X(20).
              77 RESULTADO-GLOBAL      PIC X(2) VALUE "SI".
              77 NUM-REORGANIZADOS     PIC 9 VALUE 0.

       *> Cifras del fichero en curso
              77 DESCARGA-OK           PIC X(2).
              77 NUM-DESCARGADOS       PIC 9(9).
              77 NUM-RECARGADOS        PIC 9(9).
              77 NUM-RECHAZADOS        PIC 9(9).
              77 NUM-RELEIDOS          PIC 9(9).
              77 FUERA-SECUENCIA-ANTES PIC 9(7).
              77 FUERA-SECUENCIA-DESPUES PIC 9(7).
              77 FUERA-SECUENCIA-WS    PIC 9(7).
              77 CLAVE-ANTERIOR        PIC X(30).
              77 CLAVE-ACTUAL          PIC X(30).
              77 BYTES-ANTES           PIC 9(12).
              77 BYTES-DESPUES         PIC 9(12).
              77 BYTES-WS              PIC 9(12).
              77 HAY-ANTERIOR          PIC X(2).
              77 FECHA-ANTERIOR-WS     PIC 9(8).
              77 REGISTROS-ANTERIOR-WS PIC 9(9).
              77 BYTES-ANTERIOR-WS     PIC 9(12).
              77 CRECE-REGISTROS-WS    PIC S9(9).
              77 CRECE-BYTES-WS        PIC S9(12).
              77 RESULTADO-FICHERO     PIC X(8).
              77 NOMBRE-FICHERO-WS     PIC X(30).

       *> Datos del fichero que devuelve CBL_CHECK_FILE_EXIST
              01 DETALLE-FICHERO.
                 02 DF-TAMANO          PIC X(8) COMP-X.
                 02 DF-DIA             PIC X COMP-X.
                 02 DF-MES             PIC X COMP-X.
                 02 DF-ANIO            PIC X(2) COMP-X.
                 02 DF-HORA            PIC X COMP-X.
                 02 DF-MINUTO          PIC X COMP-X.
                 02 DF-SEGUNDO         PIC X COMP-X.
                 02 DF-CENTESIMA       PIC X COMP-X.

              01 FECHA.
                 02 AA                 PIC 9999.
                 02 MM                 PIC 99.
                 02 DD                 PIC 99.

              01 FECHA-EDITADA.
                 02 FE-DD              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-MM              PIC 99.
                 02 FILLER             PIC X VALUE "/".
                 02 FE-AAAA            PIC 9999.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(40) VALUE
                     "REORGANIZACION DE FICHEROS INDEXADOS   ".
                 02 CAB-FECHA          PIC X(10).

              01 LINEA-SITUACION.
                 02 LS-FICHERO         PIC X(21).
                 02 FILLER             PIC X(10) VALUE "registros ".
                 02 LS-REGISTROS       PIC ZZZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE " (".
                 02 LS-CRECE-REG       PIC -ZZZZZZZ9.
                 02 FILLER             PIC X(9) VALUE ")  bytes ".
                 02 LS-BYTES           PIC ZZZZZZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE " (".
                 02 LS-CRECE-BYTES     PIC -ZZZZZZZZZZ9.
                 02 FILLER             PIC X(9) VALUE ")  desde ".
                 02 LS-DESDE           PIC X(10).

              01 LINEA-RECARGA.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 FILLER             PIC X(12) VALUE "descargados ".
                 02 LR-DESCARGADOS     PIC ZZZZZZZZ9.
                 02 FILLER             PIC X(13) VALUE "  recargados ".
                 02 LR-RECARGADOS      PIC ZZZZZZZZ9.
                 02 FILLER             PIC X(13) VALUE "  rechazados ".
                 02 LR-RECHAZADOS      PIC ZZZZZZ9.
                 02 FILLER             PIC X(11) VALUE "  releidos ".
                 02 LR-RELEIDOS        PIC ZZZZZZZZ9.

              01 LINEA-SECUENCIA.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 FILLER             PIC X(28) VALUE
                     "claves fuera de secuencia: ".
                 02 FILLER             PIC X(6) VALUE "antes ".
                 02 LSE-ANTES          PIC ZZZZZZ9.
                 02 FILLER             PIC X(10) VALUE "  despues ".
                 02 LSE-DESPUES        PIC ZZZZZZ9.
                 02 FILLER             PIC X(15) VALUE "  bytes ahora ".
                 02 LSE-BYTES          PIC ZZZZZZZZZZZ9.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LSE-RESULTADO      PIC X(8).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  COMPUTE FECHA-HOY-COMP =
                               (AA OF FECHA * 10000) + (MM OF FECHA * 100)
                                + DD OF FECHA.
                  PERFORM CARGAR-DIA-REORGANIZACION.
                  ACCEPT DIA-SEMANA-WS FROM DAY-OF-WEEK.
                  IF DIA-REORGANIZACION-WS NOT = 0 AND
                     DIA-SEMANA-WS NOT = DIA-REORGANIZACION-WS
                    DISPLAY "REORGANIZARINDEXADOS: hoy no toca"
                        " reorganizar."
                    STOP RUN.
                  PERFORM ABRIR-CRECIMIENTO.
                  PERFORM COMPROBAR-YA-REORGANIZADO
                      THRU FIN-COMPROBAR-YA-REORGANIZADO.

                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-HOY-COMP TO FECHA-ANTERIOR-WS.
                  PERFORM EDITAR-FECHA.
                  MOVE FECHA-EDITADA TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.

                  PERFORM COMPROBAR-TERMINALES.
                  IF TERMINALES-EN-SERVICIO = "SI"
                    MOVE "No se reorganiza: hay cajeros en servicio segun ESTADO-SERVICIO.DAT"
                        TO REG-INFORME
                    WRITE REG-INFORME
                    DISPLAY "REORGANIZARINDEXADOS: cajeros en servicio;"
                        " no se reorganiza."
                    GO TO TERMINAR.

                  PERFORM PEDIR-COPIA-SEGURIDAD.
                  IF RESULTADO-GLOBAL = "NO"
                    MOVE "No se reorganiza: la copia de seguridad previa no verifico"
                        TO REG-INFORME
                    WRITE REG-INFORME
                    DISPLAY "REORGANIZARINDEXADOS: la copia previa no"
                        " verifico; no se reorganiza."
                    GO TO TERMINAR.

                  MOVE "USERS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM REORGANIZAR-USERS THRU FIN-REORGANIZAR-USERS.
                  MOVE "MOVS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM REORGANIZAR-MOVS THRU FIN-REORGANIZAR-MOVS.
                  MOVE "RECIBOS.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM REORGANIZAR-RECIBOS THRU FIN-REORGANIZAR-RECIBOS.
                  MOVE "NOTIFICA.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM REORGANIZAR-NOTIFICA
                      THRU FIN-REORGANIZAR-NOTIFICA.
                  MOVE "CODIGOS-ENTRADA.DAT" TO FICHERO-TRABAJO-WS.
                  PERFORM REORGANIZAR-CODIGOS THRU FIN-REORGANIZAR-CODIGOS.
                  DISPLAY "REORGANIZARINDEXADOS: " NUM-REORGANIZADOS
                      " ficheros reorganizados.".

              TERMINAR.
                  CLOSE INFORMEFILE.
                  CLOSE CRECIMIENTOFILE.
                  IF RESULTADO-GLOBAL = "NO"
                    MOVE 8 TO RETURN-CODE
                  ELSE
                    MOVE 0 TO RETURN-CODE.
                  STOP RUN.

              CARGAR-DIA-REORGANIZACION.
                  OPEN INPUT PARAMETROSFILE.
                  IF FSPA = "35"
                    CONTINUE
                  ELSE
                    READ PARAMETROSFILE
                      AT END CONTINUE
                      NOT AT END
                        IF REO-DIA-SEMANA NOT > 7
                          MOVE REO-DIA-SEMANA TO DIA-REORGANIZACION-WS.
                  CLOSE PARAMETROSFILE.

              ABRIR-CRECIMIENTO.
                  OPEN I-O CRECIMIENTOFILE.
                  IF FSCR = "35"
                    CLOSE CRECIMIENTOFILE
                    OPEN OUTPUT CRECIMIENTOFILE
                    CLOSE CRECIMIENTOFILE
                    OPEN I-O CRECIMIENTOFILE.

       *> Una vez por semana: si USERS.DAT se reorganizo hace menos de
       *> seis dias (un relanzamiento de la cadena, o el dia 0) no se
       *> repite
              COMPROBAR-YA-REORGANIZADO.
                  MOVE "USERS.DAT" TO CRE-FICHERO.
                  READ CRECIMIENTOFILE
                      INVALID KEY GO TO FIN-COMPROBAR-YA-REORGANIZADO.
                  IF FUNCTION INTEGER-OF-DATE(FECHA-HOY-COMP) -
                     FUNCTION INTEGER-OF-DATE(CRE-FECHA) < 6
                    DISPLAY "REORGANIZARINDEXADOS: ya se reorganizo el "
                        CRE-FECHA "."
                    CLOSE CRECIMIENTOFILE
                    STOP RUN.
              FIN-COMPROBAR-YA-REORGANIZADO.
                  EXIT.

       *> El conmutador de fuera de servicio del cajero: sin fichero,
       *> o con cualquier valor que no sea F, hay cajeros atendiendo
              COMPROBAR-TERMINALES.
                  MOVE "SI" TO TERMINALES-EN-SERVICIO.
                  OPEN INPUT ESTADOSERVICIOFILE.
                  IF FSES = "35"
                    CONTINUE
                  ELSE
                    READ ESTADOSERVICIOFILE
                      AT END CONTINUE
                      NOT AT END
                        IF SERVICIO-ESTADO = "F"
                          MOVE "NO" TO TERMINALES-EN-SERVICIO.
                  CLOSE ESTADOSERVICIOFILE.

       *> Copia desatendida de COPIASEGURIDAD antes de tocar nada: la
       *> peticion se deja en COPIA-PETICION.DAT y un codigo de retorno
       *> distinto de cero quiere decir que alguna copia no verifico
              PEDIR-COPIA-SEGURIDAD.
                  OPEN OUTPUT PETICIONFILE.
                  MOVE "REORGANIZARINDEXADOS" TO REG-PETICION.
                  WRITE REG-PETICION.
                  CLOSE PETICIONFILE.
                  MOVE "./COPIASEGURIDAD" TO COMANDO-WS.
                  CALL "SYSTEM" USING COMANDO-WS.
                  IF RETURN-CODE NOT = 0
                    MOVE "NO" TO RESULTADO-GLOBAL.
                  MOVE 0 TO RETURN-CODE.

              EDITAR-FECHA.
                  MOVE FECHA-ANTERIOR-WS(7:2) TO FE-DD.
                  MOVE FECHA-ANTERIOR-WS(5:2) TO FE-MM.
                  MOVE FECHA-ANTERIOR-WS(1:4) TO FE-AAAA.

       *> Tamano en disco del fichero de FICHERO-TRABAJO-WS (0 si no
       *> se puede saber)
              MEDIR-FICHERO.
                  MOVE FICHERO-TRABAJO-WS TO NOMBRE-FICHERO-WS.
                  CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-FICHERO-WS
                      DETALLE-FICHERO.
                  IF RETURN-CODE = 0
                    MOVE DF-TAMANO TO BYTES-WS
                  ELSE
                    MOVE 0 TO BYTES-WS.
                  MOVE 0 TO RETURN-CODE.

       *> Situacion del fichero antes de reorganizarlo y crecimiento
       *> desde la ultima vez
              PREPARAR-FICHERO.
                  MOVE "SI" TO DESCARGA-OK.
                  MOVE 0 TO NUM-DESCARGADOS.
                  MOVE 0 TO NUM-RECARGADOS.
                  MOVE 0 TO NUM-RECHAZADOS.
                  MOVE 0 TO NUM-RELEIDOS.
                  MOVE 0 TO FUERA-SECUENCIA-ANTES.
                  MOVE 0 TO FUERA-SECUENCIA-DESPUES.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  PERFORM MEDIR-FICHERO.
                  MOVE BYTES-WS TO BYTES-ANTES.
                  MOVE SPACES TO NOMBRE-DESCARGA.
                  STRING "REORG-" DELIMITED BY SIZE
                         FICHERO-TRABAJO-WS DELIMITED BY SPACE
                      INTO NOMBRE-DESCARGA.
                  MOVE FICHERO-TRABAJO-WS TO CRE-FICHERO.
                  READ CRECIMIENTOFILE
                      INVALID KEY MOVE "NO" TO HAY-ANTERIOR
                      NOT INVALID KEY MOVE "SI" TO HAY-ANTERIOR.
                  IF HAY-ANTERIOR = "SI"
                    MOVE CRE-FECHA TO FECHA-ANTERIOR-WS
                    MOVE CRE-REGISTROS TO REGISTROS-ANTERIOR-WS
                    MOVE CRE-BYTES TO BYTES-ANTERIOR-WS
                  ELSE
                    MOVE 0 TO FECHA-ANTERIOR-WS
                    MOVE 0 TO REGISTROS-ANTERIOR-WS
                    MOVE 0 TO BYTES-ANTERIOR-WS.

       *> Las claves deben salir en orden estrictamente creciente
              COMPROBAR-SECUENCIA.
                  IF CLAVE-ACTUAL NOT > CLAVE-ANTERIOR
                    ADD 1 TO FUERA-SECUENCIA-WS.
                  MOVE CLAVE-ACTUAL TO CLAVE-ANTERIOR.

       *> Un fichero que no existe no se reorganiza; se deja dicho
              FICHERO-AUSENTE.
                  MOVE SPACES TO REG-INFORME.
                  STRING FICHERO-TRABAJO-WS DELIMITED BY SPACE
                         ": no existe; no se reorganiza" DELIMITED
                         BY SIZE
                      INTO REG-INFORME.
                  WRITE REG-INFORME.

       *> Cierre de un fichero reorganizado: cuadre, informe,
       *> crecimiento y recuento en el control de trazados
              CERRAR-FICHERO-REORGANIZADO.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-DESPUES.
                  PERFORM MEDIR-FICHERO.
                  MOVE BYTES-WS TO BYTES-DESPUES.
                  IF DESCARGA-OK = "SI" AND
                     NUM-RECARGADOS = NUM-DESCARGADOS AND
                     NUM-RELEIDOS = NUM-DESCARGADOS AND
                     FUERA-SECUENCIA-DESPUES = 0
                    MOVE "OK" TO RESULTADO-FICHERO
                    ADD 1 TO NUM-REORGANIZADOS
                  ELSE
                    MOVE "ERROR" TO RESULTADO-FICHERO
                    MOVE "NO" TO RESULTADO-GLOBAL.

                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  MOVE FICHERO-TRABAJO-WS TO LS-FICHERO.
                  MOVE NUM-DESCARGADOS TO LS-REGISTROS.
                  MOVE BYTES-ANTES TO LS-BYTES.
                  IF HAY-ANTERIOR = "SI"
                    COMPUTE CRECE-REGISTROS-WS =
                        NUM-DESCARGADOS - REGISTROS-ANTERIOR-WS
                    COMPUTE CRECE-BYTES-WS =
                        BYTES-ANTES - BYTES-ANTERIOR-WS
                    PERFORM EDITAR-FECHA
                    MOVE FECHA-EDITADA TO LS-DESDE
                  ELSE
                    MOVE 0 TO CRECE-REGISTROS-WS
                    MOVE 0 TO CRECE-BYTES-WS
                    MOVE "primera" TO LS-DESDE.
                  MOVE CRECE-REGISTROS-WS TO LS-CRECE-REG.
                  MOVE CRECE-BYTES-WS TO LS-CRECE-BYTES.
                  WRITE REG-INFORME FROM LINEA-SITUACION.
                  MOVE NUM-DESCARGADOS TO LR-DESCARGADOS.
                  MOVE NUM-RECARGADOS TO LR-RECARGADOS.
                  MOVE NUM-RECHAZADOS TO LR-RECHAZADOS.
                  MOVE NUM-RELEIDOS TO LR-RELEIDOS.
                  WRITE REG-INFORME FROM LINEA-RECARGA.
                  MOVE FUERA-SECUENCIA-ANTES TO LSE-ANTES.
                  MOVE FUERA-SECUENCIA-DESPUES TO LSE-DESPUES.
                  MOVE BYTES-DESPUES TO LSE-BYTES.
                  MOVE RESULTADO-FICHERO TO LSE-RESULTADO.
                  WRITE REG-INFORME FROM LINEA-SECUENCIA.
                  IF RESULTADO-FICHERO NOT = "OK"
                    MOVE SPACES TO REG-INFORME
                    STRING "    Recuperar con la restauracion de "
                           DELIMITED BY SIZE
                           "COPIASEGURIDAD o desde " DELIMITED BY SIZE
                           NOMBRE-DESCARGA DELIMITED BY SPACE
                        INTO REG-INFORME
                    WRITE REG-INFORME
                    DISPLAY FICHERO-TRABAJO-WS
                        ": LA REORGANIZACION NO CUADRA"
                    GO TO FIN-CERRAR-FICHERO-REORGANIZADO.

                  MOVE FICHERO-TRABAJO-WS TO CRE-FICHERO.
                  MOVE FECHA-HOY-COMP TO CRE-FECHA.
                  MOVE NUM-RELEIDOS TO CRE-REGISTROS.
                  MOVE BYTES-DESPUES TO CRE-BYTES.
                  IF HAY-ANTERIOR = "SI"
                    REWRITE REG-CRECIMIENTO
                  ELSE
                    WRITE REG-CRECIMIENTO.
                  PERFORM ACTUALIZAR-TRAZADO
                      THRU FIN-ACTUALIZAR-TRAZADO.
              FIN-CERRAR-FICHERO-REORGANIZADO.
                  EXIT.

       *> Los maestros con control de trazado quedan con su recuento
       *> recien comprobado; la version no se toca
              ACTUALIZAR-TRAZADO.
                  OPEN I-O TRAZADOSFILE.
                  IF FSTZ NOT = "00"
                    CLOSE TRAZADOSFILE
                    GO TO FIN-ACTUALIZAR-TRAZADO.
                  MOVE FICHERO-TRABAJO-WS TO TRZ-FICHERO.
                  READ TRAZADOSFILE
                      INVALID KEY
                        CLOSE TRAZADOSFILE
                        GO TO FIN-ACTUALIZAR-TRAZADO.
                  MOVE NUM-RELEIDOS TO TRZ-NUM-REGISTROS.
                  MOVE FECHA-HOY-COMP TO TRZ-FECHA.
                  MOVE "REORGANIZARINDEXADOS" TO TRZ-PROGRAMA.
                  REWRITE REG-CONTROL-TRAZADO.
                  CLOSE TRAZADOSFILE.
              FIN-ACTUALIZAR-TRAZADO.
                  EXIT.

       *> USERS.DAT: descarga en orden de tarjeta, recarga y relectura.
       *> Si la descarga no termina limpia el fichero no se recrea
              REORGANIZAR-USERS.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-REORGANIZAR-USERS.
                  OPEN OUTPUT DESCARGAFILE.

                DESCARGAR-USERS.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-DESCARGAR-USERS.
                  IF FSU NOT = "00" AND FSU NOT = "02"
                    MOVE "NO" TO DESCARGA-OK
                    GO TO CERRAR-DESCARGAR-USERS.
                  MOVE USER-TARJ TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  MOVE SPACES TO REG-DESCARGA.
                  WRITE REG-DESCARGA FROM REG-USUARIO.
                  ADD 1 TO NUM-DESCARGADOS.
                  GO TO DESCARGAR-USERS.

                CERRAR-DESCARGAR-USERS.
                  CLOSE DESCARGAFILE.
                  CLOSE USERFILE.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-ANTES.
                  IF DESCARGA-OK = "NO"
                    GO TO CUADRAR-USERS.
                  OPEN OUTPUT USERFILE.
                  OPEN INPUT DESCARGAFILE.

                RECARGAR-USERS.
                  READ DESCARGAFILE INTO REG-USUARIO
                      AT END GO TO CERRAR-RECARGAR-USERS.
                  WRITE REG-USUARIO
                      INVALID KEY ADD 1 TO NUM-RECHAZADOS
                      NOT INVALID KEY ADD 1 TO NUM-RECARGADOS.
                  GO TO RECARGAR-USERS.

                CERRAR-RECARGAR-USERS.
                  CLOSE DESCARGAFILE.
                  CLOSE USERFILE.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  OPEN INPUT USERFILE.

                RELEER-USERS.
                  READ USERFILE NEXT RECORD
                      AT END GO TO CERRAR-RELEER-USERS.
                  MOVE USER-TARJ TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  ADD 1 TO NUM-RELEIDOS.
                  GO TO RELEER-USERS.

                CERRAR-RELEER-USERS.
                  CLOSE USERFILE.

                CUADRAR-USERS.
                  PERFORM CERRAR-FICHERO-REORGANIZADO
                      THRU FIN-CERRAR-FICHERO-REORGANIZADO.
              FIN-REORGANIZAR-USERS.
                  EXIT.

              REORGANIZAR-MOVS.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-REORGANIZAR-MOVS.
                  OPEN OUTPUT DESCARGAFILE.

                DESCARGAR-MOVS.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-DESCARGAR-MOVS.
                  IF FSM NOT = "00" AND FSM NOT = "02"
                    MOVE "NO" TO DESCARGA-OK
                    GO TO CERRAR-DESCARGAR-MOVS.
                  MOVE MOV-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  MOVE SPACES TO REG-DESCARGA.
                  WRITE REG-DESCARGA FROM REG-MOVIMIENTOS.
                  ADD 1 TO NUM-DESCARGADOS.
                  GO TO DESCARGAR-MOVS.

                CERRAR-DESCARGAR-MOVS.
                  CLOSE DESCARGAFILE.
                  CLOSE MOVFILE.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-ANTES.
                  IF DESCARGA-OK = "NO"
                    GO TO CUADRAR-MOVS.
                  OPEN OUTPUT MOVFILE.
                  OPEN INPUT DESCARGAFILE.

                RECARGAR-MOVS.
                  READ DESCARGAFILE INTO REG-MOVIMIENTOS
                      AT END GO TO CERRAR-RECARGAR-MOVS.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY ADD 1 TO NUM-RECHAZADOS
                      NOT INVALID KEY ADD 1 TO NUM-RECARGADOS.
                  GO TO RECARGAR-MOVS.

                CERRAR-RECARGAR-MOVS.
                  CLOSE DESCARGAFILE.
                  CLOSE MOVFILE.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  OPEN INPUT MOVFILE.

                RELEER-MOVS.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-RELEER-MOVS.
                  MOVE MOV-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  ADD 1 TO NUM-RELEIDOS.
                  GO TO RELEER-MOVS.

                CERRAR-RELEER-MOVS.
                  CLOSE MOVFILE.

                CUADRAR-MOVS.
                  PERFORM CERRAR-FICHERO-REORGANIZADO
                      THRU FIN-CERRAR-FICHERO-REORGANIZADO.
              FIN-REORGANIZAR-MOVS.
                  EXIT.

              REORGANIZAR-RECIBOS.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT RECIBOSFILE.
                  IF FSR = "35"
                    CLOSE RECIBOSFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-REORGANIZAR-RECIBOS.
                  OPEN OUTPUT DESCARGAFILE.

                DESCARGAR-RECIBOS.
                  READ RECIBOSFILE NEXT RECORD
                      AT END GO TO CERRAR-DESCARGAR-RECIBOS.
                  IF FSR NOT = "00" AND FSR NOT = "02"
                    MOVE "NO" TO DESCARGA-OK
                    GO TO CERRAR-DESCARGAR-RECIBOS.
                  MOVE RECIBO-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  MOVE SPACES TO REG-DESCARGA.
                  WRITE REG-DESCARGA FROM REG-RECIBO.
                  ADD 1 TO NUM-DESCARGADOS.
                  GO TO DESCARGAR-RECIBOS.

                CERRAR-DESCARGAR-RECIBOS.
                  CLOSE DESCARGAFILE.
                  CLOSE RECIBOSFILE.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-ANTES.
                  IF DESCARGA-OK = "NO"
                    GO TO CUADRAR-RECIBOS.
                  OPEN OUTPUT RECIBOSFILE.
                  OPEN INPUT DESCARGAFILE.

                RECARGAR-RECIBOS.
                  READ DESCARGAFILE INTO REG-RECIBO
                      AT END GO TO CERRAR-RECARGAR-RECIBOS.
                  WRITE REG-RECIBO
                      INVALID KEY ADD 1 TO NUM-RECHAZADOS
                      NOT INVALID KEY ADD 1 TO NUM-RECARGADOS.
                  GO TO RECARGAR-RECIBOS.

                CERRAR-RECARGAR-RECIBOS.
                  CLOSE DESCARGAFILE.
                  CLOSE RECIBOSFILE.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  OPEN INPUT RECIBOSFILE.

                RELEER-RECIBOS.
                  READ RECIBOSFILE NEXT RECORD
                      AT END GO TO CERRAR-RELEER-RECIBOS.
                  MOVE RECIBO-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  ADD 1 TO NUM-RELEIDOS.
                  GO TO RELEER-RECIBOS.

                CERRAR-RELEER-RECIBOS.
                  CLOSE RECIBOSFILE.

                CUADRAR-RECIBOS.
                  PERFORM CERRAR-FICHERO-REORGANIZADO
                      THRU FIN-CERRAR-FICHERO-REORGANIZADO.
              FIN-REORGANIZAR-RECIBOS.
                  EXIT.

              REORGANIZAR-NOTIFICA.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-REORGANIZAR-NOTIFICA.
                  OPEN OUTPUT DESCARGAFILE.

                DESCARGAR-NOTIFICA.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-DESCARGAR-NOTIFICA.
                  IF FSN NOT = "00" AND FSN NOT = "02"
                    MOVE "NO" TO DESCARGA-OK
                    GO TO CERRAR-DESCARGAR-NOTIFICA.
                  MOVE NOTIF-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  MOVE SPACES TO REG-DESCARGA.
                  WRITE REG-DESCARGA FROM REG-NOTIFICACION.
                  ADD 1 TO NUM-DESCARGADOS.
                  GO TO DESCARGAR-NOTIFICA.

                CERRAR-DESCARGAR-NOTIFICA.
                  CLOSE DESCARGAFILE.
                  CLOSE NOTIFICAFILE.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-ANTES.
                  IF DESCARGA-OK = "NO"
                    GO TO CUADRAR-NOTIFICA.
                  OPEN OUTPUT NOTIFICAFILE.
                  OPEN INPUT DESCARGAFILE.

                RECARGAR-NOTIFICA.
                  READ DESCARGAFILE INTO REG-NOTIFICACION
                      AT END GO TO CERRAR-RECARGAR-NOTIFICA.
                  WRITE REG-NOTIFICACION
                      INVALID KEY ADD 1 TO NUM-RECHAZADOS
                      NOT INVALID KEY ADD 1 TO NUM-RECARGADOS.
                  GO TO RECARGAR-NOTIFICA.

                CERRAR-RECARGAR-NOTIFICA.
                  CLOSE DESCARGAFILE.
                  CLOSE NOTIFICAFILE.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  OPEN INPUT NOTIFICAFILE.

                RELEER-NOTIFICA.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-RELEER-NOTIFICA.
                  MOVE NOTIF-CLAVE TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  ADD 1 TO NUM-RELEIDOS.
                  GO TO RELEER-NOTIFICA.

                CERRAR-RELEER-NOTIFICA.
                  CLOSE NOTIFICAFILE.

                CUADRAR-NOTIFICA.
                  PERFORM CERRAR-FICHERO-REORGANIZADO
                      THRU FIN-CERRAR-FICHERO-REORGANIZADO.
              FIN-REORGANIZAR-NOTIFICA.
                  EXIT.

              REORGANIZAR-CODIGOS.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT CODIGOSENTRADAFILE.
                  IF FSCE = "35"
                    CLOSE CODIGOSENTRADAFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-REORGANIZAR-CODIGOS.
                  OPEN OUTPUT DESCARGAFILE.

                DESCARGAR-CODIGOS.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-DESCARGAR-CODIGOS.
                  IF FSCE NOT = "00" AND FSCE NOT = "02"
                    MOVE "NO" TO DESCARGA-OK
                    GO TO CERRAR-DESCARGAR-CODIGOS.
                  MOVE CODENT-CODIGO TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  MOVE SPACES TO REG-DESCARGA.
                  WRITE REG-DESCARGA FROM REG-CODIGO-ENTRADA.
                  ADD 1 TO NUM-DESCARGADOS.
                  GO TO DESCARGAR-CODIGOS.

                CERRAR-DESCARGAR-CODIGOS.
                  CLOSE DESCARGAFILE.
                  CLOSE CODIGOSENTRADAFILE.
                  MOVE FUERA-SECUENCIA-WS TO FUERA-SECUENCIA-ANTES.
                  IF DESCARGA-OK = "NO"
                    GO TO CUADRAR-CODIGOS.
                  OPEN OUTPUT CODIGOSENTRADAFILE.
                  OPEN INPUT DESCARGAFILE.

                RECARGAR-CODIGOS.
                  READ DESCARGAFILE INTO REG-CODIGO-ENTRADA
                      AT END GO TO CERRAR-RECARGAR-CODIGOS.
                  WRITE REG-CODIGO-ENTRADA
                      INVALID KEY ADD 1 TO NUM-RECHAZADOS
                      NOT INVALID KEY ADD 1 TO NUM-RECARGADOS.
                  GO TO RECARGAR-CODIGOS.

                CERRAR-RECARGAR-CODIGOS.
                  CLOSE DESCARGAFILE.
                  CLOSE CODIGOSENTRADAFILE.
                  MOVE 0 TO FUERA-SECUENCIA-WS.
                  MOVE LOW-VALUES TO CLAVE-ANTERIOR.
                  OPEN INPUT CODIGOSENTRADAFILE.

                RELEER-CODIGOS.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-RELEER-CODIGOS.
                  MOVE CODENT-CODIGO TO CLAVE-ACTUAL.
                  PERFORM COMPROBAR-SECUENCIA.
                  ADD 1 TO NUM-RELEIDOS.
                  GO TO RELEER-CODIGOS.

                CERRAR-RELEER-CODIGOS.
                  CLOSE CODIGOSENTRADAFILE.

                CUADRAR-CODIGOS.
                  PERFORM CERRAR-FICHERO-REORGANIZADO
                      THRU FIN-CERRAR-FICHERO-REORGANIZADO.
              FIN-REORGANIZAR-CODIGOS.
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
