       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGARRETENCION.
       *> Proceso batch mensual de retencion de los ficheros de
       *> explotacion que nadie vaciaba: avisos ya entregados de
       *> NOTIFICA.DAT, casos de fraude ya cerrados de CASOSFRAUDE.DAT
       *> (las alertas de REVISION.DAT pasan alli al importarlas
       *> REVISARFRAUDE, que vacia REVISION.DAT), REIMPRESIONES.DAT,
       *> RESPUESTAS-CAMPANAS.DAT, PUERTA-RECHAZOS.DAT,
       *> TASAS-RECHAZADAS.DAT y los registros de control antiguos de
       *> CONTROL-NOCTURNO.DAT y ESTADONOCTURNO.DAT.
       *>
       *> La tabla de retencion tiene por cada fichero cuantos dias se
       *> conserva, por que campo de fecha se mide y si lo que sale se
       *> archiva (A) o se tira (B). Los valores de fabrica estan en
       *> CARGAR-RETENCION-DEFECTO y cada fila de RETENCION-FICHEROS.DAT
       *> los sustituye para su fichero; una fila con un campo de fecha
       *> que el fichero no tiene se ignora y se avisa en el informe.
       *> Lo archivado va a <fichero>-AAAAMMDD.DAT con la fecha de
       *> negocio, tal cual estaba el registro, como los historicos de
       *> ARCHIVARMOVS.
       *>
       *> Retencion legal: no se purga nada de una tarjeta, cuenta o
       *> persona con una reclamacion abierta (RECLAMACIONES.DAT), un
       *> caso de fraude pendiente (CASOSFRAUDE.DAT) o un caso de
       *> blanqueo sin cerrar (CASOSBLANQUEO.DAT); esos registros se
       *> cuentan como retenidos. Los registros sin fecha legible se
       *> conservan.
       *>
       *> Va en la cadena nocturna y purga una vez por mes natural de
       *> la fecha de negocio (CONTROL-RETENCION.DAT guarda el ultimo
       *> mes purgado); un registro cualquiera en
       *> RETENCION-SOLICITUD.DAT pide purgar ya y queda vaciado.
       *> Las cifras por fichero salen en INFORME-RETENCION.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Purga mensual por tabla de retencion con retencion legal
       *> Versión 1.1 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.2 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT CASOSFILE ASSIGN TO "CASOSFRAUDE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CASO-NUMERO
                  FILE STATUS IS FSCF.

              SELECT REIMPRESIONESFILE ASSIGN TO "REIMPRESIONES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRP.

              SELECT RESPCAMPANASFILE ASSIGN TO
                  "RESPUESTAS-CAMPANAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRCA.

              SELECT RECHAZOSFILE ASSIGN TO "PUERTA-RECHAZOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPR.

              SELECT RECHAZADASFILE ASSIGN TO "TASAS-RECHAZADAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTR.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

              SELECT ESTADOFILE ASSIGN TO "ESTADONOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EST-CLAVE
                  FILE STATUS IS FSES.

              SELECT RECLAMACIONESFILE ASSIGN TO "RECLAMACIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECL-NUMERO
                  FILE STATUS IS FSRC.

              SELECT CASOSBLANQUEOFILE ASSIGN TO "CASOSBLANQUEO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBL-NUMERO
                  FILE STATUS IS FSCB.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT ESPECFILE ASSIGN TO "ESPEC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPEC-NUMERO
                  FILE STATUS IS FSE.

              SELECT ARCHIVOFILE ASSIGN TO NOMBRE-ARCHIVO-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAR.

              SELECT TRABAJOFILE ASSIGN TO "PURGA-TRABAJO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSTB.

              SELECT RETENCIONFILE ASSIGN TO "RETENCION-FICHEROS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRT.

              SELECT CONTROLFILE ASSIGN TO "CONTROL-RETENCION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSC.

              SELECT SOLICITUDFILE ASSIGN TO "RETENCION-SOLICITUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSO.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT INFORMEFILE ASSIGN TO "INFORME-RETENCION.DAT"
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
                 88 NOTIF-PENDIENTE     VALUE "P" " ".
                 88 NOTIF-ENVIADA       VALUE "E".
                 88 NOTIF-FALLIDA       VALUE "F".
                 88 NOTIF-DESCARTADA    VALUE "D".
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).

       *> FD CASOSFILE: un caso numerado por cada alerta importada de
       *> REVISION.DAT, con su disposicion y quien lo trabajo
       FD CASOSFILE.
       01 REG-CASO-FRAUDE.
              02 CASO-NUMERO            PIC 9(6).
              02 CASO-CUENTA            PIC X(24).
              02 CASO-REGLA             PIC X(40).
              02 CASO-CANTIDAD          PIC --------9.99.
              02 CASO-FECHA-ALERTA      PIC X(10).
              02 CASO-HORA-ALERTA       PIC X(8).
              02 CASO-ESTADO            PIC X.
                 88 CASO-PENDIENTE      VALUE "P".
                 88 CASO-DESCARTADO     VALUE "L".
                 88 CASO-CONFIRMADO     VALUE "C".
              02 CASO-DICTAMEN          PIC X(40).
              02 CASO-ANALISTA          PIC X(8).
              02 CASO-FECHA-GESTION     PIC X(10).
              02 CASO-TARJ-BLOQUEADA    PIC X.
              02 CASO-DNI               PIC X(9).
              02 CASO-CONTABILIZADO     PIC X.

         FD REIMPRESIONESFILE.
         01 REG-REIMPRESION.
           02 RIM-TARJ               PIC 9(10).
           02 FILLER                 PIC X(2).
           02 RIM-MOV-ID             PIC X(24).
           02 FILLER                 PIC X(2).
           02 RIM-SEC                PIC 9(6).
           02 FILLER                 PIC X(2).
           02 RIM-FECHA              PIC X(10).
           02 FILLER                 PIC X(2).
           02 RIM-HORA               PIC X(8).

       FD RESPCAMPANASFILE.
       01 REG-RESP-CAMPANA.
              02 RCA-CAMPANA            PIC 9(3).
              02 FILLER                 PIC X(2).
              02 RCA-TARJ               PIC 9(10).
              02 FILLER                 PIC X(2).
              02 RCA-RESULTADO          PIC X.
              02 FILLER                 PIC X(2).
              02 RCA-FECHA              PIC 9(8).

       FD RECHAZOSFILE.
       01 REG-RECHAZO.
              02 RCH-ESPEC              PIC 9(4).
              02 FILLER                 PIC X(2).
              02 RCH-CODIGO             PIC 9(8).
              02 FILLER                 PIC X(2).
              02 RCH-MOTIVO             PIC X(50).

       *> FD RECHAZADASFILE: los rechazos de la ultima carga de tasas;
       *> el registro no lleva fecha y se mide por la del fichero
       FD RECHAZADASFILE.
       01 REG-RECHAZADA.
              02 RCT-PAR                PIC X(6).
              02 FILLER                 PIC X(2).
              02 RCT-TASA-ANTERIOR      PIC 9(5).9(4).
              02 FILLER                 PIC X(2).
              02 RCT-TASA-NUEVA         PIC 9(5).9(4).
              02 FILLER                 PIC X(2).
              02 RCT-MOTIVO             PIC X(40).

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

       FD ESTADOFILE.
       01 REG-ESTADO.
              02 EST-CLAVE.
                 03 EST-FECHA           PIC 9(8).
                 03 EST-PASO            PIC 99.
              02 EST-PROGRAMA           PIC X(30).
              02 EST-HORA-INICIO        PIC X(8).
              02 EST-HORA-FIN           PIC X(8).
              02 EST-RESULTADO          PIC X(10).

       FD RECLAMACIONESFILE.
       01 REG-RECLAMACION.
              02 RECL-NUMERO            PIC 9(6).
              02 RECL-MOV-ID            PIC X(24).
              02 RECL-MOV-SEC           PIC 9(6).
              02 RECL-TARJ              PIC 9(10).
              02 RECL-MOTIVO            PIC 9.
              02 RECL-ESTADO            PIC X.
                 88 RECL-RECIBIDA       VALUE "R".
                 88 RECL-INVESTIGANDO   VALUE "I".
                 88 RECL-RESUELTA       VALUE "S".
              02 RECL-RESOLUCION        PIC X.
              02 RECL-FECHA-ALTA        PIC 9(8).
              02 RECL-GESTOR            PIC X(8).
              02 RECL-NOTA              PIC X(40).

       FD CASOSBLANQUEOFILE.
       01 REG-CASO-BLANQUEO.
              02 CBL-NUMERO             PIC 9(6).
              02 CBL-DNI                PIC X(9).
              02 CBL-REGLA              PIC XX.
              02 CBL-FECHA-ALTA         PIC 9(8).
              02 CBL-VENTANA-DESDE      PIC 9(8).
              02 CBL-VENTANA-HASTA      PIC 9(8).
              02 CBL-IMPORTE            PIC 9(9)V99.
              02 CBL-IMPORTE-SALIDA     PIC 9(9)V99.
              02 CBL-NUM-OPERACIONES    PIC 9(4).
              02 CBL-EXTRANJERO         PIC X.
              02 CBL-MOTIVO             PIC X(60).
              02 CBL-ESTADO             PIC X.
                 88 CBL-PENDIENTE       VALUE "P".
                 88 CBL-DESCARTADO      VALUE "D".
                 88 CBL-CONFIRMADO      VALUE "C".
                 88 CBL-COMUNICADO      VALUE "S".
              02 CBL-ANALISTA           PIC X(8).
              02 CBL-DICTAMEN           PIC X(60).
              02 CBL-FECHA-RESOLUCION   PIC 9(8).
              02 CBL-FECHA-COMUNICACION PIC 9(8).

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
              02 ESPEC-ENT-TOTAL        PIC 9(3).
              02 ESPEC-PRECIO-NINO      PIC 999V99.
              02 ESPEC-PRECIO-SENIOR    PIC 999V99.
              02 ESPEC-SOLO-ADULTOS     PIC X.
              02 ESPEC-RECINTO          PIC 99.

       *> FD ARCHIVOFILE: copia de lo purgado de un fichero, registro
       *> a registro tal cual estaba
       FD ARCHIVOFILE.
       01 REG-ARCHIVO                   PIC X(200).

       *> FD TRABAJOFILE: lo que se conserva de un fichero secuencial
       *> mientras se purga, antes de devolverlo a su sitio
       FD TRABAJOFILE.
       01 REG-TRABAJO                   PIC X(200).

       *> FD RETENCIONFILE: una fila por fichero que cambia los
       *> valores de fabrica; accion A archivar, B borrar sin copia
       FD RETENCIONFILE.
       01 REG-RETENCION-FICHERO.
              02 RTF-FICHERO            PIC X(24).
              02 RTF-CAMPO-FECHA        PIC X(20).
              02 RTF-DIAS               PIC 9(5).
              02 RTF-ACCION             PIC X.

       FD CONTROLFILE.
       01 REG-CONTROL.
              02 CTL-MES                PIC 9(6).

       FD SOLICITUDFILE.
       01 REG-SOLICITUD                 PIC X(40).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

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
              77 FSN                   PIC XX.
              77 FSCF                  PIC XX.
              77 FSRP                  PIC XX.
              77 FSRCA                 PIC XX.
              77 FSPR                  PIC XX.
              77 FSTR                  PIC XX.
              77 FSCTN                 PIC XX.
              77 FSES                  PIC XX.
              77 FSRC                  PIC XX.
              77 FSCB                  PIC XX.
              77 FSU                   PIC XX.
              77 FSE                   PIC XX.
              77 FSAR                  PIC XX.
              77 FSTB                  PIC XX.
              77 FSRT                  PIC XX.
              77 FSC                   PIC XX.
              77 FSSO                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 MES-WS                PIC 9(6).
              77 SOLICITUD-WS          PIC X(2) VALUE "NO".
              77 T                     PIC 99.
              77 H                     PIC 9(4).
              77 C                     PIC 9.

       *> Fila de la tabla de retencion del fichero en curso
              77 FICHERO-WS            PIC X(24).
              77 CAMPO-FECHA-WS        PIC X(20).
              77 DIAS-WS               PIC 9(5).
              77 ACCION-WS             PIC X.
              77 FECHA-LIMITE-WS       PIC 9(8).
              77 FECHA-REGISTRO-WS     PIC 9(8).
              77 FECHA-TEXTO-WS        PIC X(10).
              77 NOMBRE-ARCHIVO-WS     PIC X(40).
              77 CAMPO-VALIDO          PIC X(2).
              77 FILA-ENCONTRADA       PIC X(2).

       *> Cifras del fichero en curso y del proceso
              77 NUM-LEIDOS            PIC 9(7).
              77 NUM-PURGADOS          PIC 9(7).
              77 NUM-ARCHIVADOS        PIC 9(7).
              77 NUM-RETENIDOS         PIC 9(7).
              77 TOTAL-LEIDOS          PIC 9(7) VALUE 0.
              77 TOTAL-PURGADOS        PIC 9(7) VALUE 0.
              77 TOTAL-ARCHIVADOS      PIC 9(7) VALUE 0.
              77 TOTAL-RETENIDOS       PIC 9(7) VALUE 0.
              77 ARCHIVO-ABIERTO       PIC X(2).
              77 PURGAR-REGISTRO       PIC X(2).
              77 ULTIMO-CASO-WS        PIC 9(6).

       *> Retencion legal: tarjetas (T), cuentas (C) y personas (D)
       *> con una reclamacion o un caso abierto
              77 NUM-RETENCIONES       PIC 9(4) VALUE 0.
              77 RETENCION-DESBORDADA  PIC X(2) VALUE "NO".
              77 RETENIDO-WS           PIC X(2).
              77 TIPO-BUSCADO          PIC X.
              77 VALOR-BUSCADO         PIC X(24).
              77 VALOR-ENCONTRADO      PIC X(2).
              77 TARJETA-BUSCADA       PIC 9(10).
              77 TARJETA-EN-CACHE      PIC 9(10) VALUE 0.
              77 RETENIDA-EN-CACHE     PIC X(2).
              77 CUENTA-BUSCADA        PIC X(24).
              77 DNI-BUSCADO           PIC X(9).

              01 TABLA-RETENCION-LEGAL.
                 02 RL-ENTRADA OCCURS 2000 TIMES.
                    03 RL-TIPO         PIC X.
                    03 RL-VALOR        PIC X(24).

       *> Tabla de retencion: fichero, campo de fecha, dias y accion
              77 NUM-FICHEROS-TABLA    PIC 99 VALUE 8.
              01 TABLA-RETENCION.
                 02 TR-ENTRADA OCCURS 8 TIMES.
                    03 TR-FICHERO      PIC X(24).
                    03 TR-CAMPO-FECHA  PIC X(20).
                    03 TR-DIAS         PIC 9(5).
                    03 TR-ACCION       PIC X.

       *> Fecha del fichero que devuelve CBL_CHECK_FILE_EXIST
              01 DETALLE-FICHERO.
                 02 DF-TAMANO          PIC X(8) COMP-X.
                 02 DF-DIA             PIC X COMP-X.
                 02 DF-MES             PIC X COMP-X.
                 02 DF-ANIO            PIC X(2) COMP-X.
                 02 DF-HORA            PIC X COMP-X.
                 02 DF-MINUTO          PIC X COMP-X.
                 02 DF-SEGUNDO         PIC X COMP-X.
                 02 DF-CENTESIMA       PIC X COMP-X.
              77 NOMBRE-FICHERO-WS     PIC X(30).

              01 FECHA-CONVERTIDA.
                 02 FC-AAAA            PIC X(4).
                 02 FC-MM              PIC X(2).
                 02 FC-DD              PIC X(2).
              01 FECHA-CONVERTIDA-NUM REDEFINES FECHA-CONVERTIDA
                                       PIC 9(8).

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(40) VALUE
                     "PURGA POR RETENCION  FECHA DE NEGOCIO  ".
                 02 CAB-FECHA          PIC 9(8).

              01 LINEA-TIT-INFORME.
                 02 FILLER             PIC X(24) VALUE "FICHERO".
                 02 FILLER             PIC X(20) VALUE "CAMPO DE FECHA".
                 02 FILLER             PIC X(7) VALUE "  DIAS".
                 02 FILLER             PIC X(10) VALUE " ACCION".
                 02 FILLER             PIC X(10) VALUE "    LEIDOS".
                 02 FILLER             PIC X(10) VALUE "  PURGADOS".
                 02 FILLER             PIC X(11) VALUE " ARCHIVADOS".
                 02 FILLER             PIC X(11) VALUE "  RETENIDOS".

              01 LINEA-FICHERO.
                 02 LF-FICHERO         PIC X(24).
                 02 LF-CAMPO-FECHA     PIC X(20).
                 02 LF-DIAS            PIC ZZZZZ9.
                 02 FILLER             PIC X VALUE SPACE.
                 02 LF-ACCION          PIC X(10).
                 02 LF-LEIDOS          PIC ZZZZZZZZZ9.
                 02 LF-PURGADOS        PIC ZZZZZZZZZ9.
                 02 LF-ARCHIVADOS      PIC ZZZZZZZZZZ9.
                 02 LF-RETENIDOS       PIC ZZZZZZZZZZ9.

              01 LINEA-AVISO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LA-TEXTO           PIC X(106).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE MES-WS = FECHA-NEGOCIO-WS / 100.
                  PERFORM COMPROBAR-SOLICITUD.
                  PERFORM COMPROBAR-CONTROL THRU FIN-COMPROBAR-CONTROL.

                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  PERFORM CARGAR-RETENCION-DEFECTO.
                  PERFORM CARGAR-TABLA-RETENCION
                      THRU FIN-CARGAR-TABLA-RETENCION.
                  PERFORM CARGAR-RETENCION-LEGAL.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-TIT-INFORME.

                  MOVE 1 TO T.
                  PERFORM PURGAR-NOTIFICA THRU FIN-PURGAR-NOTIFICA.
                  MOVE 2 TO T.
                  PERFORM PURGAR-CASOS THRU FIN-PURGAR-CASOS.
                  MOVE 3 TO T.
                  PERFORM PURGAR-REIMPRESIONES
                      THRU FIN-PURGAR-REIMPRESIONES.
                  MOVE 4 TO T.
                  PERFORM PURGAR-RESPUESTAS THRU FIN-PURGAR-RESPUESTAS.
                  MOVE 5 TO T.
                  PERFORM PURGAR-RECHAZOS-PUERTA
                      THRU FIN-PURGAR-RECHAZOS-PUERTA.
                  MOVE 6 TO T.
                  PERFORM PURGAR-TASAS-RECHAZADAS
                      THRU FIN-PURGAR-TASAS-RECHAZADAS.
                  MOVE 7 TO T.
                  PERFORM PURGAR-CONTROL-NOCTURNO
                      THRU FIN-PURGAR-CONTROL-NOCTURNO.
                  MOVE 8 TO T.
                  PERFORM PURGAR-ESTADO-NOCTURNO
                      THRU FIN-PURGAR-ESTADO-NOCTURNO.

                  MOVE SPACES TO LINEA-FICHERO.
                  MOVE "TOTAL" TO LF-FICHERO.
                  MOVE TOTAL-LEIDOS TO LF-LEIDOS.
                  MOVE TOTAL-PURGADOS TO LF-PURGADOS.
                  MOVE TOTAL-ARCHIVADOS TO LF-ARCHIVADOS.
                  MOVE TOTAL-RETENIDOS TO LF-RETENIDOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  WRITE REG-INFORME FROM LINEA-FICHERO.
                  CLOSE INFORMEFILE.

                  PERFORM GRABAR-CONTROL.
                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "PURGARRETENCION: " TOTAL-PURGADOS
                      " registros purgados (" TOTAL-ARCHIVADOS
                      " archivados), " TOTAL-RETENIDOS " retenidos.".
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

       *> Un registro cualquiera en RETENCION-SOLICITUD.DAT pide purgar
       *> ya, aunque el mes este hecho
              COMPROBAR-SOLICITUD.
                  OPEN INPUT SOLICITUDFILE.
                  IF FSSO = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SOLICITUD-WS.
                  CLOSE SOLICITUDFILE.

              COMPROBAR-CONTROL.
                  IF SOLICITUD-WS = "SI"
                    GO TO FIN-COMPROBAR-CONTROL.
                  OPEN INPUT CONTROLFILE.
                  IF FSC = "35"
                    CLOSE CONTROLFILE
                    GO TO FIN-COMPROBAR-CONTROL.
                  READ CONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF CTL-MES >= MES-WS
                          CLOSE CONTROLFILE
                          DISPLAY "PURGARRETENCION: mes "
                              MES-WS " ya purgado."
                          STOP RUN.
                  CLOSE CONTROLFILE.
              FIN-COMPROBAR-CONTROL.
                  EXIT.

       *> Valores de fabrica de la tabla de retencion
              CARGAR-RETENCION-DEFECTO.
                  MOVE "NOTIFICA.DAT" TO TR-FICHERO(1).
                  MOVE "NOTIF-FECHA" TO TR-CAMPO-FECHA(1).
                  MOVE 365 TO TR-DIAS(1).
                  MOVE "A" TO TR-ACCION(1).
                  MOVE "CASOSFRAUDE.DAT" TO TR-FICHERO(2).
                  MOVE "CASO-FECHA-GESTION" TO TR-CAMPO-FECHA(2).
                  MOVE 1825 TO TR-DIAS(2).
                  MOVE "A" TO TR-ACCION(2).
                  MOVE "REIMPRESIONES.DAT" TO TR-FICHERO(3).
                  MOVE "RIM-FECHA" TO TR-CAMPO-FECHA(3).
                  MOVE 730 TO TR-DIAS(3).
                  MOVE "A" TO TR-ACCION(3).
                  MOVE "RESPUESTAS-CAMPANAS.DAT" TO TR-FICHERO(4).
                  MOVE "RCA-FECHA" TO TR-CAMPO-FECHA(4).
                  MOVE 730 TO TR-DIAS(4).
                  MOVE "B" TO TR-ACCION(4).
                  MOVE "PUERTA-RECHAZOS.DAT" TO TR-FICHERO(5).
                  MOVE "ESPEC-FECHA" TO TR-CAMPO-FECHA(5).
                  MOVE 180 TO TR-DIAS(5).
                  MOVE "B" TO TR-ACCION(5).
                  MOVE "TASAS-RECHAZADAS.DAT" TO TR-FICHERO(6).
                  MOVE "FECHA-FICHERO" TO TR-CAMPO-FECHA(6).
                  MOVE 90 TO TR-DIAS(6).
                  MOVE "A" TO TR-ACCION(6).
                  MOVE "CONTROL-NOCTURNO.DAT" TO TR-FICHERO(7).
                  MOVE "CTN-FECHA" TO TR-CAMPO-FECHA(7).
                  MOVE 400 TO TR-DIAS(7).
                  MOVE "B" TO TR-ACCION(7).
                  MOVE "ESTADONOCTURNO.DAT" TO TR-FICHERO(8).
                  MOVE "EST-FECHA" TO TR-CAMPO-FECHA(8).
                  MOVE 400 TO TR-DIAS(8).
                  MOVE "B" TO TR-ACCION(8).

       *> Cada fila de RETENCION-FICHEROS.DAT cambia la de su fichero;
       *> las que no casan con un fichero o un campo conocidos, o con
       *> dias o accion no validos, se ignoran y quedan en el informe
              CARGAR-TABLA-RETENCION.
                  OPEN INPUT RETENCIONFILE.
                  IF FSRT = "35"
                    CLOSE RETENCIONFILE
                    GO TO FIN-CARGAR-TABLA-RETENCION.

                LEER-FILA-RETENCION.
                  READ RETENCIONFILE
                      AT END GO TO CERRAR-TABLA-RETENCION.
                  MOVE "NO" TO FILA-ENCONTRADA.
                  MOVE 1 TO T.
                  PERFORM BUSCAR-FILA-RETENCION
                      UNTIL T > NUM-FICHEROS-TABLA OR
                            FILA-ENCONTRADA = "SI".
                  IF FILA-ENCONTRADA = "NO"
                    MOVE SPACES TO LA-TEXTO
                    STRING "Fila ignorada: fichero sin retencion "
                           DELIMITED BY SIZE
                           RTF-FICHERO DELIMITED BY SPACE
                        INTO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    GO TO LEER-FILA-RETENCION.
                  MOVE RTF-CAMPO-FECHA TO CAMPO-FECHA-WS.
                  PERFORM VALIDAR-CAMPO-FECHA.
                  IF CAMPO-VALIDO = "NO" OR
                     RTF-DIAS NOT NUMERIC OR RTF-DIAS = 0 OR
                     (RTF-ACCION NOT = "A" AND RTF-ACCION NOT = "B")
                    MOVE SPACES TO LA-TEXTO
                    STRING "Fila ignorada para " DELIMITED BY SIZE
                           RTF-FICHERO DELIMITED BY SPACE
                           ": campo de fecha, dias o accion no validos"
                           DELIMITED BY SIZE
                        INTO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    GO TO LEER-FILA-RETENCION.
                  MOVE RTF-CAMPO-FECHA TO TR-CAMPO-FECHA(T).
                  MOVE RTF-DIAS TO TR-DIAS(T).
                  MOVE RTF-ACCION TO TR-ACCION(T).
                  GO TO LEER-FILA-RETENCION.

                CERRAR-TABLA-RETENCION.
                  CLOSE RETENCIONFILE.
              FIN-CARGAR-TABLA-RETENCION.
                  EXIT.

              BUSCAR-FILA-RETENCION.
                  IF TR-FICHERO(T) = RTF-FICHERO
                    MOVE "SI" TO FILA-ENCONTRADA
                  ELSE
                    ADD 1 TO T.

       *> Campos de fecha por los que se puede medir cada fichero
              VALIDAR-CAMPO-FECHA.
                  MOVE "NO" TO CAMPO-VALIDO.
                  IF T = 1 AND CAMPO-FECHA-WS = "NOTIF-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 2 AND (CAMPO-FECHA-WS = "CASO-FECHA-GESTION" OR
                                CAMPO-FECHA-WS = "CASO-FECHA-ALERTA")
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 3 AND CAMPO-FECHA-WS = "RIM-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 4 AND CAMPO-FECHA-WS = "RCA-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 5 AND CAMPO-FECHA-WS = "ESPEC-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 6 AND CAMPO-FECHA-WS = "FECHA-FICHERO"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 7 AND CAMPO-FECHA-WS = "CTN-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.
                  IF T = 8 AND CAMPO-FECHA-WS = "EST-FECHA"
                    MOVE "SI" TO CAMPO-VALIDO.

       *> Tarjetas con reclamacion abierta, cuentas y personas con
       *> caso de fraude pendiente y personas con caso de blanqueo sin
       *> comunicar ni descartar
              CARGAR-RETENCION-LEGAL.
                  PERFORM CARGAR-RECLAMACIONES-ABIERTAS
                      THRU FIN-CARGAR-RECLAMACIONES-ABIERTAS.
                  PERFORM CARGAR-CASOS-PENDIENTES
                      THRU FIN-CARGAR-CASOS-PENDIENTES.
                  PERFORM CARGAR-BLANQUEO-ABIERTO
                      THRU FIN-CARGAR-BLANQUEO-ABIERTO.
                  IF RETENCION-DESBORDADA = "SI"
                    MOVE "Demasiadas retenciones legales: no se purga ningun registro de cliente"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.

              CARGAR-RECLAMACIONES-ABIERTAS.
                  OPEN INPUT RECLAMACIONESFILE.
                  IF FSRC = "35"
                    CLOSE RECLAMACIONESFILE
                    GO TO FIN-CARGAR-RECLAMACIONES-ABIERTAS.

                LEER-RECLAMACION-ABIERTA.
                  READ RECLAMACIONESFILE NEXT RECORD
                      AT END GO TO CERRAR-RECLAMACIONES-ABIERTAS.
                  IF RECL-RESUELTA
                    GO TO LEER-RECLAMACION-ABIERTA.
                  MOVE "T" TO TIPO-BUSCADO.
                  MOVE RECL-TARJ TO VALOR-BUSCADO.
                  PERFORM ANADIR-RETENCION.
                  GO TO LEER-RECLAMACION-ABIERTA.

                CERRAR-RECLAMACIONES-ABIERTAS.
                  CLOSE RECLAMACIONESFILE.
              FIN-CARGAR-RECLAMACIONES-ABIERTAS.
                  EXIT.

              CARGAR-CASOS-PENDIENTES.
                  OPEN INPUT CASOSFILE.
                  IF FSCF = "35"
                    CLOSE CASOSFILE
                    GO TO FIN-CARGAR-CASOS-PENDIENTES.

                LEER-CASO-PENDIENTE.
                  READ CASOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CASOS-PENDIENTES.
                  IF NOT CASO-PENDIENTE
                    GO TO LEER-CASO-PENDIENTE.
                  MOVE "C" TO TIPO-BUSCADO.
                  MOVE CASO-CUENTA TO VALOR-BUSCADO.
                  PERFORM ANADIR-RETENCION.
                  IF CASO-DNI NOT = SPACES
                    MOVE "D" TO TIPO-BUSCADO
                    MOVE CASO-DNI TO VALOR-BUSCADO
                    PERFORM ANADIR-RETENCION.
                  GO TO LEER-CASO-PENDIENTE.

                CERRAR-CASOS-PENDIENTES.
                  CLOSE CASOSFILE.
              FIN-CARGAR-CASOS-PENDIENTES.
                  EXIT.

              CARGAR-BLANQUEO-ABIERTO.
                  OPEN INPUT CASOSBLANQUEOFILE.
                  IF FSCB = "35"
                    CLOSE CASOSBLANQUEOFILE
                    GO TO FIN-CARGAR-BLANQUEO-ABIERTO.

                LEER-BLANQUEO-ABIERTO.
                  READ CASOSBLANQUEOFILE NEXT RECORD
                      AT END GO TO CERRAR-BLANQUEO-ABIERTO.
                  IF CBL-DESCARTADO OR CBL-COMUNICADO
                    GO TO LEER-BLANQUEO-ABIERTO.
                  MOVE "D" TO TIPO-BUSCADO.
                  MOVE CBL-DNI TO VALOR-BUSCADO.
                  PERFORM ANADIR-RETENCION.
                  GO TO LEER-BLANQUEO-ABIERTO.

                CERRAR-BLANQUEO-ABIERTO.
                  CLOSE CASOSBLANQUEOFILE.
              FIN-CARGAR-BLANQUEO-ABIERTO.
                  EXIT.

              ANADIR-RETENCION.
                  IF NUM-RETENCIONES < 2000
                    ADD 1 TO NUM-RETENCIONES
                    MOVE TIPO-BUSCADO TO RL-TIPO(NUM-RETENCIONES)
                    MOVE VALOR-BUSCADO TO RL-VALOR(NUM-RETENCIONES)
                  ELSE
                    MOVE "SI" TO RETENCION-DESBORDADA.

              BUSCAR-RETENCION.
                  MOVE "NO" TO VALOR-ENCONTRADO.
                  MOVE 1 TO H.
                  PERFORM COMPARAR-RETENCION
                      UNTIL H > NUM-RETENCIONES OR
                            VALOR-ENCONTRADO = "SI".

              COMPARAR-RETENCION.
                  IF RL-TIPO(H) = TIPO-BUSCADO AND
                     RL-VALOR(H) = VALOR-BUSCADO
                    MOVE "SI" TO VALOR-ENCONTRADO
                  ELSE
                    ADD 1 TO H.

       *> Una tarjeta esta retenida si lo esta ella, su titular o
       *> alguna de sus cuentas; la ultima consultada se recuerda
              COMPROBAR-TARJETA-RETENIDA.
                  IF RETENCION-DESBORDADA = "SI"
                    MOVE "SI" TO RETENIDO-WS
                    GO TO FIN-COMPROBAR-TARJETA-RETENIDA.
                  IF TARJETA-BUSCADA = TARJETA-EN-CACHE
                    MOVE RETENIDA-EN-CACHE TO RETENIDO-WS
                    GO TO FIN-COMPROBAR-TARJETA-RETENIDA.
                  MOVE "NO" TO RETENIDO-WS.
                  MOVE "T" TO TIPO-BUSCADO.
                  MOVE TARJETA-BUSCADA TO VALOR-BUSCADO.
                  PERFORM BUSCAR-RETENCION.
                  IF VALOR-ENCONTRADO = "SI"
                    MOVE "SI" TO RETENIDO-WS
                    GO TO GUARDAR-TARJETA-RETENIDA.
                  MOVE TARJETA-BUSCADA TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY GO TO GUARDAR-TARJETA-RETENIDA.
                  MOVE USER-DNI TO DNI-BUSCADO.
                  PERFORM COMPROBAR-DNI-RETENIDO.
                  MOVE 1 TO C.
                  PERFORM COMPROBAR-CUENTA-TARJETA
                      UNTIL C > 3 OR RETENIDO-WS = "SI".

                GUARDAR-TARJETA-RETENIDA.
                  MOVE TARJETA-BUSCADA TO TARJETA-EN-CACHE.
                  MOVE RETENIDO-WS TO RETENIDA-EN-CACHE.
              FIN-COMPROBAR-TARJETA-RETENIDA.
                  EXIT.

              COMPROBAR-CUENTA-TARJETA.
                  IF USER-NUM-CUENTA(C) NOT = SPACES
                    MOVE USER-NUM-CUENTA(C) TO CUENTA-BUSCADA
                    PERFORM COMPROBAR-CUENTA-RETENIDA.
                  ADD 1 TO C.

              COMPROBAR-CUENTA-RETENIDA.
                  IF RETENCION-DESBORDADA = "SI"
                    MOVE "SI" TO RETENIDO-WS.
                  MOVE "C" TO TIPO-BUSCADO.
                  MOVE CUENTA-BUSCADA TO VALOR-BUSCADO.
                  PERFORM BUSCAR-RETENCION.
                  IF VALOR-ENCONTRADO = "SI"
                    MOVE "SI" TO RETENIDO-WS.

              COMPROBAR-DNI-RETENIDO.
                  IF RETENCION-DESBORDADA = "SI"
                    MOVE "SI" TO RETENIDO-WS.
                  IF DNI-BUSCADO NOT = SPACES
                    MOVE "D" TO TIPO-BUSCADO
                    MOVE DNI-BUSCADO TO VALOR-BUSCADO
                    PERFORM BUSCAR-RETENCION
                    IF VALOR-ENCONTRADO = "SI"
                      MOVE "SI" TO RETENIDO-WS.

       *> Preparacion comun de cada fichero: su fila de la tabla, la
       *> fecha limite (lo anterior a ella sale) y el nombre de su
       *> archivo <fichero>-AAAAMMDD.DAT
              PREPARAR-FICHERO.
                  MOVE TR-FICHERO(T) TO FICHERO-WS.
                  MOVE TR-CAMPO-FECHA(T) TO CAMPO-FECHA-WS.
                  MOVE TR-DIAS(T) TO DIAS-WS.
                  MOVE TR-ACCION(T) TO ACCION-WS.
                  COMPUTE FECHA-LIMITE-WS = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                       - DIAS-WS).
                  MOVE 0 TO NUM-LEIDOS.
                  MOVE 0 TO NUM-PURGADOS.
                  MOVE 0 TO NUM-ARCHIVADOS.
                  MOVE 0 TO NUM-RETENIDOS.
                  MOVE "NO" TO ARCHIVO-ABIERTO.
                  MOVE SPACES TO NOMBRE-ARCHIVO-WS.
                  STRING FICHERO-WS DELIMITED BY ".DAT"
                         "-" DELIMITED BY SIZE
                         FECHA-NEGOCIO-WS DELIMITED BY SIZE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-WS.
                  MOVE 0 TO TARJETA-EN-CACHE.

       *> Fecha DD/MM/AAAA de FECHA-TEXTO-WS como AAAAMMDD (cero si no
       *> es una fecha)
              CONVERTIR-FECHA-TEXTO.
                  MOVE 0 TO FECHA-REGISTRO-WS.
                  IF FECHA-TEXTO-WS(1:2) IS NUMERIC AND
                     FECHA-TEXTO-WS(4:2) IS NUMERIC AND
                     FECHA-TEXTO-WS(7:4) IS NUMERIC
                    MOVE FECHA-TEXTO-WS(7:4) TO FC-AAAA
                    MOVE FECHA-TEXTO-WS(4:2) TO FC-MM
                    MOVE FECHA-TEXTO-WS(1:2) TO FC-DD
                    MOVE FECHA-CONVERTIDA-NUM TO FECHA-REGISTRO-WS.

       *> Lo que se purga se archiva antes si la accion es A
              ARCHIVAR-REGISTRO.
                  ADD 1 TO NUM-PURGADOS.
                  IF ACCION-WS NOT = "A"
                    GO TO FIN-ARCHIVAR-REGISTRO.
                  IF ARCHIVO-ABIERTO = "NO"
                    PERFORM ABRIR-ARCHIVO.
                  WRITE REG-ARCHIVO.
                  ADD 1 TO NUM-ARCHIVADOS.
              FIN-ARCHIVAR-REGISTRO.
                  EXIT.

              ABRIR-ARCHIVO.
                  OPEN EXTEND ARCHIVOFILE.
                  IF FSAR = "35"
                    CLOSE ARCHIVOFILE
                    OPEN OUTPUT ARCHIVOFILE.
                  MOVE "SI" TO ARCHIVO-ABIERTO.

       *> Cierre comun de cada fichero: archivo, linea del informe y
       *> totales
              TERMINAR-FICHERO.
                  IF ARCHIVO-ABIERTO = "SI"
                    CLOSE ARCHIVOFILE.
                  MOVE FICHERO-WS TO LF-FICHERO.
                  MOVE CAMPO-FECHA-WS TO LF-CAMPO-FECHA.
                  MOVE DIAS-WS TO LF-DIAS.
                  IF ACCION-WS = "A"
                    MOVE "archivar" TO LF-ACCION
                  ELSE
                    MOVE "borrar" TO LF-ACCION.
                  MOVE NUM-LEIDOS TO LF-LEIDOS.
                  MOVE NUM-PURGADOS TO LF-PURGADOS.
                  MOVE NUM-ARCHIVADOS TO LF-ARCHIVADOS.
                  MOVE NUM-RETENIDOS TO LF-RETENIDOS.
                  WRITE REG-INFORME FROM LINEA-FICHERO.
                  IF NUM-ARCHIVADOS > 0
                    MOVE SPACES TO LA-TEXTO
                    STRING "archivados en " DELIMITED BY SIZE
                           NOMBRE-ARCHIVO-WS DELIMITED BY SPACE
                        INTO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.
                  ADD NUM-LEIDOS TO TOTAL-LEIDOS.
                  ADD NUM-PURGADOS TO TOTAL-PURGADOS.
                  ADD NUM-ARCHIVADOS TO TOTAL-ARCHIVADOS.
                  ADD NUM-RETENIDOS TO TOTAL-RETENIDOS.

              FICHERO-AUSENTE.
                  MOVE SPACES TO LA-TEXTO.
                  STRING FICHERO-WS DELIMITED BY SPACE
                         ": no existe" DELIMITED BY SIZE
                      INTO LA-TEXTO.
                  WRITE REG-INFORME FROM LINEA-AVISO.

       *> NOTIFICA.DAT: solo salen los avisos ya entregados o
       *> descartados; los pendientes y fallidos siguen en la cola
              PURGAR-NOTIFICA.
                  PERFORM PREPARAR-FICHERO.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-NOTIFICA.
                  OPEN INPUT USERFILE.

                LEER-NOTIFICA-PURGA.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO CERRAR-NOTIFICA-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  IF NOT NOTIF-ENVIADA AND NOT NOTIF-DESCARTADA
                    GO TO LEER-NOTIFICA-PURGA.
                  MOVE NOTIF-FECHA TO FECHA-TEXTO-WS.
                  PERFORM CONVERTIR-FECHA-TEXTO.
                  IF FECHA-REGISTRO-WS = 0 OR
                     FECHA-REGISTRO-WS NOT < FECHA-LIMITE-WS
                    GO TO LEER-NOTIFICA-PURGA.
                  MOVE NOTIF-TARJ TO TARJETA-BUSCADA.
                  PERFORM COMPROBAR-TARJETA-RETENIDA
                      THRU FIN-COMPROBAR-TARJETA-RETENIDA.
                  IF RETENIDO-WS = "SI"
                    ADD 1 TO NUM-RETENIDOS
                    GO TO LEER-NOTIFICA-PURGA.
                  MOVE REG-NOTIFICACION TO REG-ARCHIVO.
                  PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO.
                  DELETE NOTIFICAFILE RECORD
                      INVALID KEY CONTINUE.
                  GO TO LEER-NOTIFICA-PURGA.

                CERRAR-NOTIFICA-PURGA.
                  CLOSE USERFILE.
                  CLOSE NOTIFICAFILE.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-NOTIFICA.
                  EXIT.

       *> CASOSFRAUDE.DAT: salen los casos descartados y los de fraude
       *> confirmado ya contabilizados. El caso de numero mas alto se
       *> conserva siempre, porque REVISARFRAUDE numera los casos
       *> nuevos a partir de el
              PURGAR-CASOS.
                  PERFORM PREPARAR-FICHERO.
                  MOVE 0 TO ULTIMO-CASO-WS.
                  OPEN I-O CASOSFILE.
                  IF FSCF = "35"
                    CLOSE CASOSFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-CASOS.

                BUSCAR-ULTIMO-CASO.
                  READ CASOSFILE NEXT RECORD
                      AT END GO TO EMPEZAR-CASOS-PURGA.
                  MOVE CASO-NUMERO TO ULTIMO-CASO-WS.
                  GO TO BUSCAR-ULTIMO-CASO.

                EMPEZAR-CASOS-PURGA.
                  MOVE 0 TO CASO-NUMERO.
                  START CASOSFILE KEY IS NOT LESS THAN CASO-NUMERO
                      INVALID KEY GO TO CERRAR-CASOS-PURGA.

                LEER-CASO-PURGA.
                  READ CASOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CASOS-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  IF CASO-NUMERO = ULTIMO-CASO-WS
                    GO TO LEER-CASO-PURGA.
                  IF NOT CASO-DESCARTADO AND
                     NOT (CASO-CONFIRMADO AND CASO-CONTABILIZADO = "S")
                    GO TO LEER-CASO-PURGA.
                  IF CAMPO-FECHA-WS = "CASO-FECHA-ALERTA"
                    MOVE CASO-FECHA-ALERTA TO FECHA-TEXTO-WS
                  ELSE
                    MOVE CASO-FECHA-GESTION TO FECHA-TEXTO-WS.
                  PERFORM CONVERTIR-FECHA-TEXTO.
                  IF FECHA-REGISTRO-WS = 0 OR
                     FECHA-REGISTRO-WS NOT < FECHA-LIMITE-WS
                    GO TO LEER-CASO-PURGA.
                  MOVE "NO" TO RETENIDO-WS.
                  MOVE CASO-CUENTA TO CUENTA-BUSCADA.
                  PERFORM COMPROBAR-CUENTA-RETENIDA.
                  MOVE CASO-DNI TO DNI-BUSCADO.
                  PERFORM COMPROBAR-DNI-RETENIDO.
                  IF RETENIDO-WS = "SI"
                    ADD 1 TO NUM-RETENIDOS
                    GO TO LEER-CASO-PURGA.
                  MOVE REG-CASO-FRAUDE TO REG-ARCHIVO.
                  PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO.
                  DELETE CASOSFILE RECORD
                      INVALID KEY CONTINUE.
                  GO TO LEER-CASO-PURGA.

                CERRAR-CASOS-PURGA.
                  CLOSE CASOSFILE.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-CASOS.
                  EXIT.

       *> Ficheros secuenciales: lo que se conserva pasa a
       *> PURGA-TRABAJO.DAT y, si algo ha salido, vuelve desde alli al
       *> fichero original
              PURGAR-REIMPRESIONES.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT REIMPRESIONESFILE.
                  IF FSRP = "35"
                    CLOSE REIMPRESIONESFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-REIMPRESIONES.
                  OPEN OUTPUT TRABAJOFILE.
                  OPEN INPUT USERFILE.

                LEER-REIMPRESION-PURGA.
                  READ REIMPRESIONESFILE
                      AT END GO TO CERRAR-REIMPRESIONES-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  MOVE "NO" TO PURGAR-REGISTRO.
                  MOVE RIM-FECHA TO FECHA-TEXTO-WS.
                  PERFORM CONVERTIR-FECHA-TEXTO.
                  IF FECHA-REGISTRO-WS > 0 AND
                     FECHA-REGISTRO-WS < FECHA-LIMITE-WS
                    MOVE RIM-TARJ TO TARJETA-BUSCADA
                    PERFORM COMPROBAR-TARJETA-RETENIDA
                        THRU FIN-COMPROBAR-TARJETA-RETENIDA
                    IF RETENIDO-WS = "SI"
                      ADD 1 TO NUM-RETENIDOS
                    ELSE
                      MOVE "SI" TO PURGAR-REGISTRO.
                  IF PURGAR-REGISTRO = "SI"
                    MOVE REG-REIMPRESION TO REG-ARCHIVO
                    PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO
                  ELSE
                    MOVE REG-REIMPRESION TO REG-TRABAJO
                    WRITE REG-TRABAJO.
                  GO TO LEER-REIMPRESION-PURGA.

                CERRAR-REIMPRESIONES-PURGA.
                  CLOSE USERFILE.
                  CLOSE TRABAJOFILE.
                  CLOSE REIMPRESIONESFILE.
                  IF NUM-PURGADOS = 0
                    GO TO TERMINAR-REIMPRESIONES-PURGA.
                  OPEN INPUT TRABAJOFILE.
                  OPEN OUTPUT REIMPRESIONESFILE.

                DEVOLVER-REIMPRESIONES.
                  READ TRABAJOFILE INTO REG-REIMPRESION
                      AT END GO TO CERRAR-DEVOLVER-REIMPRESIONES.
                  WRITE REG-REIMPRESION.
                  GO TO DEVOLVER-REIMPRESIONES.

                CERRAR-DEVOLVER-REIMPRESIONES.
                  CLOSE TRABAJOFILE.
                  CLOSE REIMPRESIONESFILE.

                TERMINAR-REIMPRESIONES-PURGA.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-REIMPRESIONES.
                  EXIT.

              PURGAR-RESPUESTAS.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT RESPCAMPANASFILE.
                  IF FSRCA = "35"
                    CLOSE RESPCAMPANASFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-RESPUESTAS.
                  OPEN OUTPUT TRABAJOFILE.
                  OPEN INPUT USERFILE.

                LEER-RESPUESTA-PURGA.
                  READ RESPCAMPANASFILE
                      AT END GO TO CERRAR-RESPUESTAS-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  MOVE "NO" TO PURGAR-REGISTRO.
                  IF RCA-FECHA IS NUMERIC
                    MOVE RCA-FECHA TO FECHA-REGISTRO-WS
                  ELSE
                    MOVE 0 TO FECHA-REGISTRO-WS.
                  IF FECHA-REGISTRO-WS > 0 AND
                     FECHA-REGISTRO-WS < FECHA-LIMITE-WS
                    MOVE RCA-TARJ TO TARJETA-BUSCADA
                    PERFORM COMPROBAR-TARJETA-RETENIDA
                        THRU FIN-COMPROBAR-TARJETA-RETENIDA
                    IF RETENIDO-WS = "SI"
                      ADD 1 TO NUM-RETENIDOS
                    ELSE
                      MOVE "SI" TO PURGAR-REGISTRO.
                  IF PURGAR-REGISTRO = "SI"
                    MOVE REG-RESP-CAMPANA TO REG-ARCHIVO
                    PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO
                  ELSE
                    MOVE REG-RESP-CAMPANA TO REG-TRABAJO
                    WRITE REG-TRABAJO.
                  GO TO LEER-RESPUESTA-PURGA.

                CERRAR-RESPUESTAS-PURGA.
                  CLOSE USERFILE.
                  CLOSE TRABAJOFILE.
                  CLOSE RESPCAMPANASFILE.
                  IF NUM-PURGADOS = 0
                    GO TO TERMINAR-RESPUESTAS-PURGA.
                  OPEN INPUT TRABAJOFILE.
                  OPEN OUTPUT RESPCAMPANASFILE.

                DEVOLVER-RESPUESTAS.
                  READ TRABAJOFILE INTO REG-RESP-CAMPANA
                      AT END GO TO CERRAR-DEVOLVER-RESPUESTAS.
                  WRITE REG-RESP-CAMPANA.
                  GO TO DEVOLVER-RESPUESTAS.

                CERRAR-DEVOLVER-RESPUESTAS.
                  CLOSE TRABAJOFILE.
                  CLOSE RESPCAMPANASFILE.

                TERMINAR-RESPUESTAS-PURGA.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-RESPUESTAS.
                  EXIT.

       *> PUERTA-RECHAZOS.DAT no lleva fecha: cuenta la del
       *> espectaculo; los rechazos de un espectaculo que ya no esta en
       *> ESPEC.DAT no tienen fecha y se conservan
              PURGAR-RECHAZOS-PUERTA.
                  PERFORM PREPARAR-FICHERO.
                  OPEN INPUT RECHAZOSFILE.
                  IF FSPR = "35"
                    CLOSE RECHAZOSFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-RECHAZOS-PUERTA.
                  OPEN OUTPUT TRABAJOFILE.
                  OPEN INPUT ESPECFILE.

                LEER-RECHAZO-PURGA.
                  READ RECHAZOSFILE
                      AT END GO TO CERRAR-RECHAZOS-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  MOVE 0 TO FECHA-REGISTRO-WS.
                  MOVE RCH-ESPEC TO ESPEC-NUMERO.
                  READ ESPECFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE ESPEC-FECHA TO FECHA-TEXTO-WS
                        PERFORM CONVERTIR-FECHA-TEXTO.
                  IF FECHA-REGISTRO-WS > 0 AND
                     FECHA-REGISTRO-WS < FECHA-LIMITE-WS
                    MOVE REG-RECHAZO TO REG-ARCHIVO
                    PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO
                  ELSE
                    MOVE REG-RECHAZO TO REG-TRABAJO
                    WRITE REG-TRABAJO.
                  GO TO LEER-RECHAZO-PURGA.

                CERRAR-RECHAZOS-PURGA.
                  CLOSE ESPECFILE.
                  CLOSE TRABAJOFILE.
                  CLOSE RECHAZOSFILE.
                  IF NUM-PURGADOS = 0
                    GO TO TERMINAR-RECHAZOS-PURGA.
                  OPEN INPUT TRABAJOFILE.
                  OPEN OUTPUT RECHAZOSFILE.

                DEVOLVER-RECHAZOS.
                  READ TRABAJOFILE INTO REG-RECHAZO
                      AT END GO TO CERRAR-DEVOLVER-RECHAZOS.
                  WRITE REG-RECHAZO.
                  GO TO DEVOLVER-RECHAZOS.

                CERRAR-DEVOLVER-RECHAZOS.
                  CLOSE TRABAJOFILE.
                  CLOSE RECHAZOSFILE.

                TERMINAR-RECHAZOS-PURGA.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-RECHAZOS-PUERTA.
                  EXIT.

       *> TASAS-RECHAZADAS.DAT lo rehace cada carga de tasas y sus
       *> registros no llevan fecha: si la ultima carga (la fecha del
       *> fichero) es anterior al limite, el fichero entero sale
              PURGAR-TASAS-RECHAZADAS.
                  PERFORM PREPARAR-FICHERO.
                  MOVE FICHERO-WS TO NOMBRE-FICHERO-WS.
                  CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-FICHERO-WS
                      DETALLE-FICHERO.
                  IF RETURN-CODE NOT = 0
                    MOVE 0 TO RETURN-CODE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-TASAS-RECHAZADAS.
                  COMPUTE FECHA-REGISTRO-WS =
                      DF-ANIO * 10000 + DF-MES * 100 + DF-DIA.
                  OPEN INPUT RECHAZADASFILE.
                  IF FSTR = "35"
                    CLOSE RECHAZADASFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-TASAS-RECHAZADAS.

                LEER-TASA-RECHAZADA-PURGA.
                  READ RECHAZADASFILE
                      AT END GO TO CERRAR-TASAS-RECHAZADAS-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  IF FECHA-REGISTRO-WS < FECHA-LIMITE-WS
                    MOVE REG-RECHAZADA TO REG-ARCHIVO
                    PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO.
                  GO TO LEER-TASA-RECHAZADA-PURGA.

                CERRAR-TASAS-RECHAZADAS-PURGA.
                  CLOSE RECHAZADASFILE.
                  IF NUM-PURGADOS > 0
                    OPEN OUTPUT RECHAZADASFILE
                    CLOSE RECHAZADASFILE.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-TASAS-RECHAZADAS.
                  EXIT.

       *> Registros de control de noches pasadas; HISTORICOCADENA ya
       *> guarda lo que necesita en su historico
              PURGAR-CONTROL-NOCTURNO.
                  PERFORM PREPARAR-FICHERO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-CONTROL-NOCTURNO.

                LEER-CONTROL-NOC-PURGA.
                  READ CONTROLNOCFILE NEXT RECORD
                      AT END GO TO CERRAR-CONTROL-NOC-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  IF CTN-FECHA = 0 OR
                     CTN-FECHA NOT < FECHA-LIMITE-WS
                    GO TO LEER-CONTROL-NOC-PURGA.
                  MOVE REG-CONTROL-NOC TO REG-ARCHIVO.
                  PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO.
                  DELETE CONTROLNOCFILE RECORD
                      INVALID KEY CONTINUE.
                  GO TO LEER-CONTROL-NOC-PURGA.

                CERRAR-CONTROL-NOC-PURGA.
                  CLOSE CONTROLNOCFILE.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-CONTROL-NOCTURNO.
                  EXIT.

              PURGAR-ESTADO-NOCTURNO.
                  PERFORM PREPARAR-FICHERO.
                  OPEN I-O ESTADOFILE.
                  IF FSES = "35"
                    CLOSE ESTADOFILE
                    PERFORM FICHERO-AUSENTE
                    GO TO FIN-PURGAR-ESTADO-NOCTURNO.

                LEER-ESTADO-PURGA.
                  READ ESTADOFILE NEXT RECORD
                      AT END GO TO CERRAR-ESTADO-PURGA.
                  ADD 1 TO NUM-LEIDOS.
                  IF EST-FECHA = 0 OR
                     EST-FECHA NOT < FECHA-LIMITE-WS
                    GO TO LEER-ESTADO-PURGA.
                  MOVE REG-ESTADO TO REG-ARCHIVO.
                  PERFORM ARCHIVAR-REGISTRO THRU FIN-ARCHIVAR-REGISTRO.
                  DELETE ESTADOFILE RECORD
                      INVALID KEY CONTINUE.
                  GO TO LEER-ESTADO-PURGA.

                CERRAR-ESTADO-PURGA.
                  CLOSE ESTADOFILE.
                  PERFORM TERMINAR-FICHERO.
              FIN-PURGAR-ESTADO-NOCTURNO.
                  EXIT.

       *> El mes queda hecho y la solicitud a demanda, atendida
              GRABAR-CONTROL.
                  OPEN OUTPUT CONTROLFILE.
                  MOVE MES-WS TO CTL-MES.
                  WRITE REG-CONTROL.
                  CLOSE CONTROLFILE.
                  IF SOLICITUD-WS = "SI"
                    OPEN OUTPUT SOLICITUDFILE
                    CLOSE SOLICITUDFILE.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE FECHA-NEGOCIO-WS TO CTN-FECHA.
                  MOVE "PURGARRETENCION" TO CTN-PROGRAMA.
                  MOVE TOTAL-LEIDOS TO CTN-LEIDOS.
                  MOVE TOTAL-PURGADOS TO CTN-ESCRITOS.
                  MOVE TOTAL-RETENIDOS TO CTN-RECHAZADOS.
                  MOVE 0 TO CTN-IMPORTE-ENTRADA.
                  MOVE 0 TO CTN-IMPORTE-SALIDA.
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
