       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARDATOSPERSONA.
       *> Puesto de trabajo para las solicitudes de acceso de los
       *> interesados a sus datos personales: el cliente tiene derecho
       *> a recibir copia de todo lo que guardamos de el en el plazo de
       *> un mes, y hasta ahora habia que buscarlo a mano fichero por
       *> fichero. La solicitud se registra en SOLICITUDES-ACCESO.DAT
       *> con su referencia, el DNI, la fecha de recepcion y la fecha
       *> limite de respuesta (un mes natural, como las quejas de
       *> GESTIONARQUEJAS que no son de servicios de pago). Al
       *> atenderla se resuelve el DNI en PERSONAS.DAT y se recoge todo
       *> lo relativo a sus tarjetas y cuentas en un fichero legible
       *> DATOS-PERSONALES-referencia.DAT, agrupado por categorias:
       *> datos identificativos, tarjetas y cuentas (USERS.DAT y
       *> SECUND.DAT), accesos (LOGIN.DAT), preferencias, avisos
       *> suscritos (ALERTAS.DAT), beneficiarios, avisos enviados
       *> (NOTIFICA.DAT), diario electronico del cajero, campanas
       *> comerciales (RESPUESTAS-CAMPANAS.DAT) y movimientos (MOVS.DAT
       *> y los historicos mensuales MOVS-AAAAMM.DAT de los anos de
       *> retencion de RETENCION-ANOS.DAT, 6 si no existe). La
       *> solicitud queda con la fecha en que se atendio. Los datos de
       *> terceros que aparecen en esos registros -- la otra parte de
       *> una transferencia o de un pago a movil, el pagador de un
       *> ingreso, los beneficiarios guardados, el titular de la
       *> cuenta de una secundaria o el tutor legal -- salen
       *> enmascarados. El PIN y la respuesta de seguridad no se
       *> reproducen. Acceso de personal con STAFF.DAT y la matriz
       *> PERMISOS.DAT, con rastro en AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Exportacion de datos personales por DNI
       *> Versión 1.1 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.2 - Enmascara el concepto segun el tipo de operacion
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SOLICITUDESFILE ASSIGN TO "SOLICITUDES-ACCESO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAC-REFERENCIA
                  FILE STATUS IS FSSA.

              SELECT EXPORTFILE ASSIGN TO NOMBRE-EXPORT-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSEX.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT SECUNDFILE ASSIGN TO "SECUND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SECUND-TARJ
                  FILE STATUS IS FSS.

              SELECT LOGINFILE ASSIGN TO "LOGIN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOGIN-TARJ
                  FILE STATUS IS FSL.

              SELECT PREFERENCIASFILE ASSIGN TO "PREFERENCIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRF-TARJ
                  FILE STATUS IS FSPRF.

              SELECT ALERTASFILE ASSIGN TO "ALERTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-CLAVE
                  FILE STATUS IS FSAL.

              SELECT BENEFICIARIOFILE ASSIGN TO "BENEFICIARIOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BENEF-CLAVE
                  FILE STATUS IS FSB.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

              SELECT JOURNALFILE ASSIGN TO "DIARIO-ELECTRONICO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSJR.

              SELECT RESPCAMPANASFILE ASSIGN TO
                  "RESPUESTAS-CAMPANAS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRCA.

              SELECT CAMPANASFILE ASSIGN TO "CAMPANAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-NUMERO
                  FILE STATUS IS FSCAM.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT HISTMOVFILE ASSIGN TO NOMBRE-HISTORICO-WS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAH.

              SELECT RETENCIONFILE ASSIGN TO "RETENCION-ANOS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSRT.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT STAFFFILE ASSIGN TO "STAFF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STAFF-ID
                  FILE STATUS IS FSST.

              SELECT PERMISOSFILE ASSIGN TO "PERMISOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CLAVE
                  FILE STATUS IS FSPRM.

              SELECT AUDITORIAFILE ASSIGN TO "AUDITORIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

              SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRZ-FICHERO
                  FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       *> FD SOLICITUDESFILE: una solicitud de acceso por registro,
       *> por la referencia con que entro (P pendiente, C atendida con
       *> datos, N atendida sin datos: el DNI no tiene relacion con la
       *> entidad), con el fichero entregado y sus lineas de datos
       FD SOLICITUDESFILE.
       01 REG-SOLICITUD-ACCESO.
              02 SAC-REFERENCIA         PIC X(15).
              02 SAC-DNI                PIC X(9).
              02 SAC-NOMBRE             PIC X(30).
              02 SAC-FECHA-RECEPCION    PIC 9(8).
              02 SAC-FECHA-LIMITE       PIC 9(8).
              02 SAC-FECHA-COMPLETADA   PIC 9(8).
              02 SAC-ESTADO             PIC X.
                 88 SAC-PENDIENTE       VALUE "P".
                 88 SAC-COMPLETADA      VALUE "C".
                 88 SAC-SIN-DATOS       VALUE "N".
              02 SAC-GESTOR-ALTA        PIC X(8).
              02 SAC-GESTOR-ATIENDE     PIC X(8).
              02 SAC-NUM-LINEAS         PIC 9(7).
              02 SAC-FICHERO            PIC X(40).

       *> FD EXPORTFILE: la copia para el interesado, en texto legible
       *> a 132 columnas
       FD EXPORTFILE.
       01 REG-EXPORT                    PIC X(132).

       FD PERSONASFILE.
       01 REG-PERSONA.
              02 PER-DNI                PIC X(9).
              02 PER-NOMBRE             PIC X(30).
              02 PER-NUM-TARJETAS       PIC 9.
              02 PER-TARJETA OCCURS 5 TIMES PIC 9(10).
              02 PER-FALLECIDO          PIC X.
              02 PER-FECHA-FALLECIMIENTO PIC 9(8).
              02 PER-RESIDENCIA-FISCAL  PIC XX.
              02 PER-NIF-EXTRANJERO     PIC X(20).
              02 PER-CIUDADANO-EEUU     PIC X.
              02 PER-FECHA-AUTOCERT     PIC 9(8).
              02 PER-FECHA-NACIMIENTO   PIC 9(8).
              02 PER-MENOR              PIC X.
              02 PER-DNI-TUTOR          PIC X(9).
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
              02 PER-DIR-VIA            PIC X(40).
              02 PER-DIR-NUMERO         PIC X(5).
              02 PER-DIR-PISO           PIC X(10).
              02 PER-DIR-CP             PIC X(5).
              02 PER-DIR-MUNICIPIO      PIC X(30).
              02 PER-DIR-PROVINCIA      PIC X(20).
              02 PER-DIR-PAIS           PIC XX.
              02 PER-DIR-ESTADO         PIC X.
              02 PER-DIR-FECHA-ESTADO   PIC 9(8).

       FD USERFILE.
       01 REG-USUARIO.
              02 USER-TARJ             PIC 9(10).
              02 USER-PIN              PIC 9(4).
              02 USER-DNI              PIC X(9).
              02 USER-NOM-APE          PIC X(30).
              02 USER-TFNO             PIC X(9).
              02 USER-DIRECCION        PIC X(25).
              02 USER-BLOQUEADA        PIC X.
              02 USER-LIMITE-DIARIO    PIC 9(7)V99.
              02 USER-PREGUNTA-SEG     PIC X(30).
              02 USER-RESPUESTA-SEG    PIC X(20).
              02 CUENTA-USUARIO        OCCURS 3 TIMES.
                 03 USER-NUM-CUENTA       PIC X(24).
                 03 USER-SALDO            PIC S9(9)V99.
                 03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
                 03 USER-MONEDA           PIC X(3).
                 03 USER-TIPO-INTERES     PIC 9V9999.
                 03 USER-FECHA-ULT-DEVENGO.
                    04 USER-ULT-DEVENGO-AA  PIC 9999.
                    04 USER-ULT-DEVENGO-MM  PIC 99.
              02 USER-FECHA-BLOQUEO.
                 03 USER-BLOQUEO-AAAAMMDD  PIC 9(8).
                 03 USER-BLOQUEO-HORA.
                    04 USER-BLOQUEO-HH       PIC 99.
                    04 USER-BLOQUEO-MM       PIC 99.
                    04 USER-BLOQUEO-SS       PIC 99.
              02 USER-FECHA-EMISION       PIC 9(8).
              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD SECUNDFILE.
       01 REG-SECUNDARIA.
              02 SECUND-TARJ             PIC 9(10).
              02 SECUND-PIN              PIC 9(4).
              02 SECUND-TARJ-TITULAR     PIC 9(10).
              02 SECUND-CUENTA-TITULAR   PIC X(24).
              02 SECUND-BLOQUEADA        PIC X.
              02 SECUND-FECHA-BLOQUEO.
                 03 SECUND-BLOQUEO-AAAAMMDD PIC 9(8).
                 03 SECUND-BLOQUEO-HORA.
                    04 SECUND-BLOQUEO-HH      PIC 99.
                    04 SECUND-BLOQUEO-MM      PIC 99.
                    04 SECUND-BLOQUEO-SS      PIC 99.

       FD LOGINFILE.
       01 REG-LOGIN.
              02 LOGIN-TARJ             PIC 9(10).
              02 LOGIN-NUM-INTENTOS     PIC 9.

       FD PREFERENCIASFILE.
       01 REG-PREFERENCIA.
              02 PRF-TARJ               PIC 9(10).
              02 PRF-RECIBO             PIC X.
              02 PRF-EXTRACTO           PIC X.
              02 PRF-CANAL-AVISO        PIC X.
              02 PRF-SILENCIO-DESDE     PIC 99.
              02 PRF-SILENCIO-HASTA     PIC 99.
              02 PRF-IDIOMA             PIC XX.

       FD ALERTASFILE.
       01 REG-ALERTA.
              02 ALR-CLAVE.
                 03 ALR-TARJ            PIC 9(10).
                 03 ALR-CUENTA          PIC X(24).
                 03 ALR-TIPO            PIC X.
              02 ALR-UMBRAL             PIC 9(9)V99.
              02 ALR-FECHA-ALTA         PIC 9(8).

       FD BENEFICIARIOFILE.
       01 REG-BENEFICIARIO.
              02 BENEF-CLAVE.
                 03 BENEF-TARJ          PIC 9(10).
                 03 BENEF-SEC           PIC 9(2).
              02 BENEF-CUENTA-DESTINO   PIC X(24).
              02 BENEF-TITULAR          PIC X(20).

       FD NOTIFICAFILE.
       01 REG-NOTIFICACION.
              02 NOTIF-CLAVE.
                 03 NOTIF-TARJ          PIC 9(10).
                 03 NOTIF-SEC           PIC 9(6).
              02 NOTIF-TIPO-EVENTO      PIC X(20).
              02 NOTIF-DNI              PIC X(9).
              02 NOTIF-TFNO             PIC X(9).
              02 NOTIF-DETALLE          PIC X(60).
              02 NOTIF-FECHA            PIC X(10).
              02 NOTIF-HORA             PIC X(8).
              02 NOTIF-ESTADO           PIC X.
              02 NOTIF-INTENTOS         PIC 99.
              02 NOTIF-MOTIVO-FALLO     PIC X(40).

       FD JOURNALFILE.
       01 REG-JOURNAL.
              02 JRN-SEC                PIC 9(7).
              02 FILLER                 PIC X(2).
              02 JRN-FECHA              PIC X(10).
              02 FILLER                 PIC X(2).
              02 JRN-HORA               PIC X(8).
              02 FILLER                 PIC X(2).
              02 JRN-TARJ               PIC 9(10).
              02 FILLER                 PIC X(2).
              02 JRN-EVENTO             PIC X(12).
              02 FILLER                 PIC X(2).
              02 JRN-DETALLE            PIC X(40).
              02 FILLER                 PIC X(2).
              02 JRN-CONTROL            PIC 9(9).

       FD RESPCAMPANASFILE.
       01 REG-RESP-CAMPANA.
              02 RCA-CAMPANA            PIC 9(3).
              02 FILLER                 PIC X(2).
              02 RCA-TARJ               PIC 9(10).
              02 FILLER                 PIC X(2).
              02 RCA-RESULTADO          PIC X.
              02 FILLER                 PIC X(2).
              02 RCA-FECHA              PIC 9(8).

       FD CAMPANASFILE.
       01 REG-CAMPANA.
              02 CAM-NUMERO             PIC 9(3).
              02 CAM-TEXTO              PIC X(60).
              02 CAM-REGLA              PIC X.
              02 CAM-UMBRAL             PIC 9(9)V99.
              02 CAM-NUM-OPS            PIC 9(3).
              02 CAM-FECHA-DESDE        PIC 9(8).
              02 CAM-FECHA-HASTA        PIC 9(8).
              02 CAM-ACTIVA             PIC X.

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
              02 MOV-SUBTIPO-OP         PIC XX.

       *> FD HISTMOVFILE: historico mensual de ARCHIVARMOVS, con el
       *> mismo registro que MOVS.DAT
       FD HISTMOVFILE.
       01 REG-MOV-HIST.
              02 HMOV-CLAVE.
                 03 HMOV-ID             PIC X(24).
                 03 HMOV-SEC            PIC 9(6).
              02 HMOV-FECHA-HORA-COMP   PIC 9(14).
              02 HMOV-CONCEPTO          PIC X(40).
              02 HMOV-CANTIDAD          PIC --------9.99.
              02 HMOV-CUENTA-DESTINO    PIC X(24).
              02 HMOV-SALDO             PIC S9(9)V99.
              02 HMOV-FECHA             PIC X(10).
              02 HMOV-HORA              PIC X(8).
              02 HMOV-IMPORTE           PIC S9(9)V99.
              02 HMOV-TERMINAL          PIC X(4).
              02 HMOV-FECHA-NEGOCIO     PIC 9(8).
              02 HMOV-TIPO-OP           PIC XX.
              02 HMOV-SUBTIPO-OP        PIC XX.

       FD RETENCIONFILE.
       01 REG-RETENCION.
              02 RETENCION-ANOS         PIC 99.

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD STAFFFILE.
        01 REG-STAFF.
          02 STAFF-ID               PIC X(8).
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

       FD PERMISOSFILE.
        01 REG-PERMISO.
          02 PRM-CLAVE.
            03 PRM-STAFF-ID         PIC X(8).
            03 PRM-PROGRAMA         PIC X(20).
          02 PRM-PERMITIDO          PIC X.

       FD AUDITORIAFILE.
        01 REG-AUDITORIA.
          02 AUD-STAFF-ID           PIC X(8).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-PROGRAMA           PIC X(20).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-OPERACION          PIC X(10).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-FICHERO            PIC X(12).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-CLAVE              PIC X(24).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 AUD-FECHA.
             03 DDA                 PIC 99.
             03 FILLER              PIC X.
             03 MMA                 PIC 99.
             03 FILLER              PIC X.
             03 AAA                 PIC 9999.
          02 AUD-HORA.
             03 HHA                 PIC 99.
             03 FILLER              PIC X.
             03 MIA                 PIC 99.
             03 FILLER              PIC X.
             03 SSA                 PIC 99.

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
              77 FSSA                  PIC XX.
              77 FSEX                  PIC XX.
              77 FSPE                  PIC XX.
              77 FSU                   PIC XX.
              77 FSS                   PIC XX.
              77 FSL                   PIC XX.
              77 FSPRF                 PIC XX.
              77 FSAL                  PIC XX.
              77 FSB                   PIC XX.
              77 FSN                   PIC XX.
              77 FSJR                  PIC XX.
              77 FSRCA                 PIC XX.
              77 FSCAM                 PIC XX.
              77 FSM                   PIC XX.
              77 FSAH                  PIC XX.
              77 FSRT                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 FSAUD                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 ANOS-RETENCION-WS     PIC 99 VALUE 6.
              77 NOMBRE-EXPORT-WS      PIC X(40).
              77 NOMBRE-HISTORICO-WS   PIC X(20).
              77 REF-FICHERO-WS        PIC X(15).
              77 PERSONA-HALLADA-WS    PIC X(2).
              77 TARJETA-PERSONA-WS    PIC X(2).
              77 ID-YA-ESTA-WS         PIC X(2).
              77 ES-PROPIO-WS          PIC X(2).
              77 ID-NUEVO-WS           PIC X(24).
              77 MOVS-NUEVO-WS         PIC X.
              77 ID-BUSCADO-WS         PIC X(24).
              77 TARJ-TRABAJO-WS       PIC 9(10).
              77 T                     PIC 9.
              77 M                     PIC 9.
              77 K                     PIC 99.
              77 I-MASC                PIC 99.
              77 P-MASC                PIC 99.
              77 LIM-MASC              PIC 99.
              77 NUM-LINEAS-CAT-WS     PIC 9(7).
              77 NUM-LINEAS-SAC-WS     PIC 9(7).
              77 LINEAS-PANTALLA-WS    PIC 99.
              77 MES-ACTUAL-WS         PIC 9(6).
              77 MES-FIN-WS            PIC 9(6).
              77 ANO-MES-WS            PIC 9(4).
              77 NUM-MES-WS            PIC 99.
              77 DIAS-RESTANTES-WS     PIC S9(5).
              77 IMPORTE-EDIT-WS       PIC ----------9.99.
              77 LIMITE-EDIT-WS        PIC Z(6)9.99.
              77 PUNTOS-EDIT-WS        PIC Z(6)9.

              01 DATOS-LOGIN-STAFF.
                 02  STAFF-ID-INTENTO      PIC X(8).
                 02  STAFF-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-STAFF    PIC 9 VALUE 0.
                 02  STAFF-LOGIN-OK        PIC X VALUE "N".

       *> Campos de trabajo del cifrado de claves: los ficheros ya no
       *> guardan la clave en claro sino su transformado de un solo
       *> sentido; el acceso compara la clave tecleada transformada
       *> contra lo almacenado
              01 CIFRADO-CLAVE.
                 02  CLAVE-EN-CLARO-WS     PIC 9(4).
                 02  CLAVE-DIGITOS-WS REDEFINES CLAVE-EN-CLARO-WS.
                     03 CLAVE-DIG-WS       PIC 9 OCCURS 4 TIMES.
                 02  CLAVE-CIFRADA-WS      PIC 9(4).
                 02  SUMA-CIFRADO-WS       PIC 9(9).
                 02  COCIENTE-CIFRADO-WS   PIC 9(9).

              01 DATOS-AUDITORIA.
                 02  AUD-PROGRAMA-WS       PIC X(20)
                     VALUE "EXPORTARDATOSPERSONA".
                 02  AUD-OPERACION-WS      PIC X(10).
                 02  AUD-FICHERO-WS        PIC X(12).
                 02  AUD-CLAVE-WS          PIC X(24).

              01 FECHA-HORA-AUD.
                 02  AAUD                  PIC 9999.
                 02  MMUD                  PIC 99.
                 02  DDUD                  PIC 99.
                 02  HHUD                  PIC 99.
                 02  MIUD                  PIC 99.
                 02  SSUD                  PIC 99.
                 02  FILLER                PIC X(9).

       *> Fecha limite de respuesta: un mes natural sobre la fecha de
       *> recepcion (el dia se recorta al ultimo del mes si no existe)
              01 FECHA-MES-WS.
                 02 AA-MES-WS              PIC 9999.
                 02 MM-MES-WS              PIC 99.
                 02 DD-MES-WS              PIC 99.
              01 FECHA-MES-NUM-WS REDEFINES FECHA-MES-WS PIC 9(8).

       *> Fechas AAAAMMDD de los ficheros puestas como dd/mm/aaaa en
       *> la copia, o "no consta" si vienen a cero
              01 FECHA-AUX-WS              PIC 9(8).
              01 FECHA-AUX-PARTES REDEFINES FECHA-AUX-WS.
                 02 FA-AA                  PIC 9999.
                 02 FA-MM                  PIC 99.
                 02 FA-DD                  PIC 99.
              01 FECHA-TEXTO-F.
                 02 FT-DD                  PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 FT-MM                  PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 FT-AA                  PIC 9999.
              01 FECHA-TEXTO-WS            PIC X(10).

              01 DATOS-ALTA-SAC.
                 02 REF-SAC-WS             PIC X(15).
                 02 DNI-SAC-WS             PIC X(9).
                 02 NOMBRE-SAC-WS          PIC X(30).
              01 FECHA-RECEPCION-SAC-WS    PIC 9(8).
              01 FECHA-LIMITE-SAC-WS       PIC 9(8).

       *> Tarjetas de la persona, copiadas de PERSONAS.DAT al
       *> empezar la exportacion
              01 TARJETAS-PERSONA-SAC.
                 02 NUM-TARJ-PER-WS        PIC 9.
                 02 TARJ-PER-WS OCCURS 5 TIMES PIC 9(10).

       *> Identificadores de apunte de la persona: sus tarjetas (los
       *> apuntes de red ajena van a la tarjeta) y las cuentas de las
       *> que es titular, cuyos movimientos se exportan (marca S), y
       *> las cuentas compartidas a las que accede con una secundaria,
       *> que son suyas a efectos de no enmascararlas pero cuyos
       *> movimientos son del titular de la cuenta (marca N)
              01 TABLA-IDS-SAC.
                 02 NUM-IDS-SAC            PIC 99.
                 02 ID-SAC OCCURS 25 TIMES.
                    03 IDS-CUENTA          PIC X(24).
                    03 IDS-MOVS            PIC X.

       *> Campo de trabajo del enmascarado de datos de terceros
              01 MASCARA-WS                PIC X(40).

              01 CONCEPTO-SAC-WS           PIC X(40).
              01 TIPO-OP-SAC-WS            PIC XX.
              01 SUBTIPO-OP-SAC-WS         PIC XX.

              01 MSJ-SAC                   PIC X(55) VALUE SPACES.
              01 TITULO-CATEGORIA-WS       PIC X(70).
              01 LINEA-EXPORT-WS           PIC X(132).

              01 LINEA-DATO-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LDS-ETIQUETA           PIC X(30).
                 02 LDS-VALOR              PIC X(98).

              01 LINEA-CUENTA-SAC.
                 02 FILLER                 PIC X(6) VALUE SPACES.
                 02 LCS-CUENTA             PIC X(24).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LCS-MONEDA             PIC X(3).
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LCS-SALDO              PIC ----------9.99.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LCS-DESCUBIERTO        PIC Z(6)9.99.
                 02 FILLER                 PIC X(2) VALUE SPACES.
                 02 LCS-INTERES            PIC 9.9999.
                 02 FILLER                 PIC X(61) VALUE SPACES.

              01 LINEA-ALERTA-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LAS-TARJETA            PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LAS-CUENTA             PIC X(24).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LAS-TIPO               PIC X(33).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LAS-UMBRAL             PIC Z(8)9.99.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LAS-ALTA               PIC X(10).
                 02 FILLER                 PIC X(35) VALUE SPACES.

              01 LINEA-BENEF-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LBS-TARJETA            PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LBS-SEC                PIC Z9.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LBS-CUENTA             PIC X(24).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LBS-TITULAR            PIC X(20).
                 02 FILLER                 PIC X(69) VALUE SPACES.

              01 LINEA-NOTIF-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LNS-FECHA              PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LNS-HORA               PIC X(8).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LNS-TARJETA            PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LNS-TIPO               PIC X(20).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LNS-DETALLE            PIC X(60).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LNS-ESTADO             PIC X(10).
                 02 FILLER                 PIC X(5) VALUE SPACES.

              01 LINEA-JRN-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LJS-FECHA              PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LJS-HORA               PIC X(8).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LJS-TARJETA            PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LJS-EVENTO             PIC X(12).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LJS-DETALLE            PIC X(40).
                 02 FILLER                 PIC X(44) VALUE SPACES.

              01 LINEA-CAMP-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LCA-FECHA              PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LCA-TARJETA            PIC 9(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LCA-CAMPANA            PIC 9(3).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LCA-RESULTADO          PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LCA-TEXTO              PIC X(60).
                 02 FILLER                 PIC X(31) VALUE SPACES.

              01 LINEA-MOV-SAC.
                 02 FILLER                 PIC X(4) VALUE SPACES.
                 02 LMS-CUENTA             PIC X(24).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LMS-FECHA              PIC X(10).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LMS-HORA               PIC X(8).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LMS-CONCEPTO           PIC X(40).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LMS-IMPORTE            PIC ---------9.99.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LMS-CONTRAPARTE        PIC X(24).
                 02 FILLER                 PIC X(4) VALUE SPACES.

              01 LINEA-SAC.
                 02 LS-REFERENCIA          PIC X(15).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-ESTADO              PIC X.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-DNI                 PIC X(9).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-RECEPCION           PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-LIMITE              PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-DIAS                PIC ----9.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-COMPLETADA          PIC 9(8) BLANK WHEN ZERO.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-LINEAS              PIC ZZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACE.
                 02 LS-AVISO               PIC X(11).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
            02 BLANK SCREEN.

       01  PANTALLA-LOGIN-STAFF.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---ACCESO DE PERSONAL---".
           02 LINE 6   COL 19  VALUE "ID EMPLEADO: ".
           02 LINE 6   COL 32  PIC X(8) USING STAFF-ID-INTENTO UNDERLINE.
           02 LINE 8   COL 19  VALUE "CLAVE: ".
           02 LINE 8   COL 32  PIC 9(4) USING STAFF-CLAVE-INTENTO
               SECURE BLANK WHEN ZERO.

       01 PANTALLA-MENU-SAC.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE
               "---SOLICITUDES DE ACCESO A DATOS PERSONALES---".
           02 LINE 5  COL 19 VALUE "1 - Listar solicitudes".
           02 LINE 6  COL 19 VALUE "2 - Registrar una solicitud".
           02 LINE 7  COL 19 VALUE "3 - Atender una solicitud".
           02 LINE 8  COL 19 VALUE "4 - Salir".
           02 LINE 10 COL 19 VALUE "Opcion:".
           02 LINE 10 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-SAC.

       01 PANTALLA-ALTA-SAC.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---REGISTRAR UNA SOLICITUD---".
           02 LINE 5   COL 4   VALUE "REFERENCIA:".
           02 LINE 5   COL 34  PIC X(15) USING REF-SAC-WS UNDERLINE.
           02 LINE 7   COL 4   VALUE "DNI DEL INTERESADO:".
           02 LINE 7   COL 34  PIC X(9) USING DNI-SAC-WS UNDERLINE.
           02 LINE 9   COL 4   VALUE "RECEPCION (AAAAMMDD):".
           02 LINE 9   COL 34  PIC 9(8) USING FECHA-RECEPCION-SAC-WS
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 10  COL 6   VALUE
               "En blanco, la fecha de hoy".
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-SAC.
           02 LINE 22  COL 19  VALUE "ENTER - Registrar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-ATENDER-SAC.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---ATENDER UNA SOLICITUD---".
           02 LINE 6  COL 19 VALUE "REFERENCIA:".
           02 LINE 6  COL 31 PIC X(15) USING REF-SAC-WS UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-SAC.
           02 LINE 22 COL 19 VALUE "ENTER - Exportar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  PERFORM CARGAR-ANOS-RETENCION.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                  PERFORM COMPROBAR-PERMISO THRU FIN-COMPROBAR-PERMISO.
                  IF PERMISO-OK-WS NOT = "SI"
                    DISPLAY CLEAR-SCREEN
                    DISPLAY "Su usuario no esta autorizado en este programa."
                    MOVE "DENEGADO" TO AUD-OPERACION-WS
                    MOVE "PERMISOS.DAT" TO AUD-FICHERO-WS
                    MOVE STAFF-ID-INTENTO TO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA
                    STOP RUN.
                  MOVE SPACES TO MSJ-SAC.
                  PERFORM MOSTRAR-MENU THRU FIN-MOSTRAR-MENU
                      UNTIL OPCION = "4".
                  STOP RUN.

       *> Procedimiento login-staff, identico al de MANTENEESPEC
              LOGIN-STAFF.
                  OPEN INPUT STAFFFILE.
                  IF FSST = "35"
                    DISPLAY CLEAR-SCREEN
                    DISPLAY "No existe STAFF.DAT: de alta antes ningun empleado."
                    CLOSE STAFFFILE
                    GO TO FIN-LOGIN-STAFF.
                  CLOSE STAFFFILE.

                PEDIR-LOGIN-STAFF.
                  DISPLAY PANTALLA-LOGIN-STAFF.
                  ACCEPT PANTALLA-LOGIN-STAFF
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-LOGIN-STAFF.

                  MOVE STAFF-CLAVE-INTENTO TO CLAVE-EN-CLARO-WS.
                  PERFORM CIFRAR-CLAVE.
                  OPEN INPUT STAFFFILE.
                  MOVE STAFF-ID-INTENTO TO STAFF-ID.
                  READ STAFFFILE
                      INVALID KEY MOVE "N" TO STAFF-LOGIN-OK
                      NOT INVALID KEY
                          IF STAFF-CLAVE = CLAVE-CIFRADA-WS
                            MOVE "S" TO STAFF-LOGIN-OK
                          ELSE
                            MOVE "N" TO STAFF-LOGIN-OK.
                  CLOSE STAFFFILE.

                  IF STAFF-LOGIN-OK NOT = "S"
                    ADD 1 TO NUM-INTENTOS-STAFF
                    IF NUM-INTENTOS-STAFF >= 3
                      DISPLAY CLEAR-SCREEN
                      DISPLAY "Acceso denegado."
                      GO TO FIN-LOGIN-STAFF
                    ELSE
                      DISPLAY "ID o clave incorrectos, intentelo de nuevo."
                      GO TO PEDIR-LOGIN-STAFF.
              FIN-LOGIN-STAFF.
                  EXIT.

       *> Procedimiento comprobar-permiso: con el empleado ya
       *> identificado, consulta la matriz de permisos PERMISOS.DAT.
       *> Mientras PERMISOS.DAT no exista, cualquier empleado de
       *> STAFF.DAT sigue entrando como hasta ahora; en cuanto existe,
       *> hace falta un registro de este empleado y este programa con
       *> la marca "S"
              COMPROBAR-PERMISO.
                  MOVE "SI" TO PERMISO-OK-WS.
                  OPEN INPUT PERMISOSFILE.
                  IF FSPRM = "35"
                    CLOSE PERMISOSFILE
                    GO TO FIN-COMPROBAR-PERMISO.
                  MOVE STAFF-ID-INTENTO TO PRM-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO PRM-PROGRAMA.
                  READ PERMISOSFILE
                      INVALID KEY MOVE "NO" TO PERMISO-OK-WS
                      NOT INVALID KEY
                          IF PRM-PERMITIDO NOT = "S"
                            MOVE "NO" TO PERMISO-OK-WS.
                  CLOSE PERMISOSFILE.
              FIN-COMPROBAR-PERMISO.
                  EXIT.

       *> Procedimiento cifrar-clave: transformado de un solo sentido de
       *> la clave de 4 digitos depositada en CLAVE-EN-CLARO-WS, dejando
       *> el resultado en CLAVE-CIFRADA-WS. Varias claves distintas
       *> pueden compartir transformado, de ahi que del valor almacenado
       *> no pueda recuperarse la clave original
              CIFRAR-CLAVE.
                  COMPUTE SUMA-CIFRADO-WS =
                      (((CLAVE-DIG-WS(1) * CLAVE-DIG-WS(1))
                          + CLAVE-DIG-WS(1) + 1) * 523)
                    + (((CLAVE-DIG-WS(2) * CLAVE-DIG-WS(2))
                          + CLAVE-DIG-WS(2) + 1) * 719)
                    + (((CLAVE-DIG-WS(3) * CLAVE-DIG-WS(3))
                          + CLAVE-DIG-WS(3) + 1) * 881)
                    + (((CLAVE-DIG-WS(4) * CLAVE-DIG-WS(4))
                          + CLAVE-DIG-WS(4) + 1) * 997)
                    + 2741.
                  DIVIDE SUMA-CIFRADO-WS BY 10000
                      GIVING COCIENTE-CIFRADO-WS
                      REMAINDER CLAVE-CIFRADA-WS.

              GUARDAR-AUDITORIA.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE DDUD TO DDA.
                  MOVE MMUD TO MMA.
                  MOVE AAUD TO AAA.
                  MOVE HHUD TO HHA.
                  MOVE MIUD TO MIA.
                  MOVE SSUD TO SSA.
                  MOVE STAFF-ID-INTENTO TO AUD-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO AUD-PROGRAMA.
                  MOVE AUD-OPERACION-WS TO AUD-OPERACION.
                  MOVE AUD-FICHERO-WS TO AUD-FICHERO.
                  MOVE AUD-CLAVE-WS TO AUD-CLAVE.
                  OPEN EXTEND AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    OPEN OUTPUT AUDITORIAFILE.
                  WRITE REG-AUDITORIA.
                  CLOSE AUDITORIAFILE.

       *> Procedimiento cargar-fecha-negocio: las solicitudes se fechan
       *> con la fecha de negocio vigente; sin FECHA-NEGOCIO.DAT se usa
       *> la fecha del calendario
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

       *> Los historicos de movimientos se buscan hacia atras tantos
       *> anos como el plazo legal de retencion de PURGARDATOSPERSONALES
              CARGAR-ANOS-RETENCION.
                  OPEN INPUT RETENCIONFILE.
                  IF FSRT = "35"
                    CONTINUE
                  ELSE
                    READ RETENCIONFILE
                      AT END CONTINUE
                      NOT AT END
                        IF RETENCION-ANOS > 0
                          MOVE RETENCION-ANOS TO ANOS-RETENCION-WS.
                  CLOSE RETENCIONFILE.

              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-SAC.
                  ACCEPT PANTALLA-MENU-SAC
                      IF COB-CRT-STATUS = 1009
                        MOVE "4" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-SAC.
                  IF OPCION = "1"
                    PERFORM LISTAR-SOLICITUDES THRU FIN-LISTAR-SOLICITUDES
                  ELSE
                    IF OPCION = "2"
                      PERFORM ALTA-SOLICITUD THRU FIN-ALTA-SOLICITUD
                    ELSE
                      IF OPCION = "3"
                        PERFORM ATENDER-SOLICITUD
                            THRU FIN-ATENDER-SOLICITUD
                      ELSE
                        IF OPCION NOT = "4"
                          MOVE "Opcion no valida" TO MSJ-SAC.
              FIN-MOSTRAR-MENU.
                  EXIT.

       *> Lista las solicitudes con los dias que quedan hasta la fecha
       *> limite de las pendientes; las vencidas sin atender se marcan
       *> FUERA PLAZO y las atendidas despues del limite RESP. TARDE
              LISTAR-SOLICITUDES.
                  MOVE 0 TO LINEAS-PANTALLA-WS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Referencia      E DNI       Recepcion Limite    "
                   " Dias Atendida  Lineas Aviso".
                  OPEN INPUT SOLICITUDESFILE.
                  IF FSSA = "35"
                    DISPLAY "No hay ninguna solicitud registrada."
                    CLOSE SOLICITUDESFILE
                    GO TO ESPERAR-LISTAR-SOLICITUDES.

                LEER-LISTAR-SOLICITUD.
                  READ SOLICITUDESFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-SOLICITUDES.
                  MOVE SAC-REFERENCIA TO LS-REFERENCIA.
                  MOVE SAC-ESTADO TO LS-ESTADO.
                  MOVE SAC-DNI TO LS-DNI.
                  MOVE SAC-FECHA-RECEPCION TO LS-RECEPCION.
                  MOVE SAC-FECHA-LIMITE TO LS-LIMITE.
                  MOVE SAC-FECHA-COMPLETADA TO LS-COMPLETADA.
                  MOVE SAC-NUM-LINEAS TO LS-LINEAS.
                  MOVE SPACES TO LS-AVISO.
                  IF NOT SAC-PENDIENTE
                    MOVE 0 TO LS-DIAS
                    IF SAC-FECHA-COMPLETADA > SAC-FECHA-LIMITE
                      MOVE "RESP. TARDE" TO LS-AVISO
                    END-IF
                  ELSE
                    COMPUTE DIAS-RESTANTES-WS =
                        FUNCTION INTEGER-OF-DATE(SAC-FECHA-LIMITE)
                      - FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                    MOVE DIAS-RESTANTES-WS TO LS-DIAS
                    IF DIAS-RESTANTES-WS < 0
                      MOVE "FUERA PLAZO" TO LS-AVISO.
                  DISPLAY LINEA-SAC.
                  ADD 1 TO LINEAS-PANTALLA-WS.
                  IF LINEAS-PANTALLA-WS >= 18
                    MOVE 0 TO LINEAS-PANTALLA-WS
                    DISPLAY "Pulse Intro para seguir..."
                    ACCEPT TECLA-PAUSA.
                  GO TO LEER-LISTAR-SOLICITUD.

                CERRAR-LISTAR-SOLICITUDES.
                  CLOSE SOLICITUDESFILE.

                ESPERAR-LISTAR-SOLICITUDES.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-SOLICITUDES.
                  EXIT.

       *> Registra una solicitud nueva con su fecha limite. El DNI no
       *> tiene por que ser de un cliente: a quien no lo es tambien
       *> hay que contestarle, aunque sea que no consta nada suyo
              ALTA-SOLICITUD.
                  MOVE SPACES TO DATOS-ALTA-SAC.
                  MOVE 0 TO FECHA-RECEPCION-SAC-WS.

                PEDIR-ALTA-SOLICITUD.
                  DISPLAY PANTALLA-ALTA-SAC.
                  ACCEPT PANTALLA-ALTA-SAC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-SOLICITUD.
                  PERFORM VALIDAR-ALTA-SOLICITUD
                      THRU FIN-VALIDAR-ALTA-SOLICITUD.
                  IF MSJ-SAC NOT = SPACES
                    GO TO PEDIR-ALTA-SOLICITUD.

                  PERFORM CALCULAR-FECHA-LIMITE
                      THRU FIN-CALCULAR-FECHA-LIMITE.
                  MOVE SPACES TO NOMBRE-SAC-WS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE NOT = "35"
                    MOVE DNI-SAC-WS TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          MOVE PER-NOMBRE TO NOMBRE-SAC-WS.
                  CLOSE PERSONASFILE.

                  OPEN I-O SOLICITUDESFILE.
                  IF FSSA = "35"
                    CLOSE SOLICITUDESFILE
                    OPEN OUTPUT SOLICITUDESFILE
                    CLOSE SOLICITUDESFILE
                    OPEN I-O SOLICITUDESFILE.
                  MOVE REF-SAC-WS TO SAC-REFERENCIA.
                  MOVE DNI-SAC-WS TO SAC-DNI.
                  MOVE NOMBRE-SAC-WS TO SAC-NOMBRE.
                  MOVE FECHA-RECEPCION-SAC-WS TO SAC-FECHA-RECEPCION.
                  MOVE FECHA-LIMITE-SAC-WS TO SAC-FECHA-LIMITE.
                  MOVE 0 TO SAC-FECHA-COMPLETADA.
                  MOVE "P" TO SAC-ESTADO.
                  MOVE STAFF-ID-INTENTO TO SAC-GESTOR-ALTA.
                  MOVE SPACES TO SAC-GESTOR-ATIENDE.
                  MOVE 0 TO SAC-NUM-LINEAS.
                  MOVE SPACES TO SAC-FICHERO.
                  WRITE REG-SOLICITUD-ACCESO
                      INVALID KEY
                        CLOSE SOLICITUDESFILE
                        MOVE "Ya existe una solicitud con esa referencia"
                            TO MSJ-SAC
                        GO TO PEDIR-ALTA-SOLICITUD.
                  CLOSE SOLICITUDESFILE.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "SOLIC-ACCESO" TO AUD-FICHERO-WS.
                  MOVE REF-SAC-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE SPACES TO MSJ-SAC.
                  STRING "Solicitud registrada, responder antes del "
                         FECHA-LIMITE-SAC-WS
                      DELIMITED BY SIZE INTO MSJ-SAC.
              FIN-ALTA-SOLICITUD.
                  EXIT.

              VALIDAR-ALTA-SOLICITUD.
                  MOVE SPACES TO MSJ-SAC.
                  INSPECT REF-SAC-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DNI-SAC-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  IF REF-SAC-WS = SPACES
                    MOVE "Anote la referencia de la solicitud" TO MSJ-SAC
                    GO TO FIN-VALIDAR-ALTA-SOLICITUD.
                  IF DNI-SAC-WS = SPACES
                    MOVE "Anote el DNI del interesado" TO MSJ-SAC
                    GO TO FIN-VALIDAR-ALTA-SOLICITUD.
                  IF FECHA-RECEPCION-SAC-WS = 0
                    MOVE FECHA-NEGOCIO-WS TO FECHA-RECEPCION-SAC-WS.
                  IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-RECEPCION-SAC-WS)
                     NOT = 0
                    MOVE "Fecha de recepcion no valida" TO MSJ-SAC
                    GO TO FIN-VALIDAR-ALTA-SOLICITUD.
                  IF FECHA-RECEPCION-SAC-WS > FECHA-NEGOCIO-WS
                    MOVE "La recepcion no puede ser posterior a hoy"
                        TO MSJ-SAC.
              FIN-VALIDAR-ALTA-SOLICITUD.
                  EXIT.

       *> Fecha limite de respuesta en FECHA-LIMITE-SAC-WS: un mes
       *> natural desde la recepcion, como en GESTIONARQUEJAS
              CALCULAR-FECHA-LIMITE.
                  MOVE FECHA-RECEPCION-SAC-WS TO FECHA-MES-NUM-WS.
                  IF MM-MES-WS = 12
                    MOVE 1 TO MM-MES-WS
                    ADD 1 TO AA-MES-WS
                  ELSE
                    ADD 1 TO MM-MES-WS.

                RECORTAR-DIA-MES.
                  IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-MES-NUM-WS) NOT = 0
                    SUBTRACT 1 FROM DD-MES-WS
                    GO TO RECORTAR-DIA-MES.
                  MOVE FECHA-MES-NUM-WS TO FECHA-LIMITE-SAC-WS.
              FIN-CALCULAR-FECHA-LIMITE.
                  EXIT.

       *> Atiende una solicitud pendiente: genera la copia de los datos
       *> y la deja atendida con la fecha de hoy. Una solicitud ya
       *> atendida no se vuelve a exportar: su fichero ya se entrego
              ATENDER-SOLICITUD.
                  MOVE SPACES TO REF-SAC-WS.
                  DISPLAY PANTALLA-ATENDER-SAC.
                  ACCEPT PANTALLA-ATENDER-SAC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ATENDER-SOLICITUD.
                  INSPECT REF-SAC-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  OPEN I-O SOLICITUDESFILE.
                  IF FSSA = "35"
                    CLOSE SOLICITUDESFILE
                    MOVE "No hay ninguna solicitud registrada" TO MSJ-SAC
                    GO TO FIN-ATENDER-SOLICITUD.
                  MOVE REF-SAC-WS TO SAC-REFERENCIA.
                  READ SOLICITUDESFILE
                      INVALID KEY
                        CLOSE SOLICITUDESFILE
                        MOVE "No existe ninguna solicitud con esa referencia"
                            TO MSJ-SAC
                        GO TO FIN-ATENDER-SOLICITUD.
                  IF NOT SAC-PENDIENTE
                    CLOSE SOLICITUDESFILE
                    MOVE SPACES TO MSJ-SAC
                    STRING "Solicitud ya atendida el "
                           SAC-FECHA-COMPLETADA
                        DELIMITED BY SIZE INTO MSJ-SAC
                    GO TO FIN-ATENDER-SOLICITUD.

                  PERFORM GENERAR-EXPORTACION
                      THRU FIN-GENERAR-EXPORTACION.

                  MOVE FECHA-NEGOCIO-WS TO SAC-FECHA-COMPLETADA.
                  IF PERSONA-HALLADA-WS = "SI"
                    MOVE "C" TO SAC-ESTADO
                  ELSE
                    MOVE "N" TO SAC-ESTADO.
                  MOVE STAFF-ID-INTENTO TO SAC-GESTOR-ATIENDE.
                  MOVE NUM-LINEAS-SAC-WS TO SAC-NUM-LINEAS.
                  MOVE NOMBRE-EXPORT-WS TO SAC-FICHERO.
                  REWRITE REG-SOLICITUD-ACCESO.
                  CLOSE SOLICITUDESFILE.

                  MOVE "EXPORTAR" TO AUD-OPERACION-WS.
                  MOVE "SOLIC-ACCESO" TO AUD-FICHERO-WS.
                  MOVE REF-SAC-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE SPACES TO MSJ-SAC.
                  STRING "Exportado a " NOMBRE-EXPORT-WS
                      DELIMITED BY SIZE INTO MSJ-SAC.
              FIN-ATENDER-SOLICITUD.
                  EXIT.

       *> Copia de los datos de la persona en
       *> DATOS-PERSONALES-referencia.DAT, una categoria tras otra
              GENERAR-EXPORTACION.
                  MOVE 0 TO NUM-LINEAS-SAC-WS.
                  MOVE SAC-REFERENCIA TO REF-FICHERO-WS.
                  INSPECT REF-FICHERO-WS REPLACING ALL "/" BY "-"
                                                   ALL "\" BY "-".
                  MOVE SPACES TO NOMBRE-EXPORT-WS.
                  STRING "DATOS-PERSONALES-" DELIMITED BY SIZE
                         REF-FICHERO-WS DELIMITED BY SPACE
                         ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-EXPORT-WS.
                  OPEN OUTPUT EXPORTFILE.
                  PERFORM ESCRIBIR-CABECERA-EXPORT.

                  MOVE "NO" TO PERSONA-HALLADA-WS.
                  MOVE 0 TO NUM-TARJ-PER-WS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    GO TO SIN-DATOS-EXPORTACION.
                  MOVE SAC-DNI TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY MOVE SPACES TO PER-DNI.
                  IF PER-DNI = SAC-DNI
                    MOVE "SI" TO PERSONA-HALLADA-WS
                    MOVE PER-NUM-TARJETAS TO NUM-TARJ-PER-WS
                    MOVE 1 TO T
                    PERFORM COPIAR-TARJETA-PERSONA UNTIL T > 5
                    PERFORM EXPORTAR-PERSONA.
                  CLOSE PERSONASFILE.
                  IF PERSONA-HALLADA-WS = "SI"
                    GO TO EXPORTAR-CATEGORIAS.

                SIN-DATOS-EXPORTACION.
                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE "  No consta ningun dato personal asociado a este DNI."
                      TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  GO TO CERRAR-EXPORTACION.

                EXPORTAR-CATEGORIAS.
                  PERFORM CARGAR-IDS-PERSONA.
                  PERFORM EXPORTAR-TARJETAS THRU FIN-EXPORTAR-TARJETAS.
                  PERFORM EXPORTAR-ACCESOS THRU FIN-EXPORTAR-ACCESOS.
                  PERFORM EXPORTAR-PREFERENCIAS
                      THRU FIN-EXPORTAR-PREFERENCIAS.
                  PERFORM EXPORTAR-ALERTAS THRU FIN-EXPORTAR-ALERTAS.
                  PERFORM EXPORTAR-BENEFICIARIOS
                      THRU FIN-EXPORTAR-BENEFICIARIOS.
                  PERFORM EXPORTAR-NOTIFICACIONES
                      THRU FIN-EXPORTAR-NOTIFICACIONES.
                  PERFORM EXPORTAR-DIARIO THRU FIN-EXPORTAR-DIARIO.
                  PERFORM EXPORTAR-CAMPANAS THRU FIN-EXPORTAR-CAMPANAS.
                  PERFORM EXPORTAR-MOVIMIENTOS
                      THRU FIN-EXPORTAR-MOVIMIENTOS.

                CERRAR-EXPORTACION.
                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE SPACES TO LINEA-EXPORT-WS.
                  STRING "  FIN DE LA COPIA: " NUM-LINEAS-SAC-WS
                         " lineas de datos"
                      DELIMITED BY SIZE INTO LINEA-EXPORT-WS.
                  WRITE REG-EXPORT FROM LINEA-EXPORT-WS.
                  CLOSE EXPORTFILE.
              FIN-GENERAR-EXPORTACION.
                  EXIT.

              COPIAR-TARJETA-PERSONA.
                  MOVE PER-TARJETA(T) TO TARJ-PER-WS(T).
                  ADD 1 TO T.

              ESCRIBIR-CABECERA-EXPORT.
                  MOVE "  COPIA DE LOS DATOS PERSONALES DEL INTERESADO"
                      TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE SPACES TO REG-EXPORT.
                  MOVE ALL "=" TO REG-EXPORT(3:70).
                  WRITE REG-EXPORT.
                  MOVE "Referencia de la solicitud" TO LDS-ETIQUETA.
                  MOVE SAC-REFERENCIA TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE "DNI del interesado" TO LDS-ETIQUETA.
                  MOVE SAC-DNI TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE "Fecha de recepcion" TO LDS-ETIQUETA.
                  MOVE SAC-FECHA-RECEPCION TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE "Fecha limite de respuesta" TO LDS-ETIQUETA.
                  MOVE SAC-FECHA-LIMITE TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE "Fecha de la copia" TO LDS-ETIQUETA.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE "Preparada por (empleado)" TO LDS-ETIQUETA.
                  MOVE STAFF-ID-INTENTO TO LDS-VALOR.
                  PERFORM ESCRIBIR-CABECERA-DATO.
                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE "  Los datos de terceros que figuran en sus registros"
                      TO REG-EXPORT.
                  MOVE "(la otra parte de una transferencia o de un pago,"
                      TO REG-EXPORT(55:).
                  WRITE REG-EXPORT.
                  MOVE "  el pagador de un ingreso, sus beneficiarios,"
                      TO REG-EXPORT.
                  MOVE "el titular de una cuenta compartida o el tutor)"
                      TO REG-EXPORT(49:).
                  WRITE REG-EXPORT.
                  MOVE "  aparecen enmascarados. El PIN y la respuesta de"
                      TO REG-EXPORT.
                  MOVE "seguridad no se reproducen." TO REG-EXPORT(52:).
                  WRITE REG-EXPORT.

       *> Lineas de la cabecera: no cuentan como lineas de datos
              ESCRIBIR-CABECERA-DATO.
                  WRITE REG-EXPORT FROM LINEA-DATO-SAC.
                  MOVE SPACES TO LDS-ETIQUETA.
                  MOVE SPACES TO LDS-VALOR.

       *> Titulo de cada categoria de la copia
              ESCRIBIR-TITULO-CATEGORIA.
                  MOVE 0 TO NUM-LINEAS-CAT-WS.
                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE SPACES TO REG-EXPORT.
                  MOVE TITULO-CATEGORIA-WS TO REG-EXPORT(3:70).
                  WRITE REG-EXPORT.
                  MOVE SPACES TO REG-EXPORT.
                  MOVE ALL "-" TO REG-EXPORT(3:70).
                  WRITE REG-EXPORT.

              ESCRIBIR-SIN-DATOS-CATEGORIA.
                  IF NUM-LINEAS-CAT-WS = 0
                    MOVE "    Sin datos en esta categoria" TO REG-EXPORT
                    WRITE REG-EXPORT.

       *> Una linea de datos ya formada en LINEA-EXPORT-WS
              ESCRIBIR-LINEA-DATOS.
                  WRITE REG-EXPORT FROM LINEA-EXPORT-WS.
                  ADD 1 TO NUM-LINEAS-CAT-WS.
                  ADD 1 TO NUM-LINEAS-SAC-WS.

       *> Una linea "etiqueta: valor" ya depositada en LINEA-DATO-SAC
              ESCRIBIR-DATO.
                  MOVE LINEA-DATO-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  MOVE SPACES TO LDS-ETIQUETA.
                  MOVE SPACES TO LDS-VALOR.

              FORMATEAR-FECHA.
                  IF FECHA-AUX-WS = 0
                    MOVE "no consta" TO FECHA-TEXTO-WS
                  ELSE
                    MOVE FA-DD TO FT-DD
                    MOVE FA-MM TO FT-MM
                    MOVE FA-AA TO FT-AA
                    MOVE FECHA-TEXTO-F TO FECHA-TEXTO-WS.

       *> Datos identificativos, de contacto, fiscales y de diligencia
       *> debida de PERSONAS.DAT, con el registro recien leido
              EXPORTAR-PERSONA.
                  MOVE "1. DATOS IDENTIFICATIVOS Y DE CONTACTO (PERSONAS.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  MOVE "Nombre y apellidos" TO LDS-ETIQUETA.
                  MOVE PER-NOMBRE TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "DNI" TO LDS-ETIQUETA.
                  MOVE PER-DNI TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Fecha de nacimiento" TO LDS-ETIQUETA.
                  MOVE PER-FECHA-NACIMIENTO TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Nacionalidad" TO LDS-ETIQUETA.
                  MOVE PER-NACIONALIDAD TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Documento de identidad" TO LDS-ETIQUETA.
                  IF PER-TIPO-DOCUMENTO = "D"
                    STRING "DNI " PER-NUM-DOCUMENTO
                        DELIMITED BY SIZE INTO LDS-VALOR
                  ELSE
                    IF PER-TIPO-DOCUMENTO = "N"
                      STRING "NIE " PER-NUM-DOCUMENTO
                          DELIMITED BY SIZE INTO LDS-VALOR
                    ELSE
                      IF PER-TIPO-DOCUMENTO = "P"
                        STRING "Pasaporte " PER-NUM-DOCUMENTO
                            DELIMITED BY SIZE INTO LDS-VALOR
                      ELSE
                        MOVE PER-NUM-DOCUMENTO TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Caducidad del documento" TO LDS-ETIQUETA.
                  MOVE PER-FECHA-CAD-DOCUMENTO TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Direccion postal" TO LDS-ETIQUETA.
                  STRING PER-DIR-VIA " " PER-DIR-NUMERO " " PER-DIR-PISO
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Codigo postal y municipio" TO LDS-ETIQUETA.
                  STRING PER-DIR-CP " " PER-DIR-MUNICIPIO
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Provincia y pais" TO LDS-ETIQUETA.
                  STRING PER-DIR-PROVINCIA " " PER-DIR-PAIS
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Estado de la direccion" TO LDS-ETIQUETA.
                  MOVE PER-DIR-FECHA-ESTADO TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  IF PER-DIR-ESTADO = "V"
                    STRING "Validada, desde " FECHA-TEXTO-WS
                        DELIMITED BY SIZE INTO LDS-VALOR
                  ELSE
                    IF PER-DIR-ESTADO = "D"
                      STRING "Devuelta por correos, desde " FECHA-TEXTO-WS
                          DELIMITED BY SIZE INTO LDS-VALOR
                    ELSE
                      STRING "Pendiente de completar, desde "
                             FECHA-TEXTO-WS
                          DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Residencia fiscal" TO LDS-ETIQUETA.
                  MOVE PER-RESIDENCIA-FISCAL TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "NIF extranjero" TO LDS-ETIQUETA.
                  MOVE PER-NIF-EXTRANJERO TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Ciudadano de EEUU" TO LDS-ETIQUETA.
                  MOVE PER-CIUDADANO-EEUU TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Autocertificacion fiscal" TO LDS-ETIQUETA.
                  MOVE PER-FECHA-AUTOCERT TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Menor de edad" TO LDS-ETIQUETA.
                  MOVE PER-MENOR TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  IF PER-DNI-TUTOR NOT = SPACES
                    MOVE "DNI del tutor legal" TO LDS-ETIQUETA
                    MOVE SPACES TO MASCARA-WS
                    MOVE PER-DNI-TUTOR TO MASCARA-WS
                    PERFORM ENMASCARAR-IDENTIFICADOR
                    MOVE MASCARA-WS TO LDS-VALOR
                    PERFORM ESCRIBIR-DATO.
                  MOVE "Nivel de riesgo (KYC)" TO LDS-ETIQUETA.
                  MOVE PER-FECHA-RIESGO TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  STRING PER-NIVEL-RIESGO " (" PER-PUNTOS-RIESGO
                         " puntos), calculado el " FECHA-TEXTO-WS
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Ultima revision KYC" TO LDS-ETIQUETA.
                  MOVE PER-FECHA-ULT-REVISION TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Restringida por documento" TO LDS-ETIQUETA.
                  MOVE PER-RESTRINGIDO-DOC TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.

       *> Identificadores de apunte de la persona, ver TABLA-IDS-SAC
              CARGAR-IDS-PERSONA.
                  MOVE 0 TO NUM-IDS-SAC.
                  MOVE 1 TO T.
                  PERFORM CARGAR-IDS-TARJETA THRU FIN-CARGAR-IDS-TARJETA
                      UNTIL T > NUM-TARJ-PER-WS.

              CARGAR-IDS-TARJETA.
                  MOVE SPACES TO ID-NUEVO-WS.
                  MOVE TARJ-PER-WS(T) TO ID-NUEVO-WS.
                  MOVE "S" TO MOVS-NUEVO-WS.
                  PERFORM ANADIR-ID-SAC.
                  OPEN INPUT USERFILE.
                  MOVE TARJ-PER-WS(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO CARGAR-IDS-SECUNDARIA.
                  CLOSE USERFILE.
                  MOVE 1 TO M.
                  PERFORM CARGAR-ID-CUENTA UNTIL M > 3.
                  GO TO SIGUIENTE-TARJETA-IDS.

                CARGAR-IDS-SECUNDARIA.
                  OPEN INPUT SECUNDFILE.
                  MOVE TARJ-PER-WS(T) TO SECUND-TARJ.
                  READ SECUNDFILE
                      INVALID KEY
                        CLOSE SECUNDFILE
                        GO TO SIGUIENTE-TARJETA-IDS.
                  CLOSE SECUNDFILE.
                  MOVE SECUND-CUENTA-TITULAR TO ID-NUEVO-WS.
                  MOVE "N" TO MOVS-NUEVO-WS.
                  PERFORM ANADIR-ID-SAC.

                SIGUIENTE-TARJETA-IDS.
                  ADD 1 TO T.
              FIN-CARGAR-IDS-TARJETA.
                  EXIT.

              CARGAR-ID-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES
                    MOVE USER-NUM-CUENTA(M) TO ID-NUEVO-WS
                    MOVE "S" TO MOVS-NUEVO-WS
                    PERFORM ANADIR-ID-SAC.
                  ADD 1 TO M.

       *> Anade ID-NUEVO-WS a la tabla si no estaba; una cuenta que ya
       *> estaba como compartida pasa a exportar movimientos si la
       *> persona resulta ser tambien su titular
              ANADIR-ID-SAC.
                  MOVE ID-NUEVO-WS TO ID-BUSCADO-WS.
                  PERFORM COMPROBAR-ID-PROPIO.
                  IF ES-PROPIO-WS = "SI"
                    IF MOVS-NUEVO-WS = "S"
                      MOVE "S" TO IDS-MOVS(K)
                    END-IF
                  ELSE
                    IF NUM-IDS-SAC < 25
                      ADD 1 TO NUM-IDS-SAC
                      MOVE ID-NUEVO-WS TO IDS-CUENTA(NUM-IDS-SAC)
                      MOVE MOVS-NUEVO-WS TO IDS-MOVS(NUM-IDS-SAC).

       *> Deja ES-PROPIO-WS a SI, y K en su posicion, si ID-BUSCADO-WS
       *> es una tarjeta o cuenta de la persona
              COMPROBAR-ID-PROPIO.
                  MOVE "NO" TO ES-PROPIO-WS.
                  MOVE 1 TO K.
                  PERFORM COMPARAR-ID-PROPIO
                      UNTIL K > NUM-IDS-SAC OR ES-PROPIO-WS = "SI".

              COMPARAR-ID-PROPIO.
                  IF IDS-CUENTA(K) = ID-BUSCADO-WS
                    MOVE "SI" TO ES-PROPIO-WS
                  ELSE
                    ADD 1 TO K.

       *> Deja TARJETA-PERSONA-WS a SI si TARJ-TRABAJO-WS es una de
       *> las tarjetas de la persona
              COMPROBAR-TARJETA-PERSONA.
                  MOVE "NO" TO TARJETA-PERSONA-WS.
                  MOVE 1 TO T.
                  PERFORM COMPARAR-TARJETA-PERSONA
                      UNTIL T > NUM-TARJ-PER-WS.

              COMPARAR-TARJETA-PERSONA.
                  IF TARJ-PER-WS(T) = TARJ-TRABAJO-WS
                    MOVE "SI" TO TARJETA-PERSONA-WS.
                  ADD 1 TO T.

       *> Tarjetas titulares con sus datos de cliente y sus cuentas, y
       *> tarjetas secundarias con la cuenta compartida a la que dan
       *> acceso
              EXPORTAR-TARJETAS.
                  MOVE "2. TARJETAS Y CUENTAS (USERS.DAT, SECUND.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-UNA-TARJETA THRU FIN-EXPORTAR-UNA-TARJETA
                      UNTIL T > NUM-TARJ-PER-WS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-TARJETAS.
                  EXIT.

              EXPORTAR-UNA-TARJETA.
                  OPEN INPUT USERFILE.
                  MOVE TARJ-PER-WS(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        GO TO EXPORTAR-TARJETA-SECUNDARIA.
                  CLOSE USERFILE.

                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE "Tarjeta" TO LDS-ETIQUETA.
                  STRING USER-TARJ " (titular)"
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Nombre en la tarjeta" TO LDS-ETIQUETA.
                  MOVE USER-NOM-APE TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "DNI en la tarjeta" TO LDS-ETIQUETA.
                  MOVE USER-DNI TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Telefono" TO LDS-ETIQUETA.
                  MOVE USER-TFNO TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Direccion en la tarjeta" TO LDS-ETIQUETA.
                  MOVE USER-DIRECCION TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Estado" TO LDS-ETIQUETA.
                  IF USER-BLOQUEADA = "S"
                    MOVE USER-BLOQUEO-AAAAMMDD TO FECHA-AUX-WS
                    PERFORM FORMATEAR-FECHA
                    STRING "Bloqueada desde el " FECHA-TEXTO-WS
                        DELIMITED BY SIZE INTO LDS-VALOR
                  ELSE
                    MOVE "Activa" TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Limite diario de reintegro" TO LDS-ETIQUETA.
                  MOVE USER-LIMITE-DIARIO TO LIMITE-EDIT-WS.
                  MOVE LIMITE-EDIT-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Pregunta de seguridad" TO LDS-ETIQUETA.
                  MOVE USER-PREGUNTA-SEG TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "PIN y respuesta de seguridad" TO LDS-ETIQUETA.
                  MOVE "Constan; no se reproducen por seguridad"
                      TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Fecha de emision" TO LDS-ETIQUETA.
                  MOVE USER-FECHA-EMISION TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Fecha de caducidad" TO LDS-ETIQUETA.
                  MOVE USER-FECHA-CADUCIDAD TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Puntos de fidelizacion" TO LDS-ETIQUETA.
                  MOVE USER-PUNTOS TO PUNTOS-EDIT-WS.
                  MOVE PUNTOS-EDIT-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Codigo de referido" TO LDS-ETIQUETA.
                  MOVE USER-COD-REFERIDO TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Productos contratados" TO LDS-ETIQUETA.
                  STRING USER-PRODUCTO(1) " " USER-PRODUCTO(2) " "
                         USER-PRODUCTO(3)
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "      Cuenta                    Mon          Saldo"
                      TO REG-EXPORT.
                  MOVE "Descubierto  Interes" TO REG-EXPORT(55:).
                  WRITE REG-EXPORT.
                  MOVE 1 TO M.
                  PERFORM EXPORTAR-UNA-CUENTA UNTIL M > 3.
                  GO TO SIGUIENTE-TARJETA-EXPORT.

                EXPORTAR-TARJETA-SECUNDARIA.
                  OPEN INPUT SECUNDFILE.
                  MOVE TARJ-PER-WS(T) TO SECUND-TARJ.
                  READ SECUNDFILE
                      INVALID KEY
                        CLOSE SECUNDFILE
                        GO TO SIGUIENTE-TARJETA-EXPORT.
                  CLOSE SECUNDFILE.
                  MOVE SPACES TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE "Tarjeta" TO LDS-ETIQUETA.
                  STRING SECUND-TARJ " (secundaria)"
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Tarjeta del titular" TO LDS-ETIQUETA.
                  MOVE SPACES TO MASCARA-WS.
                  MOVE SECUND-TARJ-TITULAR TO MASCARA-WS.
                  PERFORM ENMASCARAR-IDENTIFICADOR.
                  MOVE MASCARA-WS TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Cuenta compartida" TO LDS-ETIQUETA.
                  MOVE SECUND-CUENTA-TITULAR TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "Estado" TO LDS-ETIQUETA.
                  IF SECUND-BLOQUEADA = "S"
                    MOVE SECUND-BLOQUEO-AAAAMMDD TO FECHA-AUX-WS
                    PERFORM FORMATEAR-FECHA
                    STRING "Bloqueada desde el " FECHA-TEXTO-WS
                        DELIMITED BY SIZE INTO LDS-VALOR
                  ELSE
                    MOVE "Activa" TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  MOVE "PIN" TO LDS-ETIQUETA.
                  MOVE "Consta; no se reproduce por seguridad"
                      TO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.

                SIGUIENTE-TARJETA-EXPORT.
                  ADD 1 TO T.
              FIN-EXPORTAR-UNA-TARJETA.
                  EXIT.

              EXPORTAR-UNA-CUENTA.
                  IF USER-NUM-CUENTA(M) NOT = SPACES
                    MOVE USER-NUM-CUENTA(M) TO LCS-CUENTA
                    MOVE USER-MONEDA(M) TO LCS-MONEDA
                    MOVE USER-SALDO(M) TO LCS-SALDO
                    MOVE USER-LIMITE-DESCUBIERTO(M) TO LCS-DESCUBIERTO
                    MOVE USER-TIPO-INTERES(M) TO LCS-INTERES
                    MOVE LINEA-CUENTA-SAC TO LINEA-EXPORT-WS
                    PERFORM ESCRIBIR-LINEA-DATOS.
                  ADD 1 TO M.

       *> Intentos fallidos de clave pendientes en LOGIN.DAT
              EXPORTAR-ACCESOS.
                  MOVE "3. ACCESOS AL CAJERO (LOGIN.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT LOGINFILE.
                  IF FSL = "35"
                    CLOSE LOGINFILE
                    GO TO CERRAR-EXPORTAR-ACCESOS.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-UN-ACCESO UNTIL T > NUM-TARJ-PER-WS.
                  CLOSE LOGINFILE.

                CERRAR-EXPORTAR-ACCESOS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-ACCESOS.
                  EXIT.

              EXPORTAR-UN-ACCESO.
                  MOVE TARJ-PER-WS(T) TO LOGIN-TARJ.
                  READ LOGINFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        STRING "Tarjeta " LOGIN-TARJ
                            DELIMITED BY SIZE INTO LDS-ETIQUETA
                        STRING "Intentos fallidos de clave: "
                               LOGIN-NUM-INTENTOS
                            DELIMITED BY SIZE INTO LDS-VALOR
                        PERFORM ESCRIBIR-DATO.
                  ADD 1 TO T.

       *> Preferencias de contacto y de entrega de documentos
              EXPORTAR-PREFERENCIAS.
                  MOVE "4. PREFERENCIAS DE CONTACTO (PREFERENCIAS.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT PREFERENCIASFILE.
                  IF FSPRF = "35"
                    CLOSE PREFERENCIASFILE
                    GO TO CERRAR-EXPORTAR-PREFERENCIAS.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-UNA-PREFERENCIA
                      THRU FIN-EXPORTAR-UNA-PREFERENCIA
                      UNTIL T > NUM-TARJ-PER-WS.
                  CLOSE PREFERENCIASFILE.

                CERRAR-EXPORTAR-PREFERENCIAS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-PREFERENCIAS.
                  EXIT.

              EXPORTAR-UNA-PREFERENCIA.
                  MOVE TARJ-PER-WS(T) TO PRF-TARJ.
                  READ PREFERENCIASFILE
                      INVALID KEY GO TO SIGUIENTE-PREFERENCIA.
                  STRING "Tarjeta " PRF-TARJ
                      DELIMITED BY SIZE INTO LDS-ETIQUETA.
                  STRING "Recibo " PRF-RECIBO
                         " (P papel, F fichero), extracto " PRF-EXTRACTO
                         " (E electronico, P papel)"
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.
                  STRING "Avisos por " PRF-CANAL-AVISO
                         " (S SMS, E email), silencio de las "
                         PRF-SILENCIO-DESDE " a las " PRF-SILENCIO-HASTA
                         " h, idioma " PRF-IDIOMA
                      DELIMITED BY SIZE INTO LDS-VALOR.
                  PERFORM ESCRIBIR-DATO.

                SIGUIENTE-PREFERENCIA.
                  ADD 1 TO T.
              FIN-EXPORTAR-UNA-PREFERENCIA.
                  EXIT.

       *> Avisos suscritos por la persona sobre sus cuentas
              EXPORTAR-ALERTAS.
                  MOVE "5. AVISOS SUSCRITOS (ALERTAS.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT ALERTASFILE.
                  IF FSAL = "35"
                    CLOSE ALERTASFILE
                    GO TO CERRAR-EXPORTAR-ALERTAS.
                  MOVE "    Tarjeta    Cuenta                   Aviso"
                      TO REG-EXPORT.
                  MOVE "Umbral Alta" TO REG-EXPORT(90:).
                  WRITE REG-EXPORT.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-ALERTAS-TARJETA
                      THRU FIN-EXPORTAR-ALERTAS-TARJETA
                      UNTIL T > NUM-TARJ-PER-WS.
                  CLOSE ALERTASFILE.

                CERRAR-EXPORTAR-ALERTAS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-ALERTAS.
                  EXIT.

              EXPORTAR-ALERTAS-TARJETA.
                  MOVE TARJ-PER-WS(T) TO ALR-TARJ.
                  MOVE LOW-VALUES TO ALR-CUENTA.
                  MOVE LOW-VALUE TO ALR-TIPO.
                  START ALERTASFILE KEY IS NOT LESS THAN ALR-CLAVE
                      INVALID KEY GO TO SIGUIENTE-TARJETA-ALERTAS.

                LEER-ALERTA-TARJETA.
                  READ ALERTASFILE NEXT RECORD
                      AT END GO TO SIGUIENTE-TARJETA-ALERTAS.
                  IF ALR-TARJ NOT = TARJ-PER-WS(T)
                    GO TO SIGUIENTE-TARJETA-ALERTAS.
                  MOVE ALR-TARJ TO LAS-TARJETA.
                  MOVE ALR-CUENTA TO LAS-CUENTA.
                  IF ALR-TIPO = "S"
                    MOVE "Saldo por debajo del umbral" TO LAS-TIPO
                  ELSE
                    IF ALR-TIPO = "M"
                      MOVE "Movimiento por encima del umbral" TO LAS-TIPO
                    ELSE
                      IF ALR-TIPO = "N"
                        MOVE "Abono de nomina" TO LAS-TIPO
                      ELSE
                        IF ALR-TIPO = "O"
                          MOVE "Ejecucion de orden periodica" TO LAS-TIPO
                        ELSE
                          MOVE ALR-TIPO TO LAS-TIPO.
                  MOVE ALR-UMBRAL TO LAS-UMBRAL.
                  MOVE ALR-FECHA-ALTA TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LAS-ALTA.
                  MOVE LINEA-ALERTA-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  GO TO LEER-ALERTA-TARJETA.

                SIGUIENTE-TARJETA-ALERTAS.
                  ADD 1 TO T.
              FIN-EXPORTAR-ALERTAS-TARJETA.
                  EXIT.

       *> Beneficiarios guardados: son datos de terceros, asi que la
       *> cuenta y el nombre salen enmascarados
              EXPORTAR-BENEFICIARIOS.
                  MOVE "6. BENEFICIARIOS GUARDADOS (BENEFICIARIOS.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT BENEFICIARIOFILE.
                  IF FSB = "35"
                    CLOSE BENEFICIARIOFILE
                    GO TO CERRAR-EXPORTAR-BENEFICIARIOS.
                  MOVE "    Tarjeta     N Cuenta del beneficiario  Titular"
                      TO REG-EXPORT.
                  WRITE REG-EXPORT.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-BENEF-TARJETA
                      THRU FIN-EXPORTAR-BENEF-TARJETA
                      UNTIL T > NUM-TARJ-PER-WS.
                  CLOSE BENEFICIARIOFILE.

                CERRAR-EXPORTAR-BENEFICIARIOS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-BENEFICIARIOS.
                  EXIT.

              EXPORTAR-BENEF-TARJETA.
                  MOVE TARJ-PER-WS(T) TO BENEF-TARJ.
                  MOVE 0 TO BENEF-SEC.
                  START BENEFICIARIOFILE KEY IS NOT LESS THAN BENEF-CLAVE
                      INVALID KEY GO TO SIGUIENTE-TARJETA-BENEF.

                LEER-BENEF-TARJETA.
                  READ BENEFICIARIOFILE NEXT RECORD
                      AT END GO TO SIGUIENTE-TARJETA-BENEF.
                  IF BENEF-TARJ NOT = TARJ-PER-WS(T)
                    GO TO SIGUIENTE-TARJETA-BENEF.
                  MOVE BENEF-TARJ TO LBS-TARJETA.
                  MOVE BENEF-SEC TO LBS-SEC.
                  MOVE SPACES TO MASCARA-WS.
                  MOVE BENEF-CUENTA-DESTINO TO MASCARA-WS.
                  PERFORM ENMASCARAR-IDENTIFICADOR.
                  MOVE MASCARA-WS TO LBS-CUENTA.
                  MOVE SPACES TO MASCARA-WS.
                  MOVE BENEF-TITULAR TO MASCARA-WS.
                  PERFORM ENMASCARAR-NOMBRE.
                  MOVE MASCARA-WS TO LBS-TITULAR.
                  MOVE LINEA-BENEF-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  GO TO LEER-BENEF-TARJETA.

                SIGUIENTE-TARJETA-BENEF.
                  ADD 1 TO T.
              FIN-EXPORTAR-BENEF-TARJETA.
                  EXIT.

       *> Avisos de NOTIFICA.DAT dirigidos a las tarjetas de la persona;
       *> en el de un ingreso de un tercero se enmascara el pagador
              EXPORTAR-NOTIFICACIONES.
                  MOVE "7. AVISOS ENVIADOS (NOTIFICA.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO CERRAR-EXPORTAR-NOTIFICACIONES.
                  MOVE "    Fecha      Hora     Tarjeta    Tipo" TO REG-EXPORT.
                  MOVE "Detalle" TO REG-EXPORT(56:).
                  WRITE REG-EXPORT.
                  MOVE 1 TO T.
                  PERFORM EXPORTAR-NOTIF-TARJETA
                      THRU FIN-EXPORTAR-NOTIF-TARJETA
                      UNTIL T > NUM-TARJ-PER-WS.
                  CLOSE NOTIFICAFILE.

                CERRAR-EXPORTAR-NOTIFICACIONES.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-NOTIFICACIONES.
                  EXIT.

              EXPORTAR-NOTIF-TARJETA.
                  MOVE TARJ-PER-WS(T) TO NOTIF-TARJ.
                  MOVE 0 TO NOTIF-SEC.
                  START NOTIFICAFILE KEY IS NOT LESS THAN NOTIF-CLAVE
                      INVALID KEY GO TO SIGUIENTE-TARJETA-NOTIF.

                LEER-NOTIF-TARJETA.
                  READ NOTIFICAFILE NEXT RECORD
                      AT END GO TO SIGUIENTE-TARJETA-NOTIF.
                  IF NOTIF-TARJ NOT = TARJ-PER-WS(T)
                    GO TO SIGUIENTE-TARJETA-NOTIF.
                  MOVE NOTIF-FECHA TO LNS-FECHA.
                  MOVE NOTIF-HORA TO LNS-HORA.
                  MOVE NOTIF-TARJ TO LNS-TARJETA.
                  MOVE NOTIF-TIPO-EVENTO TO LNS-TIPO.
                  MOVE NOTIF-DETALLE TO LNS-DETALLE.
                  IF NOTIF-TIPO-EVENTO = "INGRESO-TERCERO"
                    MOVE SPACES TO MASCARA-WS
                    MOVE LNS-DETALLE(34:27) TO MASCARA-WS
                    PERFORM ENMASCARAR-NOMBRE
                    MOVE MASCARA-WS(1:27) TO LNS-DETALLE(34:27).
                  IF NOTIF-ESTADO = "E"
                    MOVE "Enviado" TO LNS-ESTADO
                  ELSE
                    IF NOTIF-ESTADO = "F"
                      MOVE "Fallido" TO LNS-ESTADO
                    ELSE
                      IF NOTIF-ESTADO = "D"
                        MOVE "Descartado" TO LNS-ESTADO
                      ELSE
                        MOVE "Pendiente" TO LNS-ESTADO.
                  MOVE LINEA-NOTIF-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  GO TO LEER-NOTIF-TARJETA.

                SIGUIENTE-TARJETA-NOTIF.
                  ADD 1 TO T.
              FIN-EXPORTAR-NOTIF-TARJETA.
                  EXIT.

       *> Lineas del diario electronico grabadas con las tarjetas de la
       *> persona. El detalle de un ingreso a tercero, una cesion de
       *> entradas o un pago a movil lleva la cuenta, la tarjeta o el
       *> telefono del otro, que se enmascaran
              EXPORTAR-DIARIO.
                  MOVE "8. DIARIO ELECTRONICO DEL CAJERO (DIARIO-ELECTRONICO.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT JOURNALFILE.
                  IF FSJR = "35"
                    CLOSE JOURNALFILE
                    GO TO ESCRIBIR-SIN-DATOS-DIARIO.
                  MOVE "    Fecha      Hora     Tarjeta    Acontecim. Detalle"
                      TO REG-EXPORT.
                  WRITE REG-EXPORT.

                LEER-LINEA-DIARIO.
                  READ JOURNALFILE NEXT RECORD
                      AT END GO TO CERRAR-EXPORTAR-DIARIO.
                  MOVE JRN-TARJ TO TARJ-TRABAJO-WS.
                  PERFORM COMPROBAR-TARJETA-PERSONA.
                  IF TARJETA-PERSONA-WS NOT = "SI"
                    GO TO LEER-LINEA-DIARIO.
                  MOVE JRN-FECHA TO LJS-FECHA.
                  MOVE JRN-HORA TO LJS-HORA.
                  MOVE JRN-TARJ TO LJS-TARJETA.
                  MOVE JRN-EVENTO TO LJS-EVENTO.
                  MOVE JRN-DETALLE TO LJS-DETALLE.
                  IF JRN-EVENTO = "INGRESO-TERC" AND
                     LJS-DETALLE(35:6) NOT = SPACES
                    MOVE "******" TO LJS-DETALLE(35:6).
                  IF JRN-EVENTO = "CESION"
                    MOVE SPACES TO MASCARA-WS
                    MOVE LJS-DETALLE(20:10) TO MASCARA-WS
                    PERFORM ENMASCARAR-IDENTIFICADOR
                    MOVE MASCARA-WS(1:10) TO LJS-DETALLE(20:10).
                  IF JRN-EVENTO = "PAGO-MOVIL"
                    MOVE SPACES TO MASCARA-WS
                    MOVE LJS-DETALLE(14:9) TO MASCARA-WS
                    PERFORM ENMASCARAR-IDENTIFICADOR
                    MOVE MASCARA-WS(1:9) TO LJS-DETALLE(14:9).
                  MOVE LINEA-JRN-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  GO TO LEER-LINEA-DIARIO.

                CERRAR-EXPORTAR-DIARIO.
                  CLOSE JOURNALFILE.

                ESCRIBIR-SIN-DATOS-DIARIO.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-DIARIO.
                  EXIT.

       *> Campanas comerciales mostradas a la persona y su respuesta,
       *> con el texto de la campana
              EXPORTAR-CAMPANAS.
                  MOVE "9. CAMPANAS COMERCIALES (RESPUESTAS-CAMPANAS.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  OPEN INPUT RESPCAMPANASFILE.
                  IF FSRCA = "35"
                    CLOSE RESPCAMPANASFILE
                    GO TO ESCRIBIR-SIN-DATOS-CAMPANAS.
                  OPEN INPUT CAMPANASFILE.
                  MOVE "    Fecha      Tarjeta    Cam Respuesta  Texto de la campana"
                      TO REG-EXPORT.
                  WRITE REG-EXPORT.

                LEER-RESPUESTA-CAMPANA.
                  READ RESPCAMPANASFILE NEXT RECORD
                      AT END GO TO CERRAR-EXPORTAR-CAMPANAS.
                  MOVE RCA-TARJ TO TARJ-TRABAJO-WS.
                  PERFORM COMPROBAR-TARJETA-PERSONA.
                  IF TARJETA-PERSONA-WS NOT = "SI"
                    GO TO LEER-RESPUESTA-CAMPANA.
                  MOVE RCA-FECHA TO FECHA-AUX-WS.
                  PERFORM FORMATEAR-FECHA.
                  MOVE FECHA-TEXTO-WS TO LCA-FECHA.
                  MOVE RCA-TARJ TO LCA-TARJETA.
                  MOVE RCA-CAMPANA TO LCA-CAMPANA.
                  IF RCA-RESULTADO = "A"
                    MOVE "Aceptada" TO LCA-RESULTADO
                  ELSE
                    IF RCA-RESULTADO = "D"
                      MOVE "Descartada" TO LCA-RESULTADO
                    ELSE
                      MOVE "Mostrada" TO LCA-RESULTADO.
                  MOVE SPACES TO LCA-TEXTO.
                  IF FSCAM NOT = "35"
                    MOVE RCA-CAMPANA TO CAM-NUMERO
                    READ CAMPANASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          MOVE CAM-TEXTO TO LCA-TEXTO.
                  MOVE LINEA-CAMP-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.
                  GO TO LEER-RESPUESTA-CAMPANA.

                CERRAR-EXPORTAR-CAMPANAS.
                  CLOSE CAMPANASFILE.
                  CLOSE RESPCAMPANASFILE.

                ESCRIBIR-SIN-DATOS-CAMPANAS.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-CAMPANAS.
                  EXIT.

       *> Movimientos de las tarjetas y de las cuentas de las que la
       *> persona es titular: primero los historicos mensuales de los
       *> anos de retencion, despues los que siguen en MOVS.DAT. Los
       *> de una cuenta compartida son del titular de esa cuenta y no
       *> se exportan. La contrapartida que no es de la persona y el
       *> nombre, cuenta o telefono del otro en el concepto salen
       *> enmascarados
              EXPORTAR-MOVIMIENTOS.
                  MOVE "10. MOVIMIENTOS (MOVS.DAT Y MOVS-AAAAMM.DAT)"
                      TO TITULO-CATEGORIA-WS.
                  PERFORM ESCRIBIR-TITULO-CATEGORIA.
                  MOVE "    Cuenta o tarjeta         Fecha      Hora     Concepto"
                      TO REG-EXPORT.
                  MOVE "Importe Contrapartida" TO REG-EXPORT(100:).
                  WRITE REG-EXPORT.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-AUX-WS.
                  COMPUTE MES-FIN-WS = (FA-AA * 12) + FA-MM - 1.
                  COMPUTE MES-ACTUAL-WS =
                      MES-FIN-WS - (ANOS-RETENCION-WS * 12).
                  PERFORM EXPORTAR-UN-MES-ARCHIVADO
                      THRU FIN-EXPORTAR-UN-MES-ARCHIVADO
                      UNTIL MES-ACTUAL-WS > MES-FIN-WS.
                  MOVE 1 TO K.
                  PERFORM EXPORTAR-MOVS-VIVOS THRU FIN-EXPORTAR-MOVS-VIVOS
                      UNTIL K > NUM-IDS-SAC.
                  PERFORM ESCRIBIR-SIN-DATOS-CATEGORIA.
              FIN-EXPORTAR-MOVIMIENTOS.
                  EXIT.

              EXPORTAR-UN-MES-ARCHIVADO.
                  DIVIDE MES-ACTUAL-WS BY 12 GIVING ANO-MES-WS
                      REMAINDER NUM-MES-WS.
                  ADD 1 TO NUM-MES-WS.
                  MOVE SPACES TO NOMBRE-HISTORICO-WS.
                  STRING "MOVS-" ANO-MES-WS NUM-MES-WS ".DAT"
                      DELIMITED BY SIZE INTO NOMBRE-HISTORICO-WS.
                  OPEN INPUT HISTMOVFILE.
                  IF FSAH NOT = "00"
                    CLOSE HISTMOVFILE
                    GO TO SIGUIENTE-MES-ARCHIVADO.

                LEER-MOV-ARCHIVADO.
                  READ HISTMOVFILE
                      AT END GO TO CERRAR-MES-ARCHIVADO.
                  MOVE HMOV-ID TO ID-BUSCADO-WS.
                  PERFORM COMPROBAR-ID-PROPIO.
                  IF ES-PROPIO-WS NOT = "SI"
                    GO TO LEER-MOV-ARCHIVADO.
                  IF IDS-MOVS(K) NOT = "S"
                    GO TO LEER-MOV-ARCHIVADO.
                  MOVE HMOV-ID TO LMS-CUENTA.
                  MOVE HMOV-FECHA TO LMS-FECHA.
                  MOVE HMOV-HORA TO LMS-HORA.
                  MOVE HMOV-CONCEPTO TO CONCEPTO-SAC-WS.
                  MOVE HMOV-TIPO-OP TO TIPO-OP-SAC-WS.
                  MOVE HMOV-SUBTIPO-OP TO SUBTIPO-OP-SAC-WS.
                  MOVE HMOV-IMPORTE TO LMS-IMPORTE.
                  MOVE HMOV-CUENTA-DESTINO TO ID-BUSCADO-WS.
                  PERFORM ESCRIBIR-MOVIMIENTO-SAC.
                  GO TO LEER-MOV-ARCHIVADO.

                CERRAR-MES-ARCHIVADO.
                  CLOSE HISTMOVFILE.

                SIGUIENTE-MES-ARCHIVADO.
                  ADD 1 TO MES-ACTUAL-WS.
              FIN-EXPORTAR-UN-MES-ARCHIVADO.
                  EXIT.

       *> Movimientos aun en MOVS.DAT de un identificador de la tabla,
       *> por su clave
              EXPORTAR-MOVS-VIVOS.
                  IF IDS-MOVS(K) NOT = "S"
                    GO TO SIGUIENTE-ID-MOVS-VIVOS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    MOVE 99 TO K
                    GO TO FIN-EXPORTAR-MOVS-VIVOS.
                  MOVE IDS-CUENTA(K) TO MOV-ID.
                  MOVE 0 TO MOV-SEC.
                  START MOVFILE KEY IS NOT LESS THAN MOV-CLAVE
                      INVALID KEY GO TO CERRAR-MOVS-VIVOS.

                LEER-MOV-VIVO.
                  READ MOVFILE NEXT RECORD
                      AT END GO TO CERRAR-MOVS-VIVOS.
                  IF MOV-ID NOT = IDS-CUENTA(K)
                    GO TO CERRAR-MOVS-VIVOS.
                  MOVE MOV-ID TO LMS-CUENTA.
                  MOVE MOV-FECHA TO LMS-FECHA.
                  MOVE MOV-HORA TO LMS-HORA.
                  MOVE MOV-CONCEPTO TO CONCEPTO-SAC-WS.
                  MOVE MOV-TIPO-OP TO TIPO-OP-SAC-WS.
                  MOVE MOV-SUBTIPO-OP TO SUBTIPO-OP-SAC-WS.
                  MOVE MOV-IMPORTE TO LMS-IMPORTE.
                  MOVE MOV-CUENTA-DESTINO TO ID-BUSCADO-WS.
                  PERFORM ESCRIBIR-MOVIMIENTO-SAC.
                  GO TO LEER-MOV-VIVO.

                CERRAR-MOVS-VIVOS.
                  CLOSE MOVFILE.

                SIGUIENTE-ID-MOVS-VIVOS.
                  ADD 1 TO K.
              FIN-EXPORTAR-MOVS-VIVOS.
                  EXIT.

       *> Completa la linea del movimiento con la contrapartida de
       *> ID-BUSCADO-WS y el concepto de CONCEPTO-SAC-WS, enmascarando
       *> lo que es de otro, y la graba. Se conserva K, que es la
       *> posicion del identificador en curso para EXPORTAR-MOVS-VIVOS
              ESCRIBIR-MOVIMIENTO-SAC.
                  MOVE K TO LIM-MASC.
                  MOVE ID-BUSCADO-WS TO LMS-CONTRAPARTE.
                  IF ID-BUSCADO-WS NOT = SPACES
                    PERFORM COMPROBAR-ID-PROPIO
                    IF ES-PROPIO-WS NOT = "SI"
                      MOVE SPACES TO MASCARA-WS
                      MOVE ID-BUSCADO-WS TO MASCARA-WS
                      PERFORM ENMASCARAR-IDENTIFICADOR
                      MOVE MASCARA-WS TO LMS-CONTRAPARTE.
                  MOVE LIM-MASC TO K.
                  PERFORM ENMASCARAR-CONCEPTO.
                  MOVE CONCEPTO-SAC-WS TO LMS-CONCEPTO.
                  MOVE LINEA-MOV-SAC TO LINEA-EXPORT-WS.
                  PERFORM ESCRIBIR-LINEA-DATOS.

       *> Conceptos que llevan el dato del otro, segun el tipo y
       *> subtipo de operacion del apunte (ver MIGRARTIPOSMOV):
       *>   TF EM/EX/IN "Transferencia a <beneficiario>" (17:20)
       *>   TF OP       "Transferencia a <cuenta destino>" (17:24)
       *>   TF EE       "De <ordenante> <referencia>" (4:15)
       *>   PM EM       "Pago a movil <telefono>" (14:9)
       *>   IN TE       "Ingreso tercero <pagador> <referencia>" (17:24)
       *> Las transferencias recibidas de cliente propio (TF RC) y los
       *> pagos a movil recibidos (PM RC) no llevan datos del otro
              ENMASCARAR-CONCEPTO.
                  IF TIPO-OP-SAC-WS = "TF" AND
                     (SUBTIPO-OP-SAC-WS = "EM" OR
                      SUBTIPO-OP-SAC-WS = "EX" OR
                      SUBTIPO-OP-SAC-WS = "IN")
                    MOVE SPACES TO MASCARA-WS
                    MOVE CONCEPTO-SAC-WS(17:20) TO MASCARA-WS
                    PERFORM ENMASCARAR-NOMBRE
                    MOVE MASCARA-WS(1:20) TO CONCEPTO-SAC-WS(17:20).
                  IF TIPO-OP-SAC-WS = "TF" AND SUBTIPO-OP-SAC-WS = "OP"
                    MOVE SPACES TO MASCARA-WS
                    MOVE CONCEPTO-SAC-WS(17:24) TO MASCARA-WS
                    PERFORM ENMASCARAR-IDENTIFICADOR
                    MOVE MASCARA-WS(1:24) TO CONCEPTO-SAC-WS(17:24).
                  IF TIPO-OP-SAC-WS = "TF" AND SUBTIPO-OP-SAC-WS = "EE"
                    MOVE SPACES TO MASCARA-WS
                    MOVE CONCEPTO-SAC-WS(4:15) TO MASCARA-WS
                    PERFORM ENMASCARAR-NOMBRE
                    MOVE MASCARA-WS(1:15) TO CONCEPTO-SAC-WS(4:15).
                  IF TIPO-OP-SAC-WS = "PM" AND SUBTIPO-OP-SAC-WS = "EM"
                    MOVE SPACES TO MASCARA-WS
                    MOVE CONCEPTO-SAC-WS(14:9) TO MASCARA-WS
                    PERFORM ENMASCARAR-IDENTIFICADOR
                    MOVE MASCARA-WS(1:9) TO CONCEPTO-SAC-WS(14:9).
                  IF TIPO-OP-SAC-WS = "IN" AND SUBTIPO-OP-SAC-WS = "TE"
                    MOVE SPACES TO MASCARA-WS
                    MOVE CONCEPTO-SAC-WS(17:24) TO MASCARA-WS
                    PERFORM ENMASCARAR-NOMBRE
                    MOVE MASCARA-WS(1:24) TO CONCEPTO-SAC-WS(17:24).

       *> Enmascarado de un identificador (cuenta, tarjeta, telefono,
       *> DNI) en MASCARA-WS: quedan a la vista los cuatro ultimos
       *> caracteres y el resto se tapa con asteriscos; uno de cuatro
       *> caracteres o menos se tapa entero
              ENMASCARAR-IDENTIFICADOR.
                  MOVE 0 TO P-MASC.
                  MOVE 1 TO I-MASC.
                  PERFORM BUSCAR-FIN-MASCARA UNTIL I-MASC > 40.
                  IF P-MASC > 4
                    SUBTRACT 4 FROM P-MASC.
                  MOVE 1 TO I-MASC.
                  PERFORM TAPAR-CARACTER-MASCARA UNTIL I-MASC > P-MASC.

              BUSCAR-FIN-MASCARA.
                  IF MASCARA-WS(I-MASC:1) NOT = SPACE
                    MOVE I-MASC TO P-MASC.
                  ADD 1 TO I-MASC.

              TAPAR-CARACTER-MASCARA.
                  IF MASCARA-WS(I-MASC:1) NOT = SPACE
                    MOVE "*" TO MASCARA-WS(I-MASC:1).
                  ADD 1 TO I-MASC.

       *> Enmascarado de un nombre en MASCARA-WS: queda la inicial de
       *> cada palabra y el resto se tapa con asteriscos
              ENMASCARAR-NOMBRE.
                  MOVE 2 TO I-MASC.
                  PERFORM TAPAR-LETRA-NOMBRE UNTIL I-MASC > 40.

              TAPAR-LETRA-NOMBRE.
                  IF MASCARA-WS(I-MASC:1) NOT = SPACE AND
                     MASCARA-WS(I-MASC - 1:1) NOT = SPACE
                    MOVE "*" TO MASCARA-WS(I-MASC:1).
                  ADD 1 TO I-MASC.

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
                  MOVE "SECUND.DAT" TO TRAZADO-FICHERO-WS.
                  MOVE 2 TO TRAZADO-VERSION-WS.
                  PERFORM COMPROBAR-UN-TRAZADO.
                  MOVE "PERSONAS.DAT" TO TRAZADO-FICHERO-WS.
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
