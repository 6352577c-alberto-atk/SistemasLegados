       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONARQUEJAS.
       *> Puesto de trabajo del servicio de atencion al cliente (SAC)
       *> para el registro de quejas y reclamaciones de clientes
       *> QUEJAS.DAT, las que no son la disputa de un apunte concreto
       *> que ya lleva GESTIONARRECLAMACIONES: comisiones, tarjetas
       *> retenidas, cajero fuera de servicio, entradas, trato del
       *> personal y demas. Cada queja se registra por DNI con su
       *> categoria, el canal por el que llego, el apunte o el caso
       *> relacionado si lo hay (una reclamacion de RECLAMACIONES.DAT,
       *> una tarjeta retenida, una incidencia del terminal) y la fecha
       *> de entrada, de la que sale la fecha limite de respuesta:
       *> quince dias habiles para las quejas sobre servicios de pago
       *> (tarjetas, cajero y operaciones de pago) y un mes para las
       *> demas. La queja pasa de abierta a en tramite y se resuelve a
       *> favor, en parte o en contra del cliente con su nota; la
       *> compensacion que se acuerde se abona en una cuenta del
       *> cliente con el apunte "Compensacion queja", con el mismo
       *> doble control por importe que GESTIONARRECLAMACIONES. El
       *> informe de antiguedad y la estadistica semestral para el
       *> Banco de Espana los saca INFORMEQUEJAS. Acceso de personal
       *> con STAFF.DAT y la matriz PERMISOS.DAT, con rastro en
       *> AUDITORIA.DAT.
       *>
       *> Versiones
       *> Versión 1.0 - Registro de quejas con plazo legal de respuesta
       *> Versión 1.1 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.2 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.3 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT QUEJASFILE ASSIGN TO "QUEJAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QJ-NUMERO
                  FILE STATUS IS FSQJ.

              SELECT PERSONASFILE ASSIGN TO "PERSONAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PER-DNI
                  FILE STATUS IS FSPE.

              SELECT RECLAMACIONESFILE ASSIGN TO "RECLAMACIONES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RECL-NUMERO
                  FILE STATUS IS FSRC.

              SELECT FESTIVOSFILE ASSIGN TO "FESTIVOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FES-FECHA
                  FILE STATUS IS FSFE.

              SELECT MOVFILE ASSIGN TO "MOVS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  ALTERNATE RECORD KEY IS MOV-FECHA-HORA-COMP
                      WITH DUPLICATES
                  FILE STATUS IS FSM.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

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

              SELECT DOBLECONTROLFILE ASSIGN TO "DOBLE-CONTROL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSDC.

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
       *> FD QUEJASFILE: una queja por registro, numerada
       *> correlativamente. Categorias: COM comisiones, TAR tarjeta
       *> retenida, CAJ cajero fuera de servicio, PAG operaciones de
       *> pago, ENT entradas y espectaculos, PER trato del personal,
       *> OTR otras. Canales: O oficina, T telefono, E escrito o correo
       *> electronico, C cajero, W web. Caso relacionado: RC
       *> reclamacion de movimiento, TR tarjeta retenida, IN incidencia
       *> del terminal
       FD QUEJASFILE.
       01 REG-QUEJA.
              02 QJ-NUMERO              PIC 9(6).
              02 QJ-DNI                 PIC X(9).
              02 QJ-NOMBRE              PIC X(30).
              02 QJ-CATEGORIA           PIC X(3).
              02 QJ-CANAL               PIC X.
              02 QJ-CUENTA              PIC X(24).
              02 QJ-MOV-SEC             PIC 9(6).
              02 QJ-CASO-TIPO           PIC XX.
              02 QJ-CASO-REF            PIC X(10).
              02 QJ-DESCRIPCION         PIC X(50).
              02 QJ-FECHA-ALTA          PIC 9(8).
              02 QJ-FECHA-LIMITE        PIC 9(8).
              02 QJ-ESTADO              PIC X.
                 88 QJ-ABIERTA          VALUE "A".
                 88 QJ-EN-TRAMITE       VALUE "T".
                 88 QJ-RESUELTA         VALUE "R".
              02 QJ-RESOLUCION          PIC X.
                 88 QJ-A-FAVOR          VALUE "F".
                 88 QJ-EN-PARTE         VALUE "P".
                 88 QJ-EN-CONTRA        VALUE "D".
              02 QJ-FECHA-RESOLUCION    PIC 9(8).
              02 QJ-COMPENSACION        PIC 9(7)V99.
              02 QJ-CUENTA-ABONO        PIC X(24).
              02 QJ-GESTOR              PIC X(8).
              02 QJ-NOTA                PIC X(50).

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
*> Diligencia debida (KYC): nacionalidad (ISO de dos letras), tipo
*> de documento de identidad (D DNI, N NIE, P pasaporte), numero y
*> fecha de caducidad (cero si no consta) y fecha de la ultima
*> revision, que se mantienen en MANTENECLIENTES; el nivel de
*> riesgo (B bajo, M medio, A alto, en blanco sin calcular) con su
*> puntuacion y fecha lo pone CALIFICARRIESGO, y REVISARKYC marca
*> la restriccion a solo abonos por documento caducado
              02 PER-NACIONALIDAD       PIC XX.
              02 PER-TIPO-DOCUMENTO     PIC X.
              02 PER-NUM-DOCUMENTO      PIC X(20).
              02 PER-FECHA-CAD-DOCUMENTO PIC 9(8).
              02 PER-FECHA-ULT-REVISION PIC 9(8).
              02 PER-NIVEL-RIESGO       PIC X.
              02 PER-PUNTOS-RIESGO      PIC 999.
              02 PER-FECHA-RIESGO       PIC 9(8).
              02 PER-RESTRINGIDO-DOC    PIC X.
*> Direccion postal estructurada: via, numero, piso y puerta,
*> codigo postal, municipio, provincia y pais (ISO de dos letras),
*> validada contra CODIGOS-POSTALES.DAT en MANTENECLIENTES. Estado
*> V valida, P pendiente de completar (direccion libre antigua sin
*> convertir del todo, ver CONVERTIRDIRECCIONES), D devuelta por
*> correos (CORREODEVUELTO: sin envios en papel hasta que se
*> actualice), con la fecha del ultimo cambio de estado
              02 PER-DIR-VIA            PIC X(40).
              02 PER-DIR-NUMERO         PIC X(5).
              02 PER-DIR-PISO           PIC X(10).
              02 PER-DIR-CP             PIC X(5).
              02 PER-DIR-MUNICIPIO      PIC X(30).
              02 PER-DIR-PROVINCIA      PIC X(20).
              02 PER-DIR-PAIS           PIC XX.
              02 PER-DIR-ESTADO         PIC X.
              02 PER-DIR-FECHA-ESTADO   PIC 9(8).

       FD RECLAMACIONESFILE.
       01 REG-RECLAMACION.
              02 RECL-NUMERO            PIC 9(6).
              02 RECL-MOV-ID            PIC X(24).
              02 RECL-MOV-SEC           PIC 9(6).
              02 RECL-TARJ              PIC 9(10).
              02 RECL-MOTIVO            PIC 9.
              02 RECL-ESTADO            PIC X.
              02 RECL-RESOLUCION        PIC X.
              02 RECL-FECHA-ALTA        PIC 9(8).
              02 RECL-GESTOR            PIC X(8).
              02 RECL-NOTA              PIC X(40).

       FD FESTIVOSFILE.
       01 REG-FESTIVO.
              02 FES-FECHA              PIC 9(8).
              02 FES-DESCRIPCION        PIC X(30).

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

       FD STAFFFILE.
        01 REG-STAFF.
          02 STAFF-ID               PIC X(8).
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

*> FD PERMISOSFILE: matriz de permisos por empleado y programa; un
*> registro con la marca "S" autoriza a ese empleado en ese programa
       FD PERMISOSFILE.
        01 REG-PERMISO.
          02 PRM-CLAVE.
            03 PRM-STAFF-ID         PIC X(8).
            03 PRM-PROGRAMA         PIC X(20).
          02 PRM-PERMITIDO          PIC X.

       FD DOBLECONTROLFILE.
        01 REG-DOBLE-CONTROL.
          02 DCO-UMBRAL             PIC 9(7)V99.

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
              77 FSQJ                  PIC XX.
              77 FSPE                  PIC XX.
              77 FSRC                  PIC XX.
              77 FSFE                  PIC XX.
              77 FSM                   PIC XX.
              77 FSFN                  PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 FSU                   PIC XX.
              77 REINTENTOS-REGRABAR-WS PIC 9.
              77 FSST                  PIC XX.
              77 FSPRM                 PIC XX.
              77 PERMISO-OK-WS         PIC X(2).
              77 FSDC                  PIC XX.
              77 UMBRAL-DUAL-WS        PIC 9(7)V99.
              77 APROBACION-OK-WS      PIC X(2).
              77 APROBACION-USADA-WS   PIC X(2).
              77 APROBADOR-WS          PIC X(8).
              77 FSAUD                 PIC XX.
              77 OPCION                PIC X.
              77 TECLA-PAUSA           PIC X.
              77 M                     PIC 9.
              77 T                     PIC 9.
              77 QJ-ENCONTRADA         PIC X(2).
              77 CUENTA-DNI-HALLADA    PIC X(2).
              77 ABONO-FALLIDO-WS      PIC X.
              77 TARJ-ABONO-WS         PIC 9(10).
              77 SALDO-ABONO-WS        PIC S9(9)V99.
              77 MOV-SEC-WS            PIC 9(6).
              77 MOV-ID-BUSQUEDA-WS    PIC X(24).
              77 NUM-QJ-NUEVA-WS       PIC 9(6).
              77 DIA-HABIL-WS          PIC X(2).
              77 DIA-SEMANA-WS         PIC 9.
              77 FECHA-PRUEBA-WS       PIC 9(8).
              77 DIAS-HABILES-WS       PIC 99.
              77 DIAS-ABIERTA-WS       PIC S9(5).
              77 DIAS-RESTANTES-WS     PIC S9(5).

              01 DATOS-LOGIN-STAFF.
                 02  STAFF-ID-INTENTO      PIC X(8).
                 02  STAFF-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-STAFF    PIC 9 VALUE 0.
                 02  STAFF-LOGIN-OK        PIC X VALUE "N".

              01 DATOS-APROBACION.
                 02  APROB-ID-INTENTO      PIC X(8).
                 02  APROB-CLAVE-INTENTO   PIC 9(4).
                 02  NUM-INTENTOS-APROB    PIC 9 VALUE 0.

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
                     VALUE "GESTIONARQUEJAS".
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

              01 FECHAF.
                 02 DDF                    PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 MMF                    PIC 99.
                 02 FILLER                 PIC X VALUE "/".
                 02 AAF                    PIC 9999.
              01 HORAF.
                 02 HHF                    PIC 99.
                 02 FILLER                 PIC X VALUE ":".
                 02 MIF                    PIC 99.
                 02 FILLER                 PIC X VALUE ":".
                 02 SSF                    PIC 99.

       *> Fecha limite de respuesta: un mes natural sobre la fecha de
       *> entrada (el dia se recorta al ultimo del mes si no existe)
              01 FECHA-MES-WS.
                 02 AA-MES-WS              PIC 9999.
                 02 MM-MES-WS              PIC 99.
                 02 DD-MES-WS              PIC 99.
              01 FECHA-MES-NUM-WS REDEFINES FECHA-MES-WS PIC 9(8).

              01 DATOS-ALTA.
                 02 DNI-QJ-WS              PIC X(9).
                 02 CATEGORIA-QJ-WS        PIC X(3).
                 02 CANAL-QJ-WS            PIC X.
                 02 CUENTA-QJ-WS           PIC X(24).
                 02 MOV-SEC-QJ-WS          PIC 9(6).
                 02 CASO-TIPO-QJ-WS        PIC XX.
                 02 CASO-REF-QJ-WS         PIC X(10).
                 02 DESCRIPCION-QJ-WS      PIC X(50).
                 02 NOMBRE-QJ-WS           PIC X(30).

              01 DATOS-TRAMITE.
                 02 NUM-QJ-WS              PIC 9(6).
                 02 ACCION-WS              PIC X.
                 02 RESOLUCION-WS          PIC X.
                 02 EUROS-COMP-WS          PIC 9(5).
                 02 CENT-COMP-WS           PIC 99.
                 02 IMPORTE-COMP-WS        PIC 9(7)V99.
                 02 CUENTA-ABONO-WS        PIC X(24).
                 02 NOTA-WS                PIC X(50).

              01 MSJ-QUEJAS                PIC X(55) VALUE SPACES.

              01 LINEA-QJ.
                 02 LQ-NUMERO              PIC ZZZZZ9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-ESTADO              PIC X.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-DNI                 PIC X(9).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-CATEGORIA           PIC X(3).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-CANAL               PIC X.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-ALTA                PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-LIMITE              PIC 9(8).
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-DIAS                PIC ----9.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-RESOLUCION          PIC X.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-COMPENSACION        PIC ZZZZZZ9.99.
                 02 FILLER                 PIC X VALUE SPACES.
                 02 LQ-AVISO               PIC X(11).

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

       01 PANTALLA-MENU-QUEJAS.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE
               "---SERVICIO DE ATENCION AL CLIENTE: QUEJAS---".
           02 LINE 5  COL 19 VALUE "1 - Listar quejas".
           02 LINE 6  COL 19 VALUE "2 - Registrar una queja".
           02 LINE 7  COL 19 VALUE "3 - Tramitar o resolver una queja".
           02 LINE 8  COL 19 VALUE "4 - Quejas de un cliente (DNI)".
           02 LINE 9  COL 19 VALUE "5 - Salir".
           02 LINE 11 COL 19 VALUE "Opcion:".
           02 LINE 11 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 14 COL 13 PIC X(55) FROM MSJ-QUEJAS.

       01 PANTALLA-ALTA-QUEJA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---REGISTRAR UNA QUEJA---".
           02 LINE 4   COL 4   VALUE "DNI DEL CLIENTE:".
           02 LINE 4   COL 34  PIC X(9) USING DNI-QJ-WS UNDERLINE.
           02 LINE 5   COL 4   VALUE "CATEGORIA:".
           02 LINE 5   COL 34  PIC X(3) USING CATEGORIA-QJ-WS UNDERLINE.
           02 LINE 6   COL 6   VALUE
               "COM comisiones   TAR tarjeta retenida  CAJ cajero".
           02 LINE 7   COL 6   VALUE
               "PAG pagos        ENT entradas  PER personal  OTR otras".
           02 LINE 8   COL 4   VALUE "CANAL (O/T/E/C/W):".
           02 LINE 8   COL 34  PIC X USING CANAL-QJ-WS UNDERLINE.
           02 LINE 9   COL 6   VALUE
               "Oficina Telefono Escrito/email Cajero Web".
           02 LINE 11  COL 4   VALUE "CUENTA (opcional):".
           02 LINE 11  COL 34  PIC X(24) USING CUENTA-QJ-WS UNDERLINE.
           02 LINE 12  COL 4   VALUE "SECUENCIA DEL APUNTE:".
           02 LINE 12  COL 34  PIC 9(6) USING MOV-SEC-QJ-WS
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 13  COL 4   VALUE "CASO (RC/TR/IN) Y REFERENCIA:".
           02 LINE 13  COL 34  PIC XX USING CASO-TIPO-QJ-WS UNDERLINE.
           02 LINE 13  COL 37  PIC X(10) USING CASO-REF-QJ-WS UNDERLINE.
           02 LINE 15  COL 4   VALUE "DESCRIPCION:".
           02 LINE 16  COL 4   PIC X(50) USING DESCRIPCION-QJ-WS
               UNDERLINE.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-QUEJAS.
           02 LINE 22  COL 19  VALUE "ENTER - Registrar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-BUSCAR-QUEJA.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---TRAMITAR UNA QUEJA---".
           02 LINE 6  COL 19 VALUE "NUMERO DE QUEJA:".
           02 LINE 6  COL 36 PIC 9(6) USING NUM-QJ-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-QUEJAS.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01 PANTALLA-BUSCAR-DNI.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---QUEJAS DE UN CLIENTE---".
           02 LINE 6  COL 19 VALUE "DNI:".
           02 LINE 6  COL 24 PIC X(9) USING DNI-QJ-WS UNDERLINE.
           02 LINE 22 COL 19 VALUE "ENTER - Consultar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01 PANTALLA-TRAMITAR-QUEJA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---TRAMITAR UNA QUEJA---".
           02 LINE 4   COL 4   VALUE "QUEJA:".
           02 LINE 4   COL 12  PIC ZZZZZ9 FROM QJ-NUMERO.
           02 LINE 4   COL 20  PIC X(9) FROM QJ-DNI.
           02 LINE 4   COL 30  PIC X(30) FROM QJ-NOMBRE.
           02 LINE 5   COL 4   VALUE "CATEGORIA:".
           02 LINE 5   COL 15  PIC X(3) FROM QJ-CATEGORIA.
           02 LINE 5   COL 20  VALUE "CANAL:".
           02 LINE 5   COL 27  PIC X FROM QJ-CANAL.
           02 LINE 5   COL 30  VALUE "ESTADO:".
           02 LINE 5   COL 38  PIC X FROM QJ-ESTADO.
           02 LINE 6   COL 4   VALUE "ENTRADA:".
           02 LINE 6   COL 13  PIC 9(8) FROM QJ-FECHA-ALTA.
           02 LINE 6   COL 23  VALUE "LIMITE:".
           02 LINE 6   COL 31  PIC 9(8) FROM QJ-FECHA-LIMITE.
           02 LINE 7   COL 4   PIC X(50) FROM QJ-DESCRIPCION.
           02 LINE 9   COL 4   VALUE
               "Accion (T=En tramite/R=Resolver):".
           02 LINE 9   COL 38  PIC X USING ACCION-WS UNDERLINE.
           02 LINE 10  COL 4   VALUE
               "Resolucion si R (F=A favor/P=En parte/D=En contra):".
           02 LINE 10  COL 56  PIC X USING RESOLUCION-WS UNDERLINE.
           02 LINE 12  COL 4   VALUE "Compensacion (EUR):".
           02 LINE 12  COL 24  PIC 9(5) USING EUROS-COMP-WS
               UNDERLINE BLANK WHEN ZERO.
           02 LINE 12  COL 29  VALUE ",".
           02 LINE 12  COL 30  PIC 99 USING CENT-COMP-WS UNDERLINE.
           02 LINE 13  COL 4   VALUE "Cuenta de abono:".
           02 LINE 13  COL 24  PIC X(24) USING CUENTA-ABONO-WS UNDERLINE.
           02 LINE 15  COL 4   VALUE "Nota:".
           02 LINE 15  COL 10  PIC X(50) USING NOTA-WS UNDERLINE.
           02 LINE 19  COL 13  PIC X(55) FROM MSJ-QUEJAS.
           02 LINE 21  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       01  PANTALLA-APROBACION.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---DOBLE CONTROL---".
           02 LINE 4   COL 13  VALUE
               "El importe supera el umbral de doble control:".
           02 LINE 5   COL 13  VALUE
               "un segundo empleado autorizado debe aprobarlo.".
           02 LINE 8   COL 19  VALUE "ID EMPLEADO: ".
           02 LINE 8   COL 32  PIC X(8) USING APROB-ID-INTENTO
               UNDERLINE.
           02 LINE 10  COL 19  VALUE "CLAVE: ".
           02 LINE 10  COL 32  PIC 9(4) USING APROB-CLAVE-INTENTO
               SECURE BLANK WHEN ZERO.
           02 LINE 20  COL 13  PIC X(55) FROM MSJ-QUEJAS.
           02 LINE 22  COL 19  VALUE "ENTER - Aprobar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM CARGAR-FECHA-NEGOCIO.
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
                  PERFORM CARGAR-UMBRAL-DUAL.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE SPACES TO MSJ-QUEJAS.
                  PERFORM MOSTRAR-MENU THRU FIN-MOSTRAR-MENU
                      UNTIL OPCION = "5".
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

       *> Umbral del doble control: se lee de DOBLE-CONTROL.DAT; si el
       *> fichero no existe se asumen 500.00, igual que otros
       *> parametros asumen su valor por defecto
              CARGAR-UMBRAL-DUAL.
                  MOVE 500.00 TO UMBRAL-DUAL-WS.
                  OPEN INPUT DOBLECONTROLFILE.
                  IF FSDC = "35"
                    CONTINUE
                  ELSE
                    READ DOBLECONTROLFILE
                      AT END CONTINUE
                      NOT AT END
                        IF DCO-UMBRAL > 0
                          MOVE DCO-UMBRAL TO UMBRAL-DUAL-WS.
                  CLOSE DOBLECONTROLFILE.

       *> Procedimiento pedir-aprobacion, identico al de
       *> GESTIONARRECLAMACIONES: un segundo empleado, distinto del que
       *> tramita y tambien autorizado en este programa, aprueba la
       *> compensacion por encima del umbral
              PEDIR-APROBACION.
                  MOVE "NO" TO APROBACION-OK-WS.
                  MOVE 0 TO NUM-INTENTOS-APROB.
                  MOVE SPACES TO APROBADOR-WS.

                PEDIR-LOGIN-APROB.
                  MOVE SPACES TO APROB-ID-INTENTO.
                  MOVE 0 TO APROB-CLAVE-INTENTO.
                  DISPLAY PANTALLA-APROBACION.
                  ACCEPT PANTALLA-APROBACION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-PEDIR-APROBACION.
                  MOVE SPACES TO MSJ-QUEJAS.
                  IF APROB-ID-INTENTO = STAFF-ID-INTENTO
                    MOVE "Debe aprobar un empleado distinto"
                        TO MSJ-QUEJAS
                    GO TO CONTAR-INTENTO-APROB.
                  MOVE APROB-CLAVE-INTENTO TO CLAVE-EN-CLARO-WS.
                  PERFORM CIFRAR-CLAVE.
                  OPEN INPUT STAFFFILE.
                  MOVE APROB-ID-INTENTO TO STAFF-ID.
                  READ STAFFFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          IF STAFF-CLAVE = CLAVE-CIFRADA-WS
                            MOVE "SI" TO APROBACION-OK-WS.
                  CLOSE STAFFFILE.
                  IF APROBACION-OK-WS = "SI"
                    PERFORM COMPROBAR-PERMISO-APROBADOR
                    IF PERMISO-OK-WS NOT = "SI"
                      MOVE "NO" TO APROBACION-OK-WS
                      MOVE "Ese empleado no esta autorizado aqui"
                          TO MSJ-QUEJAS.
                  IF APROBACION-OK-WS = "SI"
                    MOVE APROB-ID-INTENTO TO APROBADOR-WS
                    GO TO FIN-PEDIR-APROBACION.
                  IF MSJ-QUEJAS = SPACES
                    MOVE "ID o clave incorrectos" TO MSJ-QUEJAS.

                CONTAR-INTENTO-APROB.
                  ADD 1 TO NUM-INTENTOS-APROB.
                  IF NUM-INTENTOS-APROB < 3
                    GO TO PEDIR-LOGIN-APROB.
              FIN-PEDIR-APROBACION.
                  EXIT.

              COMPROBAR-PERMISO-APROBADOR.
                  MOVE "SI" TO PERMISO-OK-WS.
                  OPEN INPUT PERMISOSFILE.
                  IF FSPRM = "35"
                    CLOSE PERMISOSFILE
                  ELSE
                    MOVE APROB-ID-INTENTO TO PRM-STAFF-ID
                    MOVE AUD-PROGRAMA-WS TO PRM-PROGRAMA
                    READ PERMISOSFILE
                        INVALID KEY MOVE "NO" TO PERMISO-OK-WS
                        NOT INVALID KEY
                            IF PRM-PERMITIDO NOT = "S"
                              MOVE "NO" TO PERMISO-OK-WS
                    END-READ
                    CLOSE PERMISOSFILE.

       *> Como guardar-auditoria pero con la identidad del segundo
       *> empleado que aprobo la operacion
              GUARDAR-AUDITORIA-APROBADOR.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE APROBADOR-WS TO AUD-STAFF-ID.
                  MOVE AUD-PROGRAMA-WS TO AUD-PROGRAMA.
                  MOVE "APRUEBA" TO AUD-OPERACION.
                  MOVE AUD-FICHERO-WS TO AUD-FICHERO.
                  MOVE AUD-CLAVE-WS TO AUD-CLAVE.
                  OPEN EXTEND AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    OPEN OUTPUT AUDITORIAFILE.
                  WRITE REG-AUDITORIA.
                  CLOSE AUDITORIAFILE.

              OBTENER-FECHA-HORA-AUD.
                  MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-AUD.
                  MOVE DDUD TO DDA.
                  MOVE MMUD TO MMA.
                  MOVE AAUD TO AAA.
                  MOVE HHUD TO HHA.
                  MOVE MIUD TO MIA.
                  MOVE SSUD TO SSA.
                  MOVE DDUD TO DDF.
                  MOVE MMUD TO MMF.
                  MOVE AAUD TO AAF.
                  MOVE HHUD TO HHF.
                  MOVE MIUD TO MIF.
                  MOVE SSUD TO SSF.

              GUARDAR-AUDITORIA.
                  PERFORM OBTENER-FECHA-HORA-AUD.
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

              MOSTRAR-MENU.
                  DISPLAY PANTALLA-MENU-QUEJAS.
                  ACCEPT PANTALLA-MENU-QUEJAS
                      IF COB-CRT-STATUS = 1009
                        MOVE "5" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-QUEJAS.
                  IF OPCION = "1"
                    MOVE SPACES TO DNI-QJ-WS
                    PERFORM LISTAR-QUEJAS THRU FIN-LISTAR-QUEJAS
                  ELSE
                    IF OPCION = "2"
                      PERFORM ALTA-QUEJA THRU FIN-ALTA-QUEJA
                    ELSE
                      IF OPCION = "3"
                        PERFORM TRAMITAR-QUEJA THRU FIN-TRAMITAR-QUEJA
                      ELSE
                        IF OPCION = "4"
                          PERFORM QUEJAS-DE-UN-DNI
                              THRU FIN-QUEJAS-DE-UN-DNI
                        ELSE
                          IF OPCION NOT = "5"
                            MOVE "Opcion no valida" TO MSJ-QUEJAS.
              FIN-MOSTRAR-MENU.

       *> Lista las quejas (todas, o las del DNI de DNI-QJ-WS) con los
       *> dias que quedan hasta la fecha limite de las pendientes; las
       *> vencidas sin resolver se marcan FUERA PLAZO
              LISTAR-QUEJAS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "   Num E DNI       Cat C Entrada  Limite   Dias R"
                   " Compensac."
                  OPEN INPUT QUEJASFILE.
                  IF FSQJ = "35"
                    DISPLAY "No hay ninguna queja registrada."
                    CLOSE QUEJASFILE
                    GO TO ESPERAR-LISTAR-QUEJAS.

                LEER-LISTAR-QUEJA.
                  READ QUEJASFILE NEXT RECORD
                      AT END GO TO CERRAR-LISTAR-QUEJAS.
                  IF DNI-QJ-WS NOT = SPACES AND QJ-DNI NOT = DNI-QJ-WS
                    GO TO LEER-LISTAR-QUEJA.
                  MOVE QJ-NUMERO TO LQ-NUMERO.
                  MOVE QJ-ESTADO TO LQ-ESTADO.
                  MOVE QJ-DNI TO LQ-DNI.
                  MOVE QJ-CATEGORIA TO LQ-CATEGORIA.
                  MOVE QJ-CANAL TO LQ-CANAL.
                  MOVE QJ-FECHA-ALTA TO LQ-ALTA.
                  MOVE QJ-FECHA-LIMITE TO LQ-LIMITE.
                  MOVE QJ-RESOLUCION TO LQ-RESOLUCION.
                  MOVE QJ-COMPENSACION TO LQ-COMPENSACION.
                  MOVE SPACES TO LQ-AVISO.
                  IF QJ-RESUELTA
                    MOVE 0 TO LQ-DIAS
                    IF QJ-FECHA-RESOLUCION > QJ-FECHA-LIMITE
                      MOVE "RESP. TARDE" TO LQ-AVISO
                    END-IF
                  ELSE
                    COMPUTE DIAS-RESTANTES-WS =
                        FUNCTION INTEGER-OF-DATE(QJ-FECHA-LIMITE)
                      - FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                    MOVE DIAS-RESTANTES-WS TO LQ-DIAS
                    IF DIAS-RESTANTES-WS < 0
                      MOVE "FUERA PLAZO" TO LQ-AVISO.
                  DISPLAY LINEA-QJ.
                  DISPLAY "        " QJ-NOMBRE " " QJ-DESCRIPCION.
                  GO TO LEER-LISTAR-QUEJA.

                CERRAR-LISTAR-QUEJAS.
                  CLOSE QUEJASFILE.

                ESPERAR-LISTAR-QUEJAS.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
              FIN-LISTAR-QUEJAS.
                  EXIT.

              QUEJAS-DE-UN-DNI.
                  MOVE SPACES TO DNI-QJ-WS.
                  DISPLAY PANTALLA-BUSCAR-DNI.
                  ACCEPT PANTALLA-BUSCAR-DNI
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-QUEJAS-DE-UN-DNI.
                  IF DNI-QJ-WS = SPACES
                    GO TO QUEJAS-DE-UN-DNI.
                  INSPECT DNI-QJ-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  PERFORM LISTAR-QUEJAS THRU FIN-LISTAR-QUEJAS.
              FIN-QUEJAS-DE-UN-DNI.
                  EXIT.

       *> Registra una queja nueva: el DNI ha de estar en PERSONAS.DAT,
       *> la cuenta (si se da) ha de ser de una de sus tarjetas y el
       *> apunte (si se da) ha de existir en MOVS.DAT; una reclamacion
       *> de movimiento relacionada ha de existir en RECLAMACIONES.DAT
              ALTA-QUEJA.
                  MOVE SPACES TO DATOS-ALTA.
                  MOVE 0 TO MOV-SEC-QJ-WS.

                PEDIR-ALTA-QUEJA.
                  DISPLAY PANTALLA-ALTA-QUEJA.
                  ACCEPT PANTALLA-ALTA-QUEJA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-QUEJA.
                  PERFORM VALIDAR-ALTA-QUEJA THRU FIN-VALIDAR-ALTA-QUEJA.
                  IF MSJ-QUEJAS NOT = SPACES
                    GO TO PEDIR-ALTA-QUEJA.

                  PERFORM CALCULAR-FECHA-LIMITE
                      THRU FIN-CALCULAR-FECHA-LIMITE.

                  OPEN I-O QUEJASFILE.
                  IF FSQJ = "35"
                    CLOSE QUEJASFILE
                    OPEN OUTPUT QUEJASFILE
                    CLOSE QUEJASFILE
                    OPEN I-O QUEJASFILE.
                  MOVE 1 TO NUM-QJ-NUEVA-WS.
                  MOVE 999999 TO QJ-NUMERO.
                  START QUEJASFILE KEY IS NOT GREATER THAN QJ-NUMERO
                      INVALID KEY GO TO GRABAR-QUEJA-NUEVA.
                  READ QUEJASFILE PREVIOUS RECORD
                      AT END GO TO GRABAR-QUEJA-NUEVA.
                  COMPUTE NUM-QJ-NUEVA-WS = QJ-NUMERO + 1.

                GRABAR-QUEJA-NUEVA.
                  MOVE NUM-QJ-NUEVA-WS TO QJ-NUMERO.
                  MOVE DNI-QJ-WS TO QJ-DNI.
                  MOVE NOMBRE-QJ-WS TO QJ-NOMBRE.
                  MOVE CATEGORIA-QJ-WS TO QJ-CATEGORIA.
                  MOVE CANAL-QJ-WS TO QJ-CANAL.
                  MOVE CUENTA-QJ-WS TO QJ-CUENTA.
                  MOVE MOV-SEC-QJ-WS TO QJ-MOV-SEC.
                  MOVE CASO-TIPO-QJ-WS TO QJ-CASO-TIPO.
                  MOVE CASO-REF-QJ-WS TO QJ-CASO-REF.
                  MOVE DESCRIPCION-QJ-WS TO QJ-DESCRIPCION.
                  MOVE FECHA-NEGOCIO-WS TO QJ-FECHA-ALTA.
                  MOVE FECHA-PRUEBA-WS TO QJ-FECHA-LIMITE.
                  MOVE "A" TO QJ-ESTADO.
                  MOVE SPACES TO QJ-RESOLUCION.
                  MOVE 0 TO QJ-FECHA-RESOLUCION.
                  MOVE 0 TO QJ-COMPENSACION.
                  MOVE SPACES TO QJ-CUENTA-ABONO.
                  MOVE STAFF-ID-INTENTO TO QJ-GESTOR.
                  MOVE SPACES TO QJ-NOTA.
                  WRITE REG-QUEJA
                      INVALID KEY
                        ADD 1 TO NUM-QJ-NUEVA-WS
                        GO TO GRABAR-QUEJA-NUEVA.
                  CLOSE QUEJASFILE.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "QUEJAS" TO AUD-FICHERO-WS.
                  MOVE NUM-QJ-NUEVA-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE SPACES TO MSJ-QUEJAS.
                  STRING "Queja " NUM-QJ-NUEVA-WS
                         " registrada, responder antes del "
                         FECHA-PRUEBA-WS
                      DELIMITED BY SIZE INTO MSJ-QUEJAS.
              FIN-ALTA-QUEJA.
                  EXIT.

              VALIDAR-ALTA-QUEJA.
                  MOVE SPACES TO MSJ-QUEJAS.
                  INSPECT DNI-QJ-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT CATEGORIA-QJ-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT CANAL-QJ-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT CASO-TIPO-QJ-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  IF CATEGORIA-QJ-WS NOT = "COM" AND
                     CATEGORIA-QJ-WS NOT = "TAR" AND
                     CATEGORIA-QJ-WS NOT = "CAJ" AND
                     CATEGORIA-QJ-WS NOT = "PAG" AND
                     CATEGORIA-QJ-WS NOT = "ENT" AND
                     CATEGORIA-QJ-WS NOT = "PER" AND
                     CATEGORIA-QJ-WS NOT = "OTR"
                    MOVE "Categoria no valida" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF CANAL-QJ-WS NOT = "O" AND CANAL-QJ-WS NOT = "T" AND
                     CANAL-QJ-WS NOT = "E" AND CANAL-QJ-WS NOT = "C" AND
                     CANAL-QJ-WS NOT = "W"
                    MOVE "Canal no valido (O/T/E/C/W)" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF CASO-TIPO-QJ-WS NOT = SPACES AND
                     CASO-TIPO-QJ-WS NOT = "RC" AND
                     CASO-TIPO-QJ-WS NOT = "TR" AND
                     CASO-TIPO-QJ-WS NOT = "IN"
                    MOVE "Tipo de caso no valido (RC/TR/IN)" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF CASO-TIPO-QJ-WS NOT = SPACES AND
                     CASO-REF-QJ-WS = SPACES
                    MOVE "Indique la referencia del caso" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF DESCRIPCION-QJ-WS = SPACES
                    MOVE "Indique la descripcion de la queja"
                        TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.

                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    MOVE "No existe PERSONAS.DAT" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  MOVE DNI-QJ-WS TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        MOVE "DNI no registrado como cliente"
                            TO MSJ-QUEJAS.
                  CLOSE PERSONASFILE.
                  IF MSJ-QUEJAS NOT = SPACES
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  MOVE PER-NOMBRE TO NOMBRE-QJ-WS.

                  IF MOV-SEC-QJ-WS > 0 AND CUENTA-QJ-WS = SPACES
                    MOVE "El apunte requiere la cuenta" TO MSJ-QUEJAS
                    GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF CUENTA-QJ-WS NOT = SPACES
                    INSPECT CUENTA-QJ-WS CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    MOVE CUENTA-QJ-WS TO CUENTA-ABONO-WS
                    PERFORM LOCALIZAR-CUENTA-DNI
                        THRU FIN-LOCALIZAR-CUENTA-DNI
                    IF CUENTA-DNI-HALLADA NOT = "SI"
                      MOVE "La cuenta no es de ese cliente" TO MSJ-QUEJAS
                      GO TO FIN-VALIDAR-ALTA-QUEJA.

                  IF MOV-SEC-QJ-WS > 0
                    OPEN INPUT MOVFILE
                    MOVE CUENTA-QJ-WS TO MOV-ID
                    MOVE MOV-SEC-QJ-WS TO MOV-SEC
                    READ MOVFILE
                        INVALID KEY
                          MOVE "No existe ese apunte en la cuenta"
                              TO MSJ-QUEJAS
                    END-READ
                    CLOSE MOVFILE
                    IF MSJ-QUEJAS NOT = SPACES
                      GO TO FIN-VALIDAR-ALTA-QUEJA.

                  IF CASO-TIPO-QJ-WS = "RC"
                    IF CASO-REF-QJ-WS IS NOT NUMERIC
                      MOVE "Referencia de reclamacion: seis cifras"
                          TO MSJ-QUEJAS
                      GO TO FIN-VALIDAR-ALTA-QUEJA.
                  IF CASO-TIPO-QJ-WS = "RC"
                    OPEN INPUT RECLAMACIONESFILE
                    MOVE CASO-REF-QJ-WS TO RECL-NUMERO
                    READ RECLAMACIONESFILE
                        INVALID KEY
                          MOVE "No existe esa reclamacion de movimiento"
                              TO MSJ-QUEJAS
                    END-READ
                    CLOSE RECLAMACIONESFILE.
              FIN-VALIDAR-ALTA-QUEJA.
                  EXIT.

       *> Busca CUENTA-ABONO-WS entre las cuentas de las tarjetas del
       *> DNI de PERSONASFILE (ya leido) y deja en TARJ-ABONO-WS la
       *> tarjeta titular que la lleva
              LOCALIZAR-CUENTA-DNI.
                  MOVE "NO" TO CUENTA-DNI-HALLADA.
                  MOVE 0 TO TARJ-ABONO-WS.
                  OPEN INPUT USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    GO TO FIN-LOCALIZAR-CUENTA-DNI.
                  MOVE 1 TO T.
                  PERFORM MIRAR-TARJETA-DNI
                      UNTIL T > PER-NUM-TARJETAS OR T > 5 OR
                            CUENTA-DNI-HALLADA = "SI".
                  CLOSE USERFILE.
              FIN-LOCALIZAR-CUENTA-DNI.
                  EXIT.

              MIRAR-TARJETA-DNI.
                  MOVE PER-TARJETA(T) TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                        MOVE 1 TO M
                        PERFORM MIRAR-CUENTA-DNI
                            UNTIL M > 3 OR CUENTA-DNI-HALLADA = "SI".
                  ADD 1 TO T.

              MIRAR-CUENTA-DNI.
                  IF USER-NUM-CUENTA(M) = CUENTA-ABONO-WS
                    MOVE "SI" TO CUENTA-DNI-HALLADA
                    MOVE USER-TARJ TO TARJ-ABONO-WS.
                  ADD 1 TO M.

       *> Fecha limite de respuesta en FECHA-PRUEBA-WS: quince dias
       *> habiles (sin sabados, domingos ni FESTIVOS.DAT) para las
       *> quejas sobre servicios de pago, un mes natural para las demas
              CALCULAR-FECHA-LIMITE.
                  IF CATEGORIA-QJ-WS = "TAR" OR CATEGORIA-QJ-WS = "CAJ"
                     OR CATEGORIA-QJ-WS = "PAG"
                    GO TO CONTAR-DIAS-HABILES.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-MES-NUM-WS.
                  IF MM-MES-WS = 12
                    MOVE 1 TO MM-MES-WS
                    ADD 1 TO AA-MES-WS
                  ELSE
                    ADD 1 TO MM-MES-WS.

                RECORTAR-DIA-MES.
                  IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-MES-NUM-WS) NOT = 0
                    SUBTRACT 1 FROM DD-MES-WS
                    GO TO RECORTAR-DIA-MES.
                  MOVE FECHA-MES-NUM-WS TO FECHA-PRUEBA-WS.
                  GO TO FIN-CALCULAR-FECHA-LIMITE.

                CONTAR-DIAS-HABILES.
                  MOVE FECHA-NEGOCIO-WS TO FECHA-PRUEBA-WS.
                  MOVE 0 TO DIAS-HABILES-WS.

                SUMAR-UN-DIA-HABIL.
                  COMPUTE FECHA-PRUEBA-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-PRUEBA-WS) + 1).
                  PERFORM COMPROBAR-DIA-HABIL THRU FIN-COMPROBAR-DIA-HABIL.
                  IF DIA-HABIL-WS = "SI"
                    ADD 1 TO DIAS-HABILES-WS.
                  IF DIAS-HABILES-WS < 15
                    GO TO SUMAR-UN-DIA-HABIL.
              FIN-CALCULAR-FECHA-LIMITE.
                  EXIT.

       *> Procedimiento comprobar-dia-habil, el de CIERREDIA sobre
       *> FECHA-PRUEBA-WS: habil si no cae en sabado ni domingo (el
       *> dia 1 del calendario interno, 1601-01-01, fue lunes) ni
       *> figura en FESTIVOS.DAT
              COMPROBAR-DIA-HABIL.
                  MOVE "SI" TO DIA-HABIL-WS.
                  COMPUTE DIA-SEMANA-WS =
                      FUNCTION REM(
                          FUNCTION INTEGER-OF-DATE(FECHA-PRUEBA-WS), 7).
                  IF DIA-SEMANA-WS = 6 OR DIA-SEMANA-WS = 0
                    MOVE "NO" TO DIA-HABIL-WS
                    GO TO FIN-COMPROBAR-DIA-HABIL.
                  OPEN INPUT FESTIVOSFILE.
                  IF FSFE = "35"
                    CLOSE FESTIVOSFILE
                    GO TO FIN-COMPROBAR-DIA-HABIL.
                  MOVE FECHA-PRUEBA-WS TO FES-FECHA.
                  READ FESTIVOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE "NO" TO DIA-HABIL-WS.
                  CLOSE FESTIVOSFILE.
              FIN-COMPROBAR-DIA-HABIL.
                  EXIT.

       *> Tramita una queja: T la pasa a en tramite y R la resuelve con
       *> su nota. Una compensacion (solo con resolucion F o P) se abona
       *> primero en la cuenta indicada, que ha de ser del cliente; si el
       *> abono no llega a grabarse la queja queda en tramite
              TRAMITAR-QUEJA.
                  MOVE 0 TO NUM-QJ-WS.

                PEDIR-NUMERO-QUEJA.
                  DISPLAY PANTALLA-BUSCAR-QUEJA.
                  ACCEPT PANTALLA-BUSCAR-QUEJA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-TRAMITAR-QUEJA.
                  MOVE SPACES TO MSJ-QUEJAS.
                  MOVE NUM-QJ-WS TO QJ-NUMERO.
                  OPEN INPUT QUEJASFILE.
                  IF FSQJ = "35"
                    MOVE "NO" TO QJ-ENCONTRADA
                  ELSE
                    READ QUEJASFILE
                        INVALID KEY MOVE "NO" TO QJ-ENCONTRADA
                        NOT INVALID KEY MOVE "SI" TO QJ-ENCONTRADA.
                  CLOSE QUEJASFILE.
                  IF QJ-ENCONTRADA NOT = "SI"
                    MOVE "No existe esa queja" TO MSJ-QUEJAS
                    GO TO PEDIR-NUMERO-QUEJA.
                  IF QJ-RESUELTA
                    MOVE "Esa queja ya esta resuelta" TO MSJ-QUEJAS
                    GO TO PEDIR-NUMERO-QUEJA.

                  MOVE SPACES TO ACCION-WS.
                  MOVE SPACES TO RESOLUCION-WS.
                  MOVE 0 TO EUROS-COMP-WS.
                  MOVE 0 TO CENT-COMP-WS.
                  MOVE QJ-CUENTA TO CUENTA-ABONO-WS.
                  MOVE QJ-NOTA TO NOTA-WS.

                PEDIR-TRAMITE-QUEJA.
                  DISPLAY PANTALLA-TRAMITAR-QUEJA.
                  ACCEPT PANTALLA-TRAMITAR-QUEJA
                      IF COB-CRT-STATUS = 1009
                        MOVE SPACES TO MSJ-QUEJAS
                        GO TO FIN-TRAMITAR-QUEJA.
                  MOVE SPACES TO MSJ-QUEJAS.
                  INSPECT ACCION-WS CONVERTING "tr" TO "TR".
                  INSPECT RESOLUCION-WS CONVERTING "fpd" TO "FPD".
                  COMPUTE IMPORTE-COMP-WS =
                      EUROS-COMP-WS + (CENT-COMP-WS / 100).
                  IF ACCION-WS NOT = "T" AND ACCION-WS NOT = "R"
                    MOVE "Accion no valida (T o R)" TO MSJ-QUEJAS
                    GO TO PEDIR-TRAMITE-QUEJA.
                  IF ACCION-WS = "R" AND RESOLUCION-WS NOT = "F" AND
                     RESOLUCION-WS NOT = "P" AND RESOLUCION-WS NOT = "D"
                    MOVE "Resolucion no valida (F, P o D)" TO MSJ-QUEJAS
                    GO TO PEDIR-TRAMITE-QUEJA.
                  IF ACCION-WS = "R" AND NOTA-WS = SPACES
                    MOVE "Indique la nota de resolucion" TO MSJ-QUEJAS
                    GO TO PEDIR-TRAMITE-QUEJA.
                  IF IMPORTE-COMP-WS > 0 AND
                     (ACCION-WS NOT = "R" OR RESOLUCION-WS = "D")
                    MOVE "Solo se compensa al resolver con F o P"
                        TO MSJ-QUEJAS
                    GO TO PEDIR-TRAMITE-QUEJA.

                  MOVE "N" TO ABONO-FALLIDO-WS.
                  IF IMPORTE-COMP-WS > 0
                    PERFORM ABONAR-COMPENSACION
                        THRU FIN-ABONAR-COMPENSACION
                    IF CUENTA-DNI-HALLADA NOT = "SI"
                      MOVE "S" TO ABONO-FALLIDO-WS.

                  OPEN I-O QUEJASFILE.
                  MOVE NUM-QJ-WS TO QJ-NUMERO.
                  READ QUEJASFILE.
                  MOVE STAFF-ID-INTENTO TO QJ-GESTOR.
                  MOVE NOTA-WS TO QJ-NOTA.
                  IF ACCION-WS = "T" OR ABONO-FALLIDO-WS = "S"
                    MOVE "T" TO QJ-ESTADO
                  ELSE
                    MOVE "R" TO QJ-ESTADO
                    MOVE RESOLUCION-WS TO QJ-RESOLUCION
                    MOVE FECHA-NEGOCIO-WS TO QJ-FECHA-RESOLUCION
                    MOVE IMPORTE-COMP-WS TO QJ-COMPENSACION
                    IF IMPORTE-COMP-WS > 0
                      MOVE CUENTA-ABONO-WS TO QJ-CUENTA-ABONO.
                  REWRITE REG-QUEJA.
                  CLOSE QUEJASFILE.

                  IF ACCION-WS = "T" OR ABONO-FALLIDO-WS = "S"
                    MOVE "TRAMITE" TO AUD-OPERACION-WS
                  ELSE
                    MOVE "RESOLVER" TO AUD-OPERACION-WS.
                  MOVE "QUEJAS" TO AUD-FICHERO-WS.
                  MOVE NUM-QJ-WS TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

*> Si el abono fallo se conserva el mensaje dejado por
*> ABONAR-COMPENSACION, que explica por que la queja sigue en tramite
                  IF ABONO-FALLIDO-WS NOT = "S"
                    MOVE "Queja tramitada" TO MSJ-QUEJAS.
              FIN-TRAMITAR-QUEJA.
                  EXIT.

       *> Abona la compensacion en CUENTA-ABONO-WS, que ha de ser una
       *> cuenta de alguna tarjeta del DNI de la queja, y deja el apunte
       *> "Compensacion queja" (AJ QJ) en MOVS.DAT
              ABONAR-COMPENSACION.
                  MOVE "NO" TO CUENTA-DNI-HALLADA.
                  INSPECT CUENTA-ABONO-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  OPEN INPUT PERSONASFILE.
                  MOVE QJ-DNI TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        MOVE "El cliente ya no esta en PERSONAS.DAT"
                            TO MSJ-QUEJAS.
                  CLOSE PERSONASFILE.
                  IF MSJ-QUEJAS NOT = SPACES
                    GO TO FIN-ABONAR-COMPENSACION.
                  PERFORM LOCALIZAR-CUENTA-DNI
                      THRU FIN-LOCALIZAR-CUENTA-DNI.
                  IF CUENTA-DNI-HALLADA NOT = "SI"
                    MOVE "La cuenta de abono no es del cliente"
                        TO MSJ-QUEJAS
                    GO TO FIN-ABONAR-COMPENSACION.

*> Por encima del umbral la compensacion exige la aprobacion de un
*> segundo empleado autorizado (doble control)
                  MOVE "NO" TO APROBACION-USADA-WS.
                  IF IMPORTE-COMP-WS > UMBRAL-DUAL-WS
                    PERFORM PEDIR-APROBACION THRU FIN-PEDIR-APROBACION
                    IF APROBACION-OK-WS NOT = "SI"
                      MOVE "NO" TO CUENTA-DNI-HALLADA
                      MOVE "Sin aprobacion: la queja queda en tramite"
                          TO MSJ-QUEJAS
                      GO TO FIN-ABONAR-COMPENSACION
                    ELSE
                      MOVE "SI" TO APROBACION-USADA-WS.

                  MOVE "NO" TO CUENTA-DNI-HALLADA.
                  OPEN I-O USERFILE.
                  MOVE TARJ-ABONO-WS TO USER-TARJ.
                  READ USERFILE
                      INVALID KEY
                        CLOSE USERFILE
                        MOVE "Tarjeta de la cuenta no encontrada"
                            TO MSJ-QUEJAS
                        GO TO FIN-ABONAR-COMPENSACION.
                  MOVE 1 TO M.
                  PERFORM ABONAR-EN-CUENTA-QJ UNTIL M > 3.
                  CLOSE USERFILE.

                  IF CUENTA-DNI-HALLADA = "SI"
                    PERFORM REGISTRAR-MOV-COMPENSACION
                        THRU FIN-REGISTRAR-MOV-COMPENSACION
                    MOVE "COMPENSA" TO AUD-OPERACION-WS
                    MOVE "USERS.DAT" TO AUD-FICHERO-WS
                    MOVE CUENTA-ABONO-WS TO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA
                    IF APROBACION-USADA-WS = "SI"
                      PERFORM GUARDAR-AUDITORIA-APROBADOR
                    END-IF
                  ELSE
                    MOVE "Compensacion no abonada (reintente)"
                        TO MSJ-QUEJAS.
              FIN-ABONAR-COMPENSACION.
                  EXIT.

              ABONAR-EN-CUENTA-QJ.
                  IF USER-NUM-CUENTA(M) = CUENTA-ABONO-WS
                    COMPUTE USER-SALDO(M) =
                                USER-SALDO(M) + IMPORTE-COMP-WS
                    MOVE USER-SALDO(M) TO SALDO-ABONO-WS
                    PERFORM REGRABAR-USUARIO-CON-REINTENTO
                        THRU FIN-REGRABAR-USUARIO-CON-REINTENTO
                    IF FSU = "00"
                      MOVE "SI" TO CUENTA-DNI-HALLADA
                    END-IF
                  END-IF.
                  ADD 1 TO M.

       *> Con el cajero operativo las veinticuatro horas, el registro
       *> del titular puede estar en uso en el momento del apunte: se
       *> reintenta unas veces y, si sigue ocupado, la operacion se
       *> da por no aplicada (FSU distinto de "00")
              REGRABAR-USUARIO-CON-REINTENTO.
                  MOVE 0 TO REINTENTOS-REGRABAR-WS.

                REINTENTAR-REGRABAR-USUARIO.
                  REWRITE REG-USUARIO.
                  IF FSU = "51" AND REINTENTOS-REGRABAR-WS < 5
                    ADD 1 TO REINTENTOS-REGRABAR-WS
                    GO TO REINTENTAR-REGRABAR-USUARIO.
              FIN-REGRABAR-USUARIO-CON-REINTENTO.
                  EXIT.

              REGISTRAR-MOV-COMPENSACION.
                  MOVE CUENTA-ABONO-WS TO MOV-ID.
                  MOVE SPACES TO MOV-CONCEPTO.
                  STRING "Compensacion queja " NUM-QJ-WS
                      DELIMITED BY SIZE INTO MOV-CONCEPTO.
                  MOVE "AJ" TO MOV-TIPO-OP.
                  MOVE "QJ" TO MOV-SUBTIPO-OP.
                  MOVE IMPORTE-COMP-WS TO MOV-CANTIDAD.
                  MOVE IMPORTE-COMP-WS TO MOV-IMPORTE.
                  MOVE " " TO MOV-CUENTA-DESTINO.
                  MOVE SALDO-ABONO-WS TO MOV-SALDO.
                  PERFORM OBTENER-FECHA-HORA-AUD.
                  MOVE FECHAF TO MOV-FECHA.
                  MOVE HORAF TO MOV-HORA.
                  PERFORM CALCULAR-FECHA-HORA-MOV.
                  PERFORM BUSCAR-SEC-LIBRE-MOV THRU FIN-BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-SEC-WS TO MOV-SEC.
                  PERFORM ABRIR-MOVFILE-ESCRITURA.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY PERFORM REINTENTAR-SEC-MOV.
                  CLOSE MOVFILE.
              FIN-REGISTRAR-MOV-COMPENSACION.

       *> Procedimiento auxiliar que busca la siguiente secuencia libre de
       *> MOVFILE para la cuenta ya depositada en MOV-ID (modelado sobre
       *> BUSCAR-SEC-LIBRE-ORDEN)
              BUSCAR-SEC-LIBRE-MOV.
                  MOVE MOV-ID TO MOV-ID-BUSQUEDA-WS.
                  MOVE 1 TO MOV-SEC-WS.
                  OPEN INPUT MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-MOV.

                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  MOVE 999999 TO MOV-SEC.
                  START MOVFILE KEY IS NOT GREATER THAN MOV-CLAVE
                      INVALID KEY GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  READ MOVFILE PREVIOUS RECORD
                      AT END GO TO FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.

                  IF MOV-ID = MOV-ID-BUSQUEDA-WS
                    COMPUTE MOV-SEC-WS = MOV-SEC + 1.

                FIN-BUSCAR-SEC-LIBRE-MOV-CERRAR.
                  MOVE MOV-ID-BUSQUEDA-WS TO MOV-ID.
                  CLOSE MOVFILE.
              FIN-BUSCAR-SEC-LIBRE-MOV.

              ABRIR-MOVFILE-ESCRITURA.
                  OPEN I-O MOVFILE.
                  IF FSM = "35"
                    CLOSE MOVFILE
                    OPEN OUTPUT MOVFILE.

       *> Si otro proceso o un terminal ocupo la secuencia en el
       *> instante de grabar, se avanza y se reintenta, igual que el
       *> cajero
              REINTENTAR-SEC-MOV.
                  ADD 1 TO MOV-SEC.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY GO TO REINTENTAR-SEC-MOV.

              CALCULAR-FECHA-HORA-MOV.
                  COMPUTE MOV-FECHA-HORA-COMP =
                            (AAM * 10000000000) + (MMM * 100000000)
                            + (DDM * 1000000) + (HH OF MOV-HORA * 10000)
                            + (MM OF MOV-HORA * 100) + SS OF MOV-HORA.
                  MOVE "BATC" TO MOV-TERMINAL.
                  MOVE FECHA-NEGOCIO-WS TO MOV-FECHA-NEGOCIO.

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

       *> Procedimiento cargar-fecha-negocio: las quejas se fechan con la
       *> fecha de negocio vigente; sin FECHA-NEGOCIO.DAT se usa la
       *> fecha del calendario
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
