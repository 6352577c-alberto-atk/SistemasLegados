       *> (BIN propio + secuencia + digito de control, como en
       *> writeUsersLoginFile) y modificacion controlada de un cliente
       *> existente (datos personales y limites; ni la tarjeta ni la
       *> clave se tocan desde aqui), ademas de la residencia fiscal
       *> de cada persona por DNI (pais, NIF extranjero, marca de EEUU
       *> y autocertificacion) para CRS/FATCA, y el producto del
       *> catalogo PRODUCTOS.DAT de cada cuenta (al cambiarlo, la
       *> cuenta pasa al tipo de interes vigente del producto nuevo),
       *> y la marca de menor de edad con su tutor legal (el menor no
       *> tiene descubierto en ninguna de sus cuentas), y los datos de
       *> diligencia debida de cada persona (nacionalidad, documento de
       *> identidad con su caducidad y fecha de la ultima revision), y
       *> la direccion postal estructurada de cada persona, validada
       *> contra el maestro CODIGOS-POSTALES.DAT si reside en Espana.
       *> Todos los campos se validan antes de grabar: letra de
       *> control del DNI, nombre y direccion obligatorios, telefono
       *> de 9 digitos, fechas de emision y caducidad validas y
       *> coherentes, producto vigente en el catalogo. Exige acceso de
       *> STAFF.DAT y deja constancia en AUDITORIA.DAT, de modo que
       *> NOTIFICA.DAT y el INFORMECADUCIDAD dejen de tropezar con
       *> datos basura.
       *>
       *> Versiones
       *> Versión 1.0 - Mantenimiento de clientes con validacion
       *> Versión 1.1 - Digito de control del numero de cuenta
       *> Versión 1.2 - Permiso por empleado en PERMISOS.DAT
       *> Versión 1.3 - Residencia fiscal y autocertificacion por DNI
       *> Versión 1.4 - Producto del catalogo en cada cuenta
       *> Versión 1.5 - Menor de edad, tutor legal y sin descubierto
       *> Versión 1.6 - Documento de identidad y revision de diligencia debida
       *> Versión 1.7 - Direccion postal estructurada con codigo postal
       *> Versión 1.8 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.9 - Trazados vigentes: USERS.DAT 3 y PERSONAS.DAT 2
       *> Versión 1.10 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FSLG.

           SELECT PRODUCTOSFILE ASSIGN TO "PRODUCTOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRD-CLAVE
              FILE STATUS IS FSPRD.

           SELECT CODPOSTALFILE ASSIGN TO "CODIGOS-POSTALES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPO-CODIGO
              FILE STATUS IS FSCP.

           SELECT TRAZADOSFILE ASSIGN TO "CONTROL-TRAZADOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRZ-FICHERO
              FILE STATUS IS FSTZ.

       DATA DIVISION.
       FILE SECTION.
       FD USERFILE.
          02 USER-FECHA-CADUCIDAD    PIC 9(8).
          02 USER-PUNTOS             PIC 9(7).
          02 USER-COD-REFERIDO       PIC X(10).
          02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD LOGINFILE.
        01 REG-LOGIN.
*> aceptan abonos, se frenan cargos); ver GESTIONARFALLECIDOS
          02 PER-FALLECIDO          PIC X.
          02 PER-FECHA-FALLECIMIENTO PIC 9(8).
*> Residencia fiscal de la persona para CRS/FATCA: pais (ISO de
*> dos letras), NIF extranjero, marca de ciudadano de EEUU y
*> fecha de la autocertificacion (cero si no la ha firmado);
*> se mantiene en MANTENECLIENTES
          02 PER-RESIDENCIA-FISCAL  PIC XX.
          02 PER-NIF-EXTRANJERO     PIC X(20).
          02 PER-CIUDADANO-EEUU     PIC X.
          02 PER-FECHA-AUTOCERT     PIC 9(8).
*> Menores: fecha de nacimiento (cero si no consta), marca de
*> menor de edad y DNI del tutor legal, que ha de ser otra
*> persona de este fichero; se mantiene en MANTENECLIENTES y la
*> marca la levanta CUMPLIRMAYORIAEDAD al cumplir los 18
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

       FD STAFFFILE.
        01 REG-STAFF.
       01 REG-CUENTA-LEGADO.
          02 LEG-CUENTA             PIC X(24).

*> FD PRODUCTOSFILE: catalogo de productos de cuenta, una fila por
*> producto y fecha de efecto (ver MANTENEPRODUCTOS)
       FD PRODUCTOSFILE.
       01 REG-PRODUCTO.
          02 PRD-CLAVE.
            03 PRD-CODIGO           PIC X(3).
            03 PRD-FECHA-EFECTO     PIC 9(8).
          02 PRD-NOMBRE             PIC X(30).
          02 PRD-TIPO-ACREEDOR      PIC 9V9999.
          02 PRD-TIPO-DEUDOR        PIC 9V9999.
          02 PRD-COMISION-MANT      PIC 9(5)V99.
          02 PRD-UMBRAL-EXENCION    PIC 9(9)V99.
          02 PRD-EXENCION-NOMINA    PIC X.
          02 PRD-LIMITE-DESCUBIERTO PIC 9(7)V99.
          02 PRD-REPRECIADO         PIC X.

*> FD CODPOSTALFILE: maestro de codigos postales con su municipio y
*> provincia (ver writeCodigosPostalesFile)
       FD CODPOSTALFILE.
       01 REG-CODIGO-POSTAL.
          02 CPO-CODIGO             PIC X(5).
          02 CPO-MUNICIPIO          PIC X(30).
          02 CPO-PROVINCIA          PIC X(20).

       *> FD TRAZADOSFILE: registro de control de cada fichero maestro
       *> (version de trazado y numero de registros)
       FD TRAZADOSFILE.
       01 REG-CONTROL-TRAZADO.
          02 TRZ-FICHERO              PIC X(12).
          02 TRZ-VERSION              PIC 9(3).
          02 TRZ-NUM-REGISTROS        PIC 9(9).
          02 TRZ-FECHA                PIC 9(8).
          02 TRZ-PROGRAMA             PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSTZ                  PIC XX.
       77 TRAZADO-FICHERO-WS    PIC X(12).
       77 TRAZADO-VERSION-WS    PIC 9(3).
       77  FSU     PIC XX.
       77  FSL     PIC XX.
       77  FSST    PIC XX.
       77  CLIENTE-ENCONTRADO PIC X(2).
       77  FSPE    PIC XX.
       77  FSLG    PIC XX.
       77  FSPRD   PIC XX.
       77  FSCP    PIC XX.
       77  T-PER   PIC 9.
       77  TARJETA-YA-ANOTADA PIC X(2).

           02  FECHAEMISION     PIC 9(8).
           02  FECHACADUCIDAD   PIC 9(8).
           02  COD-REFERIDO     PIC X(10).
*> Las tres cuentas de la tarjeta y el producto de cada una, con
*> vista en tabla para recorrerlas
           02  CUENTAS-PRODUCTO.
               03  CUENTA-P1    PIC X(24).
               03  CUENTA-P2    PIC X(24).
               03  CUENTA-P3    PIC X(24).
           02  CUENTA-PROD REDEFINES CUENTAS-PRODUCTO
                                PIC X(24) OCCURS 3 TIMES.
           02  PRODUCTOS-CUENTA.
               03  PRODUCTO1    PIC X(3).
               03  PRODUCTO2    PIC X(3).
               03  PRODUCTO3    PIC X(3).
           02  PRODUCTO-CTA REDEFINES PRODUCTOS-CUENTA
                                PIC X(3) OCCURS 3 TIMES.

*> Condiciones vigentes hoy de un producto del catalogo
       01  DATOS-PRODUCTO.
           02  PRODUCTO-BUSCADO-WS   PIC X(3).
           02  PRODUCTO-ENCONTRADO   PIC X(2).
           02  TIPO-PRODUCTO-WS      PIC 9V9999.
           02  LIMITE-PRODUCTO-WS    PIC 9(7)V99.
           02  FECHA-PRODUCTO-WS     PIC 9(8).
           02  P-CTA                 PIC 9.

       01  CAMPOS-VALIDACION.
           02  FECHA-VALIDAR-WS      PIC 9(8).
           02  MES-VALIDAR-WS        PIC 99.
           02  DIA-VALIDAR-WS        PIC 99.
           02  FECHA-VALIDA-WS       PIC X(2).
           02  ANO-MINIMO-WS         PIC 9999 VALUE 1990.
           02  I-TFNO                PIC 99.
           02  TFNO-VALIDO-WS        PIC X(2).
           02  DATOS-VALIDOS-WS      PIC X(2).
           02  DC-CUENTA-OK          PIC X(2).
           02  CUENTA-EN-LEGADO      PIC X(2).

*> Residencia fiscal de una persona (CRS/FATCA), por DNI
       01  DATOS-RESIDENCIA-FISCAL.
           02  PERSONA-ENCONTRADA    PIC X(2).
           02  NOMBRE-PERSONA        PIC X(30).
           02  RESIDENCIA-FISCAL     PIC XX.
           02  NIF-EXTRANJERO        PIC X(20).
           02  CIUDADANO-EEUU        PIC X.
           02  FECHA-AUTOCERT        PIC 9(8).
           02  FECHA-HOY-RES         PIC 9(8).

*> Menor de edad y su tutor legal, por DNI: la marca se exige
*> mientras la fecha de nacimiento no llegue a los 18 años, y el
*> tutor ha de ser otra persona del indice, mayor de edad
       01  DATOS-MENOR.
           02  FECHA-NACIMIENTO      PIC 9(8).
           02  MENOR                 PIC X.
           02  DNI-TUTOR             PIC X(9).
           02  DNI-MENOR-WS          PIC X(9).
           02  FECHA-MAYORIA-WS      PIC 9(8).
           02  TUTOR-VALIDO-WS       PIC X(2).
           02  ES-MENOR-ALTA-WS      PIC X.
           02  NUM-TARJETAS-MENOR    PIC 9.
           02  TARJETA-MENOR         PIC 9(10) OCCURS 5 TIMES.

*> Diligencia debida de una persona, por DNI: nacionalidad,
*> documento de identidad y su caducidad, y la marca de revision
*> hecha hoy; el nivel de riesgo solo se consulta, lo calcula
*> CALIFICARRIESGO
       01  DATOS-KYC.
           02  NACIONALIDAD          PIC XX.
           02  TIPO-DOCUMENTO        PIC X.
           02  NUM-DOCUMENTO         PIC X(20).
           02  FECHA-CAD-DOCUMENTO   PIC 9(8).
           02  REVISION-HECHA        PIC X.
           02  FECHA-ULT-REVISION    PIC 9(8).
           02  NIVEL-RIESGO          PIC X.
           02  PUNTOS-RIESGO         PIC 999.
           02  RESTRINGIDO-DOC       PIC X.

*> Direccion postal estructurada de una persona, por DNI, con el
*> estado en que estaba antes de grabarla (una direccion devuelta
*> por correos vuelve a ser valida al corregirla)
       01  DATOS-DIRECCION.
           02  DIR-VIA               PIC X(40).
           02  DIR-NUMERO            PIC X(5).
           02  DIR-PISO              PIC X(10).
           02  DIR-CP                PIC X(5).
           02  DIR-MUNICIPIO         PIC X(30).
           02  DIR-PROVINCIA         PIC X(20).
           02  DIR-PAIS              PIC XX.
           02  DIR-ESTADO            PIC X.
           02  DIR-FECHA-ESTADO      PIC 9(8).

       01  MSJ-CLIENTES              PIC X(55) VALUE SPACES.

       SCREEN SECTION.
           02 LINE 2  COL 9  VALUE "---MANTENIMIENTO DE CLIENTES---".
           02 LINE 5  COL 19 VALUE "1 - Alta de cliente".
           02 LINE 7  COL 19 VALUE "2 - Modificar cliente".
           02 LINE 9  COL 19 VALUE "3 - Residencia fiscal".
           02 LINE 11 COL 19 VALUE "4 - Menor de edad y tutor".
           02 LINE 13 COL 19 VALUE "5 - Diligencia debida (KYC)".
           02 LINE 15 COL 19 VALUE "6 - Direccion postal".
           02 LINE 16 COL 19 VALUE "7 - Salir".
           02 LINE 17 COL 19 VALUE "Opcion:".
           02 LINE 17 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-CLIENTES.

       01  PANTALLA-DATOS-CLIENTE.
           02 BLANK SCREEN.
               BLANK WHEN ZERO.
           02 LINE 22  COL 9   VALUE "COD. REFERIDO:".
           02 LINE 22  COL 24  PIC X(10) USING COD-REFERIDO UNDERLINE.
           02 LINE 22  COL 40  VALUE "PRODUCTO:".
           02 LINE 22  COL 50  PIC X(3) USING PRODUCTO1 UNDERLINE.
           02 LINE 24  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 25  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

           02 LINE 17  COL 40  VALUE "CADUCIDAD:".
           02 LINE 17  COL 51  PIC 9(8) USING FECHACADUCIDAD
               BLANK WHEN ZERO.
           02 LINE 18  COL 9   PIC X(24) FROM CUENTA-P1.
           02 LINE 18  COL 35  VALUE "PRODUCTO:".
           02 LINE 18  COL 45  PIC X(3) USING PRODUCTO1 UNDERLINE.
           02 LINE 19  COL 9   PIC X(24) FROM CUENTA-P2.
           02 LINE 19  COL 35  VALUE "PRODUCTO:".
           02 LINE 19  COL 45  PIC X(3) USING PRODUCTO2 UNDERLINE.
           02 LINE 20  COL 9   PIC X(24) FROM CUENTA-P3.
           02 LINE 20  COL 35  VALUE "PRODUCTO:".
           02 LINE 20  COL 45  PIC X(3) USING PRODUCTO3 UNDERLINE.
           02 LINE 21  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 23  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

       01 PANTALLA-BUSCAR-PERSONA.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---RESIDENCIA FISCAL---".
           02 LINE 6  COL 19 VALUE "DNI:".
           02 LINE 6  COL 24 PIC X(9) USING DNI UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01  PANTALLA-RESIDENCIA-FISCAL.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---RESIDENCIA FISCAL---".
           02 LINE 4   COL 9   VALUE "DNI:".
           02 LINE 4   COL 14  PIC X(9) FROM DNI.
           02 LINE 5   COL 9   VALUE "NOMBRE:".
           02 LINE 5   COL 17  PIC X(30) FROM NOMBRE-PERSONA.
           02 LINE 8   COL 9   VALUE "PAIS DE RESIDENCIA FISCAL (ISO):".
           02 LINE 8   COL 42  PIC XX USING RESIDENCIA-FISCAL UNDERLINE.
           02 LINE 10  COL 9   VALUE "NIF EXTRANJERO:".
           02 LINE 10  COL 25  PIC X(20) USING NIF-EXTRANJERO UNDERLINE.
           02 LINE 12  COL 9   VALUE "CIUDADANO O RESIDENTE EN EEUU (S/N):".
           02 LINE 12  COL 46  PIC X USING CIUDADANO-EEUU UNDERLINE.
           02 LINE 14  COL 9   VALUE "FECHA AUTOCERTIFICACION (AAAAMMDD):".
           02 LINE 14  COL 45  PIC 9(8) USING FECHA-AUTOCERT
               BLANK WHEN ZERO.
           02 LINE 21  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 23  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

       01 PANTALLA-BUSCAR-MENOR.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---MENOR DE EDAD Y TUTOR---".
           02 LINE 6  COL 19 VALUE "DNI:".
           02 LINE 6  COL 24 PIC X(9) USING DNI UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01  PANTALLA-MENOR-TUTOR.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---MENOR DE EDAD Y TUTOR---".
           02 LINE 4   COL 9   VALUE "DNI:".
           02 LINE 4   COL 14  PIC X(9) FROM DNI.
           02 LINE 5   COL 9   VALUE "NOMBRE:".
           02 LINE 5   COL 17  PIC X(30) FROM NOMBRE-PERSONA.
           02 LINE 8   COL 9   VALUE "FECHA DE NACIMIENTO (AAAAMMDD):".
           02 LINE 8   COL 41  PIC 9(8) USING FECHA-NACIMIENTO
               BLANK WHEN ZERO.
           02 LINE 10  COL 9   VALUE "MENOR DE EDAD (S/N):".
           02 LINE 10  COL 30  PIC X USING MENOR UNDERLINE.
           02 LINE 12  COL 9   VALUE "DNI DEL TUTOR LEGAL:".
           02 LINE 12  COL 30  PIC X(9) USING DNI-TUTOR UNDERLINE.
           02 LINE 15  COL 9   VALUE
               "Al marcarlo como menor sus cuentas quedan sin".
           02 LINE 16  COL 9   VALUE
               "descubierto; CUMPLIRMAYORIAEDAD levanta la marca".
           02 LINE 17  COL 9   VALUE "al cumplir los 18.".
           02 LINE 21  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 23  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

       01 PANTALLA-BUSCAR-KYC.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---DILIGENCIA DEBIDA (KYC)---".
           02 LINE 6  COL 19 VALUE "DNI:".
           02 LINE 6  COL 24 PIC X(9) USING DNI UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01  PANTALLA-DATOS-KYC.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---DILIGENCIA DEBIDA (KYC)---".
           02 LINE 4   COL 9   VALUE "DNI:".
           02 LINE 4   COL 14  PIC X(9) FROM DNI.
           02 LINE 5   COL 9   VALUE "NOMBRE:".
           02 LINE 5   COL 17  PIC X(30) FROM NOMBRE-PERSONA.
           02 LINE 6   COL 9   VALUE "NIVEL DE RIESGO:".
           02 LINE 6   COL 26  PIC X FROM NIVEL-RIESGO.
           02 LINE 6   COL 29  VALUE "PUNTOS:".
           02 LINE 6   COL 37  PIC ZZ9 FROM PUNTOS-RIESGO.
           02 LINE 6   COL 42  VALUE "ULTIMA REVISION:".
           02 LINE 6   COL 59  PIC 9(8) FROM FECHA-ULT-REVISION.
           02 LINE 8   COL 9   VALUE "NACIONALIDAD (ISO):".
           02 LINE 8   COL 29  PIC XX USING NACIONALIDAD UNDERLINE.
           02 LINE 10  COL 9   VALUE
               "TIPO DE DOCUMENTO (D-DNI, N-NIE, P-Pasaporte):".
           02 LINE 10  COL 56  PIC X USING TIPO-DOCUMENTO UNDERLINE.
           02 LINE 12  COL 9   VALUE "NUMERO DE DOCUMENTO:".
           02 LINE 12  COL 30  PIC X(20) USING NUM-DOCUMENTO UNDERLINE.
           02 LINE 14  COL 9   VALUE "CADUCIDAD DEL DOCUMENTO (AAAAMMDD):".
           02 LINE 14  COL 45  PIC 9(8) USING FECHA-CAD-DOCUMENTO
               BLANK WHEN ZERO.
           02 LINE 16  COL 9   VALUE "REVISION DE DILIGENCIA HECHA HOY (S/N):".
           02 LINE 16  COL 49  PIC X USING REVISION-HECHA UNDERLINE.
           02 LINE 18  COL 9   VALUE
               "Con un documento vigente se levanta la restriccion".
           02 LINE 19  COL 9   VALUE
               "a solo abonos que pone REVISARKYC.".
           02 LINE 21  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 23  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

       01 PANTALLA-BUSCAR-DIRECCION.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE "---DIRECCION POSTAL---".
           02 LINE 6  COL 19 VALUE "DNI:".
           02 LINE 6  COL 24 PIC X(9) USING DNI UNDERLINE.
           02 LINE 20 COL 13 PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".

       01  PANTALLA-DATOS-DIRECCION.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---DIRECCION POSTAL---".
           02 LINE 4   COL 9   VALUE "DNI:".
           02 LINE 4   COL 14  PIC X(9) FROM DNI.
           02 LINE 5   COL 9   VALUE "NOMBRE:".
           02 LINE 5   COL 17  PIC X(30) FROM NOMBRE-PERSONA.
           02 LINE 6   COL 9   VALUE "ESTADO (V/P/D):".
           02 LINE 6   COL 25  PIC X FROM DIR-ESTADO.
           02 LINE 6   COL 29  VALUE "DESDE:".
           02 LINE 6   COL 36  PIC 9(8) FROM DIR-FECHA-ESTADO.
           02 LINE 8   COL 9   VALUE "VIA:".
           02 LINE 8   COL 24  PIC X(40) USING DIR-VIA UNDERLINE.
           02 LINE 10  COL 9   VALUE "NUMERO:".
           02 LINE 10  COL 24  PIC X(5) USING DIR-NUMERO UNDERLINE.
           02 LINE 10  COL 32  VALUE "PISO Y PUERTA:".
           02 LINE 10  COL 47  PIC X(10) USING DIR-PISO UNDERLINE.
           02 LINE 12  COL 9   VALUE "CODIGO POSTAL:".
           02 LINE 12  COL 24  PIC X(5) USING DIR-CP UNDERLINE.
           02 LINE 14  COL 9   VALUE "MUNICIPIO:".
           02 LINE 14  COL 24  PIC X(30) USING DIR-MUNICIPIO UNDERLINE.
           02 LINE 16  COL 9   VALUE "PROVINCIA:".
           02 LINE 16  COL 24  PIC X(20) USING DIR-PROVINCIA UNDERLINE.
           02 LINE 18  COL 9   VALUE "PAIS (ISO):".
           02 LINE 18  COL 24  PIC XX USING DIR-PAIS UNDERLINE.
           02 LINE 19  COL 9   VALUE
               "En Espana municipio y provincia salen del codigo postal.".
           02 LINE 21  COL 9   PIC X(55) FROM MSJ-CLIENTES.
           02 LINE 23  COL 9   VALUE "ENTER - Aceptar   F9 - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                    PERFORM GUARDAR-AUDITORIA
                    STOP RUN.
                  MOVE SPACES TO MSJ-CLIENTES.
                  PERFORM MOSTRAR-MENU UNTIL OPCION = "7".
                  STOP RUN.

       *> Procedimiento login-staff, identico al de MANTENEESPEC
                  DISPLAY PANTALLA-MENU-CLIENTES.
                  ACCEPT PANTALLA-MENU-CLIENTES
                      IF COB-CRT-STATUS = 1009
                        MOVE "7" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-CLIENTES.
                      PERFORM MODIFICAR-CLIENTE
                          THRU FIN-MODIFICAR-CLIENTE
                    ELSE
                      IF OPCION = "3"
                        PERFORM MANTENER-RESIDENCIA-FISCAL
                            THRU FIN-MANTENER-RESIDENCIA-FISCAL
                      ELSE
                        IF OPCION = "4"
                          PERFORM MANTENER-MENOR
                              THRU FIN-MANTENER-MENOR
                        ELSE
                          IF OPCION = "5"
                            PERFORM MANTENER-KYC
                                THRU FIN-MANTENER-KYC
                          ELSE
                            IF OPCION = "6"
                              PERFORM MANTENER-DIRECCION
                                  THRU FIN-MANTENER-DIRECCION
                            ELSE
                              IF OPCION NOT = "7"
                                MOVE "Opcion no valida" TO MSJ-CLIENTES.
              FIN-MOSTRAR-MENU.

       *> Alta de un cliente nuevo: la tarjeta se genera, el resto de
                  MOVE 0 TO FECHAEMISION.
                  MOVE 0 TO FECHACADUCIDAD.
                  MOVE SPACES TO COD-REFERIDO.
                  MOVE SPACES TO CUENTAS-PRODUCTO.
                  MOVE "CTE" TO PRODUCTO1.
                  MOVE SPACES TO PRODUCTO2.
                  MOVE SPACES TO PRODUCTO3.
                  PERFORM GENERAR-NUMERO-TARJETA
                      THRU FIN-GENERAR-NUMERO-TARJETA.

                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ALTA-CLIENTE.

                  IF CUENTA1 = SPACES
                    MOVE "Indique la cuenta 1 del cliente"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-ALTA.
                  MOVE CUENTA1 TO CUENTA-P1.
                  PERFORM VALIDAR-DATOS-CLIENTE
                      THRU FIN-VALIDAR-DATOS-CLIENTE.
                  IF DATOS-VALIDOS-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-ALTA.

*> La tarjeta nueva de un menor de edad ya dado de alta no puede
*> llevar descubierto
                  PERFORM CONSULTAR-MENOR-ALTA.
                  IF ES-MENOR-ALTA-WS = "S" AND DESCUBIERTO > 0
                    MOVE "Un menor de edad no puede tener descubierto"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-ALTA.

                      (LIMITEDIARIOC / 100) + LIMITEDIARIO.
                  MOVE PREGUNTA-SEG TO USER-PREGUNTA-SEG.
                  MOVE RESPUESTA-SEG TO USER-RESPUESTA-SEG.
*> Sin descubierto tecleado, la cuenta nace con el limite por
*> defecto de su producto y siempre con su tipo de interes
                  MOVE PRODUCTO1 TO PRODUCTO-BUSCADO-WS.
                  PERFORM BUSCAR-CONDICIONES-PRODUCTO
                      THRU FIN-BUSCAR-CONDICIONES-PRODUCTO.
                  MOVE CUENTA1 TO USER-NUM-CUENTA(1).
                  COMPUTE USER-SALDO(1) = (CENTS1 / 100) + EUROS1.
                  MOVE DESCUBIERTO TO USER-LIMITE-DESCUBIERTO(1).
                  IF DESCUBIERTO = 0 AND ES-MENOR-ALTA-WS NOT = "S"
                    MOVE LIMITE-PRODUCTO-WS TO USER-LIMITE-DESCUBIERTO(1).
                  MOVE "EUR" TO USER-MONEDA(1).
                  MOVE TIPO-PRODUCTO-WS TO USER-TIPO-INTERES(1).
                  MOVE 0 TO USER-ULT-DEVENGO-AA(1).
                  MOVE 0 TO USER-ULT-DEVENGO-MM(1).
                  MOVE SPACES TO USER-NUM-CUENTA(2).
                  MOVE FECHACADUCIDAD TO USER-FECHA-CADUCIDAD.
                  MOVE 0 TO USER-PUNTOS.
                  MOVE COD-REFERIDO TO USER-COD-REFERIDO.
                  MOVE PRODUCTO1 TO USER-PRODUCTO(1).
                  MOVE SPACES TO USER-PRODUCTO(2).
                  MOVE SPACES TO USER-PRODUCTO(3).
                  WRITE REG-USUARIO INVALID KEY REWRITE REG-USUARIO.
                  CLOSE USERFILE.

                  MOVE USER-RESPUESTA-SEG TO RESPUESTA-SEG.
                  MOVE USER-FECHA-EMISION TO FECHAEMISION.
                  MOVE USER-FECHA-CADUCIDAD TO FECHACADUCIDAD.
                  MOVE SPACES TO CUENTA1.
                  MOVE USER-NUM-CUENTA(1) TO CUENTA-P1.
                  MOVE USER-NUM-CUENTA(2) TO CUENTA-P2.
                  MOVE USER-NUM-CUENTA(3) TO CUENTA-P3.
                  MOVE USER-PRODUCTO(1) TO PRODUCTO1.
                  MOVE USER-PRODUCTO(2) TO PRODUCTO2.
                  MOVE USER-PRODUCTO(3) TO PRODUCTO3.

                MOSTRAR-PANTALLA-MODIFICAR.
                  DISPLAY PANTALLA-MODIFICAR-CLIENTE.
                  MOVE RESPUESTA-SEG TO USER-RESPUESTA-SEG.
                  MOVE FECHAEMISION TO USER-FECHA-EMISION.
                  MOVE FECHACADUCIDAD TO USER-FECHA-CADUCIDAD.
                  MOVE 1 TO P-CTA.
                  PERFORM CAMBIAR-PRODUCTO-CUENTA UNTIL P-CTA > 3.
                  REWRITE REG-USUARIO.
                  CLOSE USERFILE.

                  MOVE 0 TO PER-TARJETA(5).
                  MOVE "N" TO PER-FALLECIDO.
                  MOVE 0 TO PER-FECHA-FALLECIMIENTO.
                  MOVE SPACES TO PER-RESIDENCIA-FISCAL.
                  MOVE SPACES TO PER-NIF-EXTRANJERO.
                  MOVE "N" TO PER-CIUDADANO-EEUU.
                  MOVE 0 TO PER-FECHA-AUTOCERT.
                  MOVE 0 TO PER-FECHA-NACIMIENTO.
                  MOVE "N" TO PER-MENOR.
                  MOVE SPACES TO PER-DNI-TUTOR.
                  MOVE SPACES TO PER-NACIONALIDAD.
                  MOVE SPACES TO PER-TIPO-DOCUMENTO.
                  MOVE SPACES TO PER-NUM-DOCUMENTO.
                  MOVE 0 TO PER-FECHA-CAD-DOCUMENTO.
                  MOVE 0 TO PER-FECHA-ULT-REVISION.
                  MOVE SPACES TO PER-NIVEL-RIESGO.
                  MOVE 0 TO PER-PUNTOS-RIESGO.
                  MOVE 0 TO PER-FECHA-RIESGO.
                  MOVE "N" TO PER-RESTRINGIDO-DOC.
                  MOVE SPACES TO PER-DIR-VIA PER-DIR-NUMERO PER-DIR-PISO
                      PER-DIR-CP PER-DIR-MUNICIPIO PER-DIR-PROVINCIA
                      PER-DIR-PAIS PER-DIR-ESTADO.
                  MOVE 0 TO PER-DIR-FECHA-ESTADO.
                  WRITE REG-PERSONA.

                CERRAR-ACTUALIZAR-PERSONA.
              FIN-ACTUALIZAR-PERSONA.
                  EXIT.

       *> El cambio de producto de una cuenta la pasa al tipo de
       *> interes vigente del producto nuevo; el limite de descubierto
       *> ya concedido se respeta. Una cuenta sin producto conserva su
       *> tipo
              CAMBIAR-PRODUCTO-CUENTA.
                  IF PRODUCTO-CTA(P-CTA) NOT = USER-PRODUCTO(P-CTA)
                    MOVE PRODUCTO-CTA(P-CTA) TO USER-PRODUCTO(P-CTA)
                    MOVE PRODUCTO-CTA(P-CTA) TO PRODUCTO-BUSCADO-WS
                    PERFORM BUSCAR-CONDICIONES-PRODUCTO
                        THRU FIN-BUSCAR-CONDICIONES-PRODUCTO
                    IF PRODUCTO-ENCONTRADO = "SI"
                      MOVE TIPO-PRODUCTO-WS
                          TO USER-TIPO-INTERES(P-CTA).
                  ADD 1 TO P-CTA.

       *> Condiciones vigentes hoy del producto de PRODUCTO-BUSCADO-WS:
       *> la fila de PRODUCTOS.DAT de ese codigo con la fecha de efecto
       *> mas reciente no posterior a hoy
              BUSCAR-CONDICIONES-PRODUCTO.
                  MOVE "NO" TO PRODUCTO-ENCONTRADO.
                  MOVE 0 TO TIPO-PRODUCTO-WS.
                  MOVE 0 TO LIMITE-PRODUCTO-WS.
                  IF PRODUCTO-BUSCADO-WS = SPACES
                    GO TO FIN-BUSCAR-CONDICIONES-PRODUCTO.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-PRODUCTO-WS.
                  OPEN INPUT PRODUCTOSFILE.
                  IF FSPRD = "35"
                    CLOSE PRODUCTOSFILE
                    GO TO FIN-BUSCAR-CONDICIONES-PRODUCTO.
                  MOVE PRODUCTO-BUSCADO-WS TO PRD-CODIGO.
                  MOVE FECHA-PRODUCTO-WS TO PRD-FECHA-EFECTO.
                  START PRODUCTOSFILE KEY IS NOT GREATER THAN PRD-CLAVE
                      INVALID KEY GO TO CERRAR-BUSCAR-PRODUCTO.
                  READ PRODUCTOSFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-PRODUCTO.
                  IF PRD-CODIGO = PRODUCTO-BUSCADO-WS
                    MOVE "SI" TO PRODUCTO-ENCONTRADO
                    MOVE PRD-TIPO-ACREEDOR TO TIPO-PRODUCTO-WS
                    MOVE PRD-LIMITE-DESCUBIERTO TO LIMITE-PRODUCTO-WS.

                CERRAR-BUSCAR-PRODUCTO.
                  CLOSE PRODUCTOSFILE.
              FIN-BUSCAR-CONDICIONES-PRODUCTO.
                  EXIT.

              COMPROBAR-TARJETA-PERSONA.
                  IF PER-TARJETA(T-PER) = TARJ
                    MOVE "SI" TO TARJETA-YA-ANOTADA
                  ELSE
                    ADD 1 TO T-PER.

       *> Residencia fiscal de una persona ya dada de alta, por DNI:
       *> pais de residencia, NIF extranjero, marca de EEUU y fecha de
       *> la autocertificacion firmada por el cliente. Con esto el
       *> INFORMECRS anual decide quien es declarable
              MANTENER-RESIDENCIA-FISCAL.
                  MOVE SPACES TO DNI.

                MOSTRAR-PANTALLA-BUSCAR-PERSONA.
                  DISPLAY PANTALLA-BUSCAR-PERSONA.
                  ACCEPT PANTALLA-BUSCAR-PERSONA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-RESIDENCIA-FISCAL.

                  MOVE SPACES TO MSJ-CLIENTES.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO PERSONA-ENCONTRADA
                  ELSE
                    MOVE DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE "NO" TO PERSONA-ENCONTRADA
                        NOT INVALID KEY MOVE "SI" TO PERSONA-ENCONTRADA
                    END-READ.
                  CLOSE PERSONASFILE.
                  IF PERSONA-ENCONTRADA NOT = "SI"
                    MOVE "No existe ninguna persona con ese DNI"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-BUSCAR-PERSONA.

                  MOVE PER-NOMBRE TO NOMBRE-PERSONA.
                  MOVE PER-RESIDENCIA-FISCAL TO RESIDENCIA-FISCAL.
                  MOVE PER-NIF-EXTRANJERO TO NIF-EXTRANJERO.
                  MOVE PER-CIUDADANO-EEUU TO CIUDADANO-EEUU.
                  MOVE PER-FECHA-AUTOCERT TO FECHA-AUTOCERT.
                  IF RESIDENCIA-FISCAL = SPACES
                    MOVE "ES" TO RESIDENCIA-FISCAL.
                  IF CIUDADANO-EEUU NOT = "S"
                    MOVE "N" TO CIUDADANO-EEUU.

                MOSTRAR-PANTALLA-RESIDENCIA.
                  DISPLAY PANTALLA-RESIDENCIA-FISCAL.
                  ACCEPT PANTALLA-RESIDENCIA-FISCAL
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-RESIDENCIA-FISCAL.

                  PERFORM VALIDAR-RESIDENCIA-FISCAL
                      THRU FIN-VALIDAR-RESIDENCIA-FISCAL.
                  IF DATOS-VALIDOS-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-RESIDENCIA.

                  OPEN I-O PERSONASFILE.
                  MOVE DNI TO PER-DNI.
                  READ PERSONASFILE.
                  MOVE RESIDENCIA-FISCAL TO PER-RESIDENCIA-FISCAL.
                  MOVE NIF-EXTRANJERO TO PER-NIF-EXTRANJERO.
                  MOVE CIUDADANO-EEUU TO PER-CIUDADANO-EEUU.
                  MOVE FECHA-AUTOCERT TO PER-FECHA-AUTOCERT.
                  REWRITE REG-PERSONA.
                  CLOSE PERSONASFILE.

                  MOVE "RESFISCAL" TO AUD-OPERACION-WS.
                  MOVE "PERSONAS.DAT" TO AUD-FICHERO-WS.
                  MOVE DNI TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  MOVE "Residencia fiscal grabada" TO MSJ-CLIENTES.
              FIN-MANTENER-RESIDENCIA-FISCAL.
                  EXIT.

       *> Menor de edad y tutor legal de una persona ya dada de alta,
       *> por DNI. Al marcarla como menor, todas las cuentas de sus
       *> tarjetas quedan con el limite de descubierto a cero; al
       *> desmarcarla a mano el descubierto no vuelve solo, se concede
       *> de nuevo desde la oficina
              MANTENER-MENOR.
                  MOVE SPACES TO DNI.

                MOSTRAR-PANTALLA-BUSCAR-MENOR.
                  DISPLAY PANTALLA-BUSCAR-MENOR.
                  ACCEPT PANTALLA-BUSCAR-MENOR
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-MENOR.

                  MOVE SPACES TO MSJ-CLIENTES.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO PERSONA-ENCONTRADA
                  ELSE
                    MOVE DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE "NO" TO PERSONA-ENCONTRADA
                        NOT INVALID KEY MOVE "SI" TO PERSONA-ENCONTRADA
                    END-READ.
                  CLOSE PERSONASFILE.
                  IF PERSONA-ENCONTRADA NOT = "SI"
                    MOVE "No existe ninguna persona con ese DNI"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-BUSCAR-MENOR.

                  MOVE PER-NOMBRE TO NOMBRE-PERSONA.
                  MOVE PER-FECHA-NACIMIENTO TO FECHA-NACIMIENTO.
                  MOVE PER-MENOR TO MENOR.
                  MOVE PER-DNI-TUTOR TO DNI-TUTOR.
                  IF FECHA-NACIMIENTO IS NOT NUMERIC
                    MOVE 0 TO FECHA-NACIMIENTO.
                  IF MENOR NOT = "S"
                    MOVE "N" TO MENOR
                    MOVE SPACES TO DNI-TUTOR.

                MOSTRAR-PANTALLA-MENOR.
                  DISPLAY PANTALLA-MENOR-TUTOR.
                  ACCEPT PANTALLA-MENOR-TUTOR
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-MENOR.

                  PERFORM VALIDAR-DATOS-MENOR
                      THRU FIN-VALIDAR-DATOS-MENOR.
                  IF DATOS-VALIDOS-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-MENOR.

                  OPEN I-O PERSONASFILE.
                  MOVE DNI TO PER-DNI.
                  READ PERSONASFILE.
                  MOVE FECHA-NACIMIENTO TO PER-FECHA-NACIMIENTO.
                  MOVE MENOR TO PER-MENOR.
                  MOVE DNI-TUTOR TO PER-DNI-TUTOR.
                  REWRITE REG-PERSONA.
                  MOVE PER-NUM-TARJETAS TO NUM-TARJETAS-MENOR.
                  MOVE 1 TO T-PER.
                  PERFORM COPIAR-TARJETA-MENOR UNTIL T-PER > 5.
                  CLOSE PERSONASFILE.

                  MOVE "MENOR" TO AUD-OPERACION-WS.
                  MOVE "PERSONAS.DAT" TO AUD-FICHERO-WS.
                  MOVE DNI TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  IF MENOR = "S"
                    MOVE 1 TO T-PER
                    PERFORM QUITAR-DESCUBIERTO-MENOR
                        UNTIL T-PER > NUM-TARJETAS-MENOR.

                  MOVE "Datos de menor de edad grabados" TO MSJ-CLIENTES.
              FIN-MANTENER-MENOR.
                  EXIT.

              COPIAR-TARJETA-MENOR.
                  MOVE PER-TARJETA(T-PER) TO TARJETA-MENOR(T-PER).
                  ADD 1 TO T-PER.

       *> Diligencia debida de una persona ya dada de alta, por DNI:
       *> nacionalidad, documento de identidad y su caducidad, y la
       *> revision periodica hecha hoy. Si el documento que se graba
       *> esta en vigor se quita la restriccion a solo abonos que
       *> REVISARKYC pone a los documentos caducados
              MANTENER-KYC.
                  MOVE SPACES TO DNI.

                MOSTRAR-PANTALLA-BUSCAR-KYC.
                  DISPLAY PANTALLA-BUSCAR-KYC.
                  ACCEPT PANTALLA-BUSCAR-KYC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-KYC.

                  MOVE SPACES TO MSJ-CLIENTES.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO PERSONA-ENCONTRADA
                  ELSE
                    MOVE DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE "NO" TO PERSONA-ENCONTRADA
                        NOT INVALID KEY MOVE "SI" TO PERSONA-ENCONTRADA
                    END-READ.
                  CLOSE PERSONASFILE.
                  IF PERSONA-ENCONTRADA NOT = "SI"
                    MOVE "No existe ninguna persona con ese DNI"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-BUSCAR-KYC.

                  MOVE PER-NOMBRE TO NOMBRE-PERSONA.
                  MOVE PER-NACIONALIDAD TO NACIONALIDAD.
                  MOVE PER-TIPO-DOCUMENTO TO TIPO-DOCUMENTO.
                  MOVE PER-NUM-DOCUMENTO TO NUM-DOCUMENTO.
                  MOVE PER-FECHA-CAD-DOCUMENTO TO FECHA-CAD-DOCUMENTO.
                  MOVE PER-FECHA-ULT-REVISION TO FECHA-ULT-REVISION.
                  MOVE PER-NIVEL-RIESGO TO NIVEL-RIESGO.
                  MOVE PER-PUNTOS-RIESGO TO PUNTOS-RIESGO.
                  MOVE PER-RESTRINGIDO-DOC TO RESTRINGIDO-DOC.
                  IF FECHA-CAD-DOCUMENTO IS NOT NUMERIC
                    MOVE 0 TO FECHA-CAD-DOCUMENTO.
                  IF FECHA-ULT-REVISION IS NOT NUMERIC
                    MOVE 0 TO FECHA-ULT-REVISION.
                  IF PUNTOS-RIESGO IS NOT NUMERIC
                    MOVE 0 TO PUNTOS-RIESGO.
                  IF NACIONALIDAD = SPACES
                    MOVE "ES" TO NACIONALIDAD.
                  IF TIPO-DOCUMENTO = SPACES
                    MOVE "D" TO TIPO-DOCUMENTO.
                  IF NUM-DOCUMENTO = SPACES AND TIPO-DOCUMENTO = "D"
                    MOVE DNI TO NUM-DOCUMENTO.
                  MOVE "N" TO REVISION-HECHA.

                MOSTRAR-PANTALLA-KYC.
                  DISPLAY PANTALLA-DATOS-KYC.
                  ACCEPT PANTALLA-DATOS-KYC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-KYC.

                  PERFORM VALIDAR-DATOS-KYC THRU FIN-VALIDAR-DATOS-KYC.
                  IF DATOS-VALIDOS-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-KYC.

                  OPEN I-O PERSONASFILE.
                  MOVE DNI TO PER-DNI.
                  READ PERSONASFILE.
                  MOVE NACIONALIDAD TO PER-NACIONALIDAD.
                  MOVE TIPO-DOCUMENTO TO PER-TIPO-DOCUMENTO.
                  MOVE NUM-DOCUMENTO TO PER-NUM-DOCUMENTO.
                  MOVE FECHA-CAD-DOCUMENTO TO PER-FECHA-CAD-DOCUMENTO.
                  IF REVISION-HECHA = "S"
                    MOVE FECHA-HOY-RES TO PER-FECHA-ULT-REVISION.
                  IF FECHA-CAD-DOCUMENTO NOT < FECHA-HOY-RES
                    MOVE "N" TO PER-RESTRINGIDO-DOC.
                  REWRITE REG-PERSONA.
                  CLOSE PERSONASFILE.

                  MOVE "KYC" TO AUD-OPERACION-WS.
                  MOVE "PERSONAS.DAT" TO AUD-FICHERO-WS.
                  MOVE DNI TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  IF RESTRINGIDO-DOC = "S" AND
                     FECHA-CAD-DOCUMENTO NOT < FECHA-HOY-RES
                    MOVE "Diligencia grabada; restriccion levantada"
                        TO MSJ-CLIENTES
                  ELSE
                    MOVE "Datos de diligencia debida grabados"
                        TO MSJ-CLIENTES.
              FIN-MANTENER-KYC.
                  EXIT.

       *> Direccion postal estructurada de una persona, por DNI. Al
       *> grabarla queda valida con fecha de hoy: si estaba devuelta
       *> por correos (CORREODEVUELTO) se reanudan los envios en papel
       *> y el cajero deja de pedir al cliente que la actualice
              MANTENER-DIRECCION.
                  MOVE SPACES TO DNI.

                MOSTRAR-PANTALLA-BUSCAR-DIR.
                  DISPLAY PANTALLA-BUSCAR-DIRECCION.
                  ACCEPT PANTALLA-BUSCAR-DIRECCION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-DIRECCION.

                  MOVE SPACES TO MSJ-CLIENTES.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    MOVE "NO" TO PERSONA-ENCONTRADA
                  ELSE
                    MOVE DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY MOVE "NO" TO PERSONA-ENCONTRADA
                        NOT INVALID KEY MOVE "SI" TO PERSONA-ENCONTRADA
                    END-READ.
                  CLOSE PERSONASFILE.
                  IF PERSONA-ENCONTRADA NOT = "SI"
                    MOVE "No existe ninguna persona con ese DNI"
                        TO MSJ-CLIENTES
                    GO TO MOSTRAR-PANTALLA-BUSCAR-DIR.

                  MOVE PER-NOMBRE TO NOMBRE-PERSONA.
                  MOVE PER-DIR-VIA TO DIR-VIA.
                  MOVE PER-DIR-NUMERO TO DIR-NUMERO.
                  MOVE PER-DIR-PISO TO DIR-PISO.
                  MOVE PER-DIR-CP TO DIR-CP.
                  MOVE PER-DIR-MUNICIPIO TO DIR-MUNICIPIO.
                  MOVE PER-DIR-PROVINCIA TO DIR-PROVINCIA.
                  MOVE PER-DIR-PAIS TO DIR-PAIS.
                  MOVE PER-DIR-ESTADO TO DIR-ESTADO.
                  MOVE PER-DIR-FECHA-ESTADO TO DIR-FECHA-ESTADO.
                  IF DIR-FECHA-ESTADO IS NOT NUMERIC
                    MOVE 0 TO DIR-FECHA-ESTADO.
                  IF DIR-PAIS = SPACES
                    MOVE "ES" TO DIR-PAIS.
                  IF DIR-ESTADO = "D"
                    MOVE "Correo devuelto: confirme la direccion"
                        TO MSJ-CLIENTES.

                MOSTRAR-PANTALLA-DIRECCION.
                  DISPLAY PANTALLA-DATOS-DIRECCION.
                  ACCEPT PANTALLA-DATOS-DIRECCION
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MANTENER-DIRECCION.

                  PERFORM VALIDAR-DIRECCION THRU FIN-VALIDAR-DIRECCION.
                  IF DATOS-VALIDOS-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-DIRECCION.

                  OPEN I-O PERSONASFILE.
                  MOVE DNI TO PER-DNI.
                  READ PERSONASFILE.
                  MOVE DIR-VIA TO PER-DIR-VIA.
                  MOVE DIR-NUMERO TO PER-DIR-NUMERO.
                  MOVE DIR-PISO TO PER-DIR-PISO.
                  MOVE DIR-CP TO PER-DIR-CP.
                  MOVE DIR-MUNICIPIO TO PER-DIR-MUNICIPIO.
                  MOVE DIR-PROVINCIA TO PER-DIR-PROVINCIA.
                  MOVE DIR-PAIS TO PER-DIR-PAIS.
                  MOVE "V" TO PER-DIR-ESTADO.
                  MOVE FECHA-HOY-RES TO PER-DIR-FECHA-ESTADO.
                  REWRITE REG-PERSONA.
                  CLOSE PERSONASFILE.

                  MOVE "DIRECCION" TO AUD-OPERACION-WS.
                  MOVE "PERSONAS.DAT" TO AUD-FICHERO-WS.
                  MOVE DNI TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  IF DIR-ESTADO = "D"
                    MOVE "Direccion grabada; se reanudan los envios"
                        TO MSJ-CLIENTES
                  ELSE
                    MOVE "Direccion postal grabada" TO MSJ-CLIENTES.
              FIN-MANTENER-DIRECCION.
                  EXIT.

       *> Deja a cero el limite de descubierto de las tres cuentas de
       *> una tarjeta del menor, con constancia en AUDITORIA.DAT si
       *> alguna lo tenia
              QUITAR-DESCUBIERTO-MENOR.
                  OPEN I-O USERFILE.
                  IF FSU = "35"
                    CLOSE USERFILE
                    MOVE 6 TO T-PER
                  ELSE
                    MOVE TARJETA-MENOR(T-PER) TO USER-TARJ
                    READ USERFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          IF USER-LIMITE-DESCUBIERTO(1) > 0 OR
                             USER-LIMITE-DESCUBIERTO(2) > 0 OR
                             USER-LIMITE-DESCUBIERTO(3) > 0
                            MOVE 0 TO USER-LIMITE-DESCUBIERTO(1)
                            MOVE 0 TO USER-LIMITE-DESCUBIERTO(2)
                            MOVE 0 TO USER-LIMITE-DESCUBIERTO(3)
                            REWRITE REG-USUARIO
                            MOVE "SINDESCUB" TO AUD-OPERACION-WS
                            MOVE "USERS.DAT" TO AUD-FICHERO-WS
                            MOVE USER-TARJ TO AUD-CLAVE-WS
                            PERFORM GUARDAR-AUDITORIA
                          END-IF
                    END-READ
                    CLOSE USERFILE
                    ADD 1 TO T-PER.

       *> La fecha de nacimiento tiene que ser valida y no futura, y
       *> casar con la marca: quien no ha cumplido los 18 se marca como
       *> menor y quien ya los cumplio no. El menor necesita tutor, que
       *> ha de ser otra persona del indice con DNI valido, ni menor
       *> ni fallecida
              VALIDAR-DATOS-MENOR.
                  MOVE "NO" TO DATOS-VALIDOS-WS.
                  INSPECT MENOR CONVERTING "sn" TO "SN".
                  INSPECT DNI-TUTOR CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

                  IF MENOR NOT = "S" AND MENOR NOT = "N"
                    MOVE "Indique S o N en la marca de menor"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  IF MENOR = "S" AND FECHA-NACIMIENTO = 0
                    MOVE "Falta la fecha de nacimiento del menor"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  IF FECHA-NACIMIENTO NOT = 0
                    MOVE FECHA-NACIMIENTO TO FECHA-VALIDAR-WS
                    MOVE 1900 TO ANO-MINIMO-WS
                    PERFORM VALIDAR-FECHA THRU FIN-VALIDAR-FECHA
                    MOVE 1990 TO ANO-MINIMO-WS
                    IF FECHA-VALIDA-WS NOT = "SI"
                      MOVE "Fecha de nacimiento no valida (AAAAMMDD)"
                          TO MSJ-CLIENTES
                      GO TO FIN-VALIDAR-DATOS-MENOR.

                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-RES.
                  IF FECHA-NACIMIENTO > FECHA-HOY-RES
                    MOVE "La fecha de nacimiento no puede ser futura"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  IF FECHA-NACIMIENTO NOT = 0
                    COMPUTE FECHA-MAYORIA-WS = FECHA-NACIMIENTO + 180000
                    IF FECHA-MAYORIA-WS > FECHA-HOY-RES AND MENOR = "N"
                      MOVE "No ha cumplido los 18: marquelo como menor"
                          TO MSJ-CLIENTES
                      GO TO FIN-VALIDAR-DATOS-MENOR
                    END-IF
                    IF FECHA-MAYORIA-WS <= FECHA-HOY-RES AND MENOR = "S"
                      MOVE "Ya ha cumplido los 18: no puede marcarse menor"
                          TO MSJ-CLIENTES
                      GO TO FIN-VALIDAR-DATOS-MENOR.

                  IF MENOR = "N"
                    MOVE SPACES TO DNI-TUTOR
                    MOVE "SI" TO DATOS-VALIDOS-WS
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  MOVE DNI TO DNI-MENOR-WS.
                  MOVE DNI-TUTOR TO DNI.
                  PERFORM VALIDAR-LETRA-DNI THRU FIN-VALIDAR-LETRA-DNI.
                  MOVE DNI-MENOR-WS TO DNI.
                  IF DNI-VALIDO-WS NOT = "SI"
                    MOVE "DNI del tutor no valido (8 digitos y letra)"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-MENOR.
                  IF DNI-TUTOR = DNI
                    MOVE "El tutor no puede ser el propio menor"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  PERFORM COMPROBAR-TUTOR THRU FIN-COMPROBAR-TUTOR.
                  IF TUTOR-VALIDO-WS NOT = "SI"
                    GO TO FIN-VALIDAR-DATOS-MENOR.

                  MOVE "SI" TO DATOS-VALIDOS-WS.
              FIN-VALIDAR-DATOS-MENOR.
                  EXIT.

       *> El tutor tiene que figurar en PERSONAS.DAT como adulto vivo
              COMPROBAR-TUTOR.
                  MOVE "NO" TO TUTOR-VALIDO-WS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE = "35"
                    CLOSE PERSONASFILE
                    MOVE "El tutor no figura en el indice de personas"
                        TO MSJ-CLIENTES
                    GO TO FIN-COMPROBAR-TUTOR.
                  MOVE DNI-TUTOR TO PER-DNI.
                  READ PERSONASFILE
                      INVALID KEY
                        MOVE "El tutor no figura en el indice de personas"
                            TO MSJ-CLIENTES
                      NOT INVALID KEY
                        IF PER-MENOR = "S"
                          MOVE "El tutor no puede ser menor de edad"
                              TO MSJ-CLIENTES
                        ELSE
                          IF PER-FALLECIDO = "S"
                            MOVE "El tutor figura como fallecido"
                                TO MSJ-CLIENTES
                          ELSE
                            MOVE "SI" TO TUTOR-VALIDO-WS.
                  CLOSE PERSONASFILE.
              FIN-COMPROBAR-TUTOR.
                  EXIT.

       *> Marca de menor de la persona de la tarjeta que se da de alta
              CONSULTAR-MENOR-ALTA.
                  MOVE "N" TO ES-MENOR-ALTA-WS.
                  OPEN INPUT PERSONASFILE.
                  IF FSPE NOT = "35"
                    MOVE DNI TO PER-DNI
                    READ PERSONASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                          IF PER-MENOR = "S"
                            MOVE "S" TO ES-MENOR-ALTA-WS.
                  CLOSE PERSONASFILE.

       *> El pais va en codigo ISO de dos letras; quien no reside en
       *> España o es persona de EEUU necesita su NIF extranjero, y la
       *> autocertificacion tiene que estar firmada y no ser futura
              VALIDAR-RESIDENCIA-FISCAL.
                  MOVE "NO" TO DATOS-VALIDOS-WS.
                  INSPECT RESIDENCIA-FISCAL CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT CIUDADANO-EEUU CONVERTING "sn" TO "SN".

                  IF RESIDENCIA-FISCAL IS NOT ALPHABETIC OR
                     RESIDENCIA-FISCAL(1:1) = SPACE OR
                     RESIDENCIA-FISCAL(2:1) = SPACE
                    MOVE "El pais debe ser un codigo ISO de dos letras"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-RESIDENCIA-FISCAL.

                  IF CIUDADANO-EEUU NOT = "S" AND CIUDADANO-EEUU NOT = "N"
                    MOVE "Indique S o N en la marca de EEUU"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-RESIDENCIA-FISCAL.

                  IF (RESIDENCIA-FISCAL NOT = "ES" OR
                      CIUDADANO-EEUU = "S") AND NIF-EXTRANJERO = SPACES
                    MOVE "Falta el NIF extranjero del no residente"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-RESIDENCIA-FISCAL.

                  MOVE FECHA-AUTOCERT TO FECHA-VALIDAR-WS.
                  PERFORM VALIDAR-FECHA THRU FIN-VALIDAR-FECHA.
                  IF FECHA-VALIDA-WS NOT = "SI"
                    MOVE "Fecha de autocertificacion no valida (AAAAMMDD)"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-RESIDENCIA-FISCAL.
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-RES.
                  IF FECHA-AUTOCERT > FECHA-HOY-RES
                    MOVE "La autocertificacion no puede ser futura"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-RESIDENCIA-FISCAL.

                  MOVE "SI" TO DATOS-VALIDOS-WS.
              FIN-VALIDAR-RESIDENCIA-FISCAL.
                  EXIT.

       *> Nacionalidad en codigo ISO de dos letras, tipo de documento
       *> D (DNI), N (NIE) o P (pasaporte) con su numero, que para el
       *> DNI es el propio DNI de la persona, y fecha de caducidad
       *> valida. Se admite grabar un documento ya caducado: refleja
       *> lo que hay y REVISARKYC se encarga de la restriccion
              VALIDAR-DATOS-KYC.
                  MOVE "NO" TO DATOS-VALIDOS-WS.
                  INSPECT NACIONALIDAD CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT NUM-DOCUMENTO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT TIPO-DOCUMENTO CONVERTING "dnp" TO "DNP".
                  INSPECT REVISION-HECHA CONVERTING "sn" TO "SN".
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-RES.

                  IF NACIONALIDAD IS NOT ALPHABETIC OR
                     NACIONALIDAD(1:1) = SPACE OR
                     NACIONALIDAD(2:1) = SPACE
                    MOVE "La nacionalidad debe ser un codigo ISO de dos"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  IF TIPO-DOCUMENTO NOT = "D" AND
                     TIPO-DOCUMENTO NOT = "N" AND
                     TIPO-DOCUMENTO NOT = "P"
                    MOVE "Tipo de documento D, N o P" TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  IF NUM-DOCUMENTO = SPACES
                    MOVE "Falta el numero del documento" TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  IF TIPO-DOCUMENTO = "D" AND NUM-DOCUMENTO NOT = DNI
                    MOVE "El numero de un DNI es el propio DNI"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  MOVE FECHA-CAD-DOCUMENTO TO FECHA-VALIDAR-WS.
                  PERFORM VALIDAR-FECHA THRU FIN-VALIDAR-FECHA.
                  IF FECHA-VALIDA-WS NOT = "SI"
                    MOVE "Fecha de caducidad no valida (AAAAMMDD)"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  IF REVISION-HECHA NOT = "S" AND REVISION-HECHA NOT = "N"
                    MOVE "Indique S o N en la revision" TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DATOS-KYC.

                  MOVE "SI" TO DATOS-VALIDOS-WS.
              FIN-VALIDAR-DATOS-KYC.
                  EXIT.

       *> Via y numero obligatorios (el numero admite S/N) y pais en
       *> codigo ISO de dos letras. En Espana el codigo postal ha de
       *> existir en CODIGOS-POSTALES.DAT: el municipio y la provincia
       *> que se dejen en blanco se toman del maestro, y la provincia
       *> que se escriba ha de ser la del codigo postal. Fuera de
       *> Espana basta con que conste el municipio
              VALIDAR-DIRECCION.
                  MOVE "NO" TO DATOS-VALIDOS-WS.
                  INSPECT DIR-VIA CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DIR-NUMERO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DIR-PISO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DIR-MUNICIPIO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DIR-PROVINCIA CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  INSPECT DIR-PAIS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-RES.

                  IF DIR-VIA = SPACES
                    MOVE "Falta la via" TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.

                  IF DIR-NUMERO = SPACES
                    MOVE "Falta el numero (o S/N)" TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.

                  IF DIR-PAIS IS NOT ALPHABETIC OR
                     DIR-PAIS(1:1) = SPACE OR
                     DIR-PAIS(2:1) = SPACE
                    MOVE "El pais debe ser un codigo ISO de dos letras"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.

                  IF DIR-PAIS NOT = "ES"
                    IF DIR-MUNICIPIO = SPACES
                      MOVE "Falta el municipio" TO MSJ-CLIENTES
                      GO TO FIN-VALIDAR-DIRECCION
                    ELSE
                      MOVE "SI" TO DATOS-VALIDOS-WS
                      GO TO FIN-VALIDAR-DIRECCION.

                  IF DIR-CP IS NOT NUMERIC
                    MOVE "El codigo postal son cinco cifras"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.

                  OPEN INPUT CODPOSTALFILE.
                  IF FSCP = "35"
                    CLOSE CODPOSTALFILE
                    MOVE "Falta el maestro CODIGOS-POSTALES.DAT"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.
                  MOVE DIR-CP TO CPO-CODIGO.
                  READ CODPOSTALFILE
                      INVALID KEY MOVE SPACES TO CPO-PROVINCIA.
                  CLOSE CODPOSTALFILE.
                  IF CPO-PROVINCIA = SPACES
                    MOVE "Codigo postal inexistente en el maestro"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.

                  IF DIR-PROVINCIA = SPACES
                    MOVE CPO-PROVINCIA TO DIR-PROVINCIA.
                  IF DIR-PROVINCIA NOT = CPO-PROVINCIA
                    MOVE "La provincia no es la del codigo postal"
                        TO MSJ-CLIENTES
                    GO TO FIN-VALIDAR-DIRECCION.
                  IF DIR-MUNICIPIO = SPACES
                    MOVE CPO-MUNICIPIO TO DIR-MUNICIPIO.

                  MOVE "SI" TO DATOS-VALIDOS-WS.
              FIN-VALIDAR-DIRECCION.
                  EXIT.

       *> Validaciones comunes de alta y modificacion
              VALIDAR-DATOS-CLIENTE.
                  MOVE "NO" TO DATOS-VALIDOS-WS.
                          TO MSJ-CLIENTES
                      GO TO FIN-VALIDAR-DATOS-CLIENTE.

                  INSPECT PRODUCTOS-CUENTA CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                  MOVE 1 TO P-CTA.
                  MOVE "SI" TO PRODUCTO-ENCONTRADO.
                  PERFORM VALIDAR-PRODUCTO-CUENTA
                      UNTIL P-CTA > 3 OR PRODUCTO-ENCONTRADO NOT = "SI".
                  IF PRODUCTO-ENCONTRADO NOT = "SI"
                    GO TO FIN-VALIDAR-DATOS-CLIENTE.

                  MOVE "SI" TO DATOS-VALIDOS-WS.
              FIN-VALIDAR-DATOS-CLIENTE.
                  EXIT.

       *> Una cuenta vacia no lleva producto; el de una cuenta abierta
       *> puede quedar en blanco (se liquida con las reglas generales)
       *> o tiene que existir en el catalogo
              VALIDAR-PRODUCTO-CUENTA.
                  IF CUENTA-PROD(P-CTA) = SPACES
                    IF PRODUCTO-CTA(P-CTA) NOT = SPACES
                      MOVE "NO" TO PRODUCTO-ENCONTRADO
                      MOVE "Una cuenta vacia no puede llevar producto"
                          TO MSJ-CLIENTES
                    END-IF
                  ELSE
                    IF PRODUCTO-CTA(P-CTA) NOT = SPACES
                      MOVE PRODUCTO-CTA(P-CTA) TO PRODUCTO-BUSCADO-WS
                      PERFORM BUSCAR-CONDICIONES-PRODUCTO
                          THRU FIN-BUSCAR-CONDICIONES-PRODUCTO
                      IF PRODUCTO-ENCONTRADO NOT = "SI"
                        MOVE "Producto no vigente en el catalogo"
                            TO MSJ-CLIENTES.
                  ADD 1 TO P-CTA.

       *> Digitos de control internos del numero de cuenta: resto
       *> modulo 97 del cuerpo de 20 digitos restado de 98; una cuenta
       *> anterior al esquema se acepta si figura en el fichero de
                  COMPUTE DIA-VALIDAR-WS =
                      FECHA-VALIDAR-WS - (ANO-VALIDAR-WS * 10000)
                      - (MES-VALIDAR-WS * 100).
                  IF ANO-VALIDAR-WS < ANO-MINIMO-WS OR
                     ANO-VALIDAR-WS > 2099
                    GO TO FIN-VALIDAR-FECHA.
                  IF MES-VALIDAR-WS < 1 OR MES-VALIDAR-WS > 12
                    GO TO FIN-VALIDAR-FECHA.
                  DIVIDE SUMA-CIFRADO-WS BY 10000
                      GIVING COCIENTE-CIFRADO-WS
                      REMAINDER CLAVE-CIFRADA-WS.

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
