       *>               transformada contra el valor ya transformado que
       *>               guarda STAFF.DAT (ver MIGRARCLAVES)
       *> Versión 1.3 - Alta de abonos de temporada por promotor
       *> Versión 1.4 - Marca de espectaculo solo para adultos
       *> Versión 1.5 - Recinto del espectaculo: el alta genera el plano
       *>               de asientos (zona, fila, butaca, accesible y
       *>               precio base de la zona) desde RECINTOS.DAT
       *> Versión 1.6 - Numero de espectaculo de cuatro cifras; el alta lo
       *>               adjudica sola por encima del mayor ya dado
       *>               (ESPEC-CONTADOR.DAT) y no reutiliza los borrados
       *> Versión 1.7 - Aplazamiento de espectaculo (opcion 8): cambia la
       *>               fecha conservando asientos y codigos, avisa a
       *>               cada titular de entradas y abre una ventana de
       *>               devolucion en APLAZAMIENTOS.DAT; la modificacion
       *>               ya no cambia la fecha de un espectaculo con
       *>               entradas vendidas
       *> Versión 1.8 - Cupos de agencias externas (opcion A): aparta
       *>               asientos libres para una agencia, marcados "A"
       *>               en ASIENTOS.DAT, y fija cuando vuelve a la venta
       *>               general lo que no haya vendido
       *> Versión 1.9 - Preventa (opcion P): ventana de fechas antes de la
       *>               venta general en la que el cajero solo vende a
       *>               abonados del promotor, clientes por encima de un
       *>               umbral de puntos o asistentes a otras funciones
       *>               del promotor, con cupo de entradas por tarjeta
       *> Versión 1.10 - Comprueba el trazado de los maestros al arrancar
       *> Versión 1.11 - Trazado vigente de USERS.DAT: 3 (producto de cuenta)
       *> Versión 1.12 - Retorno 8 si el control de trazados falta o no coincide
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS ASIENTO-CLAVE
                  FILE STATUS IS FSA.

*> SELECT RECINTOSFILE: maestro de recintos, una entrada por zona
*> con sus filas, asientos por fila, accesibles y precio base, del
*> que se saca el plano de asientos de los espectaculos con recinto
              SELECT RECINTOSFILE ASSIGN TO "RECINTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REC-CLAVE
                  FILE STATUS IS FSREC.

*> SELECT ABONOSESPECFILE: abonos de temporada por promotor, que
*> cubren una serie de espectaculos (rango de numeros); el cajero
*> los vende, PUERTAESPEC los admite en todas las funciones de la
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCA.

*> SELECT CONTADORFILE: ultimo numero de espectaculo adjudicado; las
*> altas se numeran por encima de el y de ESPEC.DAT, de modo que un
*> numero ya usado no se vuelve a dar aunque el espectaculo se haya
*> borrado (liquidaciones, codigos y apuntes lo siguen citando)
              SELECT CONTADORFILE ASSIGN TO "ESPEC-CONTADOR.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSCO.

*> SELECT APLAZAMIENTOSFILE: un registro por espectaculo aplazado,
*> con la fecha anterior, la nueva y la ventana de devolucion que el
*> cajero respeta y que cierra CERRARAPLAZAMIENTOS
              SELECT APLAZAMIENTOSFILE ASSIGN TO "APLAZAMIENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-ESPEC
                  FILE STATUS IS FSAPL.

              SELECT CODIGOSENTRADAFILE ASSIGN TO
                  "CODIGOS-ENTRADA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODENT-CODIGO
                  FILE STATUS IS FSCE.

              SELECT PROMOTORESFILE ASSIGN TO "PROMOTORES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROM-ESPEC
                  FILE STATUS IS FSPM.

              SELECT USERFILE ASSIGN TO "USERS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-TARJ
                  FILE STATUS IS FSU.

              SELECT NOTIFICAFILE ASSIGN TO "NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOTIF-CLAVE
                  FILE STATUS IS FSN.

*> SELECT AGENCIASFILE: agencias externas de venta de entradas
*> (writeAgenciasFile); solo se asigna cupo a las activas
              SELECT AGENCIASFILE ASSIGN TO "AGENCIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-CODIGO
                  FILE STATUS IS FSAG.

*> SELECT CUPOSAGENCIAFILE: un registro por espectaculo y agencia
*> con el cupo asignado y la fecha en que lo que quede sin vender
*> vuelve a la venta general (CONCILIARAGENCIAS)
              SELECT CUPOSAGENCIAFILE ASSIGN TO "CUPOS-AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUP-CLAVE
                  FILE STATUS IS FSCUP.

*> SELECT ASIENTOSAGENCIAFILE: asientos concretos de cada cupo, que
*> en ASIENTOS.DAT quedan con ASIENTO-OCUPADO = "A" mientras la
*> agencia los tenga
              SELECT ASIENTOSAGENCIAFILE ASSIGN TO
                  "ASIENTOS-AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASA-CLAVE
                  FILE STATUS IS FSASA.

*> SELECT PREVENTASFILE: una ventana de preventa por espectaculo,
*> con sus fechas, los criterios que dan derecho a comprar en ella y
*> el cupo de entradas por tarjeta que respeta el cajero
              SELECT PREVENTASFILE ASSIGN TO "PREVENTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-ESPEC
                  FILE STATUS IS FSPRV.

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

       FD RECINTOSFILE.
       01 REG-RECINTO.
         02 REC-CLAVE.
            03 REC-NUMERO          PIC 99.
            03 REC-ZONA            PIC X(2).
         02 REC-NOMBRE             PIC X(20).
         02 REC-ZONA-NOMBRE        PIC X(15).
         02 REC-FILAS              PIC 99.
         02 REC-ASIENTOS-FILA      PIC 99.
         02 REC-ACCESIBLES         PIC 99.
         02 REC-PRECIO-BASE        PIC 999V99.

*> FD STAFFFILE: cuentas de personal de oficina habilitadas para
*> ejecutar este programa de mantenimiento, independientes de
         02 ABO-PROMOTOR           PIC X(30).
         02 ABO-NOMBRE             PIC X(20).
         02 ABO-PRECIO             PIC 9(3)V99.
         02 ABO-ESPEC-DESDE        PIC 9(4).
         02 ABO-ESPEC-HASTA        PIC 9(4).
         02 ABO-ACTIVO             PIC X.
       FD STAFFFILE.
        01 REG-STAFF.
*> aplicado, el resultado, el motivo alegado, quien lo hizo y cuando
       FD CAMBIOSAFOROFILE.
        01 REG-CAMBIO-AFORO.
          02 CA-ESPEC-NUMERO        PIC 9(4).
          02 FILLER                 PIC X(2) VALUE SPACES.
          02 CA-ESPEC-NOMBRE        PIC X(20).
          02 FILLER                 PIC X(2) VALUE SPACES.
             03 FILLER              PIC X.
             03 SSCA                PIC 99.

       FD CONTADORFILE.
        01 REG-CONTADOR.
          02 CONT-ULTIMO-ESPEC      PIC 9(4).

*> FD APLAZAMIENTOSFILE: APL-ESTADO "A" mientras la ventana de
*> devolucion sigue abierta y "C" una vez cerrada; las devoluciones
*> hechas en la ventana las totaliza CERRARAPLAZAMIENTOS al cerrarla
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

       FD CODIGOSENTRADAFILE.
        01 REG-CODIGO-ENTRADA.
          02 CODENT-CODIGO          PIC 9(8).
          02 CODENT-ESPEC           PIC 9(4).
          02 CODENT-ASIENTO         PIC 9(3).
          02 CODENT-TARJ            PIC 9(10).
          02 CODENT-ESTADO          PIC X.
             88 CODENT-VALIDO       VALUE "V".
             88 CODENT-USADO        VALUE "U".
             88 CODENT-ANULADO      VALUE "A".
          02 CODENT-ZONA            PIC X(2).
          02 CODENT-FILA            PIC 99.
          02 CODENT-BUTACA          PIC 99.

       FD PROMOTORESFILE.
        01 REG-PROMOTOR.
          02 PROM-ESPEC             PIC 9(4).
          02 PROM-NOMBRE            PIC X(30).
          02 PROM-CUENTA            PIC X(24).
          02 PROM-COMISION-PCT      PIC 99V99.
          02 PROM-LIQUIDADA         PIC X.

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
             03 USER-NUM-CUENTA        PIC X(24).
             03 USER-SALDO             PIC S9(9)V99.
             03 USER-LIMITE-DESCUBIERTO PIC 9(7)V99.
             03 USER-MONEDA            PIC X(3).
             03 USER-TIPO-INTERES      PIC 9V9999.
             03 USER-FECHA-ULT-DEVENGO.
                04 USER-ULT-DEVENGO-AA   PIC 9999.
                04 USER-ULT-DEVENGO-MM   PIC 99.
          02 USER-FECHA-BLOQUEO.
             03 USER-BLOQUEO-AAAAMMDD   PIC 9(8).
             03 USER-BLOQUEO-HORA.
                04 USER-BLOQUEO-HH        PIC 99.
                04 USER-BLOQUEO-MM        PIC 99.
                04 USER-BLOQUEO-SS        PIC 99.
          02 USER-FECHA-EMISION     PIC 9(8).
          02 USER-FECHA-CADUCIDAD   PIC 9(8).
          02 USER-PUNTOS            PIC 9(7).
          02 USER-COD-REFERIDO      PIC X(10).
          02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

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
          02 NOTIF-INTENTOS         PIC 99.
          02 NOTIF-MOTIVO-FALLO     PIC X(40).

       FD AGENCIASFILE.
        01 REG-AGENCIA.
          02 AGE-CODIGO             PIC X(4).
          02 AGE-NOMBRE             PIC X(30).
          02 AGE-ACTIVA             PIC X.

*> FD CUPOSAGENCIAFILE: CUP-ESTADO "A" mientras el cupo sigue en
*> manos de la agencia y "L" una vez liberado lo no vendido
       FD CUPOSAGENCIAFILE.
        01 REG-CUPO-AGENCIA.
          02 CUP-CLAVE.
             03 CUP-ESPEC           PIC 9(4).
             03 CUP-AGENCIA         PIC X(4).
          02 CUP-ASIGNADOS          PIC 9(3).
          02 CUP-VENDIDOS           PIC 9(3).
          02 CUP-DEVUELTOS          PIC 9(3).
          02 CUP-DIAS-LIBERACION    PIC 99.
          02 CUP-FECHA-LIBERACION   PIC 9(8).
          02 CUP-ESTADO             PIC X.
             88 CUP-ABIERTO         VALUE "A".
             88 CUP-LIBERADO        VALUE "L".
          02 CUP-FECHA-ALTA         PIC 9(8).
          02 CUP-STAFF-ID           PIC X(8).

*> FD ASIENTOSAGENCIAFILE: ASA-ESTADO "C" en cupo sin vender, "V"
*> vendido por la agencia y "D" devuelto a la venta general
       FD ASIENTOSAGENCIAFILE.
        01 REG-ASIENTO-AGENCIA.
          02 ASA-CLAVE.
             03 ASA-ESPEC           PIC 9(4).
             03 ASA-ASIENTO         PIC 9(3).
          02 ASA-AGENCIA            PIC X(4).
          02 ASA-ESTADO             PIC X.
             88 ASA-EN-CUPO         VALUE "C".
             88 ASA-VENDIDO         VALUE "V".
             88 ASA-DEVUELTO        VALUE "D".
          02 ASA-CODIGO             PIC 9(8).
          02 ASA-REF-AGENCIA        PIC X(12).
          02 ASA-FECHA-VENTA        PIC 9(8).

*> FD PREVENTASFILE: fechas AAAAMMDD; un criterio que no se usa
*> queda a "N" o a cero y un cupo cero deja la preventa sin cupo
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
              77 FSCA                  PIC XX.
              77 FSST                  PIC XX.
              77 FSAUD                 PIC XX.
              77 FSABO                 PIC XX.
              77 FSREC                 PIC XX.
              77 FSCO                  PIC XX.
              77 FSAPL                 PIC XX.
              77 FSCE                  PIC XX.
              77 FSPM                  PIC XX.
              77 FSU                   PIC XX.
              77 FSN                   PIC XX.
              77 FSAG                  PIC XX.
              77 FSCUP                 PIC XX.
              77 FSASA                 PIC XX.
              77 FSPRV                 PIC XX.
              01 DATOS-ABONO.
                 02 ABONO-NUM-WS          PIC 9(3).
                 02 ABONO-PROMOTOR-WS     PIC X(30).
                 02 ABONO-NOMBRE-WS       PIC X(20).
                 02 ABONO-PRECIO-WS       PIC 999.
                 02 ABONO-DESDE-WS        PIC 9(4).
                 02 ABONO-HASTA-WS        PIC 9(4).
              77 OPCION                PIC X.
              77 ESPEC-ENCONTRADO      PIC X(2).
              77 ASIENTOS-EXTEND       PIC X(2).
                 02  FILLER                PIC X(9).

              01 DATOS-ESPECTACULO.
                 02 NUMERO                   PIC 9(4).
                 02 NOMBRE                   PIC X(20).
                 02 EUROS-ENTRADA            PIC 999.
                 02 CENT-ENTRADA             PIC 99.
                 02 DIA                      PIC 99.
                 02 MES                      PIC 99.
                 02 ANYO                     PIC 9999.
                 02 SOLO-ADULTOS             PIC X.
                 02 RECINTO                  PIC 99.

       *> Campos de trabajo del plano de asientos por recinto: aforo
       *> sumado de todas sus zonas, fila y butaca en curso y posicion
       *> del asiento dentro de la zona, para marcar los accesibles
              01 DATOS-PLANO-RECINTO.
                 02 AFORO-RECINTO-WS         PIC 9(5).
                 02 RECINTO-VALIDO-WS        PIC X(2).
                 02 FILA-WS                  PIC 99.
                 02 BUTACA-WS                PIC 99.
                 02 SEC-ZONA-WS              PIC 9(4).

       *> Campos de trabajo de generar-serie-espectaculos: la periodicidad
       *> pedida, cuantas sesiones quedan por generar y el numero de
       *> espectaculo en curso, que se asigna automaticamente a partir del
       *> mayor ya adjudicado (ESPEC.DAT o ESPEC-CONTADOR.DAT)
              01 DATOS-SERIE-ESPECTACULO.
                 02 TIPO-RECURRENCIA-WS      PIC X.
                 02 NUM-OCURRENCIAS-WS       PIC 99.
                 02 I-OCURRENCIA-WS          PIC 99.
                 02 PROX-NUM-ESPEC-WS        PIC 9(5).
                 02 MAX-NUM-ESPEC-WS         PIC 9(4).

              01 SERIE-FECHA-WS.
                 02 SERIE-FECHA-COMP         PIC 9(8).
                 02 DELTA-AFORO-WS           PIC S999.
                 02 NUEVAS-DISPONIBLES-WS    PIC S9(4).

       *> Campos de trabajo de aplazar-espectaculo: la fecha nueva y los
       *> dias de ventana tecleados, las fechas en forma AAAAMMDD para
       *> compararlas, y la tabla de tarjetas ya avisadas para no mandar
       *> el mismo aviso una vez por cada entrada del mismo titular
              01 DATOS-APLAZAMIENTO.
                 02 APLAZ-DIA                PIC 99.
                 02 APLAZ-MES                PIC 99.
                 02 APLAZ-ANYO               PIC 9999.
                 02 DIAS-VENTANA-WS          PIC 99.
                 02 ENTRADAS-VENDIDAS-WS     PIC 9(3).
                 02 FECHA-HOY-APLAZ-WS       PIC 9(8).
                 02 FECHA-ANTERIOR-WS        PIC 9(8).
                 02 FECHA-NUEVA-WS           PIC 9(8).
                 02 FIN-VENTANA-WS           PIC 9(8).
                 02 FIN-VENTANA-INT-WS       PIC 9(7).
                 02 FIN-VENTANA-ED.
                    03 FV-DD                 PIC 99.
                    03 FILLER                PIC X VALUE "/".
                    03 FV-MM                 PIC 99.
                    03 FILLER                PIC X VALUE "/".
                    03 FV-AA                 PIC 9999.
                 02 PROM-YA-LIQUIDADO-WS     PIC X(2).
                 02 NUM-AVISOS-APLAZ-WS      PIC 9(5).
                 02 NUM-TARJ-AVISADAS        PIC 9(3).
                 02 I-AVISADA                PIC 9(3).
                 02 TARJ-YA-AVISADA          PIC X(2).
                 02 TARJ-AVISADA             PIC 9(10) OCCURS 999 TIMES.
                 02 TARJ-TRABAJO-WS          PIC 9(10).
                 02 DNI-TRABAJO-WS           PIC X(9).
                 02 TFNO-TRABAJO-WS          PIC X(9).
                 02 DETALLE-AVISO-WS         PIC X(60).
                 02 NOTIF-SEC-WS             PIC 9(6).
                 02 NUM-ESPEC-APLAZ-X        PIC X(4).

       *> Campos de trabajo de cupo-agencia: la agencia, el primer
       *> asiento desde el que se buscan libres, cuantos se le dan y
       *> con cuantos dias de antelacion a la funcion vuelve lo no
       *> vendido a la venta general
              01 DATOS-CUPO-AGENCIA.
                 02 CUPO-AGENCIA-WS          PIC X(4).
                 02 CUPO-AGENCIA-NOMBRE-WS   PIC X(30).
                 02 CUPO-PRIMER-ASIENTO-WS   PIC 9(3).
                 02 CUPO-CANTIDAD-WS         PIC 9(3).
                 02 CUPO-DIAS-WS             PIC 99.
                 02 CUPO-LIBRES-WS           PIC 9(3).
                 02 CUPO-MARCADOS-WS         PIC 9(3).
                 02 CUPO-FECHA-HOY-WS        PIC 9(8).
                 02 CUPO-FECHA-ESPEC-WS      PIC 9(8).
                 02 CUPO-FECHA-LIB-WS        PIC 9(8).
                 02 CUPO-FECHA-LIB-INT-WS    PIC 9(7).
                 02 CUPO-EXISTE-WS           PIC X(2).

       *> Campos de trabajo de preventa-espectaculo: las fechas de la
       *> ventana tecleadas y en forma AAAAMMDD, los criterios, el cupo
       *> por tarjeta y si el espectaculo ya tenia preventa
              01 DATOS-PREVENTA.
                 02 PREV-INI-DIA             PIC 99.
                 02 PREV-INI-MES             PIC 99.
                 02 PREV-INI-ANYO            PIC 9999.
                 02 PREV-FIN-DIA             PIC 99.
                 02 PREV-FIN-MES             PIC 99.
                 02 PREV-FIN-ANYO            PIC 9999.
                 02 PREV-ABONADOS-WS         PIC X.
                 02 PREV-ASISTENTES-WS       PIC X.
                 02 PREV-PUNTOS-WS           PIC 9(7).
                 02 PREV-CUPO-WS             PIC 9(3).
                 02 PREV-INICIO-WS           PIC 9(8).
                 02 PREV-FIN-WS              PIC 9(8).
                 02 PREV-FECHA-HOY-WS        PIC 9(8).
                 02 PREV-FECHA-ESPEC-WS      PIC 9(8).
                 02 PREV-EXISTE-WS           PIC X(2).

              01 SALDO                       PIC 999V99.
              01 MSJ-MANTENIMIENTO           PIC X(50) VALUE SPACES.

       *> Linea de detalle usada para listar los espectaculos por
       *> consola, una fila por espectaculo
              01 LINEA-ESPEC.
                 02 LE-NUMERO                PIC ZZZ9.
                 02 FILLER                   PIC X(2) VALUE SPACES.
                 02 LE-NOMBRE                PIC X(20).
                 02 FILLER                   PIC X VALUE SPACE.
                 02 LE-TOTAL                 PIC ZZ9.
                 02 FILLER                   PIC X(3) VALUE SPACES.
                 02 LE-FECHA                 PIC X(10).
                 02 FILLER                   PIC X(2) VALUE SPACES.
                 02 LE-RECINTO               PIC Z9.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 LINE 13 COL 19 VALUE "5 - Generar serie periodica".
           02 LINE 14 COL 19 VALUE "6 - Ajustar aforo".
           02 LINE 15 COL 19 VALUE "7 - Alta de abono de temporada".
           02 LINE 16 COL 19 VALUE "8 - Aplazar espectaculo".
           02 LINE 17 COL 19 VALUE "A - Cupos de agencias".
           02 LINE 18 COL 19 VALUE "P - Preventa".
           02 LINE 19 COL 19 VALUE "9 - Salir".
           02 LINE 20 COL 19 VALUE "Opcion:".
           02 LINE 20 COL 27 PIC X USING OPCION UNDERLINE.
           02 LINE 21 COL 19 PIC X(50) FROM MSJ-MANTENIMIENTO.

       01 PANTALLA-BUSCAR-ESPEC.
           02 BLANK SCREEN.
           02 LINE 2  COL 9  VALUE
               "---MANTENIMIENTO DEL FICHERO DE ESPECTACULOS---".
           02 LINE 6  COL 19 VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 6  COL 42 PIC 9(4) USING NUMERO UNDERLINE BLANK WHEN ZERO.
           02 LINE 20 COL 19 PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 22 COL 19 VALUE "ENTER - Aceptar".
           02 LINE 23 COL 19 VALUE "  F9  - Cancelar".
           02 LINE 2   COL 9   VALUE
               "---INTRODUZCA LOS DATOS DEL ESPECTACULO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) FROM NUMERO.
           02 LINE 4   COL 48  VALUE "(se asigna al grabar)".
           02 LINE 6   COL 19  VALUE "NOMBRE DEL ESPECTACULO:".
           02 LINE 6   COL 44  PIC X(20) USING NOMBRE UNDERLINE.
           02 LINE 8   COL 19  VALUE "PRECIO POR ENTRADA:    .  ".
           02 LINE 16 COL 26 PIC 99 USING DIA UNDERLINE FULL.
           02 LINE 16 COL 29 PIC 99 USING MES UNDERLINE FULL.
           02 LINE 16 COL 32 PIC 9999 USING ANYO UNDERLINE FULL.
           02 LINE 17 COL 19 VALUE "Solo para adultos (S/N):".
           02 LINE 17 COL 44 PIC X USING SOLO-ADULTOS UNDERLINE.
           02 LINE 18 COL 19 VALUE "Recinto (0 = sin plano):".
           02 LINE 18 COL 44 PIC 99 USING RECINTO UNDERLINE.
           02 LINE 19 COL 19 PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21 COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22 COL 19  VALUE "  F9  - Cancelar".
           02 LINE 17 COL 19 VALUE "Numero de sesiones a generar:".
           02 LINE 17 COL 50 PIC 99 USING NUM-OCURRENCIAS-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 18 COL 19 VALUE "Solo para adultos (S/N):".
           02 LINE 18 COL 44 PIC X USING SOLO-ADULTOS UNDERLINE.
           02 LINE 18 COL 48 VALUE "Recinto:".
           02 LINE 18 COL 57 PIC 99 USING RECINTO UNDERLINE.
           02 LINE 19 COL 19 PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21 COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22 COL 19  VALUE "  F9  - Cancelar".
           02 LINE 2   COL 9   VALUE
               "---MODIFICAR DATOS DEL ESPECTACULO---".
           02 LINE 4   COL 19  VALUE "NUMERO DE ESPECTACULO:".
           02 LINE 4   COL 42  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE DEL ESPECTACULO:".
           02 LINE 6   COL 44  PIC X(20) USING NOMBRE UNDERLINE.
           02 LINE 8   COL 19  VALUE "PRECIO POR ENTRADA:    .  ".
           02 LINE 16 COL 26 PIC 99 USING DIA UNDERLINE FULL.
           02 LINE 16 COL 29 PIC 99 USING MES UNDERLINE FULL.
           02 LINE 16 COL 32 PIC 9999 USING ANYO UNDERLINE FULL.
           02 LINE 17 COL 19 VALUE "Solo para adultos (S/N):".
           02 LINE 17 COL 44 PIC X USING SOLO-ADULTOS UNDERLINE.
           02 LINE 18 COL 19 VALUE "Recinto (no editable aqui):".
           02 LINE 18 COL 47 PIC Z9 FROM ESPEC-RECINTO.
           02 LINE 19 COL 19 PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21 COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22 COL 19  VALUE "  F9  - Cancelar".
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---BORRAR ESPECTACULO---".
           02 LINE 6   COL 19  VALUE "NUMERO:".
           02 LINE 6   COL 27  PIC 9(4) FROM NUMERO.
           02 LINE 8   COL 19  VALUE "NOMBRE:".
           02 LINE 8   COL 27  PIC X(20) FROM ESPEC-NOMBRE.
           02 LINE 12  COL 19  VALUE "Seguro que desea borrar este espectaculo?".
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---AJUSTAR AFORO---".
           02 LINE 5   COL 19  VALUE "NUMERO:".
           02 LINE 5   COL 27  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE:".
           02 LINE 6   COL 27  PIC X(20) FROM ESPEC-NOMBRE.
           02 LINE 8   COL 19  VALUE "ENTRADAS DISPONIBLES ACTUALES:".
           02 LINE 21  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-APLAZAR-ESPECTACULO.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---APLAZAR ESPECTACULO---".
           02 LINE 5   COL 19  VALUE "NUMERO:".
           02 LINE 5   COL 27  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE:".
           02 LINE 6   COL 27  PIC X(20) FROM ESPEC-NOMBRE.
           02 LINE 7   COL 19  VALUE "FECHA ACTUAL:".
           02 LINE 7   COL 33  PIC X(10) FROM ESPEC-FECHA.
           02 LINE 8   COL 19  VALUE "ENTRADAS VENDIDAS:".
           02 LINE 8   COL 38  PIC ZZ9 FROM ENTRADAS-VENDIDAS-WS.
           02 LINE 11  COL 19  VALUE "Nueva fecha:   /  /    ".
           02 LINE 11  COL 32  PIC 99 USING APLAZ-DIA UNDERLINE FULL.
           02 LINE 11  COL 35  PIC 99 USING APLAZ-MES UNDERLINE FULL.
           02 LINE 11  COL 38  PIC 9999 USING APLAZ-ANYO UNDERLINE FULL.
           02 LINE 13  COL 19  VALUE "Dias de ventana de devolucion:".
           02 LINE 13  COL 50  PIC 99 USING DIAS-VENTANA-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 15  COL 19  VALUE
               "Asientos y codigos de admision siguen valiendo;".
           02 LINE 16  COL 19  VALUE
               "se avisa a cada titular de entradas.".
           02 LINE 19  COL 19  PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21  COL 19  VALUE "ENTER - Aplazar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-ALTA-ABONO.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---ALTA DE ABONO DE TEMPORADA---".
           02 LINE 11  COL 33  PIC 999 USING ABONO-PRECIO-WS
               BLANK WHEN ZERO.
           02 LINE 13  COL 19  VALUE "ESPECTACULO DESDE:".
           02 LINE 13  COL 38  PIC 9(4) USING ABONO-DESDE-WS
               BLANK WHEN ZERO.
           02 LINE 14  COL 19  VALUE "ESPECTACULO HASTA:".
           02 LINE 14  COL 38  PIC 9(4) USING ABONO-HASTA-WS
               BLANK WHEN ZERO.
           02 LINE 20  COL 19  PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 22  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 23  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-CUPO-AGENCIA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---CUPO DE AGENCIA---".
           02 LINE 5   COL 19  VALUE "NUMERO:".
           02 LINE 5   COL 27  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE:".
           02 LINE 6   COL 27  PIC X(20) FROM ESPEC-NOMBRE.
           02 LINE 7   COL 19  VALUE "FECHA:".
           02 LINE 7   COL 27  PIC X(10) FROM ESPEC-FECHA.
           02 LINE 8   COL 19  VALUE "ENTRADAS DISPONIBLES:".
           02 LINE 8   COL 41  PIC ZZ9 FROM ESPEC-ENT-DISPONIBLES.
           02 LINE 11  COL 19  VALUE "Codigo de agencia:".
           02 LINE 11  COL 38  PIC X(4) USING CUPO-AGENCIA-WS UNDERLINE.
           02 LINE 12  COL 19  VALUE "Primer asiento:".
           02 LINE 12  COL 38  PIC 9(3) USING CUPO-PRIMER-ASIENTO-WS
               UNDERLINE.
           02 LINE 13  COL 19  VALUE "Numero de asientos:".
           02 LINE 13  COL 38  PIC 9(3) USING CUPO-CANTIDAD-WS UNDERLINE
               BLANK WHEN ZERO.
           02 LINE 14  COL 19  VALUE "Dias antes de la funcion para".
           02 LINE 15  COL 19  VALUE "devolver lo no vendido:".
           02 LINE 15  COL 43  PIC 99 USING CUPO-DIAS-WS UNDERLINE.
           02 LINE 19  COL 19  PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21  COL 19  VALUE "ENTER - Asignar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       01 PANTALLA-PREVENTA.
           02 BLANK SCREEN.
           02 LINE 2   COL 9   VALUE "---PREVENTA DEL ESPECTACULO---".
           02 LINE 5   COL 19  VALUE "NUMERO:".
           02 LINE 5   COL 27  PIC 9(4) FROM NUMERO.
           02 LINE 6   COL 19  VALUE "NOMBRE:".
           02 LINE 6   COL 27  PIC X(20) FROM ESPEC-NOMBRE.
           02 LINE 7   COL 19  VALUE "FECHA:".
           02 LINE 7   COL 27  PIC X(10) FROM ESPEC-FECHA.
           02 LINE 9   COL 19  VALUE "Inicio preventa:   /  /    ".
           02 LINE 9   COL 36  PIC 99 USING PREV-INI-DIA UNDERLINE FULL.
           02 LINE 9   COL 39  PIC 99 USING PREV-INI-MES UNDERLINE FULL.
           02 LINE 9   COL 42  PIC 9999 USING PREV-INI-ANYO UNDERLINE
               FULL.
           02 LINE 10  COL 19  VALUE "Fin preventa:      /  /    ".
           02 LINE 10  COL 36  PIC 99 USING PREV-FIN-DIA UNDERLINE FULL.
           02 LINE 10  COL 39  PIC 99 USING PREV-FIN-MES UNDERLINE FULL.
           02 LINE 10  COL 42  PIC 9999 USING PREV-FIN-ANYO UNDERLINE
               FULL.
           02 LINE 12  COL 19  VALUE "Abonados del promotor (S/N):".
           02 LINE 12  COL 56  PIC X USING PREV-ABONADOS-WS UNDERLINE.
           02 LINE 13  COL 19  VALUE
               "Asistentes a otras funciones (S/N):".
           02 LINE 13  COL 56  PIC X USING PREV-ASISTENTES-WS UNDERLINE.
           02 LINE 14  COL 19  VALUE "Puntos minimos (0 = no se usa):".
           02 LINE 14  COL 56  PIC 9(7) USING PREV-PUNTOS-WS UNDERLINE.
           02 LINE 15  COL 19  VALUE "Cupo de entradas por tarjeta:".
           02 LINE 15  COL 56  PIC 9(3) USING PREV-CUPO-WS UNDERLINE.
           02 LINE 17  COL 19  VALUE
               "Con las dos fechas a cero se retira la preventa.".
           02 LINE 19  COL 19  PIC X(50) FROM MSJ-MANTENIMIENTO.
           02 LINE 21  COL 19  VALUE "ENTER - Grabar".
           02 LINE 22  COL 19  VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM COMPROBAR-TRAZADOS THRU FIN-COMPROBAR-TRAZADOS.
                  PERFORM LOGIN-STAFF THRU FIN-LOGIN-STAFF.
                  IF STAFF-LOGIN-OK NOT = "S"
                    STOP RUN.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  PERFORM MOSTRAR-MENU UNTIL OPCION = "9".
                  STOP RUN.

       *> Procedimiento login-staff: exige un ID de empleado y clave
                  DISPLAY PANTALLA-MENU-ESPEC.
                  ACCEPT PANTALLA-MENU-ESPEC
                      IF COB-CRT-STATUS = 1009
                        MOVE "9" TO OPCION
                        GO TO FIN-MOSTRAR-MENU.

                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                                PERFORM ALTA-ABONO
                                    THRU FIN-ALTA-ABONO
                              ELSE
                                IF OPCION = "8"
                                  PERFORM APLAZAR-ESPECTACULO
                                      THRU FIN-APLAZAR-ESPECTACULO
                                ELSE
                                  IF OPCION = "A" OR OPCION = "a"
                                    PERFORM CUPO-AGENCIA
                                        THRU FIN-CUPO-AGENCIA
                                  ELSE
                                   IF OPCION = "P" OR OPCION = "p"
                                    PERFORM PREVENTA-ESPECTACULO
                                        THRU FIN-PREVENTA-ESPECTACULO
                                   ELSE
                                    IF OPCION NOT = "9"
                                      MOVE "Opcion no valida"
                                          TO MSJ-MANTENIMIENTO.
              FIN-MOSTRAR-MENU.

       *> Recorre ESPEC.DAT completo mostrando por consola una linea por
              LISTAR-ESPECTACULOS.
                  DISPLAY CLEAR-SCREEN.
                  DISPLAY
                   "Num    Nombre               Precio  Dispon. Aforo Fecha       Rec".
                  DISPLAY
                   "----   -------------------- ------- ------- ----- ---------- ---".
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    DISPLAY "No hay ningun espectaculo dado de alta."
                  MOVE ESPEC-ENT-DISPONIBLES TO LE-DISPONIBLES.
                  MOVE ESPEC-ENT-TOTAL TO LE-TOTAL.
                  MOVE ESPEC-FECHA TO LE-FECHA.
                  MOVE ESPEC-RECINTO TO LE-RECINTO.
                  DISPLAY LINEA-ESPEC.

       *> Da de alta un espectaculo nuevo y genera sus asientos libres,
       *> igual que hacia writeEspecFile.cbl. El numero ya no se teclea:
       *> se adjudica el siguiente al mayor ya dado, y se vuelve a
       *> calcular al grabar por si otro puesto ha dado un alta mientras
       *> tanto
              ANADIR-ESPECTACULO.
                  PERFORM BUSCAR-PROX-NUM-ESPEC-LIBRE
                      THRU FIN-BUSCAR-PROX-NUM-ESPEC-LIBRE.
                  IF PROX-NUM-ESPEC-WS > 9999
                    MOVE "Numeracion de espectaculos agotada"
                        TO MSJ-MANTENIMIENTO
                    GO TO FIN-ANADIR-ESPECTACULO.
                  MOVE PROX-NUM-ESPEC-WS TO NUMERO.
                  MOVE SPACES TO NOMBRE.
                  MOVE 0 TO EUROS-ENTRADA.
                  MOVE 0 TO CENT-ENTRADA.
                  MOVE 0 TO DIA.
                  MOVE 0 TO MES.
                  MOVE 0 TO ANYO.
                  MOVE "N" TO SOLO-ADULTOS.
                  MOVE 0 TO RECINTO.

                MOSTRAR-PANTALLA-ALTA-ESPEC.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-ANADIR-ESPECTACULO.

                  PERFORM VALIDAR-RECINTO-ESPEC
                      THRU FIN-VALIDAR-RECINTO-ESPEC.
                  IF RECINTO-VALIDO-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-ALTA-ESPEC.

                  PERFORM BUSCAR-PROX-NUM-ESPEC-LIBRE
                      THRU FIN-BUSCAR-PROX-NUM-ESPEC-LIBRE.
                  IF PROX-NUM-ESPEC-WS > 9999
                    MOVE "Numeracion de espectaculos agotada"
                        TO MSJ-MANTENIMIENTO
                    GO TO FIN-ANADIR-ESPECTACULO.
                  MOVE PROX-NUM-ESPEC-WS TO NUMERO.

                  OPEN I-O ESPECFILE.
                  IF FSE = "35"
                    CLOSE ESPECFILE
                  PERFORM GRABAR-DATOS-ESPEC.
                  WRITE REG-ESPECTACULO.
                  CLOSE ESPECFILE.
                  PERFORM ANOTAR-CONTADOR-ESPEC.

                  MOVE "ALTA" TO AUD-OPERACION-WS.
                  MOVE "ESPEC.DAT" TO AUD-FICHERO-WS.
                  COMPUTE SALDO =
                      (CENT-ENTRADA-SENIOR / 100) + EUROS-ENTRADA-SENIOR.
                  MOVE SALDO TO ESPEC-PRECIO-SENIOR.
                  PERFORM NORMALIZAR-SOLO-ADULTOS.
                  MOVE SOLO-ADULTOS TO ESPEC-SOLO-ADULTOS.
                  MOVE DESCRIPCION TO ESPEC-DESCRIPCION.
                  MOVE ENTRADAS-DISPONIBLES TO ESPEC-ENT-DISPONIBLES.
                  MOVE ENTRADAS-DISPONIBLES TO ESPEC-ENT-TOTAL.
                  MOVE DIA TO DDE.
                  MOVE MES TO MME.
                  MOVE ANYO TO AAE.
                  MOVE RECINTO TO ESPEC-RECINTO.

       *> Un espectaculo solo para adultos lleva "S"; cualquier otra
       *> cosa tecleada, o la marca vacia de los espectaculos grabados
       *> antes de existir, equivale a "N" (apto para menores)
              NORMALIZAR-SOLO-ADULTOS.
                  INSPECT SOLO-ADULTOS CONVERTING "s" TO "S".
                  IF SOLO-ADULTOS NOT = "S"
                    MOVE "N" TO SOLO-ADULTOS.

       *> Comprueba el recinto tecleado en el alta: sin recinto (0) el
       *> espectaculo se queda con el aforo tecleado y asientos sin
       *> plano, como siempre; con recinto, este debe existir con
       *> alguna zona y su aforo, que sustituye al tecleado, no puede
       *> pasar de los 999 asientos que admite ASIENTOS.DAT
              VALIDAR-RECINTO-ESPEC.
                  MOVE "SI" TO RECINTO-VALIDO-WS.
                  IF RECINTO = 0
                    GO TO FIN-VALIDAR-RECINTO-ESPEC.
                  PERFORM CALCULAR-AFORO-RECINTO
                      THRU FIN-CALCULAR-AFORO-RECINTO.
                  IF AFORO-RECINTO-WS = 0
                    MOVE "NO" TO RECINTO-VALIDO-WS
                    MOVE "No existe ese recinto o no tiene zonas"
                        TO MSJ-MANTENIMIENTO
                    GO TO FIN-VALIDAR-RECINTO-ESPEC.
                  IF AFORO-RECINTO-WS > 999
                    MOVE "NO" TO RECINTO-VALIDO-WS
                    MOVE "El aforo del recinto supera los 999 asientos"
                        TO MSJ-MANTENIMIENTO
                    GO TO FIN-VALIDAR-RECINTO-ESPEC.
                  MOVE AFORO-RECINTO-WS TO ENTRADAS-DISPONIBLES.
              FIN-VALIDAR-RECINTO-ESPEC.
                  EXIT.

       *> Suma los asientos (filas por asientos de cada fila) de todas
       *> las zonas del recinto, recorriendo RECINTOS.DAT desde la
       *> primera zona del recinto
              CALCULAR-AFORO-RECINTO.
                  MOVE 0 TO AFORO-RECINTO-WS.
                  OPEN INPUT RECINTOSFILE.
                  IF FSREC = "35"
                    CLOSE RECINTOSFILE
                    GO TO FIN-CALCULAR-AFORO-RECINTO.
                  MOVE RECINTO TO REC-NUMERO.
                  MOVE LOW-VALUES TO REC-ZONA.
                  START RECINTOSFILE KEY IS NOT LESS THAN REC-CLAVE
                      INVALID KEY GO TO CERRAR-CALCULAR-AFORO-RECINTO.

                LEER-ZONA-AFORO-RECINTO.
                  READ RECINTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-CALCULAR-AFORO-RECINTO.
                  IF REC-NUMERO NOT = RECINTO
                    GO TO CERRAR-CALCULAR-AFORO-RECINTO.
                  COMPUTE AFORO-RECINTO-WS =
                      AFORO-RECINTO-WS + (REC-FILAS * REC-ASIENTOS-FILA).
                  GO TO LEER-ZONA-AFORO-RECINTO.

                CERRAR-CALCULAR-AFORO-RECINTO.
                  CLOSE RECINTOSFILE.
              FIN-CALCULAR-AFORO-RECINTO.
                  EXIT.

       *> Da de alta en ASIENTOS.DAT un asiento libre por cada entrada
       *> disponible del espectaculo, igual que writeEspecFile.cbl; si
       *> el espectaculo tiene recinto, los asientos salen de su plano
       *> de zonas, filas y butacas
              GENERAR-ASIENTOS-ESPEC.
                  OPEN INPUT ASIENTOFILE.
                  IF FSA = "35"
                    OPEN OUTPUT ASIENTOFILE.

                  MOVE 1 TO I-ASIENTO.
                  IF RECINTO = 0
                    PERFORM ANADIR-UN-ASIENTO
                        UNTIL I-ASIENTO > ENTRADAS-DISPONIBLES
                  ELSE
                    PERFORM GENERAR-PLANO-RECINTO
                        THRU FIN-GENERAR-PLANO-RECINTO.

                  CLOSE ASIENTOFILE.

                  MOVE NUMERO TO ASIENTO-ESPEC.
                  MOVE I-ASIENTO TO ASIENTO-NUM.
                  MOVE "N" TO ASIENTO-OCUPADO.
                  MOVE SPACES TO ASIENTO-ZONA.
                  MOVE SPACES TO ASIENTO-ZONA-NOMBRE.
                  MOVE 0 TO ASIENTO-FILA.
                  MOVE 0 TO ASIENTO-BUTACA.
                  MOVE "N" TO ASIENTO-ACCESIBLE.
                  MOVE 0 TO ASIENTO-PRECIO.
                  WRITE REG-ASIENTO INVALID KEY CONTINUE.
                  ADD 1 TO I-ASIENTO.

       *> Recorre las zonas del recinto en el orden de RECINTOS.DAT y
       *> da de alta, zona a zona, fila a fila y butaca a butaca, un
       *> asiento libre numerado de forma correlativa en ASIENTOS.DAT,
       *> con su zona, fila, butaca y el precio base de la zona. Los
       *> primeros REC-ACCESIBLES asientos de cada zona (empezando por
       *> la primera fila) quedan marcados como accesibles
              GENERAR-PLANO-RECINTO.
                  OPEN INPUT RECINTOSFILE.
                  IF FSREC = "35"
                    CLOSE RECINTOSFILE
                    GO TO FIN-GENERAR-PLANO-RECINTO.
                  MOVE RECINTO TO REC-NUMERO.
                  MOVE LOW-VALUES TO REC-ZONA.
                  START RECINTOSFILE KEY IS NOT LESS THAN REC-CLAVE
                      INVALID KEY GO TO CERRAR-GENERAR-PLANO-RECINTO.

                LEER-ZONA-PLANO-RECINTO.
                  READ RECINTOSFILE NEXT RECORD
                      AT END GO TO CERRAR-GENERAR-PLANO-RECINTO.
                  IF REC-NUMERO NOT = RECINTO
                    GO TO CERRAR-GENERAR-PLANO-RECINTO.
                  MOVE 1 TO FILA-WS.
                  PERFORM ANADIR-FILA-RECINTO UNTIL FILA-WS > REC-FILAS.
                  GO TO LEER-ZONA-PLANO-RECINTO.

                CERRAR-GENERAR-PLANO-RECINTO.
                  CLOSE RECINTOSFILE.
              FIN-GENERAR-PLANO-RECINTO.
                  EXIT.

              ANADIR-FILA-RECINTO.
                  MOVE 1 TO BUTACA-WS.
                  PERFORM ANADIR-ASIENTO-RECINTO
                      UNTIL BUTACA-WS > REC-ASIENTOS-FILA.
                  ADD 1 TO FILA-WS.

              ANADIR-ASIENTO-RECINTO.
                  MOVE NUMERO TO ASIENTO-ESPEC.
                  MOVE I-ASIENTO TO ASIENTO-NUM.
                  MOVE "N" TO ASIENTO-OCUPADO.
                  MOVE REC-ZONA TO ASIENTO-ZONA.
                  MOVE REC-ZONA-NOMBRE TO ASIENTO-ZONA-NOMBRE.
                  MOVE FILA-WS TO ASIENTO-FILA.
                  MOVE BUTACA-WS TO ASIENTO-BUTACA.
                  COMPUTE SEC-ZONA-WS =
                      ((FILA-WS - 1) * REC-ASIENTOS-FILA) + BUTACA-WS.
                  IF SEC-ZONA-WS > REC-ACCESIBLES
                    MOVE "N" TO ASIENTO-ACCESIBLE
                  ELSE
                    MOVE "S" TO ASIENTO-ACCESIBLE.
                  MOVE REC-PRECIO-BASE TO ASIENTO-PRECIO.
                  WRITE REG-ASIENTO INVALID KEY CONTINUE.
                  ADD 1 TO I-ASIENTO.
                  ADD 1 TO BUTACA-WS.

       *> Da de alta automaticamente una serie de sesiones identicas
       *> (mismo nombre, precios, aforo y descripcion) separadas una
       *> reutilizando grabar-datos-espec y generar-asientos-espec para
       *> cada sesion igual que hace anadir-espectaculo para una sola. El
       *> numero de espectaculo de cada sesion se asigna automaticamente a
       *> continuacion del mayor ya adjudicado; ESPEC-NUMERO admite cuatro
       *> digitos (0001-9999) y si la serie pedida no cabe entera se
       *> generan las sesiones que quepan y se avisa
              GENERAR-SERIE-ESPECTACULOS.
                  MOVE SPACES TO NOMBRE.
                  MOVE 0 TO EUROS-ENTRADA.
                  MOVE 0 TO DIA.
                  MOVE 0 TO MES.
                  MOVE 0 TO ANYO.
                  MOVE "N" TO SOLO-ADULTOS.
                  MOVE "S" TO TIPO-RECURRENCIA-WS.
                  MOVE 0 TO NUM-OCURRENCIAS-WS.
                  MOVE 0 TO RECINTO.

                MOSTRAR-PANTALLA-SERIE-ESPEC.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-SERIE-ESPEC.

                  PERFORM VALIDAR-RECINTO-ESPEC
                      THRU FIN-VALIDAR-RECINTO-ESPEC.
                  IF RECINTO-VALIDO-WS NOT = "SI"
                    GO TO MOSTRAR-PANTALLA-SERIE-ESPEC.

                  PERFORM BUSCAR-PROX-NUM-ESPEC-LIBRE
                      THRU FIN-BUSCAR-PROX-NUM-ESPEC-LIBRE.

                  MOVE 1 TO I-OCURRENCIA-WS.
                  PERFORM GENERAR-UNA-SESION-SERIE
                      UNTIL I-OCURRENCIA-WS > NUM-OCURRENCIAS-WS
                         OR PROX-NUM-ESPEC-WS > 9999.

                  IF PROX-NUM-ESPEC-WS > 9999
                         AND I-OCURRENCIA-WS <= NUM-OCURRENCIAS-WS
                    MOVE "Fichero lleno: se generaron las sesiones que cabian"
                        TO MSJ-MANTENIMIENTO
              FIN-GENERAR-SERIE-ESPECTACULOS.
                  EXIT.

       *> Busca, recorriendo ESPEC.DAT y ESPEC-CONTADOR.DAT, el primer
       *> numero de espectaculo nunca adjudicado: el siguiente al mayor
       *> de los dos. Los numeros de espectaculos ya borrados no se
       *> reutilizan
              BUSCAR-PROX-NUM-ESPEC-LIBRE.
                  MOVE 0 TO MAX-NUM-ESPEC-WS.
                  OPEN INPUT CONTADORFILE.
                  IF FSCO = "00"
                    READ CONTADORFILE
                        NOT AT END
                          MOVE CONT-ULTIMO-ESPEC TO MAX-NUM-ESPEC-WS.
                  CLOSE CONTADORFILE.

                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    CLOSE ESPECFILE
              FIN-BUSCAR-PROX-NUM-ESPEC-LIBRE.
                  EXIT.

       *> Deja en ESPEC-CONTADOR.DAT el numero recien adjudicado
              ANOTAR-CONTADOR-ESPEC.
                  OPEN OUTPUT CONTADORFILE.
                  MOVE NUMERO TO CONT-ULTIMO-ESPEC.
                  WRITE REG-CONTADOR.
                  CLOSE CONTADORFILE.

       *> Da de alta una sesion de la serie con el numero de espectaculo
       *> asignado en curso y avanza la fecha y el numero para la
       *> siguiente sesion
                  PERFORM GRABAR-DATOS-ESPEC.
                  WRITE REG-ESPECTACULO.
                  CLOSE ESPECFILE.
                  PERFORM ANOTAR-CONTADOR-ESPEC.

                  MOVE "ALTA/SERIE" TO AUD-OPERACION-WS.
                  MOVE "ESPEC.DAT" TO AUD-FICHERO-WS.
                  COMPUTE CENT-ENTRADA-SENIOR =
                      (ESPEC-PRECIO-SENIOR - EUROS-ENTRADA-SENIOR) * 100.
                  MOVE ESPEC-DESCRIPCION TO DESCRIPCION.
                  MOVE ESPEC-SOLO-ADULTOS TO SOLO-ADULTOS.
                  PERFORM NORMALIZAR-SOLO-ADULTOS.
                  MOVE DDE TO DIA.
                  MOVE MME TO MES.
                  MOVE AAE TO ANYO.
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-MODIFICAR-ESPECTACULO.

*> Con entradas vendidas la fecha solo se cambia aplazando (opcion
*> 8), que es lo que avisa a los titulares y abre la devolucion
                  IF ESPEC-ENT-DISPONIBLES NOT = ESPEC-ENT-TOTAL AND
                     (DIA NOT = DDE OR MES NOT = MME OR ANYO NOT = AAE)
                    MOVE "Hay entradas vendidas: cambie la fecha con 8"
                        TO MSJ-MANTENIMIENTO
                    MOVE DDE TO DIA
                    MOVE MME TO MES
                    MOVE AAE TO ANYO
                    GO TO MOSTRAR-PANTALLA-MOD-ESPEC.

                  OPEN I-O ESPECFILE.
                  MOVE NUMERO TO ESPEC-NUMERO.
                  READ ESPECFILE.
                  COMPUTE SALDO =
                      (CENT-ENTRADA-SENIOR / 100) + EUROS-ENTRADA-SENIOR.
                  MOVE SALDO TO ESPEC-PRECIO-SENIOR.
                  PERFORM NORMALIZAR-SOLO-ADULTOS.
                  MOVE SOLO-ADULTOS TO ESPEC-SOLO-ADULTOS.
                  MOVE DESCRIPCION TO ESPEC-DESCRIPCION.
                  MOVE DIA TO DDE.
                  MOVE MES TO MME.
                  MOVE "Abono de temporada grabado" TO MSJ-MANTENIMIENTO.
              FIN-ALTA-ABONO.
                  EXIT.

       *> Aplaza un espectaculo a una fecha posterior. Los asientos de
       *> ASIENTOS.DAT y los codigos de CODIGOS-ENTRADA.DAT van por
       *> numero de espectaculo, asi que siguen valiendo para la nueva
       *> fecha sin tocarlos. Cada tarjeta con algun codigo vigente del
       *> espectaculo recibe un aviso ESPEC-APLAZADO (una sola vez
       *> aunque tenga varias entradas) y en APLAZAMIENTOS.DAT se abre
       *> una ventana de devolucion de los dias indicados, que nunca
       *> pasa de la vispera de la nueva fecha: mientras dure, el cajero
       *> devuelve las entradas sin aplicar la regla de caducidad. Un
       *> espectaculo ya liquidado al promotor no se puede aplazar
              APLAZAR-ESPECTACULO.
                  MOVE 0 TO NUMERO.

                MOSTRAR-PANTALLA-BUSCAR-APLAZ.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  DISPLAY PANTALLA-BUSCAR-ESPEC.
                  ACCEPT PANTALLA-BUSCAR-ESPEC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-APLAZAR-ESPECTACULO.

                  MOVE NUMERO TO ESPEC-NUMERO.
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    MOVE "NO" TO ESPEC-ENCONTRADO
                  ELSE
                    READ ESPECFILE
                        INVALID KEY MOVE "NO" TO ESPEC-ENCONTRADO
                        NOT INVALID KEY MOVE "SI" TO ESPEC-ENCONTRADO.
                  CLOSE ESPECFILE.
                  IF ESPEC-ENCONTRADO NOT = "SI"
                    MOVE "No existe ningun espectaculo con ese numero"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-APLAZ.

                  MOVE "NO" TO PROM-YA-LIQUIDADO-WS.
                  OPEN INPUT PROMOTORESFILE.
                  IF FSPM NOT = "35"
                    MOVE NUMERO TO PROM-ESPEC
                    READ PROMOTORESFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF PROM-LIQUIDADA = "S"
                              MOVE "SI" TO PROM-YA-LIQUIDADO-WS
                            END-IF
                    END-READ.
                  CLOSE PROMOTORESFILE.
                  IF PROM-YA-LIQUIDADO-WS = "SI"
                    MOVE "Espectaculo ya liquidado, no se puede aplazar"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-APLAZ.

                  PERFORM OBTENER-FECHA-HORA-AUD.
                  COMPUTE FECHA-HOY-APLAZ-WS =
                      (AAUD * 10000) + (MMUD * 100) + DDUD.
                  COMPUTE FECHA-ANTERIOR-WS =
                      (AAE * 10000) + (MME * 100) + DDE.
                  IF FECHA-ANTERIOR-WS < FECHA-HOY-APLAZ-WS
                    MOVE "Espectaculo ya celebrado, no se puede aplazar"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-APLAZ.

                  COMPUTE ENTRADAS-VENDIDAS-WS =
                      ESPEC-ENT-TOTAL - ESPEC-ENT-DISPONIBLES.
                  MOVE DDE TO APLAZ-DIA.
                  MOVE MME TO APLAZ-MES.
                  MOVE AAE TO APLAZ-ANYO.
                  MOVE 15 TO DIAS-VENTANA-WS.

                MOSTRAR-PANTALLA-APLAZAR.
                  DISPLAY PANTALLA-APLAZAR-ESPECTACULO.
                  ACCEPT PANTALLA-APLAZAR-ESPECTACULO
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-APLAZAR-ESPECTACULO.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.

                  IF APLAZ-DIA < 1 OR APLAZ-DIA > 31 OR
                     APLAZ-MES < 1 OR APLAZ-MES > 12
                    MOVE "Fecha no valida" TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-APLAZAR.
                  COMPUTE FECHA-NUEVA-WS =
                      (APLAZ-ANYO * 10000) + (APLAZ-MES * 100)
                      + APLAZ-DIA.
                  IF FECHA-NUEVA-WS NOT > FECHA-ANTERIOR-WS OR
                     FECHA-NUEVA-WS NOT > FECHA-HOY-APLAZ-WS
                    MOVE "La nueva fecha debe ser posterior a la actual"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-APLAZAR.
                  IF DIAS-VENTANA-WS = 0
                    MOVE "Indique los dias de la ventana de devolucion"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-APLAZAR.

                  COMPUTE FIN-VENTANA-INT-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-HOY-APLAZ-WS)
                      + DIAS-VENTANA-WS.
                  COMPUTE FIN-VENTANA-WS =
                      FUNCTION DATE-OF-INTEGER(FIN-VENTANA-INT-WS).
                  IF FIN-VENTANA-WS NOT < FECHA-NUEVA-WS
                    COMPUTE FIN-VENTANA-INT-WS =
                        FUNCTION INTEGER-OF-DATE(FECHA-NUEVA-WS) - 1
                    COMPUTE FIN-VENTANA-WS =
                        FUNCTION DATE-OF-INTEGER(FIN-VENTANA-INT-WS).
                  MOVE FIN-VENTANA-WS(7:2) TO FV-DD.
                  MOVE FIN-VENTANA-WS(5:2) TO FV-MM.
                  MOVE FIN-VENTANA-WS(1:4) TO FV-AA.

                  OPEN I-O ESPECFILE.
                  MOVE NUMERO TO ESPEC-NUMERO.
                  READ ESPECFILE.
                  MOVE APLAZ-DIA TO DDE.
                  MOVE APLAZ-MES TO MME.
                  MOVE APLAZ-ANYO TO AAE.
                  REWRITE REG-ESPECTACULO.
                  CLOSE ESPECFILE.

                  PERFORM AVISAR-TITULARES-APLAZ
                      THRU FIN-AVISAR-TITULARES-APLAZ.

                  OPEN I-O APLAZAMIENTOSFILE.
                  IF FSAPL = "35"
                    CLOSE APLAZAMIENTOSFILE
                    OPEN OUTPUT APLAZAMIENTOSFILE
                    CLOSE APLAZAMIENTOSFILE
                    OPEN I-O APLAZAMIENTOSFILE.
                  MOVE NUMERO TO APL-ESPEC.
                  MOVE FECHA-ANTERIOR-WS TO APL-FECHA-ANTERIOR.
                  MOVE FECHA-NUEVA-WS TO APL-FECHA-NUEVA.
                  MOVE FIN-VENTANA-WS TO APL-FIN-VENTANA.
                  MOVE "A" TO APL-ESTADO.
                  MOVE NUM-AVISOS-APLAZ-WS TO APL-NUM-AVISOS.
                  MOVE 0 TO APL-NUM-DEVUELTAS.
                  MOVE 0 TO APL-IMPORTE-DEVUELTO.
                  MOVE STAFF-ID-INTENTO TO APL-STAFF-ID.
                  MOVE FECHA-HOY-APLAZ-WS TO APL-FECHA-ALTA.
                  WRITE REG-APLAZAMIENTO
                      INVALID KEY REWRITE REG-APLAZAMIENTO.
                  CLOSE APLAZAMIENTOSFILE.

                  MOVE "APLAZAR" TO AUD-OPERACION-WS.
                  MOVE "ESPEC.DAT" TO AUD-FICHERO-WS.
                  MOVE NUMERO TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  STRING "Espectaculo aplazado; avisos enviados: "
                         NUM-AVISOS-APLAZ-WS
                      DELIMITED BY SIZE INTO MSJ-MANTENIMIENTO.
              FIN-APLAZAR-ESPECTACULO.
                  EXIT.

       *> Recorre CODIGOS-ENTRADA.DAT y avisa a cada tarjeta que tenga
       *> algun codigo no anulado del espectaculo; las ya avisadas se
       *> guardan en TARJ-AVISADA para no repetir el aviso
              AVISAR-TITULARES-APLAZ.
                  MOVE 0 TO NUM-AVISOS-APLAZ-WS.
                  MOVE 0 TO NUM-TARJ-AVISADAS.
                  MOVE NUMERO TO NUM-ESPEC-APLAZ-X.
                  MOVE SPACES TO DETALLE-AVISO-WS.
                  STRING NUM-ESPEC-APLAZ-X " " ESPEC-NOMBRE " "
                         ESPEC-FECHA " " FIN-VENTANA-ED
                      DELIMITED BY SIZE INTO DETALLE-AVISO-WS.
                  OPEN INPUT CODIGOSENTRADAFILE.
                  IF FSCE = "35"
                    GO TO CERRAR-AVISAR-TITULARES-APLAZ.

                LEER-CODIGO-APLAZ.
                  READ CODIGOSENTRADAFILE NEXT RECORD
                      AT END GO TO CERRAR-AVISAR-TITULARES-APLAZ.
                  IF CODENT-ESPEC NOT = NUMERO OR CODENT-ANULADO
                    GO TO LEER-CODIGO-APLAZ.
       *> Las entradas vendidas por una agencia externa no llevan
       *> tarjeta: avisa la propia agencia a sus compradores
                  IF CODENT-TARJ = 0
                    GO TO LEER-CODIGO-APLAZ.
                  MOVE CODENT-TARJ TO TARJ-TRABAJO-WS.
                  MOVE "NO" TO TARJ-YA-AVISADA.
                  MOVE 1 TO I-AVISADA.
                  PERFORM BUSCAR-TARJ-AVISADA
                      UNTIL I-AVISADA > NUM-TARJ-AVISADAS
                         OR TARJ-YA-AVISADA = "SI".
                  IF TARJ-YA-AVISADA = "SI"
                    GO TO LEER-CODIGO-APLAZ.
                  IF NUM-TARJ-AVISADAS < 999
                    ADD 1 TO NUM-TARJ-AVISADAS
                    MOVE TARJ-TRABAJO-WS
                        TO TARJ-AVISADA(NUM-TARJ-AVISADAS).
                  PERFORM NOTIFICAR-APLAZAMIENTO
                      THRU FIN-NOTIFICAR-APLAZAMIENTO.
                  GO TO LEER-CODIGO-APLAZ.

                CERRAR-AVISAR-TITULARES-APLAZ.
                  CLOSE CODIGOSENTRADAFILE.
              FIN-AVISAR-TITULARES-APLAZ.
                  EXIT.

              BUSCAR-TARJ-AVISADA.
                  IF TARJ-AVISADA(I-AVISADA) = TARJ-TRABAJO-WS
                    MOVE "SI" TO TARJ-YA-AVISADA.
                  ADD 1 TO I-AVISADA.

       *> Deja en NOTIFICA.DAT el aviso ESPEC-APLAZADO para la tarjeta
       *> de TARJ-TRABAJO-WS, con el DNI y el telefono de USERS.DAT;
       *> ENVIARNOTIFICACIONES lo redacta en el idioma del titular
              NOTIFICAR-APLAZAMIENTO.
                  MOVE SPACES TO DNI-TRABAJO-WS.
                  MOVE SPACES TO TFNO-TRABAJO-WS.
                  OPEN INPUT USERFILE.
                  IF FSU NOT = "35"
                    MOVE TARJ-TRABAJO-WS TO USER-TARJ
                    READ USERFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE USER-DNI TO DNI-TRABAJO-WS
                            MOVE USER-TFNO TO TFNO-TRABAJO-WS
                    END-READ.
                  CLOSE USERFILE.
                  PERFORM BUSCAR-SEC-LIBRE-NOTIF
                      THRU FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  OPEN I-O NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    OPEN OUTPUT NOTIFICAFILE
                    CLOSE NOTIFICAFILE
                    OPEN I-O NOTIFICAFILE.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE NOTIF-SEC-WS TO NOTIF-SEC.
                  MOVE "ESPEC-APLAZADO" TO NOTIF-TIPO-EVENTO.
                  MOVE DNI-TRABAJO-WS TO NOTIF-DNI.
                  MOVE TFNO-TRABAJO-WS TO NOTIF-TFNO.
                  MOVE DETALLE-AVISO-WS TO NOTIF-DETALLE.
                  MOVE DDUD TO NOTIF-FECHA(1:2).
                  MOVE "/" TO NOTIF-FECHA(3:1).
                  MOVE MMUD TO NOTIF-FECHA(4:2).
                  MOVE "/" TO NOTIF-FECHA(6:1).
                  MOVE AAUD TO NOTIF-FECHA(7:4).
                  MOVE HHUD TO NOTIF-HORA(1:2).
                  MOVE ":" TO NOTIF-HORA(3:1).
                  MOVE MIUD TO NOTIF-HORA(4:2).
                  MOVE ":" TO NOTIF-HORA(6:1).
                  MOVE SSUD TO NOTIF-HORA(7:2).
                  MOVE "P" TO NOTIF-ESTADO.
                  MOVE 0 TO NOTIF-INTENTOS.
                  MOVE SPACES TO NOTIF-MOTIVO-FALLO.
                  WRITE REG-NOTIFICACION
                      INVALID KEY CONTINUE
                      NOT INVALID KEY ADD 1 TO NUM-AVISOS-APLAZ-WS.
                  CLOSE NOTIFICAFILE.
              FIN-NOTIFICAR-APLAZAMIENTO.
                  EXIT.

              BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE 1 TO NOTIF-SEC-WS.
                  OPEN INPUT NOTIFICAFILE.
                  IF FSN = "35"
                    CLOSE NOTIFICAFILE
                    GO TO FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  MOVE TARJ-TRABAJO-WS TO NOTIF-TARJ.
                  MOVE 999999 TO NOTIF-SEC.
                  START NOTIFICAFILE KEY IS NOT GREATER THAN NOTIF-CLAVE
                      INVALID KEY GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  READ NOTIFICAFILE PREVIOUS RECORD
                      AT END GO TO CERRAR-BUSCAR-SEC-NOTIF.
                  IF NOTIF-TARJ = TARJ-TRABAJO-WS
                    COMPUTE NOTIF-SEC-WS = NOTIF-SEC + 1.

                CERRAR-BUSCAR-SEC-NOTIF.
                  CLOSE NOTIFICAFILE.
              FIN-BUSCAR-SEC-LIBRE-NOTIF.
                  EXIT.

       *> Procedimiento cupo-agencia: aparta para una agencia externa
       *> un bloque de asientos libres del espectaculo, a partir del
       *> asiento indicado. Los asientos quedan en ASIENTOS.DAT con
       *> ASIENTO-OCUPADO = "A" (ni el cajero ni otra agencia pueden
       *> venderlos) y salen de ESPEC-ENT-DISPONIBLES; cada uno se
       *> anota en ASIENTOS-AGENCIA.DAT y el cupo en CUPOS-AGENCIA.DAT
       *> con la fecha en que CONCILIARAGENCIAS devolvera a la venta
       *> general lo que la agencia no haya vendido
              CUPO-AGENCIA.
                  MOVE 0 TO NUMERO.

                MOSTRAR-PANTALLA-BUSCAR-CUPO.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  DISPLAY PANTALLA-BUSCAR-ESPEC.
                  ACCEPT PANTALLA-BUSCAR-ESPEC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-CUPO-AGENCIA.

                  MOVE NUMERO TO ESPEC-NUMERO.
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    MOVE "NO" TO ESPEC-ENCONTRADO
                  ELSE
                    READ ESPECFILE
                        INVALID KEY MOVE "NO" TO ESPEC-ENCONTRADO
                        NOT INVALID KEY MOVE "SI" TO ESPEC-ENCONTRADO.
                  CLOSE ESPECFILE.
                  IF ESPEC-ENCONTRADO NOT = "SI"
                    MOVE "No existe ningun espectaculo con ese numero"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-CUPO.

                  PERFORM OBTENER-FECHA-HORA-AUD.
                  COMPUTE CUPO-FECHA-HOY-WS =
                      (AAUD * 10000) + (MMUD * 100) + DDUD.
                  COMPUTE CUPO-FECHA-ESPEC-WS =
                      (AAE * 10000) + (MME * 100) + DDE.
                  IF CUPO-FECHA-ESPEC-WS NOT > CUPO-FECHA-HOY-WS
                    MOVE "Espectaculo ya celebrado o de hoy, sin cupos"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-CUPO.

                  MOVE SPACES TO CUPO-AGENCIA-WS.
                  MOVE 1 TO CUPO-PRIMER-ASIENTO-WS.
                  MOVE 0 TO CUPO-CANTIDAD-WS.
                  MOVE 2 TO CUPO-DIAS-WS.

                MOSTRAR-PANTALLA-CUPO.
                  DISPLAY PANTALLA-CUPO-AGENCIA.
                  ACCEPT PANTALLA-CUPO-AGENCIA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-CUPO-AGENCIA.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  INSPECT CUPO-AGENCIA-WS CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

                  MOVE "NO" TO CUPO-EXISTE-WS.
                  OPEN INPUT AGENCIASFILE.
                  IF FSAG NOT = "35"
                    MOVE CUPO-AGENCIA-WS TO AGE-CODIGO
                    READ AGENCIASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF AGE-ACTIVA = "S"
                              MOVE "SI" TO CUPO-EXISTE-WS
                              MOVE AGE-NOMBRE TO CUPO-AGENCIA-NOMBRE-WS
                            END-IF
                    END-READ.
                  CLOSE AGENCIASFILE.
                  IF CUPO-EXISTE-WS NOT = "SI"
                    MOVE "Agencia inexistente o no activa"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.

                  MOVE "NO" TO CUPO-EXISTE-WS.
                  OPEN INPUT CUPOSAGENCIAFILE.
                  IF FSCUP NOT = "35"
                    MOVE NUMERO TO CUP-ESPEC
                    MOVE CUPO-AGENCIA-WS TO CUP-AGENCIA
                    READ CUPOSAGENCIAFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "SI" TO CUPO-EXISTE-WS
                    END-READ.
                  CLOSE CUPOSAGENCIAFILE.
                  IF CUPO-EXISTE-WS = "SI"
                    MOVE "La agencia ya tiene cupo en este espectaculo"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.

                  IF CUPO-CANTIDAD-WS = 0
                    MOVE "Indique cuantos asientos se asignan"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.
                  IF CUPO-CANTIDAD-WS > ESPEC-ENT-DISPONIBLES
                    MOVE "No quedan tantas entradas disponibles"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.

                  COMPUTE CUPO-FECHA-LIB-INT-WS =
                      FUNCTION INTEGER-OF-DATE(CUPO-FECHA-ESPEC-WS)
                      - CUPO-DIAS-WS.
                  COMPUTE CUPO-FECHA-LIB-WS =
                      FUNCTION DATE-OF-INTEGER(CUPO-FECHA-LIB-INT-WS).
                  IF CUPO-FECHA-LIB-WS NOT > CUPO-FECHA-HOY-WS
                    MOVE "La devolucion del cupo caeria hoy o antes"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.

       *> Primera pasada: contar los libres desde el primer asiento,
       *> para no dejar un cupo a medias si no hay bastantes
                  MOVE 0 TO CUPO-LIBRES-WS.
                  OPEN INPUT ASIENTOFILE.
                  PERFORM CONTAR-LIBRES-CUPO THRU FIN-CONTAR-LIBRES-CUPO.
                  CLOSE ASIENTOFILE.
                  IF CUPO-LIBRES-WS < CUPO-CANTIDAD-WS
                    MOVE "No hay tantos asientos libres desde ese asiento"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-CUPO.

                  MOVE 0 TO CUPO-MARCADOS-WS.
                  OPEN I-O ASIENTOSAGENCIAFILE.
                  IF FSASA = "35"
                    CLOSE ASIENTOSAGENCIAFILE
                    OPEN OUTPUT ASIENTOSAGENCIAFILE
                    CLOSE ASIENTOSAGENCIAFILE
                    OPEN I-O ASIENTOSAGENCIAFILE.
                  OPEN I-O ASIENTOFILE.
                  PERFORM MARCAR-ASIENTOS-CUPO
                      THRU FIN-MARCAR-ASIENTOS-CUPO.
                  CLOSE ASIENTOFILE.
                  CLOSE ASIENTOSAGENCIAFILE.

                  OPEN I-O ESPECFILE.
                  MOVE NUMERO TO ESPEC-NUMERO.
                  READ ESPECFILE.
                  SUBTRACT CUPO-MARCADOS-WS FROM ESPEC-ENT-DISPONIBLES.
                  REWRITE REG-ESPECTACULO.
                  CLOSE ESPECFILE.

                  OPEN I-O CUPOSAGENCIAFILE.
                  IF FSCUP = "35"
                    CLOSE CUPOSAGENCIAFILE
                    OPEN OUTPUT CUPOSAGENCIAFILE
                    CLOSE CUPOSAGENCIAFILE
                    OPEN I-O CUPOSAGENCIAFILE.
                  MOVE NUMERO TO CUP-ESPEC.
                  MOVE CUPO-AGENCIA-WS TO CUP-AGENCIA.
                  MOVE CUPO-MARCADOS-WS TO CUP-ASIGNADOS.
                  MOVE 0 TO CUP-VENDIDOS.
                  MOVE 0 TO CUP-DEVUELTOS.
                  MOVE CUPO-DIAS-WS TO CUP-DIAS-LIBERACION.
                  MOVE CUPO-FECHA-LIB-WS TO CUP-FECHA-LIBERACION.
                  MOVE "A" TO CUP-ESTADO.
                  MOVE CUPO-FECHA-HOY-WS TO CUP-FECHA-ALTA.
                  MOVE STAFF-ID-INTENTO TO CUP-STAFF-ID.
                  WRITE REG-CUPO-AGENCIA
                      INVALID KEY REWRITE REG-CUPO-AGENCIA.
                  CLOSE CUPOSAGENCIAFILE.

                  MOVE "CUPO-AGENC" TO AUD-OPERACION-WS.
                  MOVE "CUPOS-AGENCI" TO AUD-FICHERO-WS.
                  MOVE SPACES TO AUD-CLAVE-WS.
                  STRING NUMERO " " CUPO-AGENCIA-WS
                      DELIMITED BY SIZE INTO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.

                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  STRING "Cupo asignado; asientos apartados: "
                         CUPO-MARCADOS-WS
                      DELIMITED BY SIZE INTO MSJ-MANTENIMIENTO.
              FIN-CUPO-AGENCIA.
                  EXIT.

       *> Cuenta en CUPO-LIBRES-WS los asientos libres del espectaculo
       *> a partir de CUPO-PRIMER-ASIENTO-WS, parando en cuanto llegan
       *> a los pedidos
              CONTAR-LIBRES-CUPO.
                  MOVE NUMERO TO ASIENTO-ESPEC.
                  MOVE CUPO-PRIMER-ASIENTO-WS TO ASIENTO-NUM.
                  START ASIENTOFILE KEY IS NOT LESS THAN ASIENTO-CLAVE
                      INVALID KEY GO TO FIN-CONTAR-LIBRES-CUPO.

                LEER-ASIENTO-CONTAR-CUPO.
                  IF CUPO-LIBRES-WS NOT < CUPO-CANTIDAD-WS
                    GO TO FIN-CONTAR-LIBRES-CUPO.
                  READ ASIENTOFILE NEXT RECORD
                      AT END GO TO FIN-CONTAR-LIBRES-CUPO.
                  IF ASIENTO-ESPEC NOT = NUMERO
                    GO TO FIN-CONTAR-LIBRES-CUPO.
                  IF ASIENTO-OCUPADO = "N"
                    ADD 1 TO CUPO-LIBRES-WS.
                  GO TO LEER-ASIENTO-CONTAR-CUPO.
              FIN-CONTAR-LIBRES-CUPO.
                  EXIT.

       *> Segunda pasada: marca "A" los libres hasta completar el cupo
       *> y deja cada uno en ASIENTOS-AGENCIA.DAT en estado "C"
              MARCAR-ASIENTOS-CUPO.
                  MOVE NUMERO TO ASIENTO-ESPEC.
                  MOVE CUPO-PRIMER-ASIENTO-WS TO ASIENTO-NUM.
                  START ASIENTOFILE KEY IS NOT LESS THAN ASIENTO-CLAVE
                      INVALID KEY GO TO FIN-MARCAR-ASIENTOS-CUPO.

                LEER-ASIENTO-MARCAR-CUPO.
                  IF CUPO-MARCADOS-WS NOT < CUPO-CANTIDAD-WS
                    GO TO FIN-MARCAR-ASIENTOS-CUPO.
                  READ ASIENTOFILE NEXT RECORD
                      AT END GO TO FIN-MARCAR-ASIENTOS-CUPO.
                  IF ASIENTO-ESPEC NOT = NUMERO
                    GO TO FIN-MARCAR-ASIENTOS-CUPO.
                  IF ASIENTO-OCUPADO NOT = "N"
                    GO TO LEER-ASIENTO-MARCAR-CUPO.
                  MOVE "A" TO ASIENTO-OCUPADO.
                  REWRITE REG-ASIENTO.
                  ADD 1 TO CUPO-MARCADOS-WS.
                  MOVE NUMERO TO ASA-ESPEC.
                  MOVE ASIENTO-NUM TO ASA-ASIENTO.
                  MOVE CUPO-AGENCIA-WS TO ASA-AGENCIA.
                  MOVE "C" TO ASA-ESTADO.
                  MOVE 0 TO ASA-CODIGO.
                  MOVE SPACES TO ASA-REF-AGENCIA.
                  MOVE 0 TO ASA-FECHA-VENTA.
                  WRITE REG-ASIENTO-AGENCIA
                      INVALID KEY REWRITE REG-ASIENTO-AGENCIA.
                  GO TO LEER-ASIENTO-MARCAR-CUPO.
              FIN-MARCAR-ASIENTOS-CUPO.
                  EXIT.

       *> Procedimiento preventa-espectaculo: abre, cambia o retira la
       *> ventana de preventa de un espectaculo en PREVENTAS.DAT. Entre
       *> las fechas de inicio y fin el cajero solo vende entradas a las
       *> tarjetas con derecho a la preventa (abonados del promotor,
       *> clientes por encima del umbral de puntos o asistentes a otra
       *> funcion del promotor) y como mucho el cupo por tarjeta; la
       *> ventana tiene que acabar antes del dia de la funcion, y a su
       *> fin el espectaculo sigue en venta general
              PREVENTA-ESPECTACULO.
                  MOVE 0 TO NUMERO.

                MOSTRAR-PANTALLA-BUSCAR-PREV.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  DISPLAY PANTALLA-BUSCAR-ESPEC.
                  ACCEPT PANTALLA-BUSCAR-ESPEC
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-PREVENTA-ESPECTACULO.

                  MOVE NUMERO TO ESPEC-NUMERO.
                  OPEN INPUT ESPECFILE.
                  IF FSE = "35"
                    MOVE "NO" TO ESPEC-ENCONTRADO
                  ELSE
                    READ ESPECFILE
                        INVALID KEY MOVE "NO" TO ESPEC-ENCONTRADO
                        NOT INVALID KEY MOVE "SI" TO ESPEC-ENCONTRADO.
                  CLOSE ESPECFILE.
                  IF ESPEC-ENCONTRADO NOT = "SI"
                    MOVE "No existe ningun espectaculo con ese numero"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-PREV.

                  PERFORM OBTENER-FECHA-HORA-AUD.
                  COMPUTE PREV-FECHA-HOY-WS =
                      (AAUD * 10000) + (MMUD * 100) + DDUD.
                  COMPUTE PREV-FECHA-ESPEC-WS =
                      (AAE * 10000) + (MME * 100) + DDE.
                  IF PREV-FECHA-ESPEC-WS NOT > PREV-FECHA-HOY-WS
                    MOVE "Espectaculo ya celebrado o de hoy, sin preventa"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-BUSCAR-PREV.

                  MOVE 0 TO PREV-INI-DIA.
                  MOVE 0 TO PREV-INI-MES.
                  MOVE 0 TO PREV-INI-ANYO.
                  MOVE 0 TO PREV-FIN-DIA.
                  MOVE 0 TO PREV-FIN-MES.
                  MOVE 0 TO PREV-FIN-ANYO.
                  MOVE "S" TO PREV-ABONADOS-WS.
                  MOVE "S" TO PREV-ASISTENTES-WS.
                  MOVE 0 TO PREV-PUNTOS-WS.
                  MOVE 4 TO PREV-CUPO-WS.
                  MOVE "NO" TO PREV-EXISTE-WS.
                  OPEN INPUT PREVENTASFILE.
                  IF FSPRV NOT = "35"
                    MOVE NUMERO TO PRV-ESPEC
                    READ PREVENTASFILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "SI" TO PREV-EXISTE-WS
                            MOVE PRV-FECHA-INICIO(7:2) TO PREV-INI-DIA
                            MOVE PRV-FECHA-INICIO(5:2) TO PREV-INI-MES
                            MOVE PRV-FECHA-INICIO(1:4) TO PREV-INI-ANYO
                            MOVE PRV-FECHA-FIN(7:2) TO PREV-FIN-DIA
                            MOVE PRV-FECHA-FIN(5:2) TO PREV-FIN-MES
                            MOVE PRV-FECHA-FIN(1:4) TO PREV-FIN-ANYO
                            MOVE PRV-ABONADOS TO PREV-ABONADOS-WS
                            MOVE PRV-ASISTENTES TO PREV-ASISTENTES-WS
                            MOVE PRV-PUNTOS-MINIMOS TO PREV-PUNTOS-WS
                            MOVE PRV-CUPO-TARJETA TO PREV-CUPO-WS
                    END-READ.
                  CLOSE PREVENTASFILE.

                MOSTRAR-PANTALLA-PREVENTA.
                  DISPLAY PANTALLA-PREVENTA.
                  ACCEPT PANTALLA-PREVENTA
                      IF COB-CRT-STATUS = 1009
                        GO TO FIN-PREVENTA-ESPECTACULO.
                  MOVE SPACES TO MSJ-MANTENIMIENTO.
                  INSPECT PREV-ABONADOS-WS CONVERTING "sn" TO "SN".
                  INSPECT PREV-ASISTENTES-WS CONVERTING "sn" TO "SN".

                  IF PREV-INI-DIA = 0 AND PREV-INI-MES = 0 AND
                     PREV-INI-ANYO = 0 AND PREV-FIN-DIA = 0 AND
                     PREV-FIN-MES = 0 AND PREV-FIN-ANYO = 0
                    GO TO RETIRAR-PREVENTA.

                  IF PREV-INI-DIA < 1 OR PREV-INI-DIA > 31 OR
                     PREV-INI-MES < 1 OR PREV-INI-MES > 12 OR
                     PREV-FIN-DIA < 1 OR PREV-FIN-DIA > 31 OR
                     PREV-FIN-MES < 1 OR PREV-FIN-MES > 12
                    MOVE "Fecha de preventa no valida"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  COMPUTE PREV-INICIO-WS =
                      (PREV-INI-ANYO * 10000) + (PREV-INI-MES * 100)
                      + PREV-INI-DIA.
                  COMPUTE PREV-FIN-WS =
                      (PREV-FIN-ANYO * 10000) + (PREV-FIN-MES * 100)
                      + PREV-FIN-DIA.
                  IF PREV-FIN-WS < PREV-INICIO-WS
                    MOVE "La preventa acaba antes de empezar"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  IF PREV-FIN-WS < PREV-FECHA-HOY-WS
                    MOVE "La preventa ya habria terminado"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  IF PREV-FIN-WS NOT < PREV-FECHA-ESPEC-WS
                    MOVE "La preventa debe acabar antes de la funcion"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  IF (PREV-ABONADOS-WS NOT = "S" AND
                      PREV-ABONADOS-WS NOT = "N") OR
                     (PREV-ASISTENTES-WS NOT = "S" AND
                      PREV-ASISTENTES-WS NOT = "N")
                    MOVE "Indique S o N en cada criterio"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  IF PREV-ABONADOS-WS = "N" AND
                     PREV-ASISTENTES-WS = "N" AND PREV-PUNTOS-WS = 0
                    MOVE "Indique al menos un criterio de preventa"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.

                  OPEN I-O PREVENTASFILE.
                  IF FSPRV = "35"
                    CLOSE PREVENTASFILE
                    OPEN OUTPUT PREVENTASFILE
                    CLOSE PREVENTASFILE
                    OPEN I-O PREVENTASFILE.
                  MOVE NUMERO TO PRV-ESPEC.
                  MOVE PREV-INICIO-WS TO PRV-FECHA-INICIO.
                  MOVE PREV-FIN-WS TO PRV-FECHA-FIN.
                  MOVE PREV-ABONADOS-WS TO PRV-ABONADOS.
                  MOVE PREV-ASISTENTES-WS TO PRV-ASISTENTES.
                  MOVE PREV-PUNTOS-WS TO PRV-PUNTOS-MINIMOS.
                  MOVE PREV-CUPO-WS TO PRV-CUPO-TARJETA.
                  MOVE STAFF-ID-INTENTO TO PRV-STAFF-ID.
                  MOVE PREV-FECHA-HOY-WS TO PRV-FECHA-ALTA.
                  WRITE REG-PREVENTA
                      INVALID KEY REWRITE REG-PREVENTA.
                  CLOSE PREVENTASFILE.

                  MOVE "PREVENTA" TO AUD-OPERACION-WS.
                  MOVE "PREVENTAS" TO AUD-FICHERO-WS.
                  MOVE NUMERO TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Preventa grabada" TO MSJ-MANTENIMIENTO.
                  GO TO FIN-PREVENTA-ESPECTACULO.

                RETIRAR-PREVENTA.
                  IF PREV-EXISTE-WS NOT = "SI"
                    MOVE "El espectaculo no tiene preventa"
                        TO MSJ-MANTENIMIENTO
                    GO TO MOSTRAR-PANTALLA-PREVENTA.
                  OPEN I-O PREVENTASFILE.
                  MOVE NUMERO TO PRV-ESPEC.
                  DELETE PREVENTASFILE RECORD INVALID KEY CONTINUE.
                  CLOSE PREVENTASFILE.

                  MOVE "BAJA-PREV" TO AUD-OPERACION-WS.
                  MOVE "PREVENTAS" TO AUD-FICHERO-WS.
                  MOVE NUMERO TO AUD-CLAVE-WS.
                  PERFORM GUARDAR-AUDITORIA.
                  MOVE "Preventa retirada" TO MSJ-MANTENIMIENTO.
              FIN-PREVENTA-ESPECTACULO.
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
