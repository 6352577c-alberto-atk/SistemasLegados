       *> saltan los pasos ya terminados bien y se reanuda en el que
       *> fallo, en vez de repetir la noche entera.
       *>
       *> Un registro cualquiera en SIMULACION-NOCTURNA.DAT pide una
       *> pasada de simulacion en lugar de la cadena: solo se lanzan,
       *> en el orden del plan, los pasos que saben simular (cuotas,
       *> comisiones, intereses y ordenes periodicas), con
       *> MODO-NOCTURNO.DAT a "SI" para que calculen sin grabar y dejen
       *> lo que cargarian o abonarian en INFORME-SIMULACION.DAT. La
       *> simulacion no anota nada en ESTADONOCTURNO.DAT, de modo que
       *> la cadena real de la noche se lanza despues como siempre;
       *> cada paso simulado ve los saldos de hoy, sin lo que los
       *> pasos anteriores habrian movido.
       *>
       *> Versiones
       *> Versión 1.0 - Cadena nocturna con reanudacion por paso
       *> Versión 1.1 - La cadena por defecto incorpora los batch nuevos
       *> Versión 1.2 - Historico de saldos de cierre en la cadena
       *> Versión 1.3 - Vista unica de cliente del FGD trimestral
       *> Versión 1.4 - Declaracion mensual CIRBE en la cadena
       *> Versión 1.5 - Provision mensual para insolvencias en la cadena
       *> Versión 1.6 - Traslado de condiciones de producto en la cadena
       *> Versión 1.7 - Mayoria de edad de los menores en la cadena
       *> Versión 1.8 - Caducidad y revocacion de poderes en la cadena
       *> Versión 1.9 - Categorias de gasto en la cadena
       *> Versión 1.10 - Antiguedad y estadistica de quejas en la cadena
       *> Versión 1.11 - Vigilancia de blanqueo en la cadena
       *> Versión 1.12 - Calificacion de riesgo y revision KYC en la cadena
       *> Versión 1.13 - Puntuacion de comportamiento en la cadena
       *> Versión 1.14 - Correo devuelto en la cadena
       *> Versión 1.15 - Cierre de aplazamientos de espectaculos en la cadena
       *> Versión 1.16 - Contabilidad y caducidad de bonos regalo en la cadena
       *> Versión 1.17 - Ventas y conciliacion de cupos de agencias en la cadena
       *> Versión 1.18 - Libro de facturas expedidas en la cadena
       *> Versión 1.19 - Declaracion de derechos de autor en la cadena
       *> Versión 1.20 - Pasada de simulacion de los pasos que contabilizan
       *> Versión 1.21 - Historico de duraciones en la cadena; plan de hasta 60 pasos
       *> Versión 1.22 - Reorganizacion semanal de indexados al final de la cadena
       *> Versión 1.23 - Purga mensual por retencion antes de la hoja de control
       *> Versión 1.24 - Archivo de los informes de la noche antes del corte de dia
       *> Versión 1.25 - Recertificacion de accesos del personal en la cadena
       *> Versión 1.26 - Conciliacion de la factura del transporte de fondos en la cadena
       *> Versión 1.27 - Rentabilidad mensual por persona en la cadena
       *> Versión 1.28 - Informe de preventas y recuento de trazados en la cadena
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

                  RECORD KEY IS EST-CLAVE
                  FILE STATUS IS FSES.

              SELECT SOLICITUDSIMFILE ASSIGN TO
                  "SIMULACION-NOCTURNA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSS.

              SELECT MODOFILE ASSIGN TO "MODO-NOCTURNO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSMOD.

              SELECT SIMULACIONFILE ASSIGN TO "INFORME-SIMULACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSIM.

       DATA DIVISION.
       FILE SECTION.
       *> FD PLANFILE: el plan de trabajos, un registro por paso en el
                 88 EST-OK              VALUE "OK".
                 88 EST-ERROR           VALUE "ERROR".

       *> FD SOLICITUDSIMFILE: peticion de simulacion de operaciones;
       *> basta con que tenga un registro, y se vacia al terminar
       FD SOLICITUDSIMFILE.
       01 REG-SOLICITUD-SIM             PIC X(40).

       *> FD MODOFILE: modo que leen los pasos que saben simular
       FD MODOFILE.
       01 REG-MODO.
              02 MODO-SIMULACION        PIC X(2).

       FD SIMULACIONFILE.
       01 REG-SIMULACION                PIC X(110).

       WORKING-STORAGE SECTION.
              77 FSPL                  PIC XX.
              77 FSES                  PIC XX.
              77 PASO-YA-OK            PIC X(2).
              77 CADENA-DETENIDA       PIC X(2) VALUE "NO".
              77 COMANDO-WS            PIC X(40).
              77 FSSS                  PIC XX.
              77 FSMOD                 PIC XX.
              77 FSSIM                 PIC XX.
              77 SIMULACION-WS         PIC X(2) VALUE "NO".
              77 PASO-SIMULABLE        PIC X(2).
              77 NUM-SIMULADOS         PIC 99 VALUE 0.

              01 FECHA.
                 02 AA                 PIC 9999.
       *> esta cadena por defecto, la misma que hasta ahora se lanzaba
       *> a mano cada noche
              01 TABLA-PLAN.
                 02 PLAN-ENTRADA OCCURS 60 TIMES.
                    03 TP-PROGRAMA          PIC X(30).

              01 LINEA-CAB-SIMULACION.
                 02 FILLER             PIC X(40) VALUE
                     "SIMULACION DE LA CADENA NOCTURNA  DIA  ".
                 02 CAB-SIM-FECHA      PIC 9(8).
                 02 FILLER             PIC X(8) VALUE "  HORA  ".
                 02 CAB-SIM-HORA       PIC X(8).

              01 LINEA-TIT-SIMULACION.
                 02 FILLER             PIC X(105) VALUE
            "Programa              Cuenta                   Concepto                             Importe   Saldo final".

       PROCEDURE DIVISION.
              INICIO.
                  MOVE FUNCTION CURRENT-DATE TO FECHA.
                  PERFORM CARGAR-PLAN THRU FIN-CARGAR-PLAN.
                  IF NUM-PASOS = 0
                    PERFORM CARGAR-PLAN-POR-DEFECTO.
*> El modo se fija siempre al arrancar, para que una simulacion
*> interrumpida no deje simulando a la cadena real
                  PERFORM COMPROBAR-SIMULACION.
                  PERFORM FIJAR-MODO-NOCTURNO.
                  IF SIMULACION-WS = "SI"
                    PERFORM SIMULAR-CADENA THRU FIN-SIMULAR-CADENA
                    STOP RUN.
                  PERFORM ABRIR-ESTADOFILE.
                  MOVE 1 TO P.
                  PERFORM EJECUTAR-UN-PASO THRU FIN-EJECUTAR-UN-PASO
                LEER-UN-PASO-PLAN.
                  READ PLANFILE NEXT RECORD
                      AT END GO TO CERRAR-CARGAR-PLAN.
                  IF NUM-PASOS < 60
                    ADD 1 TO NUM-PASOS
                    MOVE PLAN-PROGRAMA TO TP-PROGRAMA(NUM-PASOS).
                  GO TO LEER-UN-PASO-PLAN.
                  MOVE "CUADREDIARIO" TO TP-PROGRAMA(2).
                  MOVE "POSTORDENESPERIODICAS" TO TP-PROGRAMA(3).
                  MOVE "COMPENSARCHEQUES" TO TP-PROGRAMA(4).
*> Las condiciones nuevas del catalogo de productos se trasladan a
*> las cuentas antes de devengar intereses
                  MOVE "REPRECIARPRODUCTOS" TO TP-PROGRAMA(5).
                  MOVE "DEVENGARINTERESES" TO TP-PROGRAMA(6).
                  MOVE "LIBERARRETENCIONES" TO TP-PROGRAMA(7).
                  MOVE "ARCHIVARMOVS" TO TP-PROGRAMA(8).
                  MOVE "CONCILIARTRANSFERENCIAS" TO TP-PROGRAMA(9).
*> La marca de menor se levanta a quien cumple hoy los 18, antes
*> de que el dispatcher drene los avisos al titular y al tutor
                  MOVE "CUMPLIRMAYORIAEDAD" TO TP-PROGRAMA(10).
*> Los poderes que caducan o cuya revocacion entra hoy en vigor se
*> cierran antes de que el dispatcher drene el aviso al poderdante
                  MOVE "CADUCARPODERES" TO TP-PROGRAMA(11).
*> Las direcciones devueltas por correos se marcan antes de que el
*> dispatcher drene el aviso al cliente para que la actualice
                  MOVE "CORREODEVUELTO" TO TP-PROGRAMA(12).
*> Las ventanas de devolucion de los espectaculos aplazados que
*> terminaron ayer se cierran antes de que se liquide al promotor
                  MOVE "CERRARAPLAZAMIENTOS" TO TP-PROGRAMA(13).
*> Los bonos regalo se contabilizan con los canjes y anulaciones del
*> dia ya cerrados en el cajero; los caducados se llevan a ingresos
*> antes de que la hoja de control recoja el importe
                  MOVE "CADUCARBONOS" TO TP-PROGRAMA(14).
*> Las ventas del dia de las agencias externas de entradas se
*> aplican antes de devolver a la venta general sus cupos vencidos,
*> para que lo que vendieron a ultima hora no se libere; la
*> conciliacion y la disponibilidad que sale hacia las agencias se
*> hacen ya con todo aplicado
                  MOVE "PROCESARVENTASAGENCIA" TO TP-PROGRAMA(15).
                  MOVE "CONCILIARAGENCIAS" TO TP-PROGRAMA(16).
*> Los avisos suscritos se evaluan tras los procesos que contabilizan
*> y antes del corte de dia, y el dispatcher drena acto seguido lo
*> que la tarde y la propia cadena hayan encolado
                  MOVE "EVALUARALERTAS" TO TP-PROGRAMA(17).
                  MOVE "ENVIARNOTIFICACIONES" TO TP-PROGRAMA(18).
                  MOVE "LISTAESPERA" TO TP-PROGRAMA(19).
                  MOVE "INFORMECADUCIDAD" TO TP-PROGRAMA(20).
                  MOVE "INFORMEDURMIENTES" TO TP-PROGRAMA(21).
                  MOVE "INFORMEREFERIDOS" TO TP-PROGRAMA(22).
*> La antiguedad de las quejas se mide con la fecha de negocio del
*> dia que se cierra; la estadistica semestral se autolimita sola
                  MOVE "INFORMEQUEJAS" TO TP-PROGRAMA(23).
*> El informe de preventas se rehace entero cada noche con las
*> compras del dia ya en MOVS.DAT
                  MOVE "INFORMEPREVENTAS" TO TP-PROGRAMA(24).
*> La declaracion CIRBE se autolimita a una vez al mes y va antes
*> del cobro de cuotas, para declarar los prestamos tal como
*> quedaron al cierre del mes anterior
                  MOVE "DECLARARCIRBE" TO TP-PROGRAMA(25).
*> La provision para insolvencias tambien se autolimita al mes y
*> clasifica los impagos antes de que el cobro de cuotas los mueva
                  MOVE "PROVISIONARINSOLVENCIAS" TO TP-PROGRAMA(26).
*> El cobro de cuotas de prestamos se autolimita a una vez al mes,
*> asi que puede ir en la cadena diaria sin duplicar cargos
                  MOVE "COBRARPRESTAMOS" TO TP-PROGRAMA(27).
*> El interes deudor tambien se autolimita por periodo mensual
                  MOVE "DEVENGARDESCUBIERTOS" TO TP-PROGRAMA(28).
*> La comision de mantenimiento se autolimita por trimestre
                  MOVE "COBRARMANTENIMIENTO" TO TP-PROGRAMA(29).
*> Los plazos fijos vencen antes del corte de dia, para que el abono
*> caiga en el dia que se esta cerrando
                  MOVE "VENCERPLAZOS" TO TP-PROGRAMA(30).
*> Los cargos del dia se clasifican por categoria de gasto cuando
*> ya han pasado las cuotas, las comisiones y los vencimientos
                  MOVE "CATEGORIZARGASTOS" TO TP-PROGRAMA(31).
*> La vigilancia de blanqueo repasa las ventanas de 7 y 30 dias
*> con todos los apuntes del dia ya grabados, y comunica al SEPBLAC
*> los casos que cumplimiento confirmo durante la jornada
                  MOVE "VIGILARBLANQUEO" TO TP-PROGRAMA(32).
*> La calificacion de riesgo va detras de la vigilancia de blanqueo
*> para puntuar ya con los casos que esta acaba de abrir
                  MOVE "CALIFICARRIESGO" TO TP-PROGRAMA(33).
*> La revision de diligencia debida usa el nivel de riesgo recien
*> calculado; los avisos de documento caducado que deja en
*> NOTIFICA.DAT salen con el envio de la noche siguiente
                  MOVE "REVISARKYC" TO TP-PROGRAMA(34).
*> La puntuacion de comportamiento se autolimita a una vez al mes y
*> va detras del interes deudor y del cobro de cuotas, cuyo informe
*> de descubiertos e impagos del mes cerrado ya estan al dia
                  MOVE "PUNTUARCLIENTES" TO TP-PROGRAMA(35).
*> La rentabilidad por persona se autolimita a una vez al mes y va
*> detras de la provision, el interes deudor y el cobro de
*> mantenimiento del mes cerrado, cuyo informe y apuntes recoge
                  MOVE "RENTABILIDADCLIENTES" TO TP-PROGRAMA(36).
*> Los saldos de cierre se guardan en el historico cuando ya no
*> queda ningun proceso que los mueva, antes del corte de dia
                  MOVE "GUARDARSALDOSDIA" TO TP-PROGRAMA(37).
*> La vista unica de cliente del FGD se autolimita a una vez por
*> trimestre, sobre los saldos ya definitivos del dia
                  MOVE "GENERARFGD" TO TP-PROGRAMA(38).
*> El libro de facturas expedidas es el del mes anterior, que ya no
*> recibe facturas; se rehace igual cada noche
                  MOVE "LIBROIVAEXPEDIDAS" TO TP-PROGRAMA(39).
*> La declaracion de derechos de autor es tambien la del mes
*> anterior, con lo que LIQUIDARESPECTACULOS liquido en el
                  MOVE "DECLARARDERECHOS" TO TP-PROGRAMA(40).
*> La factura del transporte de fondos se concilia una vez por mes
*> facturado, con las reposiciones, bolsas y averias del mes ya
*> registradas; su asiento entra en la hoja de control de la noche
                  MOVE "CONCILIARTRANSPORTE" TO TP-PROGRAMA(41).
*> La purga por retencion se autolimita a una vez por mes y va
*> antes del historico de duraciones y de la hoja de control
                  MOVE "PURGARRETENCION" TO TP-PROGRAMA(42).
*> La recertificacion de accesos lee AUDITORIA.DAT con la jornada
*> ya cerrada; abre campana al empezar el trimestre y cada noche
*> revoca lo no revisado en plazo e inhabilita al personal inactivo
                  MOVE "RECERTIFICARACCESOS" TO TP-PROGRAMA(43).
*> Las duraciones de la noche pasan al historico y se avisa de los
*> pasos lentos y del desbordamiento previsto de la ventana antes
*> de imprimir la hoja de control, que recoge esos avisos
                  MOVE "HISTORICOCADENA" TO TP-PROGRAMA(44).
*> El recuento de registros de CONTROL-TRAZADOS.DAT se refresca con
*> la noche ya grabada; un maestro con otra version de trazado no
*> se toca, solo se avisa
                  MOVE "SELLARTRAZADOS" TO TP-PROGRAMA(45).
*> La hoja de control se imprime con todos los registros de la
*> noche ya grabados, justo antes del corte de dia
                  MOVE "HOJACONTROL" TO TP-PROGRAMA(46).
*> Los informes de la noche, hoja de control incluida, se archivan
*> bajo la fecha de negocio antes de que el corte de dia la cambie
                  MOVE "ARCHIVARINFORMES" TO TP-PROGRAMA(47).
                  MOVE "CIERREDIA" TO TP-PROGRAMA(48).
*> La reorganizacion de indexados va la ultima, con el dia ya
*> cerrado; se autolimita a una vez por semana y no hace nada con
*> los cajeros en servicio
                  MOVE "REORGANIZARINDEXADOS" TO TP-PROGRAMA(49).
                  MOVE 49 TO NUM-PASOS.

              COMPROBAR-SIMULACION.
                  MOVE "NO" TO SIMULACION-WS.
                  OPEN INPUT SOLICITUDSIMFILE.
                  IF FSSS = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDSIMFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SIMULACION-WS.
                  CLOSE SOLICITUDSIMFILE.

              FIJAR-MODO-NOCTURNO.
                  OPEN OUTPUT MODOFILE.
                  MOVE SIMULACION-WS TO MODO-SIMULACION.
                  WRITE REG-MODO.
                  CLOSE MODOFILE.

       *> Pasada de simulacion: el informe se abre de nuevo con su
       *> cabecera, cada paso que sabe simular le anade sus lineas y
       *> su total, y al acabar se vuelve a modo real y se retira la
       *> peticion, tanto si la pasada termina como si se detiene
              SIMULAR-CADENA.
                  ACCEPT HORA FROM TIME.
                  MOVE CORR HORA TO HORAF.
                  OPEN OUTPUT SIMULACIONFILE.
                  MOVE FECHA-HOY-COMP TO CAB-SIM-FECHA.
                  MOVE HORAF TO CAB-SIM-HORA.
                  WRITE REG-SIMULACION FROM LINEA-CAB-SIMULACION.
                  WRITE REG-SIMULACION FROM LINEA-TIT-SIMULACION.
                  CLOSE SIMULACIONFILE.
                  MOVE 1 TO P.
                  PERFORM SIMULAR-UN-PASO THRU FIN-SIMULAR-UN-PASO
                      UNTIL P > NUM-PASOS OR CADENA-DETENIDA = "SI".
                  MOVE "NO" TO SIMULACION-WS.
                  PERFORM FIJAR-MODO-NOCTURNO.
                  OPEN OUTPUT SOLICITUDSIMFILE.
                  CLOSE SOLICITUDSIMFILE.
                  IF CADENA-DETENIDA = "SI"
                    DISPLAY "PLANIFICADORNOCTURNO: simulacion detenida"
                        " en el paso " P " (" TP-PROGRAMA(P) ")."
                  ELSE
                    DISPLAY "PLANIFICADORNOCTURNO: simulacion de "
                        NUM-SIMULADOS " pasos en INFORME-SIMULACION.DAT.".
              FIN-SIMULAR-CADENA.
                  EXIT.

       *> Los pasos que no saben simular se saltan: lanzarlos
       *> grabaria de verdad
              SIMULAR-UN-PASO.
                  MOVE "NO" TO PASO-SIMULABLE.
                  IF TP-PROGRAMA(P) = "POSTORDENESPERIODICAS" OR
                     TP-PROGRAMA(P) = "DEVENGARINTERESES" OR
                     TP-PROGRAMA(P) = "COBRARPRESTAMOS" OR
                     TP-PROGRAMA(P) = "DEVENGARDESCUBIERTOS" OR
                     TP-PROGRAMA(P) = "COBRARMANTENIMIENTO"
                    MOVE "SI" TO PASO-SIMULABLE.
                  IF PASO-SIMULABLE = "NO"
                    ADD 1 TO P
                    GO TO FIN-SIMULAR-UN-PASO.

                  MOVE SPACES TO COMANDO-WS.
                  STRING "./" DELIMITED BY SIZE
                         TP-PROGRAMA(P) DELIMITED BY SPACE
                      INTO COMANDO-WS.
                  DISPLAY "Simulando paso " P ": " TP-PROGRAMA(P).
                  CALL "SYSTEM" USING COMANDO-WS.
                  IF RETURN-CODE = 0
                    ADD 1 TO NUM-SIMULADOS
                    ADD 1 TO P
                  ELSE
                    MOVE "SI" TO CADENA-DETENIDA.
                  MOVE 0 TO RETURN-CODE.
              FIN-SIMULAR-UN-PASO.
                  EXIT.

              ABRIR-ESTADOFILE.
                  OPEN I-O ESTADOFILE.
