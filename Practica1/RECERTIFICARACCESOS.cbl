       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICARACCESOS.
       *> Proceso batch de recertificacion de accesos del personal. Los
       *> permisos de PERMISOS.DAT solo se iban sumando: quien cambiaba
       *> de departamento conservaba sus programas, y en STAFF.DAT
       *> quedaban empleados que no entraban desde hacia meses.
       *>
       *> Al empezar cada trimestre natural de la fecha de negocio se
       *> abre una campana: cada permiso concedido (marca "S") pasa a
       *> RECERTIFICACION.DAT como linea pendiente, con el responsable
       *> del empleado segun RESPONSABLES.DAT (o el revisor por defecto
       *> si no tiene), la ultima vez que el empleado uso ese programa
       *> segun AUDITORIA.DAT y la fecha limite para revisarla. El
       *> informe sale con una lista de revision por responsable, y cada
       *> responsable confirma o revoca sus lineas en REVISARACCESOS.
       *>
       *> Cada noche, las lineas que siguen pendientes pasada su fecha
       *> limite se revocan solas en PERMISOS.DAT, y los empleados que
       *> llevan sin usar ningun programa mas dias que el umbral se
       *> inhabilitan: su registro sale de STAFF.DAT (con lo que ya no
       *> pasan el acceso de personal de ningun programa) y queda en
       *> STAFF-INHABILITADOS.DAT. ACTIVIDAD-PERSONAL.DAT guarda por
       *> empleado su ultimo uso conocido, que sobrevive a la purga de
       *> AUDITORIA.DAT, y la fecha desde la que se cuenta la
       *> inactividad: la primera noche en que se le vio o la de su
       *> rehabilitacion. Para rehabilitar a un empleado basta darlo de
       *> alta de nuevo con writeStaffFile; la noche siguiente sale de
       *> STAFF-INHABILITADOS.DAT y su inactividad vuelve a contar
       *> desde ese dia. Si AUDITORIA.DAT no cabe en la tabla de usos
       *> no se inhabilita a nadie esa noche (faltarian ultimos usos y
       *> se podria inhabilitar a quien si trabaja): el informe lo
       *> avisa y el programa termina con retorno 4.
       *>
       *> Plazo de revision, umbral de inactividad y revisor por
       *> defecto tienen sus valores de fabrica en
       *> CARGAR-PARAMETROS-DEFECTO; un registro en
       *> RECERTIFICACION-PARAM.DAT los sustituye (un umbral de 0 dias
       *> desactiva la inhabilitacion). Un registro cualquiera en
       *> RECERTIFICACION-SOLICITUD.DAT abre una campana nueva ya,
       *> aunque el trimestre tenga la suya, y queda vaciado.
       *>
       *> Versiones
       *> Versión 1.0 - Recertificacion trimestral de permisos e inhabilitacion por inactividad
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PERMISOSFILE ASSIGN TO "PERMISOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRM-CLAVE
                  FILE STATUS IS FSPRM.

              SELECT STAFFFILE ASSIGN TO "STAFF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STAFF-ID
                  FILE STATUS IS FSST.

              SELECT AUDITORIAFILE ASSIGN TO "AUDITORIA.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSAUD.

              SELECT RESPONSABLESFILE ASSIGN TO "RESPONSABLES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSP-STAFF-ID
                  FILE STATUS IS FSRSP.

              SELECT RECERTFILE ASSIGN TO "RECERTIFICACION.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCR-CLAVE
                  FILE STATUS IS FSRCR.

              SELECT ACTIVIDADFILE ASSIGN TO "ACTIVIDAD-PERSONAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACP-STAFF-ID
                  FILE STATUS IS FSACP.

              SELECT INHABILITADOSFILE ASSIGN TO
                  "STAFF-INHABILITADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SIN-STAFF-ID
                  FILE STATUS IS FSSIN.

              SELECT PARAMFILE ASSIGN TO "RECERTIFICACION-PARAM.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSPA.

              SELECT SOLICITUDFILE ASSIGN TO
                  "RECERTIFICACION-SOLICITUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSSO.

              SELECT FECHANEGOCIOFILE ASSIGN TO "FECHA-NEGOCIO.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSFN.

              SELECT INFORMEFILE ASSIGN TO
                  "INFORME-RECERTIFICACION.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FSI.

*> SELECT CONTROLNOCFILE: registro de control normalizado que cada
*> batch de la cadena deja al terminar (leidos, escritos,
*> rechazados e importes), del que HOJACONTROL imprime la hoja de
*> control de la manana
              SELECT CONTROLNOCFILE ASSIGN TO "CONTROL-NOCTURNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTN-CLAVE
                  FILE STATUS IS FSCTN.

       DATA DIVISION.
       FILE SECTION.
*> FD PERMISOSFILE: matriz de permisos por empleado y programa; un
*> registro con la marca "S" autoriza a ese empleado en ese programa
       FD PERMISOSFILE.
        01 REG-PERMISO.
          02 PRM-CLAVE.
            03 PRM-STAFF-ID         PIC X(8).
            03 PRM-PROGRAMA         PIC X(20).
          02 PRM-PERMITIDO          PIC X.

       FD STAFFFILE.
        01 REG-STAFF.
          02 STAFF-ID               PIC X(8).
          02 STAFF-CLAVE            PIC 9(4).
          02 STAFF-NOMBRE           PIC X(30).

       FD AUDITORIAFILE.
        01 REG-AUDITORIA.
          02 AUD-STAFF-ID           PIC X(8).
          02 FILLER                 PIC X(2).
          02 AUD-PROGRAMA           PIC X(20).
          02 FILLER                 PIC X(2).
          02 AUD-OPERACION          PIC X(10).
          02 FILLER                 PIC X(2).
          02 AUD-FICHERO            PIC X(12).
          02 FILLER                 PIC X(2).
          02 AUD-CLAVE              PIC X(24).
          02 FILLER                 PIC X(2).
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

       *> FD RESPONSABLESFILE: responsable que revisa los permisos de
       *> cada empleado (lo mantiene writeResponsablesFile)
       FD RESPONSABLESFILE.
       01 REG-RESPONSABLE.
              02 RSP-STAFF-ID           PIC X(8).
              02 RSP-RESPONSABLE        PIC X(8).

       *> FD RECERTFILE: una linea por permiso y campana trimestral
       *> (AAAAT), con su responsable, su ultimo uso y su resolucion
       FD RECERTFILE.
       01 REG-RECERTIFICACION.
              02 RCR-CLAVE.
                 03 RCR-TRIMESTRE       PIC 9(5).
                 03 RCR-STAFF-ID        PIC X(8).
                 03 RCR-PROGRAMA        PIC X(20).
              02 RCR-RESPONSABLE        PIC X(8).
              02 RCR-ULTIMO-USO         PIC 9(8).
              02 RCR-FECHA-LIMITE       PIC 9(8).
              02 RCR-ESTADO             PIC X.
                 88 RCR-PENDIENTE       VALUE "P".
                 88 RCR-CONFIRMADA      VALUE "C".
                 88 RCR-REVOCADA        VALUE "R".
                 88 RCR-VENCIDA         VALUE "V".
              02 RCR-FECHA-RESOLUCION   PIC 9(8).
              02 RCR-RESUELTA-POR       PIC X(8).

       *> FD ACTIVIDADFILE: ultimo uso conocido de cada empleado y
       *> fecha desde la que se cuenta su inactividad
       FD ACTIVIDADFILE.
       01 REG-ACTIVIDAD.
              02 ACP-STAFF-ID           PIC X(8).
              02 ACP-FECHA-DESDE        PIC 9(8).
              02 ACP-ULTIMO-USO         PIC 9(8).

       *> FD INHABILITADOSFILE: registro de STAFF.DAT tal cual estaba
       *> al inhabilitarlo, con la fecha y el ultimo uso
       FD INHABILITADOSFILE.
       01 REG-INHABILITADO.
              02 SIN-STAFF-ID           PIC X(8).
              02 SIN-CLAVE              PIC 9(4).
              02 SIN-NOMBRE             PIC X(30).
              02 SIN-FECHA              PIC 9(8).
              02 SIN-ULTIMO-USO         PIC 9(8).

       FD PARAMFILE.
       01 REG-PARAM-RECERTIFICACION.
              02 RCP-DIAS-PLAZO         PIC 9(3).
              02 RCP-DIAS-INACTIVIDAD   PIC 9(3).
              02 RCP-REVISOR-DEFECTO    PIC X(8).

       FD SOLICITUDFILE.
       01 REG-SOLICITUD                 PIC X(40).

       FD FECHANEGOCIOFILE.
       01 REG-FECHA-NEGOCIO.
              02 FNEG-FECHA             PIC 9(8).

       FD INFORMEFILE.
       01 REG-INFORME                   PIC X(110).

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

       WORKING-STORAGE SECTION.
              77 FSPRM                 PIC XX.
              77 FSST                  PIC XX.
              77 FSAUD                 PIC XX.
              77 FSRSP                 PIC XX.
              77 FSRCR                 PIC XX.
              77 FSACP                 PIC XX.
              77 FSSIN                 PIC XX.
              77 FSPA                  PIC XX.
              77 FSSO                  PIC XX.
              77 FSFN                  PIC XX.
              77 FSI                   PIC XX.
              77 FSCTN                 PIC XX.
              77 FECHA-NEGOCIO-WS      PIC 9(8).
              77 TRIMESTRE-WS          PIC 9(5).
              77 SOLICITUD-WS          PIC X(2) VALUE "NO".
              77 CAMPANA-ABIERTA       PIC X(2) VALUE "NO".
              77 CAMPANA-EXISTE        PIC X(2).
              77 FECHA-LIMITE-WS       PIC 9(8).
              77 FECHA-USO-WS          PIC 9(8).
              77 FECHA-DESDE-WS        PIC 9(8).
              77 ULTIMO-USO-WS         PIC 9(8).
              77 DIAS-INACTIVO-WS      PIC 9(6).
              77 RESPONSABLE-WS        PIC X(8).
              77 NOMBRE-WS             PIC X(30).
              77 ENCONTRADO-WS         PIC X(2).
              77 U                     PIC 9(4).
              77 R                     PIC 9(3).

       *> Parametros de la recertificacion
              77 DIAS-PLAZO-WS         PIC 9(3).
              77 DIAS-INACTIVIDAD-WS   PIC 9(3).
              77 REVISOR-DEFECTO-WS    PIC X(8).

       *> Ultimo uso de cada empleado en cada programa segun
       *> AUDITORIA.DAT; los intentos denegados no cuentan como uso
              77 NUM-USOS              PIC 9(4) VALUE 0.
              77 USOS-DESBORDADOS      PIC X(2) VALUE "NO".
              01 TABLA-USOS.
                 02 UU-ENTRADA OCCURS 3000 TIMES.
                    03 UU-STAFF-ID     PIC X(8).
                    03 UU-PROGRAMA     PIC X(20).
                    03 UU-FECHA        PIC 9(8).

       *> Responsables con lineas en la campana recien abierta
              77 NUM-RESPONSABLES      PIC 9(3) VALUE 0.
              01 TABLA-RESPONSABLES.
                 02 TRS-RESPONSABLE OCCURS 200 TIMES PIC X(8).

       *> Cifras del proceso
              77 NUM-PERMISOS          PIC 9(7) VALUE 0.
              77 NUM-LINEAS            PIC 9(7) VALUE 0.
              77 NUM-VENCIDAS          PIC 9(7) VALUE 0.
              77 NUM-EMPLEADOS         PIC 9(7) VALUE 0.
              77 NUM-INHABILITADOS     PIC 9(7) VALUE 0.
              77 NUM-REHABILITADOS     PIC 9(7) VALUE 0.

              01 LINEA-CAB-INFORME.
                 02 FILLER             PIC X(44) VALUE
                     "RECERTIFICACION DE ACCESOS  FECHA DE NEGOCIO".
                 02 FILLER             PIC X VALUE SPACE.
                 02 CAB-FECHA          PIC 9(8).
                 02 FILLER             PIC X(13) VALUE "  TRIMESTRE  ".
                 02 CAB-TRIMESTRE      PIC 9(5).

              01 LINEA-CAB-CAMPANA.
                 02 FILLER             PIC X(19) VALUE
                     "CAMPANA ABIERTA:   ".
                 02 CCA-LINEAS         PIC ZZZZZZ9.
                 02 FILLER             PIC X(35) VALUE
                     " permisos a revisar antes del dia  ".
                 02 CCA-FECHA-LIMITE   PIC 9(8).

              01 LINEA-CAB-RESPONSABLE.
                 02 FILLER             PIC X(27) VALUE
                     "LISTA DE REVISION DE       ".
                 02 LCR-RESPONSABLE    PIC X(9).
                 02 LCR-NOMBRE         PIC X(30).

              01 LINEA-TIT-PERMISOS.
                 02 FILLER             PIC X(10) VALUE "EMPLEADO".
                 02 FILLER             PIC X(31) VALUE "NOMBRE".
                 02 FILLER             PIC X(21) VALUE "PROGRAMA".
                 02 FILLER             PIC X(11) VALUE "ULTIMO USO".
                 02 FILLER             PIC X(10) VALUE "RESPONSAB.".

              01 LINEA-PERMISO.
                 02 LP-STAFF-ID        PIC X(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LP-NOMBRE          PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-PROGRAMA        PIC X(20).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-ULTIMO-USO      PIC X(10).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LP-RESPONSABLE     PIC X(8).

              01 LINEA-TIT-INACTIVOS.
                 02 FILLER             PIC X(10) VALUE "EMPLEADO".
                 02 FILLER             PIC X(31) VALUE "NOMBRE".
                 02 FILLER             PIC X(11) VALUE "ULTIMO USO".
                 02 FILLER             PIC X(11) VALUE "     DESDE".
                 02 FILLER             PIC X(13) VALUE " DIAS SIN USO".

              01 LINEA-INACTIVO.
                 02 LI-STAFF-ID        PIC X(8).
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LI-NOMBRE          PIC X(30).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LI-ULTIMO-USO      PIC X(10).
                 02 FILLER             PIC X VALUE SPACE.
                 02 LI-DESDE           PIC 9(8).
                 02 FILLER             PIC X(3) VALUE SPACES.
                 02 LI-DIAS            PIC ZZZZZ9.

              01 LINEA-TITULO.
                 02 LT-TEXTO           PIC X(110).

              01 LINEA-RESUMEN.
                 02 FILLER             PIC X(2) VALUE SPACES.
                 02 LR-TEXTO           PIC X(40).
                 02 LR-CIFRA           PIC ZZZZZZ9.

              01 LINEA-AVISO.
                 02 FILLER             PIC X(4) VALUE SPACES.
                 02 LA-TEXTO           PIC X(106).

       PROCEDURE DIVISION.
              INICIO.
                  PERFORM CARGAR-FECHA-NEGOCIO.
                  COMPUTE TRIMESTRE-WS =
                      (FECHA-NEGOCIO-WS / 10000) * 10
                      + ((FECHA-NEGOCIO-WS / 100) -
                         (FECHA-NEGOCIO-WS / 10000) * 100 - 1) / 3 + 1.
                  PERFORM CARGAR-PARAMETROS-DEFECTO.
                  PERFORM CARGAR-PARAMETROS.
                  PERFORM COMPROBAR-SOLICITUD.
                  PERFORM CARGAR-USOS THRU FIN-CARGAR-USOS.

                  OPEN OUTPUT INFORMEFILE.
                  MOVE FECHA-NEGOCIO-WS TO CAB-FECHA.
                  MOVE TRIMESTRE-WS TO CAB-TRIMESTRE.
                  WRITE REG-INFORME FROM LINEA-CAB-INFORME.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  IF USOS-DESBORDADOS = "SI"
                    MOVE "AUDITORIA.DAT tiene mas combinaciones de empleado y programa que la tabla; faltan ultimos usos"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.

                  PERFORM ABRIR-CAMPANA THRU FIN-ABRIR-CAMPANA.
                  IF CAMPANA-ABIERTA = "SI"
                    PERFORM ESCRIBIR-LISTAS.
                  PERFORM VENCER-PLAZOS THRU FIN-VENCER-PLAZOS.
                  PERFORM INHABILITAR-INACTIVOS
                      THRU FIN-INHABILITAR-INACTIVOS.
                  PERFORM ESCRIBIR-RESUMEN.
                  CLOSE INFORMEFILE.

                  PERFORM GRABAR-CONTROL-NOCTURNO.
                  DISPLAY "RECERTIFICARACCESOS: " NUM-LINEAS
                      " permisos a revisar, " NUM-VENCIDAS
                      " revocados por plazo, " NUM-INHABILITADOS
                      " empleados inhabilitados.".
                  IF USOS-DESBORDADOS = "SI"
                    DISPLAY "RECERTIFICARACCESOS: AUDITORIA.DAT no cabe"
                        " en la tabla de usos; no se ha inhabilitado"
                        " a nadie."
                    MOVE 4 TO RETURN-CODE.
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

       *> Valores de fabrica: un mes para revisar, inhabilitacion a los
       *> noventa dias sin uso y sin revisor por defecto (los permisos
       *> de quien no tiene responsable se revocan al vencer el plazo)
              CARGAR-PARAMETROS-DEFECTO.
                  MOVE 30 TO DIAS-PLAZO-WS.
                  MOVE 90 TO DIAS-INACTIVIDAD-WS.
                  MOVE SPACES TO REVISOR-DEFECTO-WS.

              CARGAR-PARAMETROS.
                  OPEN INPUT PARAMFILE.
                  IF FSPA = "35"
                    CONTINUE
                  ELSE
                    READ PARAMFILE
                      AT END CONTINUE
                      NOT AT END PERFORM TOMAR-PARAMETROS.
                  CLOSE PARAMFILE.

              TOMAR-PARAMETROS.
                  IF RCP-DIAS-PLAZO IS NUMERIC AND RCP-DIAS-PLAZO > 0
                    MOVE RCP-DIAS-PLAZO TO DIAS-PLAZO-WS.
                  IF RCP-DIAS-INACTIVIDAD IS NUMERIC
                    MOVE RCP-DIAS-INACTIVIDAD TO DIAS-INACTIVIDAD-WS.
                  MOVE RCP-REVISOR-DEFECTO TO REVISOR-DEFECTO-WS.

       *> Un registro cualquiera en RECERTIFICACION-SOLICITUD.DAT pide
       *> abrir campana ya; el fichero queda vaciado
              COMPROBAR-SOLICITUD.
                  OPEN INPUT SOLICITUDFILE.
                  IF FSSO = "35"
                    CONTINUE
                  ELSE
                    READ SOLICITUDFILE
                      AT END CONTINUE
                      NOT AT END MOVE "SI" TO SOLICITUD-WS.
                  CLOSE SOLICITUDFILE.
                  IF SOLICITUD-WS = "SI"
                    OPEN OUTPUT SOLICITUDFILE
                    CLOSE SOLICITUDFILE.

       *> Recorre AUDITORIA.DAT quedandose con la fecha mas reciente de
       *> cada empleado en cada programa
              CARGAR-USOS.
                  OPEN INPUT AUDITORIAFILE.
                  IF FSAUD = "35"
                    CLOSE AUDITORIAFILE
                    GO TO FIN-CARGAR-USOS.

                LEER-AUDITORIA.
                  READ AUDITORIAFILE
                      AT END GO TO CERRAR-CARGAR-USOS.
                  IF AUD-OPERACION = "DENEGADO"
                    GO TO LEER-AUDITORIA.
                  IF DDA NOT NUMERIC OR MMA NOT NUMERIC OR
                     AAA NOT NUMERIC
                    GO TO LEER-AUDITORIA.
                  COMPUTE FECHA-USO-WS = AAA * 10000 + MMA * 100 + DDA.
                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO U.
                  PERFORM BUSCAR-USO
                      UNTIL U > NUM-USOS OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "SI"
                    PERFORM ACTUALIZAR-USO
                    GO TO LEER-AUDITORIA.
                  IF NUM-USOS = 3000
                    MOVE "SI" TO USOS-DESBORDADOS
                    GO TO LEER-AUDITORIA.
                  ADD 1 TO NUM-USOS.
                  MOVE AUD-STAFF-ID TO UU-STAFF-ID(NUM-USOS).
                  MOVE AUD-PROGRAMA TO UU-PROGRAMA(NUM-USOS).
                  MOVE FECHA-USO-WS TO UU-FECHA(NUM-USOS).
                  GO TO LEER-AUDITORIA.

                CERRAR-CARGAR-USOS.
                  CLOSE AUDITORIAFILE.
              FIN-CARGAR-USOS.
                  EXIT.

              ACTUALIZAR-USO.
                  IF FECHA-USO-WS > UU-FECHA(U)
                    MOVE FECHA-USO-WS TO UU-FECHA(U).

              BUSCAR-USO.
                  IF UU-STAFF-ID(U) = AUD-STAFF-ID AND
                     UU-PROGRAMA(U) = AUD-PROGRAMA
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO U.

       *> Ultimo uso de PRM-STAFF-ID en PRM-PROGRAMA (0 si nunca)
              BUSCAR-ULTIMO-USO-PROGRAMA.
                  MOVE 0 TO ULTIMO-USO-WS.
                  MOVE 1 TO U.
                  PERFORM COMPARAR-USO-PROGRAMA UNTIL U > NUM-USOS.

              COMPARAR-USO-PROGRAMA.
                  IF UU-STAFF-ID(U) = PRM-STAFF-ID AND
                     UU-PROGRAMA(U) = PRM-PROGRAMA
                    MOVE UU-FECHA(U) TO ULTIMO-USO-WS
                    MOVE NUM-USOS TO U.
                  ADD 1 TO U.

       *> Ultimo uso de STAFF-ID en cualquier programa (0 si nunca)
              BUSCAR-ULTIMO-USO-EMPLEADO.
                  MOVE 0 TO ULTIMO-USO-WS.
                  MOVE 1 TO U.
                  PERFORM COMPARAR-USO-EMPLEADO UNTIL U > NUM-USOS.

              COMPARAR-USO-EMPLEADO.
                  IF UU-STAFF-ID(U) = STAFF-ID AND
                     UU-FECHA(U) > ULTIMO-USO-WS
                    MOVE UU-FECHA(U) TO ULTIMO-USO-WS.
                  ADD 1 TO U.

       *> Abre la campana del trimestre si aun no tiene ninguna linea,
       *> o si se ha pedido expresamente, con una linea pendiente por
       *> cada permiso concedido
              ABRIR-CAMPANA.
                  OPEN I-O RECERTFILE.
                  IF FSRCR = "35"
                    CLOSE RECERTFILE
                    OPEN OUTPUT RECERTFILE
                    CLOSE RECERTFILE
                    OPEN I-O RECERTFILE.
                  PERFORM COMPROBAR-CAMPANA.
                  IF CAMPANA-EXISTE = "SI" AND SOLICITUD-WS = "NO"
                    CLOSE RECERTFILE
                    GO TO FIN-ABRIR-CAMPANA.

                  OPEN INPUT PERMISOSFILE.
                  IF FSPRM = "35"
                    CLOSE PERMISOSFILE
                    CLOSE RECERTFILE
                    MOVE "No existe PERMISOS.DAT: no hay permisos que recertificar"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO
                    GO TO FIN-ABRIR-CAMPANA.
                  OPEN INPUT RESPONSABLESFILE.
                  COMPUTE FECHA-LIMITE-WS = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                      + DIAS-PLAZO-WS).
                  MOVE "SI" TO CAMPANA-ABIERTA.

                LEER-PERMISO-CAMPANA.
                  READ PERMISOSFILE NEXT RECORD
                      AT END GO TO CERRAR-ABRIR-CAMPANA.
                  ADD 1 TO NUM-PERMISOS.
                  IF PRM-PERMITIDO NOT = "S"
                    GO TO LEER-PERMISO-CAMPANA.
                  PERFORM BUSCAR-RESPONSABLE THRU FIN-BUSCAR-RESPONSABLE.
                  PERFORM BUSCAR-ULTIMO-USO-PROGRAMA.
                  MOVE TRIMESTRE-WS TO RCR-TRIMESTRE.
                  MOVE PRM-STAFF-ID TO RCR-STAFF-ID.
                  MOVE PRM-PROGRAMA TO RCR-PROGRAMA.
                  MOVE RESPONSABLE-WS TO RCR-RESPONSABLE.
                  MOVE ULTIMO-USO-WS TO RCR-ULTIMO-USO.
                  MOVE FECHA-LIMITE-WS TO RCR-FECHA-LIMITE.
                  MOVE "P" TO RCR-ESTADO.
                  MOVE 0 TO RCR-FECHA-RESOLUCION.
                  MOVE SPACES TO RCR-RESUELTA-POR.
                  WRITE REG-RECERTIFICACION
                      INVALID KEY REWRITE REG-RECERTIFICACION.
                  ADD 1 TO NUM-LINEAS.
                  PERFORM ANOTAR-RESPONSABLE.
                  GO TO LEER-PERMISO-CAMPANA.

                CERRAR-ABRIR-CAMPANA.
                  CLOSE PERMISOSFILE.
                  CLOSE RESPONSABLESFILE.
                  CLOSE RECERTFILE.
                  MOVE NUM-LINEAS TO CCA-LINEAS.
                  MOVE FECHA-LIMITE-WS TO CCA-FECHA-LIMITE.
                  WRITE REG-INFORME FROM LINEA-CAB-CAMPANA.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
              FIN-ABRIR-CAMPANA.
                  EXIT.

              COMPROBAR-CAMPANA.
                  MOVE "NO" TO CAMPANA-EXISTE.
                  MOVE TRIMESTRE-WS TO RCR-TRIMESTRE.
                  MOVE LOW-VALUES TO RCR-STAFF-ID.
                  MOVE LOW-VALUES TO RCR-PROGRAMA.
                  START RECERTFILE KEY IS NOT LESS THAN RCR-CLAVE
                      INVALID KEY MOVE 0 TO RCR-TRIMESTRE
                      NOT INVALID KEY
                          READ RECERTFILE NEXT RECORD
                              AT END MOVE 0 TO RCR-TRIMESTRE.
                  IF RCR-TRIMESTRE = TRIMESTRE-WS
                    MOVE "SI" TO CAMPANA-EXISTE.

       *> Responsable del empleado; sin responsable, o si figura como
       *> responsable de si mismo, revisa el revisor por defecto
              BUSCAR-RESPONSABLE.
                  MOVE REVISOR-DEFECTO-WS TO RESPONSABLE-WS.
                  IF FSRSP = "35"
                    GO TO FIN-BUSCAR-RESPONSABLE.
                  MOVE PRM-STAFF-ID TO RSP-STAFF-ID.
                  READ RESPONSABLESFILE
                      INVALID KEY GO TO FIN-BUSCAR-RESPONSABLE.
                  IF RSP-RESPONSABLE NOT = SPACES AND
                     RSP-RESPONSABLE NOT = PRM-STAFF-ID
                    MOVE RSP-RESPONSABLE TO RESPONSABLE-WS.
              FIN-BUSCAR-RESPONSABLE.
                  EXIT.

              ANOTAR-RESPONSABLE.
                  MOVE "NO" TO ENCONTRADO-WS.
                  MOVE 1 TO R.
                  PERFORM BUSCAR-RESPONSABLE-TABLA
                      UNTIL R > NUM-RESPONSABLES OR ENCONTRADO-WS = "SI".
                  IF ENCONTRADO-WS = "NO" AND NUM-RESPONSABLES < 200
                    ADD 1 TO NUM-RESPONSABLES
                    MOVE RESPONSABLE-WS TO
                        TRS-RESPONSABLE(NUM-RESPONSABLES).

              BUSCAR-RESPONSABLE-TABLA.
                  IF TRS-RESPONSABLE(R) = RESPONSABLE-WS
                    MOVE "SI" TO ENCONTRADO-WS
                  ELSE
                    ADD 1 TO R.

       *> Una lista de revision por responsable con las lineas de la
       *> campana recien abierta
              ESCRIBIR-LISTAS.
                  OPEN INPUT STAFFFILE.
                  OPEN INPUT RECERTFILE.
                  MOVE 1 TO R.
                  PERFORM ESCRIBIR-UNA-LISTA THRU FIN-ESCRIBIR-UNA-LISTA
                      UNTIL R > NUM-RESPONSABLES.
                  CLOSE RECERTFILE.
                  CLOSE STAFFFILE.

              ESCRIBIR-UNA-LISTA.
                  MOVE TRS-RESPONSABLE(R) TO RESPONSABLE-WS.
                  IF RESPONSABLE-WS = SPACES
                    MOVE "(sin responsable)" TO LCR-RESPONSABLE
                    MOVE "se revocan al vencer el plazo" TO LCR-NOMBRE
                  ELSE
                    MOVE RESPONSABLE-WS TO LCR-RESPONSABLE
                    MOVE RESPONSABLE-WS TO STAFF-ID
                    PERFORM BUSCAR-NOMBRE-STAFF
                        THRU FIN-BUSCAR-NOMBRE-STAFF
                    MOVE NOMBRE-WS TO LCR-NOMBRE.
                  WRITE REG-INFORME FROM LINEA-CAB-RESPONSABLE.
                  WRITE REG-INFORME FROM LINEA-TIT-PERMISOS.
                  MOVE TRIMESTRE-WS TO RCR-TRIMESTRE.
                  MOVE LOW-VALUES TO RCR-STAFF-ID.
                  MOVE LOW-VALUES TO RCR-PROGRAMA.
                  START RECERTFILE KEY IS NOT LESS THAN RCR-CLAVE
                      INVALID KEY GO TO TERMINAR-UNA-LISTA.

                LEER-LINEA-LISTA.
                  READ RECERTFILE NEXT RECORD
                      AT END GO TO TERMINAR-UNA-LISTA.
                  IF RCR-TRIMESTRE NOT = TRIMESTRE-WS
                    GO TO TERMINAR-UNA-LISTA.
                  IF RCR-RESPONSABLE NOT = RESPONSABLE-WS
                    GO TO LEER-LINEA-LISTA.
                  PERFORM ESCRIBIR-LINEA-PERMISO.
                  GO TO LEER-LINEA-LISTA.

                TERMINAR-UNA-LISTA.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
                  ADD 1 TO R.
              FIN-ESCRIBIR-UNA-LISTA.
                  EXIT.

              ESCRIBIR-LINEA-PERMISO.
                  MOVE RCR-STAFF-ID TO LP-STAFF-ID.
                  MOVE RCR-STAFF-ID TO STAFF-ID.
                  PERFORM BUSCAR-NOMBRE-STAFF
                      THRU FIN-BUSCAR-NOMBRE-STAFF.
                  MOVE NOMBRE-WS TO LP-NOMBRE.
                  MOVE RCR-PROGRAMA TO LP-PROGRAMA.
                  IF RCR-ULTIMO-USO = 0
                    MOVE "nunca" TO LP-ULTIMO-USO
                  ELSE
                    MOVE RCR-ULTIMO-USO TO LP-ULTIMO-USO.
                  MOVE RCR-RESPONSABLE TO LP-RESPONSABLE.
                  WRITE REG-INFORME FROM LINEA-PERMISO.

       *> Nombre del empleado STAFF-ID; si ya no esta en STAFF.DAT se
       *> dice
              BUSCAR-NOMBRE-STAFF.
                  MOVE "(no esta en STAFF.DAT)" TO NOMBRE-WS.
                  IF FSST = "35"
                    GO TO FIN-BUSCAR-NOMBRE-STAFF.
                  READ STAFFFILE
                      INVALID KEY GO TO FIN-BUSCAR-NOMBRE-STAFF.
                  MOVE STAFF-NOMBRE TO NOMBRE-WS.
              FIN-BUSCAR-NOMBRE-STAFF.
                  EXIT.

       *> Las lineas pendientes de cualquier campana cuya fecha limite
       *> ya paso se revocan en PERMISOS.DAT y quedan como vencidas
              VENCER-PLAZOS.
                  MOVE "PERMISOS REVOCADOS POR NO REVISARSE EN PLAZO"
                      TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-PERMISOS.
                  OPEN I-O RECERTFILE.
                  IF FSRCR = "35"
                    CLOSE RECERTFILE
                    GO TO TERMINAR-VENCER-PLAZOS.
                  OPEN I-O PERMISOSFILE.
                  OPEN INPUT STAFFFILE.

                LEER-LINEA-PLAZO.
                  READ RECERTFILE NEXT RECORD
                      AT END GO TO CERRAR-VENCER-PLAZOS.
                  IF NOT RCR-PENDIENTE OR
                     RCR-FECHA-LIMITE NOT < FECHA-NEGOCIO-WS
                    GO TO LEER-LINEA-PLAZO.
                  IF FSPRM NOT = "35"
                    PERFORM REVOCAR-PERMISO.
                  MOVE "V" TO RCR-ESTADO.
                  MOVE FECHA-NEGOCIO-WS TO RCR-FECHA-RESOLUCION.
                  MOVE "VENCIDA" TO RCR-RESUELTA-POR.
                  REWRITE REG-RECERTIFICACION.
                  ADD 1 TO NUM-VENCIDAS.
                  PERFORM ESCRIBIR-LINEA-PERMISO.
                  GO TO LEER-LINEA-PLAZO.

                CERRAR-VENCER-PLAZOS.
                  CLOSE STAFFFILE.
                  CLOSE PERMISOSFILE.
                  CLOSE RECERTFILE.

                TERMINAR-VENCER-PLAZOS.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
              FIN-VENCER-PLAZOS.
                  EXIT.

              REVOCAR-PERMISO.
                  MOVE RCR-STAFF-ID TO PRM-STAFF-ID.
                  MOVE RCR-PROGRAMA TO PRM-PROGRAMA.
                  READ PERMISOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "N" TO PRM-PERMITIDO
                          REWRITE REG-PERMISO.

       *> Recorre STAFF.DAT: rehabilita a quien vuelve a estar dado de
       *> alta, actualiza el ultimo uso e inhabilita a quien supera el
       *> umbral de dias sin usar ningun programa
              INHABILITAR-INACTIVOS.
                  MOVE "EMPLEADOS INHABILITADOS POR INACTIVIDAD"
                      TO LT-TEXTO.
                  WRITE REG-INFORME FROM LINEA-TITULO.
                  WRITE REG-INFORME FROM LINEA-TIT-INACTIVOS.
                  IF USOS-DESBORDADOS = "SI"
                    MOVE "Inhabilitacion suspendida esta noche: faltan ultimos usos de AUDITORIA.DAT"
                        TO LA-TEXTO
                    WRITE REG-INFORME FROM LINEA-AVISO.
                  OPEN I-O STAFFFILE.
                  IF FSST = "35"
                    CLOSE STAFFFILE
                    GO TO TERMINAR-INHABILITAR.
                  OPEN I-O ACTIVIDADFILE.
                  IF FSACP = "35"
                    CLOSE ACTIVIDADFILE
                    OPEN OUTPUT ACTIVIDADFILE
                    CLOSE ACTIVIDADFILE
                    OPEN I-O ACTIVIDADFILE.
                  OPEN I-O INHABILITADOSFILE.
                  IF FSSIN = "35"
                    CLOSE INHABILITADOSFILE
                    OPEN OUTPUT INHABILITADOSFILE
                    CLOSE INHABILITADOSFILE
                    OPEN I-O INHABILITADOSFILE.

                LEER-EMPLEADO.
                  READ STAFFFILE NEXT RECORD
                      AT END GO TO CERRAR-INHABILITAR.
                  ADD 1 TO NUM-EMPLEADOS.
                  PERFORM BUSCAR-ULTIMO-USO-EMPLEADO.
                  MOVE STAFF-ID TO ACP-STAFF-ID.
                  READ ACTIVIDADFILE
                      INVALID KEY
                          MOVE FECHA-NEGOCIO-WS TO ACP-FECHA-DESDE
                          MOVE 0 TO ACP-ULTIMO-USO
                          WRITE REG-ACTIVIDAD.
                  MOVE STAFF-ID TO SIN-STAFF-ID.
                  READ INHABILITADOSFILE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE FECHA-NEGOCIO-WS TO ACP-FECHA-DESDE
                          DELETE INHABILITADOSFILE
                          ADD 1 TO NUM-REHABILITADOS.
                  IF ULTIMO-USO-WS > ACP-ULTIMO-USO
                    MOVE ULTIMO-USO-WS TO ACP-ULTIMO-USO.
                  REWRITE REG-ACTIVIDAD.

                  IF DIAS-INACTIVIDAD-WS = 0 OR USOS-DESBORDADOS = "SI"
                    GO TO LEER-EMPLEADO.
                  MOVE ACP-FECHA-DESDE TO FECHA-DESDE-WS.
                  IF ACP-ULTIMO-USO > FECHA-DESDE-WS
                    MOVE ACP-ULTIMO-USO TO FECHA-DESDE-WS.
                  COMPUTE DIAS-INACTIVO-WS =
                      FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO-WS)
                      - FUNCTION INTEGER-OF-DATE(FECHA-DESDE-WS).
                  IF DIAS-INACTIVO-WS NOT > DIAS-INACTIVIDAD-WS
                    GO TO LEER-EMPLEADO.

                  MOVE STAFF-ID TO SIN-STAFF-ID.
                  MOVE STAFF-CLAVE TO SIN-CLAVE.
                  MOVE STAFF-NOMBRE TO SIN-NOMBRE.
                  MOVE FECHA-NEGOCIO-WS TO SIN-FECHA.
                  MOVE ACP-ULTIMO-USO TO SIN-ULTIMO-USO.
                  WRITE REG-INHABILITADO
                      INVALID KEY REWRITE REG-INHABILITADO.
                  DELETE STAFFFILE.
                  ADD 1 TO NUM-INHABILITADOS.
                  MOVE STAFF-ID TO LI-STAFF-ID.
                  MOVE STAFF-NOMBRE TO LI-NOMBRE.
                  IF ACP-ULTIMO-USO = 0
                    MOVE "nunca" TO LI-ULTIMO-USO
                  ELSE
                    MOVE ACP-ULTIMO-USO TO LI-ULTIMO-USO.
                  MOVE FECHA-DESDE-WS TO LI-DESDE.
                  MOVE DIAS-INACTIVO-WS TO LI-DIAS.
                  WRITE REG-INFORME FROM LINEA-INACTIVO.
                  GO TO LEER-EMPLEADO.

                CERRAR-INHABILITAR.
                  CLOSE INHABILITADOSFILE.
                  CLOSE ACTIVIDADFILE.
                  CLOSE STAFFFILE.

                TERMINAR-INHABILITAR.
                  MOVE SPACES TO REG-INFORME.
                  WRITE REG-INFORME.
              FIN-INHABILITAR-INACTIVOS.
                  EXIT.

              ESCRIBIR-RESUMEN.
                  MOVE "Permisos leidos" TO LR-TEXTO.
                  MOVE NUM-PERMISOS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Lineas de revision abiertas" TO LR-TEXTO.
                  MOVE NUM-LINEAS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Revocados por plazo vencido" TO LR-TEXTO.
                  MOVE NUM-VENCIDAS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Empleados en STAFF.DAT" TO LR-TEXTO.
                  MOVE NUM-EMPLEADOS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Empleados inhabilitados" TO LR-TEXTO.
                  MOVE NUM-INHABILITADOS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.
                  MOVE "Empleados rehabilitados" TO LR-TEXTO.
                  MOVE NUM-REHABILITADOS TO LR-CIFRA.
                  WRITE REG-INFORME FROM LINEA-RESUMEN.

              GRABAR-CONTROL-NOCTURNO.
                  OPEN I-O CONTROLNOCFILE.
                  IF FSCTN = "35"
                    CLOSE CONTROLNOCFILE
                    OPEN OUTPUT CONTROLNOCFILE
                    CLOSE CONTROLNOCFILE
                    OPEN I-O CONTROLNOCFILE.
                  MOVE FECHA-NEGOCIO-WS TO CTN-FECHA.
                  MOVE "RECERTIFICARACCESOS" TO CTN-PROGRAMA.
                  MOVE NUM-PERMISOS TO CTN-LEIDOS.
                  MOVE NUM-LINEAS TO CTN-ESCRITOS.
                  COMPUTE CTN-RECHAZADOS = NUM-VENCIDAS + NUM-INHABILITADOS.
                  MOVE 0 TO CTN-IMPORTE-ENTRADA.
                  MOVE 0 TO CTN-IMPORTE-SALIDA.
                  WRITE REG-CONTROL-NOC
                      INVALID KEY REWRITE REG-CONTROL-NOC.
                  CLOSE CONTROLNOCFILE.
