       *> Versión 1.0 - Mantenimiento con validacion de PARAMS.DAT
       *> Versión 1.1 - Meses de vigencia de la clave
       *> Versión 1.2 - Permiso por empleado en PERMISOS.DAT
       *> Versión 1.3 - Antiguedad de las partidas puente en el cierre contable
       *> Versión 1.4 - Techo diario de efectivo de los menores de edad
       *> Versión 1.5 - Dias de caducidad de las autorizaciones en comercios
       *> Versión 1.6 - Tope y comision de la transferencia inmediata
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

         02 PARAM-UMBRAL-RETENCION  PIC 9(7)V99.
         02 PARAM-DIAS-RETENCION    PIC 99.
         02 PARAM-MESES-CLAVE       PIC 99.
         02 PARAM-DIAS-PUENTE       PIC 999.
         02 PARAM-ACCION-PUENTE     PIC X.
            88 PARAM-ACCION-VALIDA  VALUES "A" "B".
         02 PARAM-LIMITE-MENOR      PIC 9(7)V99.
         02 PARAM-DIAS-AUTORIZACION PIC 99.
         02 PARAM-TOPE-INMEDIATA    PIC 9(7)V99.
         02 PARAM-COMISION-INMEDIATA PIC 99V99.

       FD STAFFFILE.
        01 REG-STAFF.
                 02 UMBRAL-RETENCION-ED      PIC 9(7)V99.
                 02 DIAS-RETENCION-ED        PIC 99.
                 02 MESES-CLAVE-ED           PIC 99.
                 02 DIAS-PUENTE-ED           PIC 999.
                 02 ACCION-PUENTE-ED         PIC X.
                    88 ACCION-PUENTE-VALIDA  VALUES "A" "B".
                 02 LIM-MENOR-ENTERO-ED      PIC 9(7).
                 02 LIM-MENOR-CENT-ED        PIC 99.
                 02 LIMITE-MENOR-ED          PIC 9(7)V99.
                 02 DIAS-AUTORIZACION-ED     PIC 99.
                 02 TOPE-INM-ENTERO-ED       PIC 9(7).
                 02 TOPE-INM-CENT-ED         PIC 99.
                 02 TOPE-INMEDIATA-ED        PIC 9(7)V99.
                 02 COMISION-INM-ENTERO-ED   PIC 99.
                 02 COMISION-INM-CENT-ED     PIC 99.
                 02 COMISION-INMEDIATA-ED    PIC 99V99.

       *> Valores antiguos, para poder anotar en la auditoria el cambio
       *> de cada parametro
                 02 UMBRAL-RETENCION-ANT     PIC 9(7)V99.
                 02 DIAS-RETENCION-ANT      PIC 99.
                 02 MESES-CLAVE-ANT         PIC 99.
                 02 DIAS-PUENTE-ANT         PIC 999.
                 02 ACCION-PUENTE-ANT       PIC X.
                 02 LIMITE-MENOR-ANT        PIC 9(7)V99.
                 02 DIAS-AUTORIZACION-ANT   PIC 99.
                 02 TOPE-INMEDIATA-ANT      PIC 9(7)V99.
                 02 COMISION-INMEDIATA-ANT  PIC 99V99.

              01 VALOR-UMBRAL-F              PIC ZZZZZZZZ9.99.
              01 MSJ-PARAMS                  PIC X(55) VALUE SPACES.
           02 LINE 8   COL 48  PIC 9(9) USING UMBRAL-ENTERO-ED.
           02 LINE 8   COL 58  VALUE ".".
           02 LINE 8   COL 59  PIC 99 USING UMBRAL-CENT-ED.
           02 LINE 9   COL 4   VALUE
               "Tope de la transf. inmediata (EUR>0):".
           02 LINE 9   COL 48  PIC 9(7) USING TOPE-INM-ENTERO-ED.
           02 LINE 9   COL 56  VALUE ".".
           02 LINE 9   COL 57  PIC 99 USING TOPE-INM-CENT-ED.
           02 LINE 10  COL 4   VALUE
               "Meses antes de archivar movimientos (1-99):".
           02 LINE 10  COL 48  PIC 99 USING MESES-ARCHIVO-ED UNDERLINE.
           02 LINE 11  COL 4   VALUE
               "Comision de la transf. inmediata (EUR):".
           02 LINE 11  COL 48  PIC 99 USING COMISION-INM-ENTERO-ED.
           02 LINE 11  COL 50  VALUE ".".
           02 LINE 11  COL 51  PIC 99 USING COMISION-INM-CENT-ED.
           02 LINE 12  COL 4   VALUE
               "Timeout de sesion en milisegundos (5000-99999):".
           02 LINE 12  COL 52  PIC 9(5) USING MILIS-TIMEOUT-ED
               "Meses de vigencia de la clave (1-99):".
           02 LINE 18  COL 42  PIC 99 USING MESES-CLAVE-ED
               UNDERLINE.
           02 LINE 19  COL 4   VALUE
               "Dias max. partidas puente al cierre (1-999):".
           02 LINE 19  COL 49  PIC 999 USING DIAS-PUENTE-ED
               UNDERLINE.
           02 LINE 19  COL 54  VALUE "A=avisar B=no cerrar:".
           02 LINE 19  COL 76  PIC X USING ACCION-PUENTE-ED
               UNDERLINE.
           02 LINE 20  COL 4   VALUE
               "Techo diario de efectivo de menores (EUR>0):".
           02 LINE 20  COL 49  PIC 9(7) USING LIM-MENOR-ENTERO-ED.
           02 LINE 20  COL 57  VALUE ".".
           02 LINE 20  COL 58  PIC 99 USING LIM-MENOR-CENT-ED.
           02 LINE 21  COL 4   VALUE
               "Dias de caducidad de autorizaciones TPV (1-99):".
           02 LINE 21  COL 52  PIC 99 USING DIAS-AUTORIZACION-ED
               UNDERLINE.
           02 LINE 22  COL 4   PIC X(55) FROM MSJ-PARAMS.
           02 LINE 23  COL 19  VALUE "ENTER - Aceptar".
           02 LINE 24  COL 19  VALUE "  F9  - Cancelar".

       PROCEDURE DIVISION.
              INICIO.
                  MOVE 1000 TO PARAM-UMBRAL-RETENCION.
                  MOVE 1 TO PARAM-DIAS-RETENCION.
                  MOVE 24 TO PARAM-MESES-CLAVE.
                  MOVE 30 TO PARAM-DIAS-PUENTE.
                  MOVE "A" TO PARAM-ACCION-PUENTE.
                  MOVE 100 TO PARAM-LIMITE-MENOR.
                  MOVE 7 TO PARAM-DIAS-AUTORIZACION.
                  MOVE 15000 TO PARAM-TOPE-INMEDIATA.
                  MOVE 0.50 TO PARAM-COMISION-INMEDIATA.
                  MOVE "NO" TO FICHERO-PARAMS-EXISTE.
                  OPEN INPUT PARAMFILE.
                  IF FSP = "35"
                      NOT AT END MOVE "SI" TO FICHERO-PARAMS-EXISTE
                    END-READ
                    CLOSE PARAMFILE.
*> Un PARAMS.DAT grabado antes de existir los parametros de la
*> cuenta puente no los trae: se toman los valores por defecto
                  IF PARAM-DIAS-PUENTE IS NOT NUMERIC OR
                     PARAM-DIAS-PUENTE = 0
                    MOVE 30 TO PARAM-DIAS-PUENTE.
                  IF NOT PARAM-ACCION-VALIDA
                    MOVE "A" TO PARAM-ACCION-PUENTE.
                  IF PARAM-LIMITE-MENOR IS NOT NUMERIC OR
                     PARAM-LIMITE-MENOR = 0
                    MOVE 100 TO PARAM-LIMITE-MENOR.
                  IF PARAM-DIAS-AUTORIZACION IS NOT NUMERIC OR
                     PARAM-DIAS-AUTORIZACION = 0
                    MOVE 7 TO PARAM-DIAS-AUTORIZACION.
                  IF PARAM-TOPE-INMEDIATA IS NOT NUMERIC OR
                     PARAM-TOPE-INMEDIATA = 0
                    MOVE 15000 TO PARAM-TOPE-INMEDIATA.
                  IF PARAM-COMISION-INMEDIATA IS NOT NUMERIC
                    MOVE 0.50 TO PARAM-COMISION-INMEDIATA.

       *> Informe de cordura de los valores efectivos actuales, con su
       *> significado, tal y como los cargaria el cajero
                      PARAM-DIAS-RETENCION.
                  DISPLAY "Meses de vigencia de la clave........: "
                      PARAM-MESES-CLAVE.
                  DISPLAY "Dias max. partidas puente al cierre..: "
                      PARAM-DIAS-PUENTE.
                  IF PARAM-ACCION-PUENTE = "B"
                    DISPLAY "Con partidas mas antiguas el cierre..: "
                        "no cierra el periodo"
                  ELSE
                    DISPLAY "Con partidas mas antiguas el cierre..: "
                        "avisa y cierra".
                  MOVE PARAM-LIMITE-MENOR TO VALOR-UMBRAL-F.
                  DISPLAY "Techo diario de efectivo de menores..: "
                      VALOR-UMBRAL-F.
                  DISPLAY "Dias de caducidad de autoriz. TPV....: "
                      PARAM-DIAS-AUTORIZACION.
                  MOVE PARAM-TOPE-INMEDIATA TO VALOR-UMBRAL-F.
                  DISPLAY "Tope de la transf. inmediata (EUR)...: "
                      VALOR-UMBRAL-F.
                  MOVE PARAM-COMISION-INMEDIATA TO VALOR-UMBRAL-F.
                  DISPLAY "Comision de la transf. inmediata.....: "
                      VALOR-UMBRAL-F.
                  DISPLAY " ".
                  DISPLAY "Pulse Intro para continuar...".
                  ACCEPT TECLA-PAUSA.
                  MOVE PARAM-DIAS-RETENCION TO DIAS-RETENCION-ANT.
                  MOVE PARAM-MESES-CLAVE TO MESES-CLAVE-ED.
                  MOVE PARAM-MESES-CLAVE TO MESES-CLAVE-ANT.
                  MOVE PARAM-DIAS-PUENTE TO DIAS-PUENTE-ED.
                  MOVE PARAM-DIAS-PUENTE TO DIAS-PUENTE-ANT.
                  MOVE PARAM-ACCION-PUENTE TO ACCION-PUENTE-ED.
                  MOVE PARAM-ACCION-PUENTE TO ACCION-PUENTE-ANT.
                  MOVE PARAM-LIMITE-MENOR TO LIMITE-MENOR-ANT.
                  MOVE PARAM-LIMITE-MENOR TO LIM-MENOR-ENTERO-ED.
                  COMPUTE LIM-MENOR-CENT-ED =
                      (PARAM-LIMITE-MENOR - LIM-MENOR-ENTERO-ED) * 100.
                  MOVE PARAM-DIAS-AUTORIZACION TO DIAS-AUTORIZACION-ED.
                  MOVE PARAM-DIAS-AUTORIZACION TO DIAS-AUTORIZACION-ANT.
                  MOVE PARAM-TOPE-INMEDIATA TO TOPE-INMEDIATA-ANT.
                  MOVE PARAM-TOPE-INMEDIATA TO TOPE-INM-ENTERO-ED.
                  COMPUTE TOPE-INM-CENT-ED =
                      (PARAM-TOPE-INMEDIATA - TOPE-INM-ENTERO-ED) * 100.
                  MOVE PARAM-COMISION-INMEDIATA TO COMISION-INMEDIATA-ANT.
                  MOVE PARAM-COMISION-INMEDIATA TO COMISION-INM-ENTERO-ED.
                  COMPUTE COMISION-INM-CENT-ED =
                      (PARAM-COMISION-INMEDIATA - COMISION-INM-ENTERO-ED)
                          * 100.

                MOSTRAR-PANTALLA-EDITAR.
                  DISPLAY PANTALLA-EDITAR-PARAMS.
                    MOVE "Meses de vigencia de clave fuera de rango"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  IF DIAS-PUENTE-ED < 1
                    MOVE "Dias de partidas puente fuera de rango (1-999)"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  IF NOT ACCION-PUENTE-VALIDA
                    MOVE "Accion del cierre: A (avisar) o B (no cerrar)"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  COMPUTE LIMITE-MENOR-ED =
                      (LIM-MENOR-CENT-ED / 100) + LIM-MENOR-ENTERO-ED.
                  IF LIMITE-MENOR-ED = 0
                    MOVE "El techo de efectivo de menores debe ser mayor que 0"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  IF DIAS-AUTORIZACION-ED < 1
                    MOVE "Dias de caducidad TPV fuera de rango (1-99)"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  COMPUTE TOPE-INMEDIATA-ED =
                      (TOPE-INM-CENT-ED / 100) + TOPE-INM-ENTERO-ED.
                  IF TOPE-INMEDIATA-ED = 0
                    MOVE "El tope de la transf. inmediata debe ser mayor que 0"
                        TO MSJ-PARAMS
                    GO TO MOSTRAR-PANTALLA-EDITAR.
                  COMPUTE COMISION-INMEDIATA-ED =
                      (COMISION-INM-CENT-ED / 100) + COMISION-INM-ENTERO-ED.

                  PERFORM AUDITAR-CAMBIOS-PARAMS.
                  PERFORM GRABAR-PARAMS.
                           ">" MESES-CLAVE-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF DIAS-PUENTE-ED NOT = DIAS-PUENTE-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "DIASPUENTE " DIAS-PUENTE-ANT
                           ">" DIAS-PUENTE-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF ACCION-PUENTE-ED NOT = ACCION-PUENTE-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "ACCPUENTE " ACCION-PUENTE-ANT
                           ">" ACCION-PUENTE-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF LIMITE-MENOR-ED NOT = LIMITE-MENOR-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "MENOR " LIMITE-MENOR-ANT
                           ">" LIMITE-MENOR-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF DIAS-AUTORIZACION-ED NOT = DIAS-AUTORIZACION-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "DIASTPV " DIAS-AUTORIZACION-ANT
                           ">" DIAS-AUTORIZACION-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF TOPE-INMEDIATA-ED NOT = TOPE-INMEDIATA-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "TOPEINM " TOPE-INMEDIATA-ANT
                           ">" TOPE-INMEDIATA-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.
                  IF COMISION-INMEDIATA-ED NOT = COMISION-INMEDIATA-ANT
                    MOVE SPACES TO AUD-CLAVE-WS
                    STRING "COMINM " COMISION-INMEDIATA-ANT
                           ">" COMISION-INMEDIATA-ED
                        DELIMITED BY SIZE INTO AUD-CLAVE-WS
                    PERFORM GUARDAR-AUDITORIA.

              GRABAR-PARAMS.
                  MOVE MAX-INTENTOS-ED TO PARAM-MAX-INTENTOS.
                  MOVE UMBRAL-RETENCION-ED TO PARAM-UMBRAL-RETENCION.
                  MOVE DIAS-RETENCION-ED TO PARAM-DIAS-RETENCION.
                  MOVE MESES-CLAVE-ED TO PARAM-MESES-CLAVE.
                  MOVE DIAS-PUENTE-ED TO PARAM-DIAS-PUENTE.
                  MOVE ACCION-PUENTE-ED TO PARAM-ACCION-PUENTE.
                  MOVE LIMITE-MENOR-ED TO PARAM-LIMITE-MENOR.
                  MOVE DIAS-AUTORIZACION-ED TO PARAM-DIAS-AUTORIZACION.
                  MOVE TOPE-INMEDIATA-ED TO PARAM-TOPE-INMEDIATA.
                  MOVE COMISION-INMEDIATA-ED TO PARAM-COMISION-INMEDIATA.
                  OPEN OUTPUT PARAMFILE.
                  WRITE REG-PARAMETROS.
                  CLOSE PARAMFILE.
