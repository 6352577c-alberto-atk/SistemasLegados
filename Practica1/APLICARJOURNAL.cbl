       *> usuario y los apuntes M se regraban sobre REPLICA-USERS.DAT
       *> y REPLICA-MOVS.DAT. Si la cadena no casa o hay un hueco de
       *> secuencias, se detiene ahi con codigo de error y el traslado
       *> queda sin vaciar para poder examinarlo; lo mismo si la
       *> replica de usuarios o de apuntes no se deja abrir o no
       *> admite la foto o el apunte. Al terminar bien se
       *> vacia el traslado, se guarda el punto de avance en
       *> REPLICA-ESTADO.DAT y se informa del retraso de la replica
       *> (minutos entre la ultima linea aplicada y la hora actual):
       *>
       *> Versiones
       *> Versión 1.0 - Reaplicacion del diario en la reserva
       *> Versión 1.1 - Cuerpo del apunte con el tipo de operacion
       *> Versión 1.2 - Retorno 8 y traslado sin vaciar si no se puede
       *>               grabar en REPLICA-USERS.DAT o REPLICA-MOVS.DAT
       *>
       *> Radu Constantin Robu y Alberto Pérez Blasco

              02 USER-FECHA-CADUCIDAD     PIC 9(8).
              02 USER-PUNTOS             PIC 9(7).
              02 USER-COD-REFERIDO       PIC X(10).
              02 USER-PRODUCTO OCCURS 3 TIMES PIC X(3).

       FD REPLICAMOVFILE.
       01 REG-MOVIMIENTOS.
              02 MOV-IMPORTE            PIC S9(9)V99.
              02 MOV-TERMINAL           PIC X(4).
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

       FD ESTADOFILE.
       01 REG-ESTADO.
              77 SUMA-EVENTO-WS        PIC 9(7).
              77 I-JRN                 PIC 99.
              77 CADENA-ROTA-WS        PIC X(2) VALUE "NO".
              77 REPLICA-FALLIDA-WS    PIC X(2) VALUE "NO".
              77 NUM-APLICADAS-WS      PIC 9(7) VALUE 0.
              77 NUM-SALTADAS-WS       PIC 9(7) VALUE 0.
              77 NUM-USUARIOS-WS       PIC 9(5) VALUE 0.
                    PERFORM GRABAR-ESTADO-REPLICA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
                  IF REPLICA-FALLIDA-WS = "SI"
                    DISPLAY "APLICARJOURNAL: la replica de usuarios o"
                        " de apuntes no admite el traslado; el traslado"
                        " queda sin vaciar."
                    PERFORM GRABAR-ESTADO-REPLICA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN.
                  PERFORM GRABAR-ESTADO-REPLICA.
                  PERFORM VACIAR-TRASLADO.
                  DISPLAY "APLICARJOURNAL: aplicadas "
                    END-IF
                  ELSE
                    IF TRA-TIPO = "U"
                      PERFORM APLICAR-USUARIO THRU FIN-APLICAR-USUARIO
                    ELSE
                      IF TRA-TIPO = "M"
                        PERFORM APLICAR-MOVIMIENTO
                            THRU FIN-APLICAR-MOVIMIENTO.
                  IF REPLICA-FALLIDA-WS = "SI"
                    GO TO CERRAR-APLICAR-TRASLADO.
                  GO TO LEER-UN-TRASLADO.

                CERRAR-APLICAR-TRASLADO.
                    OPEN OUTPUT REPLICAUSERFILE
                    CLOSE REPLICAUSERFILE
                    OPEN I-O REPLICAUSERFILE.
                  IF FSRU NOT = "00"
                    DISPLAY "APLICARJOURNAL: no se puede abrir"
                        " REPLICA-USERS.DAT (estado " FSRU ")."
                    MOVE "SI" TO REPLICA-FALLIDA-WS
                    GO TO FIN-APLICAR-USUARIO.
                  MOVE TRA-CUERPO TO REG-USUARIO.
                  WRITE REG-USUARIO
                      INVALID KEY REWRITE REG-USUARIO.
                  IF FSRU(1:1) NOT = "0"
                    DISPLAY "APLICARJOURNAL: no se pudo grabar la"
                        " tarjeta " USER-TARJ " en REPLICA-USERS.DAT"
                        " (estado " FSRU ")."
                    MOVE "SI" TO REPLICA-FALLIDA-WS
                    CLOSE REPLICAUSERFILE
                    GO TO FIN-APLICAR-USUARIO.
                  CLOSE REPLICAUSERFILE.
                  ADD 1 TO NUM-USUARIOS-WS.
              FIN-APLICAR-USUARIO.
                  EXIT.

              APLICAR-MOVIMIENTO.
                  OPEN I-O REPLICAMOVFILE.
                    OPEN OUTPUT REPLICAMOVFILE
                    CLOSE REPLICAMOVFILE
                    OPEN I-O REPLICAMOVFILE.
                  IF FSRM NOT = "00"
                    DISPLAY "APLICARJOURNAL: no se puede abrir"
                        " REPLICA-MOVS.DAT (estado " FSRM ")."
                    MOVE "SI" TO REPLICA-FALLIDA-WS
                    GO TO FIN-APLICAR-MOVIMIENTO.
                  MOVE TRA-CUERPO(1:176) TO REG-MOVIMIENTOS.
                  WRITE REG-MOVIMIENTOS
                      INVALID KEY REWRITE REG-MOVIMIENTOS.
                  IF FSRM(1:1) NOT = "0"
                    DISPLAY "APLICARJOURNAL: no se pudo grabar el"
                        " apunte " MOV-ID " " MOV-SEC
                        " en REPLICA-MOVS.DAT (estado " FSRM ")."
                    MOVE "SI" TO REPLICA-FALLIDA-WS
                    CLOSE REPLICAMOVFILE
                    GO TO FIN-APLICAR-MOVIMIENTO.
                  CLOSE REPLICAMOVFILE.
                  ADD 1 TO NUM-MOVS-WS.
              FIN-APLICAR-MOVIMIENTO.
                  EXIT.

       *> Con todo aplicado, el traslado se deja vacio para que el
       *> siguiente envio empiece de cero
