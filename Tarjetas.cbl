      * Date:        22 DE AGOSTO 2026.
      * Purpose:     MANTENIMIENTO DEL MAESTRO DE TARJETAS
      *              (TARJETAS.DAT: NUMERO, CUENTA A LA QUE PERTENECE,
      *              TITULAR, ESTADO ALTA/BAJA/BLOQUEADA/REEMPLAZADA,
      *              VENCIMIENTO AAAAMM Y, EN LAS REEMPLAZADAS, LA
      *              TARJETA SUCESORA QUE EMITIO RENUEVATARJETAS; UNA
      *              TARJETA REEMPLAZADA NO SE REACTIVA A MANO).
      *              CORTECONTROL LO USA PARA ENRIQUECER LOS
      *              SUBTOTALES POR TARJETA CON TITULAR Y ESTADO Y
      *              PARA AVISAR MOVIMIENTOS SOBRE TARJETAS BLOQUEADAS
      *              O VENCIDAS.
             88 TAR-ALTA                               VALUE 'A'.
             88 TAR-BAJA                               VALUE 'B'.
             88 TAR-BLOQUEADA                          VALUE 'Q'.
             88 TAR-REEMPLAZADA                        VALUE 'R'.
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).
           10 TT-TITULAR              PIC X(40).
           10 TT-ESTADO               PIC X(01).
           10 TT-VENCIM               PIC X(06).
           10 TT-SUCESORA             PIC 9(16).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

                   MOVE TAR-TITULAR   TO TT-TITULAR(WS-CANT-TARJETAS)
                   MOVE TAR-ESTADO    TO TT-ESTADO(WS-CANT-TARJETAS)
                   MOVE TAR-VENCIM    TO TT-VENCIM(WS-CANT-TARJETAS)
                   MOVE TAR-SUCESORA  TO TT-SUCESORA(WS-CANT-TARJETAS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-TARJETA
               MOVE WSV-TITULAR TO TT-TITULAR(WS-CANT-TARJETAS)
               MOVE 'A' TO TT-ESTADO(WS-CANT-TARJETAS)
               MOVE WSV-VENCIM TO TT-VENCIM(WS-CANT-TARJETAS)
               MOVE 0 TO TT-SUCESORA(WS-CANT-TARJETAS)
               PERFORM 305000-GRABAR-TARJETAS
               DISPLAY 'TARJETA GRABADA'
             END-IF
           IF WS-IND-HALLADO = 0
             DISPLAY 'NO EXISTE UNA TARJETA CON ESE NUMERO'
           ELSE
             IF TT-ESTADO(WS-IND-HALLADO) = 'R'
               DISPLAY 'TARJETA REEMPLAZADA POR '
                       TT-SUCESORA(WS-IND-HALLADO)
                       ', OPERAR SOBRE LA SUCESORA'
             ELSE
               DISPLAY 'ESTADO ACTUAL: ' TT-ESTADO(WS-IND-HALLADO)
               DISPLAY 'INGRESE EL NUEVO ESTADO '
                       '(A=ALTA B=BAJA Q=BLOQUEADA): '
               ACCEPT WSV-ESTADO
               IF WSV-ESTADO = 'A' OR WSV-ESTADO = 'B'
                       OR WSV-ESTADO = 'Q'
                 MOVE WSV-ESTADO TO TT-ESTADO(WS-IND-HALLADO)
                 PERFORM 305000-GRABAR-TARJETAS
                 DISPLAY 'ESTADO ACTUALIZADO'
               ELSE
                 DISPLAY 'ESTADO INVALIDO, NO SE MODIFICA'
               END-IF
             END-IF
           END-IF.

             DISPLAY 'TITULAR:    ' TT-TITULAR(WS-IND-HALLADO)
             DISPLAY 'ESTADO:     ' TT-ESTADO(WS-IND-HALLADO)
             DISPLAY 'VENCIMIENTO: ' TT-VENCIM(WS-IND-HALLADO)
             IF TT-ESTADO(WS-IND-HALLADO) = 'R'
               DISPLAY 'SUCESORA:   ' TT-SUCESORA(WS-IND-HALLADO)
             END-IF
           END-IF.


                     TT-NROCUENTA(WS-IND-TARJETA) ' '
                     TT-TITULAR(WS-IND-TARJETA) ' '
                     TT-ESTADO(WS-IND-TARJETA) ' '
                     TT-VENCIM(WS-IND-TARJETA) ' '
                     TT-SUCESORA(WS-IND-TARJETA)
           END-PERFORM.


               MOVE TT-TITULAR(WS-IND-TARJETA)   TO TAR-TITULAR
               MOVE TT-ESTADO(WS-IND-TARJETA)    TO TAR-ESTADO
               MOVE TT-VENCIM(WS-IND-TARJETA)    TO TAR-VENCIM
               MOVE TT-SUCESORA(WS-IND-TARJETA)  TO TAR-SUCESORA
               WRITE REG-TARJETAS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
