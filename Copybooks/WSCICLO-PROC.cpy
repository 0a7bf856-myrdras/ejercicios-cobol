      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Toma de la variable de entorno CICLO_PROCESO el
      *              ciclo de facturacion de la corrida, desde el
      *              paragraph que PERFORMs this copy. Needs
      *              COPY WSCICLO-WS. in WORKING-STORAGE. Con un
      *              ciclo pedido trae su dia de cierre y sus dias al
      *              vencimiento con la rutina CICLOCUENTA; si el
      *              ciclo no esta en CICLOS.DAT deja
      *              WS-CICLO-INEXISTENTE y el programa debe parar.
      *****************************************************************
           MOVE SPACES TO WS-CICLO-AMBIENTE
           ACCEPT WS-CICLO-AMBIENTE FROM ENVIRONMENT 'CICLO_PROCESO'
           IF WS-CICLO-AMBIENTE(2:1) = SPACE
             MOVE WS-CICLO-AMBIENTE(1:1) TO WS-CICLO-AMBIENTE(2:1)
             MOVE '0' TO WS-CICLO-AMBIENTE(1:1)
           END-IF
           IF WS-CICLO-AMBIENTE IS NUMERIC
             MOVE WS-CICLO-AMBIENTE TO WS-CICLO-SEL
           ELSE
             MOVE 0 TO WS-CICLO-SEL
           END-IF
           MOVE 'S' TO WS-CICLO-ESTADO
           IF WS-CICLO-SEL NOT = 0
             MOVE 'D' TO WS-CICLO-FUNCION
             CALL 'CICLOCUENTA' USING WS-CICLO-FUNCION
                                      WS-CICLO-NROCUENTA
                                      WS-CICLO-SEL
                                      WS-CICLO-DIA-CIERRE
                                      WS-CICLO-DIAS-VTO
                                      WS-CICLO-ESTADO
             END-CALL
             IF WS-CICLO-INEXISTENTE
               DISPLAY 'ERROR: EL CICLO ' WS-CICLO-SEL
                       ' NO ESTA DEFINIDO EN CICLOS.DAT'
             ELSE
               DISPLAY 'CORRIDA DEL CICLO ' WS-CICLO-SEL
                       ' (CIERRE EL DIA ' WS-CICLO-DIA-CIERRE ')'
             END-IF
           END-IF.
