      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Resuelve el ciclo de facturacion de la cuenta en
      *              WS-CICLO-NROCUENTA con la rutina CICLOCUENTA,
      *              desde el paragraph que PERFORMs this copy (una
      *              vez por cuenta). Needs COPY WSCICLO-WS. in
      *              WORKING-STORAGE and WSCICLO-PROC already
      *              performed. Deja WS-CUENTA-EN-CICLO cuando la
      *              corrida es de todos los ciclos o la cuenta es
      *              del ciclo pedido.
      *****************************************************************
           MOVE 'S' TO WS-CICLO-CORRE
           MOVE 'C' TO WS-CICLO-FUNCION
           CALL 'CICLOCUENTA' USING WS-CICLO-FUNCION
                                    WS-CICLO-NROCUENTA
                                    WS-CICLO-CUENTA
                                    WS-CICLO-CTA-DIA-CIERRE
                                    WS-CICLO-CTA-DIAS-VTO
                                    WS-CICLO-CTA-RESULTADO
           END-CALL
           IF WS-CICLO-SEL NOT = 0
                   AND WS-CICLO-CUENTA NOT = WS-CICLO-SEL
             MOVE 'N' TO WS-CICLO-CORRE
           END-IF.
