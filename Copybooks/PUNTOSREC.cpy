      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the loyalty points ledger
      *              (PUNTOS.DAT), COPYd into the FD of AplicaPagos.cbl,
      *              que acredita puntos por cada cargo cancelado antes
      *              del vencimiento, NotasCredito.cbl, que los canjea
      *              por una nota de credito, y PuntosMensual.cbl, que
      *              vence los puntos caducos e informa el pasivo. Un
      *              movimiento por registro, siempre agregado al final:
      *              E emitidos (PTS-PUNTOS positivo, PTS-REFERENCIA es
      *              el cargo cancelado y PTS-PERIODO-VTO el ultimo
      *              periodo AAAAMM en que se pueden canjear), C
      *              canjeados (negativo, referencia a la nota de
      *              credito) y V vencidos (negativo, sin referencia,
      *              PTS-PERIODO-VTO es el periodo cuyo cierre los
      *              vencio).
      *              PTS-IMPORTE es lo cobrado que genero los puntos o
      *              lo acreditado por el canje.
      *              El saldo del cliente es la suma de PTS-PUNTOS; los
      *              canjes y vencimientos consumen primero los puntos
      *              emitidos mas viejos.
      *****************************************************************
       01 REG-PUNTOS.
         05 PTS-CODCLIENTE             PIC 9(08).
         05 PTS-NROCUENTA              PIC 9(08).
         05 PTS-FECHA                  PIC 9(08).
         05 PTS-TIPO                   PIC X(01).
             88 PTS-EMITIDO                            VALUE 'E'.
             88 PTS-CANJEADO                           VALUE 'C'.
             88 PTS-VENCIDO                            VALUE 'V'.
         05 PTS-PUNTOS                 PIC S9(07).
         05 PTS-PERIODO-VTO            PIC 9(06).
         05 PTS-REFERENCIA             PIC 9(08).
         05 PTS-IMPORTE                PIC S9(07)V99.
