      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the cardholder statement
      *              history (RESUMTAR.DAT), COPYd into the FD of
      *              ResumenTarjetas.cbl, que agrega un registro por
      *              cuenta con tarjeta en cada ciclo y toma el ultimo
      *              como saldo anterior del siguiente, y de
      *              AcreMora.cbl, que devenga punitorios sobre el
      *              pago minimo no cubierto al vencimiento. Se cumple
      *              SALDO-NUEVO = SALDO-ANTERIOR + CONSUMOS - PAGOS.
      *              RSM-MINIMO-IMPAGO-ANT es lo que quedo sin pagar
      *              del minimo del ciclo anterior a su vencimiento y
      *              va incluido en RSM-PAGO-MINIMO.
      *****************************************************************
       01 REG-RESUMTAR.
         05 RSM-NROCUENTA              PIC 9(08).
         05 RSM-PERIODO                PIC 9(06).
         05 RSM-FECHA-CIERRE           PIC 9(08).
         05 RSM-FECHA-VTO              PIC 9(08).
         05 RSM-SALDO-ANTERIOR         PIC S9(13)V99.
         05 RSM-CONSUMOS               PIC S9(13)V99.
         05 RSM-PAGOS                  PIC S9(13)V99.
         05 RSM-SALDO-NUEVO            PIC S9(13)V99.
         05 RSM-MINIMO-IMPAGO-ANT      PIC S9(13)V99.
         05 RSM-PAGO-MINIMO            PIC S9(13)V99.
