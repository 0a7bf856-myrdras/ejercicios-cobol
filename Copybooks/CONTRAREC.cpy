      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the card chargeback case
      *              file (CONTRACAR.DAT), COPYd into the FD of
      *              ContraCargos.cbl, que abre un caso por cada
      *              contracargo del adquirente conciliado contra su
      *              recibo 'TAR' de PAGOS.DAT y lo sigue hasta la
      *              resolucion, y de ReporteTurno.cbl y Cliente360.cbl,
      *              que muestran los casos abiertos. Estados: 'A'
      *              abierto (pago revertido en CUENTAS.DAT y cargo
      *              CBK devengado), 'R' representado ante el
      *              adquirente, 'G' ganado (el pago se restituyo) y
      *              'P' perdido (la reversion queda firme).
      *****************************************************************
       01 REG-CONTRACAR.
         05 CTC-CASO                   PIC X(12).
         05 CTC-PAG-ENTRYID            PIC 9(08).
         05 CTC-NROCUENTA              PIC 9(08).
         05 CTC-IMPORTE                PIC S9(13)V99.
         05 CTC-MOTIVO                 PIC X(04).
         05 CTC-FECHA-ALTA             PIC 9(08).
         05 CTC-FECHA-REPRES           PIC 9(08).
         05 CTC-FECHA-RESOL            PIC 9(08).
         05 CTC-RECARGO                PIC S9(05)V99.
         05 CTC-ENTRYID-RECARGO        PIC 9(08).
         05 CTC-ESTADO                 PIC X(01).
             88 CTC-ABIERTO                            VALUE 'A'.
             88 CTC-REPRESENTADO                       VALUE 'R'.
             88 CTC-GANADO                             VALUE 'G'.
             88 CTC-PERDIDO                            VALUE 'P'.
             88 CTC-PENDIENTE                          VALUE 'A' 'R'.
