      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the bank deposit slips
      *              (BOLETAS.DAT), COPYd into the FD of
      *              BoletasDeposito.cbl, que numera con la serie 'BDP'
      *              de NUMERADOR.DAT una boleta para el efectivo de las
      *              sesiones de caja cerradas y otra para los cheques
      *              depositados de CHEQUES.DAT, y de ConciliaBanco.cbl,
      *              que aparea el extracto contra el total de cada
      *              boleta y solo baja a los recibos cuando la boleta
      *              no cierra. Cada boleta es un renglon 'T' con el
      *              total seguido de su detalle: 'S' sesion incluida
      *              con su efectivo, 'D' billetes por denominacion
      *              (denominacion cero: efectivo de sesiones cerradas
      *              sin arqueo por denominacion) y 'C' cheque, con el
      *              recibo de PAGOS.DAT que lo respalda.
      *****************************************************************
       01 REG-BOLETAS.
         05 BOL-NUMERO                 PIC 9(08).
         05 BOL-FECHA                  PIC 9(08).
         05 BOL-TIPO                   PIC X(01).
             88 BOL-ES-TOTAL                           VALUE 'T'.
             88 BOL-ES-SESION                          VALUE 'S'.
             88 BOL-ES-BILLETE                         VALUE 'D'.
             88 BOL-ES-CHEQUE                          VALUE 'C'.
         05 BOL-SESION                 PIC 9(08).
         05 BOL-DENOMINACION           PIC 9(06).
         05 BOL-CANTIDAD               PIC 9(05).
         05 BOL-PAG-ENTRYID            PIC 9(08).
         05 BOL-BANCO                  PIC X(20).
         05 BOL-CHEQUE                 PIC X(12).
         05 BOL-IMPORTE                PIC S9(13)V99.
