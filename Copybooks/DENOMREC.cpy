      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the cash count by
      *              denomination (ARQDENOM.DAT), COPYd into the FD of
      *              CierreCaja.cbl, que agrega un renglon por billete
      *              declarado en el arqueo ciego al cerrar la sesion,
      *              y de BoletasDeposito.cbl, que arma con ellos el
      *              detalle de billetes de la boleta de deposito.
      *****************************************************************
       01 REG-ARQDENOM.
         05 ADN-SESION                 PIC 9(08).
         05 ADN-DENOMINACION           PIC 9(06).
         05 ADN-CANTIDAD               PIC 9(05).
