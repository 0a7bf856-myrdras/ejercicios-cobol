      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the credit bureau inquiry
      *              file (BUROCONS.DAT), COPYd into the FDs of
      *              ImportaBuro.cbl, que lo arma con la respuesta del
      *              buro (un registro por CUIT, queda la respuesta mas
      *              reciente), y de la rutina ConsultaBuro.cbl que
      *              consultan MantClientes al dar de alta un cliente
      *              o subirle el limite y ControlLimite al controlar
      *              un cargo nuevo. BCO-SITUACION es la peor
      *              situacion del CUIT en todo el sistema (1 normal a
      *              5 irrecuperable) y BCO-DEUDA-SISTEMA lo que debe
      *              en las BCO-CANT-ENTIDADES entidades informantes.
      *****************************************************************
       01 REG-BUROCONS.
         05 BCO-CUIT                   PIC 9(11).
         05 BCO-SITUACION              PIC 9(01).
         05 BCO-DEUDA-SISTEMA          PIC 9(13)V99.
         05 BCO-CANT-ENTIDADES         PIC 9(03).
         05 BCO-FECHA-RESPUESTA        PIC 9(08).
         05 BCO-FECHA-IMPORTACION      PIC 9(08).
