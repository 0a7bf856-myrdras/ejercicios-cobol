      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the purchase order lines
      *              (ORDCOMPRA.DAT), COPYd into the FD of
      *              ComprasStock.cbl, que emite las ordenes (numero de
      *              la serie OCP del numerador, un registro por
      *              renglon) e informa las abiertas y atrasadas, de
      *              ControlStock.cbl, que imputa cada ingreso de
      *              mercaderia a un renglon abierto, y de
      *              MantProveedores.cbl.
      *              OCP-CANT-PEDIDA menos OCP-CANT-RECIBIDA es lo que
      *              el proveedor todavia debe (backorder) mientras el
      *              renglon sigue abierto. El renglon pasa a cumplido
      *              cuando se recibe todo, o a anulado cuando compras
      *              da por perdido el saldo.
      *****************************************************************
       01 REG-ORDCOMPRA.
         05 OCP-NUMERO                 PIC 9(08).
         05 OCP-RENGLON                PIC 9(02).
         05 OCP-PROVEEDOR              PIC 9(04).
         05 OCP-FECHA-EMISION          PIC 9(08).
         05 OCP-FECHA-ENTREGA          PIC 9(08).
         05 OCP-CODIGO                 PIC X(03).
         05 OCP-CANT-PEDIDA            PIC 9(05).
         05 OCP-CANT-RECIBIDA          PIC 9(05).
         05 OCP-COSTO-UNITARIO         PIC 9(07)V99.
         05 OCP-ESTADO                 PIC X(01).
             88 OCP-ABIERTA                            VALUE 'A'.
             88 OCP-CUMPLIDA                           VALUE 'C'.
             88 OCP-ANULADA                            VALUE 'X'.
         05 OCP-FECHA-ULT-RECEPCION    PIC 9(08).
         05 OCP-OPERADOR               PIC X(20).
