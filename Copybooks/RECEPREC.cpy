      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the goods receipts
      *              (RECEPCION.DAT), COPYd into the FD of
      *              ControlStock.cbl, que agrega un registro por cada
      *              ingreso de mercaderia imputado a un renglon de
      *              orden de compra, y de ComprasStock.cbl, que arma
      *              con ellos las compras por proveedor.
      *              REC-COSTO-ORDEN es el costo pactado en la orden;
      *              cuando el recibido difiere, REC-DIF-COSTO queda en
      *              'S' (el operador lo confirmo antes de recalcular
      *              el costo promedio).
      *****************************************************************
       01 REG-RECEPCION.
         05 REC-FECHA                  PIC 9(08).
         05 REC-NUMERO-OC              PIC 9(08).
         05 REC-RENGLON                PIC 9(02).
         05 REC-PROVEEDOR              PIC 9(04).
         05 REC-CODIGO                 PIC X(03).
         05 REC-CANTIDAD               PIC 9(05).
         05 REC-COSTO-UNITARIO         PIC 9(07)V99.
         05 REC-COSTO-ORDEN            PIC 9(07)V99.
         05 REC-DIF-COSTO              PIC X(01).
             88 REC-CON-DIFERENCIA                     VALUE 'S'.
         05 REC-FECHA-ENTREGA          PIC 9(08).
