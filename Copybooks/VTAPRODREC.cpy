      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the product sales detail
      *              (VENTAPROD.DAT), registro paralelo de SERVICIO.DAT
      *              como MONEXT.DAT: el asiento no guarda cantidades,
      *              asi que cada cargo de un codigo de producto deja
      *              aca, por su ENTRYID, las unidades que salieron y el
      *              costo promedio de STOCK.DAT en la salida. Lo graban
      *              el alta de cargos de la Serie 6 (PROG01, tambien
      *              por los productos de un paquete) y la facturacion
      *              de materiales de OrdenesTrabajo.cbl; lo lee
      *              MargenProductos.cbl. Un costo en cero es un
      *              producto vendido sin ficha de stock.
      *****************************************************************
       01 REG-VENTAPROD.
         05 VTP-ENTRYID                PIC 9(08).
         05 VTP-CODIGO                 PIC X(03).
         05 VTP-CANTIDAD               PIC 9(07).
         05 VTP-COSTO-UNITARIO         PIC 9(07)V99.
