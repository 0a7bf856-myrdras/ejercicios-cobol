      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the physical inventory
      *              counts, COPYd into the FD of RecuentoStock.cbl,
      *              que congela la existencia de STOCK.DAT (numero de
      *              la serie INV del numerador, un registro por
      *              producto), carga lo contado y, con la conformidad
      *              del supervisor, ajusta el stock y agrega el
      *              recuento aprobado al historial INVENTARIO.DAT, y
      *              de ExportaContab.cbl, que asienta las diferencias
      *              ajustadas en la fecha de proceso.
      *              El recuento abierto vive en CONTEOINV.DAT con el
      *              mismo formato hasta que se aprueba o se anula.
      *              INV-CANT-SISTEMA e INV-COSTO-PROM son los del
      *              momento del congelamiento; INV-DIF-CANTIDAD es lo
      *              contado menos lo congelado (negativo = faltante)
      *              e INV-DIF-VALOR esa diferencia al costo
      *              congelado.
      *****************************************************************
       01 REG-INVENTARIO.
         05 INV-NUMERO                 PIC 9(08).
         05 INV-FECHA-CONGELADO        PIC 9(08).
         05 INV-CODIGO                 PIC X(03).
         05 INV-CANT-SISTEMA           PIC S9(07).
         05 INV-CANT-CONTADA           PIC 9(07).
         05 INV-CONTADO                PIC X(01).
             88 INV-YA-CONTADO                         VALUE 'S'.
         05 INV-COSTO-PROM             PIC 9(07)V99.
         05 INV-DIF-CANTIDAD           PIC S9(07).
         05 INV-DIF-VALOR              PIC S9(11)V99.
         05 INV-ESTADO                 PIC X(01).
             88 INV-ABIERTO                            VALUE 'A'.
             88 INV-AJUSTADO                           VALUE 'J'.
         05 INV-FECHA-AJUSTE           PIC 9(08).
         05 INV-OPERADOR               PIC X(20).
