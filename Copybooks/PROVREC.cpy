      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the supplier master
      *              (PROVEEDORES.DAT), COPYd into the FD of
      *              MantProveedores.cbl, que lo mantiene, y de
      *              ComprasStock.cbl, que emite las ordenes de compra
      *              e informa las compras por proveedor.
      *              PRV-DIAS-ENTREGA es el plazo habitual de entrega
      *              en dias corridos; propone la fecha de entrega de
      *              cada orden nueva. Un proveedor inactivo no recibe
      *              ordenes nuevas pero conserva las emitidas.
      *****************************************************************
       01 REG-PROVEEDORES.
         05 PRV-CODIGO                 PIC 9(04).
         05 PRV-NOMBRE                 PIC X(40).
         05 PRV-CUIT                   PIC 9(11).
         05 PRV-DIAS-ENTREGA           PIC 9(03).
         05 PRV-ESTADO                 PIC X(01).
             88 PRV-ACTIVO                             VALUE 'A' ' '.
             88 PRV-INACTIVO                           VALUE 'I'.
