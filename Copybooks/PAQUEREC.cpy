      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the bundle composition
      *              file (PAQUETES.DAT), COPYd into the FD of
      *              CatalogoServicios.cbl, que da de alta los
      *              paquetes, y de PrecioPaquete.cbl, que los
      *              valoriza. Un registro por componente: el codigo
      *              de paquete (CAT-TIPO 'C' en SERVCAT.DAT), el
      *              codigo componente y cuantas unidades del
      *              componente trae cada paquete.
      *****************************************************************
       01 REG-PAQUETE.
         05 PAQ-CODIGO                 PIC X(03).
         05 PAQ-COMPONENTE             PIC X(03).
         05 PAQ-CANTIDAD               PIC 9(03).
