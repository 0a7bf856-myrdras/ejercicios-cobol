      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the deferred revenue
      *              release movements (DEVENGA.DAT), COPYd into the FD
      *              of DevengaPrepagos.cbl, que graba una cuota por
      *              abono prepago y periodo devengado, de
      *              ExportaContab.cbl, que asienta las de la fecha de
      *              proceso contra ING-DIFER, y de
      *              TendenciaServicios.cbl, que las cuenta como
      *              facturacion del periodo DVG-PERIODO en lugar del
      *              cargo prepago completo.
      *****************************************************************
       01 REG-DEVENGA.
         05 DVG-FECHA                  PIC 9(08).
         05 DVG-PERIODO                PIC X(06).
         05 DVG-ENTRYID                PIC 9(08).
         05 DVG-NUMCUENTA              PIC 9(08).
         05 DVG-CODSERVICIO            PIC X(03).
         05 DVG-IMPORTE                PIC S9(09)V99.
