      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the document delivery
      *              log (ENVIOS.DAT), un renglon por estado de cuenta
      *              o factura emitida con el canal por el que salio:
      *              P papel, E email, A ambos. Lo graba la rutina
      *              EnvioDocumento.cbl para EVINT-EJ03 y FacturaIva, y
      *              lo resume por canal ReporteEnvios.cbl. El archivo
      *              solo crece.
      *****************************************************************
       01 REG-ENVIOS.
         05 EVD-FECHA                  PIC 9(08).
         05 EVD-TIPO-DOC               PIC X(03).
         05 EVD-NRO-DOC                PIC X(12).
         05 EVD-NRO-CLIENTE            PIC 9(07).
         05 EVD-CANAL                  PIC X(01).
             88 EVD-PAPEL                             VALUE 'P'.
             88 EVD-SOLO-EMAIL                        VALUE 'E'.
             88 EVD-AMBOS                             VALUE 'A'.
         05 EVD-EMAIL                  PIC X(40).
         05 EVD-EMPRESA                PIC X(02).
