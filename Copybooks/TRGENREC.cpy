      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the control totals of the
      *              last TRANSAC.DAT built from the period billing
      *              (TRANSGEN.DAT, un solo registro por corrida),
      *              COPYd into the FD of GeneraTransac.cbl, que lo
      *              graba al generar, y de ConciliaResult.cbl, que
      *              despues de EVINT-EJ01 parte de estos totales para
      *              probar que el movimiento de RESULT.DAT es el
      *              facturado del periodo en SERVICIO.DAT. Se cumple
      *              TGE-TOTAL-SERVICIO - TGE-TOTAL-EXCEPCION =
      *              TGE-TOTAL-TRANSAC. Los cargos de clientes de otra
      *              empresa del grupo no entran en ninguno de los
      *              tres: quedan en TGE-TOTAL-OTRA-EMPRESA.
      *****************************************************************
       01 REG-TRANSGEN.
         05 TGE-PERIODO                PIC X(06).
         05 TGE-EMPRESA                PIC X(02).
         05 TGE-FECHA                  PIC 9(08).
         05 TGE-CANT-SERVICIO          PIC 9(08).
         05 TGE-TOTAL-SERVICIO         PIC S9(13)V99.
         05 TGE-CANT-EXCEPCION         PIC 9(08).
         05 TGE-TOTAL-EXCEPCION        PIC S9(13)V99.
         05 TGE-CANT-TRANSAC           PIC 9(08).
         05 TGE-TOTAL-TRANSAC          PIC S9(13)V99.
         05 TGE-CANT-OTRA-EMPRESA      PIC 9(08).
         05 TGE-TOTAL-OTRA-EMPRESA     PIC S9(13)V99.
