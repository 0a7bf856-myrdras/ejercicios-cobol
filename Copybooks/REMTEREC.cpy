      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the third-party
      *              remittances (REMTER.DAT), COPYd into the FD of
      *              RemesaTerceros.cbl, que emite una rendicion
      *              numerada por tercero y periodo, y de
      *              ExportaContab.cbl, que asienta el pago de las
      *              rendiciones emitidas en la fecha de proceso.
      *              REM-COBRADO es lo efectivamente cobrado en el
      *              periodo sobre cargos del tercero segun la
      *              imputacion de PAGAPLIC.DAT.
      *****************************************************************
       01 REG-REMTER.
         05 REM-NUMERO                 PIC 9(08).
         05 REM-PERIODO                PIC X(06).
         05 REM-TERCERO                PIC 9(04).
         05 REM-CANT-CARGOS            PIC 9(06).
         05 REM-COBRADO                PIC S9(13)V99.
         05 REM-FECHA                  PIC 9(08).
