      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the monthly price index
      *              table (INDAJUSTE.DAT), COPYd into the FD of
      *              MantIndices.cbl, que lo mantiene, de
      *              Suscripciones.cbl, que valida la clausula de
      *              ajuste de cada suscripcion, y de AjustaIndices.cbl,
      *              que aplica la variacion del indice a los precios.
      *              Un registro por indice (IAJ-CODIGO, p. ej. IPC) y
      *              periodo AAAAMM; IAJ-VALOR es el numero indice
      *              publicado para ese mes.
      *****************************************************************
       01 REG-INDAJUSTE.
         05 IAJ-CODIGO                 PIC X(03).
         05 IAJ-PERIODO                PIC X(06).
         05 IAJ-VALOR                  PIC 9(07)V9999.
         05 IAJ-FECHA-ALTA             PIC 9(08).
         05 IAJ-OPERADOR               PIC X(20).
