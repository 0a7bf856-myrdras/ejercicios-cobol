      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the doubtful-accounts
      *              allowance history (PREVIS.DAT), COPYd into the FD
      *              of PrevisionIncob.cbl, que graba un registro por
      *              periodo y oficina, y de ExportaContab.cbl, que
      *              asienta la constitucion (o el recupero, con signo
      *              negativo) en la fecha PRV-FECHA de la corrida.
      *              Tramos: 1 al dia, 2 1-30, 3 31-60, 4 61-90 y
      *              5 mas de 90 dias de mora. Se cumple siempre
      *              SALDO-INICIAL + CONSTITUCION - CASTIGOS =
      *              SALDO-FINAL.
      *****************************************************************
       01 REG-PREVIS.
         05 PRV-PERIODO                PIC 9(06).
         05 PRV-OFICINA                PIC X(03).
         05 PRV-FECHA                  PIC 9(08).
         05 PRV-TRAMO OCCURS 5 TIMES.
           10 PRV-BASE                 PIC S9(15)V99.
           10 PRV-PORC                 PIC 9(03)V99.
           10 PRV-PREVISION            PIC S9(15)V99.
         05 PRV-SALDO-INICIAL          PIC S9(15)V99.
         05 PRV-CASTIGOS               PIC S9(15)V99.
         05 PRV-CONSTITUCION           PIC S9(15)V99.
         05 PRV-SALDO-FINAL            PIC S9(15)V99.
