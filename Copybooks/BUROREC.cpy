      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the monthly credit bureau
      *              report (BURO.DAT, en el diseno que pide el buro) y
      *              su historia (BUROHIST.DAT), COPYd into the FD de
      *              BUROHIST en InformeBuro.cbl, que copia la misma
      *              imagen a BURO.DAT. Un registro por cliente con
      *              deuda y periodo: BUR-TIPO-REG 'D' informa la
      *              deuda y la situacion, 'R' rectifica a un cliente
      *              informado el periodo anterior que ya cancelo
      *              (situacion 1, deuda cero). Situaciones: 1 normal
      *              (al dia y 1-30 dias), 2 31-60, 3 61-90, 4 mas de
      *              90 dias de mora (el peor tramo de PROG09 entre sus
      *              cuentas) y 5 castigado en CASTIGOS.DAT.
      *****************************************************************
       01 REG-BURO.
         05 BUR-TIPO-REG               PIC X(01).
             88 BUR-INFORMA-DEUDA                     VALUE 'D'.
             88 BUR-RECTIFICA                         VALUE 'R'.
         05 BUR-ENTIDAD                PIC 9(05).
         05 BUR-PERIODO                PIC 9(06).
         05 BUR-CUIT                   PIC 9(11).
         05 BUR-NRO-CLIENTE            PIC 9(07).
         05 BUR-DENOMINACION           PIC X(60).
         05 BUR-SITUACION              PIC 9(01).
         05 BUR-DEUDA                  PIC 9(13)V99.
         05 BUR-DIAS-ATRASO            PIC 9(05).
         05 BUR-FECHA-INFORME          PIC 9(08).
