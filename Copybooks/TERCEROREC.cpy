      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the third-party master
      *              (TERCEROS.DAT), COPYd into the FD of
      *              MantTerceros.cbl, que lo mantiene, de
      *              CatalogoServicios.cbl, que valida el tercero de
      *              cada codigo cobrado por cuenta de otro, de
      *              ExportaContab.cbl y de RemesaTerceros.cbl.
      *              TER-CTA-PASIVO es la cuenta contable donde queda
      *              lo facturado por cuenta del tercero hasta que se
      *              le rinde; en blanco rige 'TER-' y el codigo.
      *              TER-CTA-PAGO es la cuenta de la que sale la
      *              remesa; en blanco rige 'CAJA'.
      *****************************************************************
       01 REG-TERCEROS.
         05 TER-CODIGO                 PIC 9(04).
         05 TER-NOMBRE                 PIC X(40).
         05 TER-CUIT                   PIC 9(11).
         05 TER-CTA-PASIVO             PIC X(10).
         05 TER-CTA-PAGO               PIC X(10).
