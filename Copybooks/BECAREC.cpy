      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the scholarship register
      *              (BECAS.DAT), COPYd into the FD of MantBecas.cbl,
      *              que las da de alta bajo clave de supervisor, y de
      *              CuotasEscolares.cbl, que las aplica al generar la
      *              cuota mensual. Una beca por alumno (BEC-LEGAJO)
      *              con vigencia desde/hasta por periodo AAAAMM: de
      *              tipo 'P' descuenta BEC-PORCENTAJE de la cuota (100
      *              es beca completa, 50 media beca) y de tipo 'M' un
      *              importe fijo BEC-MONTO, nunca mas que la cuota.
      *              BEC-MOTIVO es uno de los codigos de motivo de
      *              MantBecas (ACA, SOC, PER, DEP, OTR) y BEC-AUTORIZA
      *              quien la aprobo. Una beca anulada (BEC-ANULADA)
      *              queda en el archivo como historia.
      *****************************************************************
       01 REG-BECA.
         05 BEC-LEGAJO                PIC 9(08).
         05 BEC-TIPO                  PIC X(01).
             88 BEC-ES-PORCENTAJE                      VALUE 'P'.
             88 BEC-ES-MONTO                           VALUE 'M'.
         05 BEC-PORCENTAJE            PIC 9(03)V99.
         05 BEC-MONTO                 PIC 9(05)V99.
         05 BEC-VIG-DESDE             PIC X(06).
         05 BEC-VIG-HASTA             PIC X(06).
         05 BEC-MOTIVO                PIC X(03).
         05 BEC-AUTORIZA              PIC X(20).
         05 BEC-FECHA-ALTA            PIC 9(08).
         05 BEC-ESTADO                PIC X(01).
             88 BEC-VIGENTE                            VALUE 'A'.
             88 BEC-ANULADA                            VALUE 'B'.
