      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared table of subscription cancellation reason
      *              codes (SUS-MOTIVO-BAJA of SUSCRIP.DAT), COPYd into
      *              WORKING-STORAGE of Suscripciones.cbl, que valida
      *              el motivo al dar la baja, y de ChurnMensual.cbl,
      *              que cuenta las bajas por motivo. 'FP' es la baja
      *              por falta de pago. Una baja grabada antes de que
      *              existiera el motivo queda con el campo en blanco.
      *****************************************************************
       01 TABLA-MOTIVOS-BAJA-LIT.
         05 FILLER                     PIC X(22)
                                       VALUE 'PRPRECIO'.
         05 FILLER                     PIC X(22)
                                       VALUE 'SECALIDAD DEL SERVICIO'.
         05 FILLER                     PIC X(22)
                                       VALUE 'MUMUDANZA'.
         05 FILLER                     PIC X(22)
                                       VALUE 'COCOMPETENCIA'.
         05 FILLER                     PIC X(22)
                                       VALUE 'FPFALTA DE PAGO'.
         05 FILLER                     PIC X(22)
                                       VALUE 'OTOTRO MOTIVO'.
       01 TABLA-MOTIVOS-BAJA REDEFINES TABLA-MOTIVOS-BAJA-LIT.
         05 TMB-ENTRY OCCURS 6 TIMES.
           10 TMB-CODIGO               PIC X(02).
           10 TMB-DESCRIP              PIC X(20).
       01 WS-CANT-MOTIVOS              PIC 9(02) VALUE 6.
