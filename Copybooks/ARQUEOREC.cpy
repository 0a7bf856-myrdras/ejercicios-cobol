      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the cash count history
      *              (ARQUEOS.DAT), COPYd into the FD of CierreCaja.cbl,
      *              que agrega un registro por sesion cerrada con lo
      *              declarado en el arqueo ciego contra lo registrado
      *              en PAGOS.DAT, y de DesempenoCajeros.cbl, que
      *              acumula por cajero las diferencias del mes.
      *              ARQ-DIFERENCIA es declarado menos registrado
      *              (efectivo mas cheques): negativa es faltante y
      *              positiva sobrante. ARQ-CONFORMADA 'S' marca la
      *              diferencia aceptada con la clave de supervisor.
      *****************************************************************
       01 REG-ARQUEOS.
         05 ARQ-SESION                 PIC 9(08).
         05 ARQ-OPERADOR               PIC X(20).
         05 ARQ-FECHA                  PIC 9(08).
         05 ARQ-CANT-RECIBOS           PIC 9(05).
         05 ARQ-DEC-EFECTIVO           PIC S9(13)V99.
         05 ARQ-REG-EFECTIVO           PIC S9(13)V99.
         05 ARQ-DEC-CHEQUES            PIC S9(13)V99.
         05 ARQ-REG-CHEQUES            PIC S9(13)V99.
         05 ARQ-DIFERENCIA             PIC S9(13)V99.
         05 ARQ-CONFORMADA             PIC X(01).
             88 ARQ-CON-SUPERVISOR                     VALUE 'S'.
