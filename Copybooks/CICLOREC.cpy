      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the billing-cycle table
      *              (CICLOS.DAT), COPYd into the FD of MantCiclos.cbl,
      *              que da de alta y modifica los ciclos, de
      *              AsignaCiclos.cbl, que reparte las cuentas entre
      *              ellos, y de la rutina CicloCuenta.cbl, que lo
      *              consulta para el resto de la suite.
      *              CIC-DIA-CIERRE es el dia del mes en que cierra la
      *              facturacion del ciclo (1 a 28, para que exista en
      *              todos los meses) y CIC-DIAS-VTO los dias corridos
      *              desde el cierre hasta el vencimiento.
      *****************************************************************
       01 REG-CICLOS.
         05 CIC-CODIGO                 PIC 9(02).
         05 CIC-DESCRIP                PIC X(30).
         05 CIC-DIA-CIERRE             PIC 9(02).
         05 CIC-DIAS-VTO               PIC 9(03).
