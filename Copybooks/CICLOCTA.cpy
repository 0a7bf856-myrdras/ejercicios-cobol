      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the account-to-cycle
      *              assignment (CICLOCTA.DAT, una linea por cuenta),
      *              COPYd into the FD of AsignaCiclos.cbl, que la
      *              genera repartiendo parejo las cuentas sin ciclo,
      *              de MantCiclos.cbl, que cambia el ciclo de una
      *              cuenta, y de la rutina CicloCuenta.cbl. Una
      *              cuenta que todavia no figura aca pertenece al
      *              ciclo de codigo mas bajo de CICLOS.DAT.
      *****************************************************************
       01 REG-CICLOCTA.
         05 CCT-NROCUENTA              PIC 9(08).
         05 CCT-CICLO                  PIC 9(02).
         05 CCT-FECHA-ASIGNACION       PIC 9(08).
