      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the corporate group
      *              membership (GRUPOMIE.DAT, una linea por cliente
      *              miembro), COPYd into the FD of MantGrupos.cbl, de
      *              EstadoGrupos.cbl, ExposicionCredito.cbl y de la
      *              rutina GrupoCliente.cbl. Un cliente pertenece a
      *              un solo grupo; el pagador del grupo figura
      *              tambien como miembro, asi sus propias cuentas
      *              entran en el consolidado y en el limite.
      *****************************************************************
       01 REG-GRUPOMIE.
         05 GMI-GRUPO                  PIC 9(04).
         05 GMI-NRO-CLIENTE            PIC 9(07).
         05 GMI-FECHA-ALTA             PIC 9(08).
