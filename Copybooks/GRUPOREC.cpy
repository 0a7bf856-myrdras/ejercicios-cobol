      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the corporate group
      *              master (GRUPOS.DAT), COPYd into the FD of
      *              MantGrupos.cbl, que da de alta los grupos y sus
      *              miembros, de EstadoGrupos.cbl y
      *              ExposicionCredito.cbl, que lo leen entero, y de
      *              la rutina GrupoCliente.cbl, que lo consulta para
      *              el resto de la suite. GRP-PAGADOR es el
      *              NRO-CLIENTE-C de la casa central que paga por
      *              todo el grupo: recibe el estado consolidado y las
      *              cartas y recordatorios de cobranza de todos los
      *              miembros. GRP-LIMITE es el limite de credito del
      *              grupo, por encima del LIMITE-C de cada miembro:
      *              cero significa sin limite de grupo.
      *****************************************************************
       01 REG-GRUPOS.
         05 GRP-CODIGO                 PIC 9(04).
         05 GRP-NOMBRE                 PIC X(40).
         05 GRP-PAGADOR                PIC 9(07).
         05 GRP-LIMITE                 PIC 9(09)V99.
         05 GRP-FECHA-ALTA             PIC 9(08).
