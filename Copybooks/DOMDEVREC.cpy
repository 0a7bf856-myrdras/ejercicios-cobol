      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for returned mail
      *              (DOMDEVUE.DAT), COPYd into the FD of
      *              HistContactos.cbl, que agrega un renglon cuando el
      *              correo devuelve una carta, de CartasMora.cbl, que
      *              no imprime cartas para un cliente con devolucion
      *              vigente, de MantClientes.cbl, que la da por
      *              corregida al cambiar DOMICILIO-C, de
      *              Cliente360.cbl, y de AjustaIndices.cbl,
      *              AvisoRenovacion.cbl y ConfirmaSaldos.cbl, que
      *              tampoco imprimen avisos ni cartas para un cliente
      *              con devolucion vigente. DDV-DOMICILIO guarda el
      *              domicilio al que fue la carta devuelta: la
      *              devolucion solo frena cartas mientras DOMICILIO-C
      *              siga igual.
      *****************************************************************
       01 REG-DOMDEVUE.
         05 DDV-NRO-CLIENTE            PIC 9(07).
         05 DDV-DOMICILIO              PIC X(50).
         05 DDV-FECHA                  PIC 9(08).
         05 DDV-NROCUENTA              PIC 9(08).
         05 DDV-OPERADOR               PIC X(20).
         05 DDV-ESTADO                 PIC X(01).
             88 DDV-VIGENTE                           VALUE 'D'.
             88 DDV-CORREGIDO                         VALUE 'C'.
         05 DDV-FECHA-CORRECCION       PIC 9(08).
