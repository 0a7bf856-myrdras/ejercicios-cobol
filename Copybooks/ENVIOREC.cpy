      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the client delivery
      *              preference (ENVIOCLI.DAT, una linea por cliente),
      *              COPYd into the FD of MantClientes.cbl, que la
      *              carga con el consentimiento del cliente, de
      *              ImportaRebotes.cbl, que la pasa a papel cuando el
      *              gateway de correo devuelve un rebote, de la rutina
      *              EnvioDocumento.cbl, que decide por ella el canal
      *              de cada estado de cuenta y factura, y de
      *              ReporteEnvios.cbl. Un cliente que no figura aca
      *              recibe todo en papel. El envio por email exige
      *              consentimiento registrado (ENV-CONSENTIMIENTO 'S')
      *              y direccion valida: un rebote marca invalida la
      *              direccion ENV-EMAIL a la que fue el documento,
      *              guarda la preferencia que tenia en
      *              ENV-PREF-ANTERIOR y deja al cliente en papel hasta
      *              que MantClientes registre de nuevo la preferencia.
      *****************************************************************
       01 REG-ENVIOCLI.
         05 ENV-NRO-CLIENTE            PIC 9(07).
         05 ENV-PREFERENCIA            PIC X(01).
             88 ENV-PAPEL                             VALUE 'P' ' '.
             88 ENV-SOLO-EMAIL                        VALUE 'E'.
             88 ENV-AMBOS                             VALUE 'A'.
             88 ENV-CON-EMAIL                         VALUE 'E' 'A'.
         05 ENV-CONSENTIMIENTO         PIC X(01).
             88 ENV-CON-CONSENTIMIENTO                VALUE 'S'.
         05 ENV-FECHA-CONSENTIMIENTO   PIC 9(08).
         05 ENV-OPERADOR               PIC X(20).
         05 ENV-EMAIL                  PIC X(40).
         05 ENV-ESTADO-EMAIL           PIC X(01).
             88 ENV-EMAIL-VALIDO                      VALUE 'V' ' '.
             88 ENV-EMAIL-REBOTADO                    VALUE 'I'.
         05 ENV-FECHA-REBOTE           PIC 9(08).
         05 ENV-MOTIVO-REBOTE          PIC X(30).
         05 ENV-PREF-ANTERIOR          PIC X(01).
