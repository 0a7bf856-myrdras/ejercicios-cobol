      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina EMPRESACLIENTE.
      *              Se trae con COPY WSEMPCLI. bajo un nivel 01 propio
      *              (WS-EMPCLI en quien llama, LK-EMPCLI en la
      *              rutina). Funcion 'C': empresa del cliente
      *              ECL-NRO-CLIENTE; funcion 'T': empresa de la cuenta
      *              ECL-NROCUENTA (la de su cliente, via CUENTAS.DAT);
      *              funcion 'F': cierra los archivos al terminar. Un
      *              cliente o una cuenta que no se encuentran devuelven
      *              la '01' con ECL-RESULTADO en 'N'; un cliente sin
      *              empresa es de la '01'.
      *****************************************************************
         05 ECL-FUNCION                PIC X(01).
             88 ECL-POR-CLIENTE                        VALUE 'C'.
             88 ECL-POR-CUENTA                         VALUE 'T'.
             88 ECL-CERRAR                             VALUE 'F'.
         05 ECL-NRO-CLIENTE            PIC 9(08).
         05 ECL-NROCUENTA              PIC 9(08).
         05 ECL-EMPRESA                PIC X(02).
         05 ECL-RESULTADO              PIC X(01).
             88 ECL-HALLADO                            VALUE 'S'.
