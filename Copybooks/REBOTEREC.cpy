      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the mail gateway bounce
      *              file (REBOTES.DAT), un renglon por mensaje
      *              devuelto, con el tipo y numero de documento y el
      *              cliente tal como salieron en COLAMAIL.DAT, la
      *              direccion que rebote y el motivo que informa el
      *              gateway. Lo lee ImportaRebotes.cbl.
      *****************************************************************
       01 REG-REBOTES.
         05 REB-FECHA                  PIC 9(08).
         05 REB-EMAIL                  PIC X(40).
         05 REB-TIPO-DOC               PIC X(03).
         05 REB-NRO-DOC                PIC X(12).
         05 REB-NRO-CLIENTE            PIC 9(07).
         05 REB-MOTIVO                 PIC X(30).
