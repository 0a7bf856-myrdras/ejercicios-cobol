      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina BUSCACLIENTE.
      *              Se trae con COPY WSBUSCLI. bajo un nivel 01
      *              propio (WS-BUSCLI en quien llama, LK-BUSCLI en la
      *              rutina). Quien llama pone en BCL-APELLIDO el
      *              comienzo del apellido que dio el cliente; la
      *              rutina lista los candidatos de CLIENTES.DAT por
      *              la clave alternativa APELLIDO-C, el operador
      *              elige uno y vuelve en BCL-NRO-CLIENTE (cero si no
      *              eligio ninguno). BCL-RESULTADO: 'S' eligio, 'N'
      *              sin candidatos o sin eleccion, 'E' error de
      *              archivo.
      *****************************************************************
         05 BCL-APELLIDO               PIC X(20).
         05 BCL-NRO-CLIENTE            PIC 9(07).
         05 BCL-RESULTADO              PIC X(01).
             88 BCL-ELEGIDO                            VALUE 'S'.
             88 BCL-SIN-ELECCION                       VALUE 'N'.
             88 BCL-ERROR                              VALUE 'E'.
