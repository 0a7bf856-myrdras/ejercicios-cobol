      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the outbound mail queue
      *              (COLAMAIL.DAT) que levanta el gateway de correo.
      *              Lo graba solo la rutina EnvioDocumento.cbl, por
      *              pedido de EVINT-EJ03 (estados de cuenta, tipo EST)
      *              y de FacturaIva (facturas, tipo FAC). Cada
      *              documento es un registro encabezado (CML-TIPO-REG
      *              'E': cliente, direccion tomada de EMAIL-C, fecha y
      *              asunto) seguido de sus renglones de cuerpo ya
      *              formateados ('R', numerados desde 1). Tipo y
      *              numero de documento van en todos los registros;
      *              el gateway los devuelve en el archivo de rebotes
      *              (REBOTEREC). El archivo solo crece: el gateway lo
      *              vacia despues de tomarlo.
      *****************************************************************
       01 REG-COLAMAIL.
         05 CML-TIPO-DOC               PIC X(03).
             88 CML-ESTADO-CUENTA                     VALUE 'EST'.
             88 CML-FACTURA                           VALUE 'FAC'.
         05 CML-NRO-DOC                PIC X(12).
         05 CML-TIPO-REG               PIC X(01).
             88 CML-ENCABEZADO                        VALUE 'E'.
             88 CML-RENGLON                           VALUE 'R'.
         05 CML-DATOS                  PIC X(110).
         05 CML-DATOS-ENCABEZADO REDEFINES CML-DATOS.
           10 CML-NRO-CLIENTE          PIC 9(07).
           10 CML-EMAIL                PIC X(40).
           10 CML-FECHA                PIC 9(08).
           10 CML-ASUNTO               PIC X(50).
           10 FILLER                   PIC X(05).
         05 CML-DATOS-RENGLON REDEFINES CML-DATOS.
           10 CML-NRO-RENGLON          PIC 9(04).
           10 CML-TEXTO                PIC X(80).
           10 FILLER                   PIC X(26).
