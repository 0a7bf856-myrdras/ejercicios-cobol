      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the client contact
      *              history (CONTACTOS.DAT), COPYd into the FD of
      *              every program that talks to a client: CartasMora,
      *              Recordatorios, PromesasPago, Reclamos,
      *              AgenciaCobranza, MantClientes, HistContactos y
      *              Juicios agregan un renglon por contacto (fecha,
      *              canal, programa, operador, resultado) con
      *              WSCONTAC-PROC,
      *              y Cliente360 e HistContactos lo leen filtrando por
      *              CTO-CODCLIENTE para armar la historia del cliente.
      *              El archivo solo crece: el orden fisico es el orden
      *              cronologico de los contactos.
      *****************************************************************
       01 REG-CONTACTOS.
         05 CTO-CODCLIENTE             PIC 9(08).
         05 CTO-FECHA                  PIC 9(08).
         05 CTO-HORA                   PIC 9(06).
         05 CTO-CANAL                  PIC X(03).
             88 CTO-POR-CARTA                         VALUE 'CAR'.
             88 CTO-POR-EMAIL                         VALUE 'EML'.
             88 CTO-POR-TELEFONO                      VALUE 'TEL'.
             88 CTO-POR-AGENCIA                       VALUE 'AGE'.
             88 CTO-POR-MOSTRADOR                     VALUE 'MOS'.
             88 CTO-POR-CORREO                        VALUE 'COR'.
             88 CTO-POR-VIA-JUDICIAL                  VALUE 'JUD'.
         05 CTO-PROGRAMA               PIC X(18).
         05 CTO-OPERADOR               PIC X(20).
         05 CTO-NROCUENTA              PIC 9(08).
         05 CTO-RESULTADO              PIC X(40).
