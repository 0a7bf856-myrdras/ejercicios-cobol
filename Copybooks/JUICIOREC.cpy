      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the legal collections
      *              case register (JUICIOS.DAT), COPYd into the FD of
      *              Juicios.cbl, que da de alta el juicio de una
      *              cuenta en estrategia D PREJUDICIAL, registra los
      *              cambios de etapa procesal en JUIHIST.DAT, carga
      *              los gastos recuperables a SERVICIO.DAT y lo
      *              cierra contra el recibo o el castigo, y de
      *              CartasMora.cbl, Recordatorios.cbl y
      *              AgenciaCobranza.cbl, que dejan afuera la cuenta
      *              mientras JUI-ABIERTO. JUI-GASTOS-CARGADOS acumula
      *              lo ya cargado a la cuenta con el codigo JUD.
      *****************************************************************
       01 REG-JUICIOS.
         05 JUI-NUMERO                 PIC 9(08).
         05 JUI-NROCUENTA              PIC 9(08).
         05 JUI-CODCLIENTE             PIC 9(08).
         05 JUI-ABOGADO                PIC X(30).
         05 JUI-JUZGADO                PIC X(40).
         05 JUI-EXPEDIENTE             PIC X(20).
         05 JUI-FECHA-DEMANDA          PIC 9(08).
         05 JUI-MONTO-RECLAMADO        PIC S9(13)V99.
         05 JUI-ETAPA                  PIC X(02).
         05 JUI-FECHA-ETAPA            PIC 9(08).
         05 JUI-GASTOS-CARGADOS        PIC S9(09)V99.
         05 JUI-ESTADO                 PIC X(01).
             88 JUI-ABIERTO                           VALUE 'A'.
             88 JUI-CERRADO-POR-PAGO                  VALUE 'P'.
             88 JUI-CERRADO-POR-CASTIGO               VALUE 'C'.
         05 JUI-FECHA-CIERRE           PIC 9(08).
         05 JUI-OPERADOR               PIC X(20).
