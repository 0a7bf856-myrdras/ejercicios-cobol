      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the prepaid subscription
      *              deferrals (DIFERIDO.DAT), COPYd into the FD of
      *              Suscripciones.cbl, que graba un registro por cada
      *              abono prepago facturado y lo marca en la baja,
      *              DevengaPrepagos.cbl, que devenga una cuota por
      *              periodo, y NotasCredito.cbl, que acredita lo no
      *              devengado de las bajas anticipadas. DFR-ENTRYID es
      *              el cargo prepago de SERVICIO.DAT. Se cumple siempre
      *              IMPORTE-TOTAL = DEVENGADO + NO-DEVENGADO + lo que
      *              resta devengar hasta PERIODOS-EFECTIVOS.
      *              Estados: V vigente, T devengado por completo, C
      *              baja anticipada pendiente de nota de credito, A
      *              baja anticipada ya acreditada (DFR-ENTRYID-NC).
      *****************************************************************
       01 REG-DIFERIDO.
         05 DFR-ENTRYID                PIC 9(08).
         05 DFR-NUMCUENTA              PIC 9(08).
         05 DFR-CODSERVICIO            PIC X(03).
         05 DFR-PERIODO-DESDE          PIC X(06).
         05 DFR-PERIODO-HASTA          PIC X(06).
         05 DFR-CANT-PERIODOS          PIC 9(03).
         05 DFR-IMPORTE-TOTAL          PIC S9(09)V99.
         05 DFR-CUOTA                  PIC S9(09)V99.
         05 DFR-PERIODOS-DEVENGADOS    PIC 9(03).
         05 DFR-IMPORTE-DEVENGADO      PIC S9(09)V99.
         05 DFR-ULTIMO-DEVENGADO       PIC X(06).
         05 DFR-FECHA-ALTA             PIC 9(08).
         05 DFR-ESTADO                 PIC X(01).
             88 DFR-VIGENTE                            VALUE 'V'.
             88 DFR-TERMINADO                          VALUE 'T'.
             88 DFR-CANCELADO                          VALUE 'C'.
             88 DFR-ACREDITADO                         VALUE 'A'.
         05 DFR-PERIODO-BAJA           PIC X(06).
         05 DFR-PERIODOS-EFECTIVOS     PIC 9(03).
         05 DFR-NO-DEVENGADO           PIC S9(09)V99.
         05 DFR-ENTRYID-NC             PIC 9(08).
