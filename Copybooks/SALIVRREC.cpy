      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the nightly balance
      *              snapshot that the phone IVR and the web
      *              self-service load (SALDOIVRee.DAT, ee = empresa),
      *              un renglon por cuenta de CUENTAS.DAT con su saldo,
      *              vencimiento, ultimo pago, situacion de convenio y
      *              de promesa de pago y la misma referencia de pago
      *              del cupon de FACTURAIVA (cuenta, importe,
      *              vencimiento y digito verificador modulo 11) que
      *              COBRANZARED valida. El cliente viaja solo por
      *              numero: ni nombre, ni CUIT, ni datos de contacto.
      *              Lo graba ExportaSaldos.cbl. El ultimo renglon es
      *              el trailer: los primeros 31 bytes son el WS-TRAILER
      *              estandar (cantidad de cuentas y total de saldos)
      *              y le siguen los totales de control del snapshot.
      *****************************************************************
       01 REG-SALDOIVR.
         05 SIV-EMPRESA                PIC X(02).
         05 SIV-NROCUENTA              PIC 9(08).
         05 SIV-CODCLIENTE             PIC 9(08).
         05 SIV-SALDO                  PIC S9(15)V99.
         05 SIV-FECHAVTO               PIC 9(08).
         05 SIV-FECHA-ULT-PAGO         PIC 9(08).
         05 SIV-IMPORTE-ULT-PAGO       PIC S9(15)V99.
         05 SIV-CONVENIO               PIC X(01).
             88 SIV-SIN-CONVENIO                      VALUE ' '.
             88 SIV-CONVENIO-VIGENTE                  VALUE 'V'.
         05 SIV-PROMESA                PIC X(01).
             88 SIV-SIN-PROMESA                       VALUE ' '.
             88 SIV-PROMESA-EN-CURSO                  VALUE 'V'.
             88 SIV-PROMESA-ROTA                      VALUE 'R'.
         05 SIV-FECHA-PROMETIDA        PIC 9(08).
         05 SIV-REFERENCIA-PAGO.
           10 SIV-REF-CUENTA           PIC 9(08).
           10 SIV-REF-IMPORTE          PIC 9(09)V99.
           10 SIV-REF-VTO              PIC 9(08).
           10 SIV-REF-DIGITO           PIC 9(01).
         05 SIV-FECHA-FOTO             PIC 9(08).

       01 REG-SALDOIVR-TRL.
         05 SIV-TRL-CONTROL            PIC X(31).
         05 SIV-TRL-FECHA-FOTO         PIC 9(08).
         05 SIV-TRL-EMPRESA            PIC X(02).
         05 SIV-TRL-CANT-DEUDORAS      PIC 9(08).
         05 SIV-TRL-TOTAL-DEUDA        PIC S9(15)V99.
         05 SIV-TRL-CANT-CONVENIO      PIC 9(08).
         05 SIV-TRL-CANT-PROMESA       PIC 9(08).
         05 SIV-TRL-TOTAL-ULT-PAGOS    PIC S9(15)V99.
