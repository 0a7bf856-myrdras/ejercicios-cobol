                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT REPORTE            ASSIGN TO DISK '..\SIMUL.REP'
         05 SUS-PERIODO-HASTA         PIC X(06).
         05 SUS-FECHA-DESDE           PIC 9(08).
         05 SUS-FECHA-HASTA           PIC 9(08).
         05 SUS-PREPAGO               PIC X(01).
             88 SUS-ES-PREPAGO                         VALUE 'S'.
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
             88 SUS-PEN-FIJA                           VALUE 'F'.
             88 SUS-PEN-REMANENTE                      VALUE 'M'.
         05 SUS-PEN-VALOR             PIC 9(05)V99.
         05 SUS-MOTIVO-BAJA           PIC X(02).
             88 SUS-BAJA-FALTA-PAGO                    VALUE 'FP'.

       FD SERVHIST.
       01 REG-SERVHIST.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

      * Precios candidatos por codigo: mejor vigencia que no supere
      * el periodo simulado, mismo criterio que PRECIOVIGENTE.
       01 TABLA-CANDIDATOS.
         05 WS-MEJOR-VIGENCIA          PIC X(06).
         05 WS-CAND-HALLADO            PIC X(01).
         05 WS-PRECIO-HALLADO          PIC X(01).
      * La simulacion es de la lista general: los precios propios de
      * una cuenta (clausulas de ajuste) no entran.
         05 WS-CUENTA-GENERAL          PIC 9(08) VALUE 0.
         05 WS-DELTA                   PIC S9(13)V99.

       01 ACUMULADORES.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.



       160000-PRECIO-ACTUAL-DE.
           CALL 'PRECIOVIGENTE' USING WS-COD-ACTUAL
                                      WS-CUENTA-GENERAL
                                      WSV-PERIODO
                                      WS-PRECIO-ACTUAL
                                      WS-PRECIO-HALLADO
