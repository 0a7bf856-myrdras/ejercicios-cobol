      *              VIVOS DE CUENTAS.DAT A SU FECHAVTO, CUOTAS
      *              IMPAGAS DE CUOTAS.DAT A SU VENCIMIENTO, Y LA
      *              PROXIMA GENERACION DE ABONOS DE SUSCRIP.DAT
      *              VALUADA A PRECIO VIGENTE, SIN LAS PREPAGAS QUE
      *              YA ESTAN EN CUENTAS.DAT) Y DESCUENTA CADA
      *              PARTIDA POR LA TASA HISTORICA DE COBRANZA DE SU
      *              BANDA DE ANTIGUEDAD, MEDIDA SOBRE LAS
      *              APLICACIONES DE PAGAPLIC.DAT CONTRA LO QUE SIGUE
                                       FILE STATUS IS WSS-FS-PAGAPLIC.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT FLUJOHIS           ASSIGN TO DISK '..\FLUJOHIS.DAT'
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

       FD PAGAPLIC.
       01 REG-PAGAPLIC.
               PERFORM UNTIL WSS-FS-SUSCRIP-EOF
                 IF SUS-PERIODO-DESDE <= WS-PERIODO-GEN
                         AND SUS-PERIODO-HASTA >= WS-PERIODO-GEN
                         AND NOT SUS-ES-PREPAGO
                   MOVE 'N' TO WS-PRECIO-HALLADO
                   CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                              SUS-NUMCUENTA
                                              WS-PERIODO-GEN
                                              WS-PRECIO-VIGENTE
                                              WS-PRECIO-HALLADO
