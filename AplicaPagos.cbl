      *              CUBRIO CADA PAGO. UN RECIBO QUE SUPERA EL SALDO
      *              DE LA CUENTA NO DEJA EL MONTO NEGATIVO: EL
      *              EXCEDENTE SE REGISTRA COMO CREDITO A FAVOR EN
      *              CREDITOS.DAT. CADA CARGO QUE UN RECIBO TERMINA
      *              DE CANCELAR ANTES DEL VENCIMIENTO DE LA CUENTA
      *              SUMA PUNTOS DE FIDELIDAD AL CLIENTE EN PUNTOS.DAT,
      *              UNO CADA PAR-PESOS-POR-PUNTO IMPUTADOS, CANJEABLES
      *              DURANTE PAR-MESES-VTO-PUNTOS MESES. LOS PAGOS
      *              CUYA CUENTA YA NO EXISTE PASAN AL ARCHIVO DE
      *              SUSPENSO. LOS RECIBOS
      *              CON CHEQUE DIFERIDO (CHEQUES.DAT EN CARTERA CON
      *              FECHA DE DEPOSITO FUTURA) QUEDAN PENDIENTES
      *              HASTA QUE LA FECHA LLEGUE. LOS RECIBOS SE
      *              CHECKPOINT APLICPAG.CKP, COMO EN EVINT-EJ01:
      *              UNA RECORRIDA INTERRUMPIDA SE REANUDA DESDE EL
      *              ULTIMO CHECKPOINT SIN DEBITAR DOS VECES NINGUNA
      *              CUENTA. PAGOS.DAT ES INDEXADO POR PAG-ENTRYID:
      *              CADA RECIBO RESUELTO SE REGRABA EN SU LUGAR CON EL
      *              ESTADO FINAL, LA REANUDACION SE POSICIONA CON
      *              START DESPUES DEL ULTIMO RECIBO ANOTADO, Y AL
      *              COMPLETAR EL PROGRESO Y EL CHECKPOINT SE LIMPIAN.
      *              CORRE DESATENDIDO DESDE DRIVER.BAT DESPUES DE
      *              LAS CARGAS. CORRE PARA LA EMPRESA DEL GRUPO DE LA
      *              VARIABLE EMPRESA: LOS RECIBOS DE CUENTAS DE
      *              CLIENTES DE OTRA EMPRESA QUEDAN PENDIENTES PARA SU
      *              PROPIA CORRIDA, Y LOS DE CUENTAS INEXISTENTES PASAN
      *              A SUSPENSO SOLO EN LA CORRIDA DE LA '01'.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT PROGRESO           ASSIGN TO DISK '..\PAGOS.PRG'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DESCPP.

           SELECT PUNTOS             ASSIGN TO DISK '..\PUNTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PUNTOS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.
         05 DPP-PORCENTAJE            PIC 9(02)V99.
         05 DPP-DIAS-VENTANA          PIC 9(03).

       FD PUNTOS.
           COPY PUNTOSREC.

       FD PARAM.
           COPY PARAMREC.

           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CHEQUES==.
           COPY WSFS REPLACING ==:TAG:== BY ==DESCPP==.
           COPY WSFS REPLACING ==:TAG:== BY ==PUNTOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SUSPENSO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.


       01 WS-ULTIMO-ID-SERV            PIC 9(08) VALUE 0.

      * Puntos de fidelidad del cargo cancelado en termino: el
      * vencimiento se lleva como periodo AAAAMM, contando meses desde
      * el del pago.
       01 WS-CALCULO-PUNTOS.
         05 WS-PUNTOS-CARGO            PIC S9(07).
         05 WS-PTS-FECHA-PAGO          PIC 9(08).
         05 WS-PTS-FECHA-R REDEFINES WS-PTS-FECHA-PAGO.
           10 WS-PTS-AAAA              PIC 9(04).
           10 WS-PTS-MM                PIC 9(02).
           10 WS-PTS-DD                PIC 9(02).
         05 WS-PTS-MESES               PIC 9(06).
         05 WS-PTS-AAAA-VTO            PIC 9(04).
         05 WS-PTS-MM-VTO              PIC 9(02).

      * Aplicado por lote de captura, para cuadrar la corrida contra
      * las planillas de los lotes.
       01 TABLA-POR-LOTE.
         05 WSA-CANT-CREDITOS          PIC 9(05).
         05 WSA-CANT-DESCUENTOS        PIC 9(05).
         05 WSA-CANT-ANULADOS          PIC 9(05).
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(05).
         05 WSA-IMP-ANULADO            PIC S9(13)V99.
         05 WSA-IMP-APLICADO           PIC S9(15)V99.
         05 WSA-IMP-SUSPENSO           PIC S9(15)V99.
         05 WSA-IMP-IMPUTADO           PIC S9(15)V99.
         05 WSA-IMP-CREDITOS           PIC S9(15)V99.
         05 WSA-IMP-DESCUENTOS         PIC S9(13)V99.
         05 WSA-CANT-PUNTOS            PIC 9(05).
         05 WSA-PUNTOS-EMITIDOS        PIC 9(09).

       01 WS-LINEA-REPORTE             PIC X(80).

         05 WS-ME-STATUS               PIC X(02).
         05 WS-ME-RETORNO              PIC 9(02).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-PAGOS-EOF
                 PERFORM 230000-CERRAR-PAGOS
                 PERFORM 300000-FINAL.


           PERFORM 115000-ABRIR-SUSPENSO
           PERFORM 117000-ABRIR-PAGAPLIC
           PERFORM 118000-ABRIR-CREDITOS
           PERFORM 119000-ABRIR-PUNTOS
           PERFORM 120000-ABRIR-REPORTE.




       105000-ABRIR-PAGOS.
           OPEN I-O PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             DISPLAY 'NO HAY PAGOS PARA APLICAR'
             PERFORM 300000-FINAL
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
      * Con reanudacion pendiente se posiciona directamente en el
      * primer recibo posterior al ultimo anotado.
           IF WS-CHECKPOINT-EXISTE
             MOVE WS-CKP-ULTIMO TO PAG-ENTRYID
             START PAGOS KEY IS GREATER THAN PAG-ENTRYID
               INVALID KEY
                 MOVE '10' TO WSS-FS-PAGOS
             END-START
           END-IF
           IF NOT WSS-FS-PAGOS-EOF
             PERFORM 106000-LEER-PAGO
           END-IF.


       106000-LEER-PAGO.
           READ PAGOS NEXT RECORD
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       119000-ABRIR-PUNTOS.
           OPEN EXTEND PUNTOS
           IF WSS-FS-PUNTOS-NOEXISTE
             OPEN OUTPUT PUNTOS
           END-IF
           IF NOT WSS-FS-PUNTOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
               MOVE PAG-NROCUENTA TO NROCUENTA
               READ CUENTAS
                 INVALID KEY
                   IF WSP-EMPRESA = '01'
                     PERFORM 220000-PASAR-A-SUSPENSO
                   ELSE
                     ADD 1 TO WSA-CANT-OTRA-EMPRESA
                   END-IF
                 NOT INVALID KEY
                   MOVE 'C' TO ECL-FUNCION
                   MOVE CODCLIENTE TO ECL-NRO-CLIENTE
                   CALL 'EMPRESACLIENTE' USING WS-EMPCLI
                   END-CALL
                   IF ECL-EMPRESA = WSP-EMPRESA
                     PERFORM 215000-DESCARGAR-EN-CUENTA
                   ELSE
                     ADD 1 TO WSA-CANT-OTRA-EMPRESA
                   END-IF
               END-READ
             END-IF
           END-IF.


       228000-ANOTAR-PROGRESO.
      * El recibo resuelto se regraba con su estado final y queda
      * anotado de inmediato: ante un corte la proxima corrida
      * arranca del checkpoint sin volver a debitar lo ya anotado.
           REWRITE REG-PAGOS
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR EL RECIBO ' PAG-ENTRYID
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
           END-REWRITE
           MOVE REG-PAGOS TO REG-PROGRESO
           WRITE REG-PROGRESO
           IF NOT WSS-FS-PROGRESO-OK
             END-IF
             PERFORM 217000-GRABAR-IMPUTACION
             PERFORM 218500-EVALUAR-PRONTO-PAGO
             IF WS-IMPORTE-IMPUTADO = TCG-SALDO(WS-IND-CARGO-VIEJO)
               PERFORM 218700-ACREDITAR-PUNTOS
             END-IF
             SUBTRACT WS-IMPORTE-IMPUTADO
               FROM TCG-SALDO(WS-IND-CARGO-VIEJO)
             SUBTRACT WS-IMPORTE-IMPUTADO FROM WS-RESTO-PAGO
           END-IF.


       218700-ACREDITAR-PUNTOS.
      * El recibo termina de cancelar el cargo: si llego antes del
      * vencimiento de la cuenta, lo imputado suma puntos al cliente.
           IF WS-VTO-CUENTA = 0
                   OR PAG-FECHA >= WS-VTO-CUENTA
             CONTINUE
           ELSE
             DIVIDE WS-IMPORTE-IMPUTADO BY WSP-PESOS-POR-PUNTO
               GIVING WS-PUNTOS-CARGO
             IF WS-PUNTOS-CARGO > 0
               MOVE PAG-FECHA TO WS-PTS-FECHA-PAGO
               COMPUTE WS-PTS-MESES = WS-PTS-AAAA * 12
                       + WS-PTS-MM - 1 + WSP-MESES-VTO-PUNTOS
               DIVIDE WS-PTS-MESES BY 12 GIVING WS-PTS-AAAA-VTO
                 REMAINDER WS-PTS-MM-VTO
               ADD 1 TO WS-PTS-MM-VTO
               MOVE CODCLIENTE TO PTS-CODCLIENTE
               MOVE PAG-NROCUENTA TO PTS-NROCUENTA
               MOVE PAG-FECHA TO PTS-FECHA
               MOVE 'E' TO PTS-TIPO
               MOVE WS-PUNTOS-CARGO TO PTS-PUNTOS
               COMPUTE PTS-PERIODO-VTO = WS-PTS-AAAA-VTO * 100
                       + WS-PTS-MM-VTO
               MOVE TCG-ENTRYID(WS-IND-CARGO-VIEJO) TO PTS-REFERENCIA
               MOVE WS-IMPORTE-IMPUTADO TO PTS-IMPORTE
               WRITE REG-PUNTOS
               IF WSS-FS-PUNTOS-OK
                 ADD 1 TO WSA-CANT-PUNTOS
                 ADD WS-PUNTOS-CARGO TO WSA-PUNTOS-EMITIDOS
               ELSE
                 DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
                 DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
                 MOVE 8 TO WS-RETURN-CODE
               END-IF
             END-IF
           END-IF.


       219000-GRABAR-DESCUENTO.
      * El descuento se devenga como asiento negativo 'DPP' en
      * SERVICIO.DAT con periodo de la fecha del pago, y se descarga
           PERFORM 250000-ESCRIBIR-LINEA.


       230000-CERRAR-PAGOS.
      * Proceso completo: cada recibo ya quedo regrabado en
      * PAGOS.DAT con su estado final, asi que el progreso y el
      * checkpoint se limpian.
           CLOSE PAGOS
           CLOSE PROGRESO
           OPEN OUTPUT PROGRESO
           CLOSE PROGRESO
           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT.


       250000-ESCRIBIR-LINEA.
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CARGOS CON PUNTOS: ' WSA-CANT-PUNTOS
                  ' PUNTOS EMITIDOS ' WSA-PUNTOS-EMITIDOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RECIBOS ANULADOS (NO APLICADOS): '
                  WSA-CANT-ANULADOS
                  ' IMPORTE ' WSA-IMP-ANULADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EMPRESA ' WSP-EMPRESA
                  ' - RECIBOS DE OTRA EMPRESA (PENDIENTES): '
                  WSA-CANT-OTRA-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'APLICADO POR LOTE DE CAPTURA:' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1


       330000-CERRAR-ARCHIVOS.
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           CLOSE CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
           END-IF
           CLOSE PAGAPLIC
           CLOSE CREDITOS
           CLOSE PUNTOS
           CLOSE SUSPENSO
           CLOSE REPORTE.

