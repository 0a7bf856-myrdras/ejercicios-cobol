      *              DESPUES DE RESUMENDIARIO: (1) LOS RECIBOS DE
      *              PAGOS.DAT DEBEN ESTAR TODOS APLICADOS O EN
      *              SUSPENSO (UN PENDIENTE QUE NO SEA CHEQUE
      *              DIFERIDO ES UNA PATA SIN CERRAR; LOS DE CUENTAS
      *              DE OTRA EMPRESA DEL GRUPO SE INFORMAN APARTE
      *              PORQUE SE APLICAN EN LA CADENA DE ESA EMPRESA),
      *              (2) LA CARTERA
      *              DE CUENTAS.DAT DEBE IGUALAR LA CARTERA ANTERIOR
      *              DE RESUMEN.DAT MAS EL MOVIMIENTO DE SERVICIO.DAT
      *              MENOS LOS PAGOS APLICADOS DEL DIA (EL
      *              MOVIMIENTO INCLUYE SERVHIST.DAT Y LOS AÑOS YA
      *              CERRADOS EN HISTACUM.DAT), Y (3) EL GRAN
      *              TOTAL DE RESULT.DAT DEBE ATAR CON EL TRAILER DE
      *              TRANSAC-DEP.DAT QUE PASO EDITATRANSAC. CUALQUIER
      *              PATA DESCUADRADA SALE A PRUEBA.REP Y DEJA LA
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CHEQUES            ASSIGN TO DISK '..\CHEQUES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT HISTACUM           ASSIGN TO DISK '..\HISTACUM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTACUM.

           SELECT DEPURADA           ASSIGN TO DISK
                                       '..\TRANSAC-DEP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD HISTACUM.
       01 REG-HISTACUM.
         05 HAC-NROCUENTA             PIC 9(08).
         05 HAC-CANT                  PIC 9(07).
         05 HAC-IMPORTE               PIC S9(15)V99.

       FD RESULT.
       01 REG-RESULT.
         05 NRO-CLIENTE-R              PIC 9(7).
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTACUM==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESULT==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEPURADA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
         05 WST-ANULADO                PIC S9(15)V99.
         05 WST-CANT-ANULADOS          PIC 9(05).
         05 WST-CANT-PEND-LIBRES       PIC 9(05).
      * Pendientes de cuentas de otra empresa del grupo: se aplican
      * en la cadena de esa empresa y no descuadran esta corrida.
         05 WST-PEND-OTRA-EMPRESA      PIC S9(15)V99.
         05 WST-CANT-PEND-OTRA-EMP     PIC 9(05).

       01 TOTALES-CARTERA.
         05 WST-CARTERA-HOY            PIC S9(15)V99.

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


                     ADD PAG-IMPORTE TO WST-ANULADO
                     PERFORM 208000-VERIFICAR-REVERSA
                   WHEN OTHER
                     PERFORM 206000-VERIFICAR-EMPRESA
                     IF ECL-EMPRESA NOT = WSP-EMPRESA
                       ADD PAG-IMPORTE TO WST-PEND-OTRA-EMPRESA
                       ADD 1 TO WST-CANT-PEND-OTRA-EMP
                     ELSE
                       ADD PAG-IMPORTE TO WST-PENDIENTE
                       PERFORM 207000-VERIFICAR-RETENIDO
                       IF NOT WS-ESTA-RETENIDO
                         ADD 1 TO WST-CANT-PEND-LIBRES
                       END-IF
                     END-IF
                 END-EVALUATE
                 PERFORM 205000-LEER-PAGO
               END-PERFORM
             END-IF
             CLOSE PAGOS
             MOVE 'F' TO ECL-FUNCION
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PAGOS: CAPTURADO ' WST-CAPTURADO
                  ' POR ' WST-ANULADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           IF WST-CANT-PEND-OTRA-EMP > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'PENDIENTES DE OTRAS EMPRESAS '
                    WST-CANT-PEND-OTRA-EMP
                    ' POR ' WST-PEND-OTRA-EMPRESA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF
           IF WST-CANT-PEND-LIBRES > 0
             ADD 1 TO WS-PATAS-DESCUADRADAS
             MOVE SPACES TO WS-LINEA-REPORTE
           END-IF.


      * Empresa de la cuenta del recibo; un recibo sin cuenta valida
      * queda para la empresa 01, que es la que lleva el suspenso.
       206000-VERIFICAR-EMPRESA.
           MOVE 'T' TO ECL-FUNCION
           MOVE PAG-NROCUENTA TO ECL-NROCUENTA
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL.


       207000-VERIFICAR-RETENIDO.
           MOVE 'N' TO WS-PAGO-RETENIDO
           PERFORM VARYING WS-IND-RETENIDO FROM 1 BY 1
           PERFORM 222000-SUMAR-CARTERA
           PERFORM 224000-SUMAR-SERVICIO
           PERFORM 225500-SUMAR-SERVHIST
           PERFORM 225600-SUMAR-ARCHIVADO
           PERFORM 228000-SUMAR-CREDITOS
           PERFORM 229000-SUMAR-CASTIGOS-DE-HOY
           PERFORM 226000-LEER-RESUMEN-ANTERIOR
      * un periodo cerrado al historico (CIERREPERIODO) se cancela
      * solo. Las fotos anteriores al campo combinado caen al
      * criterio viejo sobre SERVICIO.DAT.
      * Los convenios (CNV) y las reversiones de contracargos (CBR)
      * mueven el MONTO junto con su asiento: entran por el
      * movimiento facturado sin pata propia.
             IF WS-HAY-MOV-AYER = 'S'
               COMPUTE WST-CARTERA-ESPERADA =
                       WST-CARTERA-AYER
           END-IF.


       225600-SUMAR-ARCHIVADO.
      * Lo que CIERREANUAL pasa de SERVHIST.DAT al historico anual
      * queda sumado por cuenta en HISTACUM.DAT: sigue contando como
      * historia para que el dia del cierre anual tampoco descuadre.
           OPEN INPUT HISTACUM
           IF WSS-FS-HISTACUM-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-HISTACUM-OK
               PERFORM 225800-LEER-ACUMULADO
               PERFORM UNTIL WSS-FS-HISTACUM-EOF
                 ADD HAC-IMPORTE TO WST-SERVHIST-HOY
                 PERFORM 225800-LEER-ACUMULADO
               END-PERFORM
             END-IF
             CLOSE HISTACUM
           END-IF.


       225700-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
           END-IF.


       225800-LEER-ACUMULADO.
           READ HISTACUM
           IF NOT WSS-FS-HISTACUM-OK AND NOT WSS-FS-HISTACUM-EOF
             MOVE '10' TO WSS-FS-HISTACUM
           END-IF.


       226000-LEER-RESUMEN-ANTERIOR.
      * El ultimo registro de RESUMEN.DAT es la foto de la corrida
      * anterior: cartera y total de SERVICIO.DAT de ese momento.
