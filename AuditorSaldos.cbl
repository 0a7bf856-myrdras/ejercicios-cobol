      *              REBOTADOS (EL RECIBO SIGUE APLICADO PERO EL
      *              SALDO SE REABRIO) Y SE RESTAN LOS CASTIGOS
      *              CONFIRMADOS (EL SALDO SE PUSO EN CERO SIN PAGO
      *              NI ASIENTO) Y LO REFINANCIADO EN CONVENIOS DE
      *              PAGO QUE TODAVIA NO SE IMPUTO A LA CUENTA (SALE
      *              DEL MONTO AL FIRMAR Y VUELVE CUOTA A CUOTA); ESTO
      *              ULTIMO SOLO PARA LOS CONVENIOS SIN ASIENTOS CNV,
      *              LOS ASENTADOS YA ESTAN EN LA HISTORIA. LAS
      *              REVERSIONES DE CONTRACARGOS ENTRAN POR SU ASIENTO
      *              CBR.
      *              CADA CUENTA DESVIADA SALE A
      *              AUDSALDO.REP CON EL TAMAÑO Y SIGNO DEL DESVIO.
      *              LOS AÑOS YA CERRADOS POR CIERREANUAL ENTRAN A LA
      *              HISTORIA POR SU ACUMULADO POR CUENTA EN
      *              HISTACUM.DAT.
      *              SE CORRE MENSUALMENTE DESPUES DE CIERREPERIODO;
      *              UN REPORTE LIMPIO ES EL CERTIFICADO DE
      *              INTEGRIDAD POSTERIOR A UNA RESTAURACION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT HISTACUM           ASSIGN TO DISK '..\HISTACUM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTACUM.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CREDITOS           ASSIGN TO DISK '..\CREDITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT REPORTE            ASSIGN TO DISK '..\AUDSALDO.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD HISTACUM.
       01 REG-HISTACUM.
         05 HAC-NROCUENTA             PIC 9(08).
         05 HAC-CANT                  PIC 9(07).
         05 HAC-IMPORTE               PIC S9(15)V99.

       FD PAGOS.
           COPY PAGOS.

         05 CAS-FECHA-RECUPERO        PIC 9(08).
         05 CAS-MEDIO-RECUPERO        PIC X(03).

       FD CONVENIO.
       01 REG-CONVENIO.
         05 CNV-NUMERO                PIC 9(08).
         05 CNV-NROCUENTA             PIC 9(08).
         05 CNV-FECHA-ALTA            PIC 9(08).
         05 CNV-FECHAVTO-ORIGINAL     PIC 9(08).
         05 CNV-DEUDA                 PIC S9(15)V99.
         05 CNV-ANTICIPO              PIC S9(15)V99.
         05 CNV-CANT-CUOTAS           PIC 9(02).
         05 CNV-IMPORTE-CUOTA         PIC S9(15)V99.
         05 CNV-SALDO                 PIC S9(15)V99.
         05 CNV-ESTADO                PIC X(01).
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTACUM==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CHEQUES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CASTIGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.

       200000-RECONSTRUIR.
           PERFORM 205000-SUMAR-HISTORICO
           PERFORM 207000-SUMAR-ARCHIVADO
           PERFORM 210000-SUMAR-VIVO
           PERFORM 215000-RESTAR-PAGOS
           PERFORM 218000-SUMAR-CREDITOS-VIVOS
           PERFORM 220000-REPONER-REBOTES
           PERFORM 222000-RESTAR-CASTIGOS
           PERFORM 224000-RESTAR-CONVENIOS.


       205000-SUMAR-HISTORICO.
           END-IF.


       207000-SUMAR-ARCHIVADO.
      * Lo que CIERREANUAL saco de SERVHIST.DAT queda sumado por
      * cuenta en HISTACUM.DAT; sus ENTRYIDS ya no pueden estar en
      * el vivo, asi que no pasan por la tabla de vistos.
           OPEN INPUT HISTACUM
           IF WSS-FS-HISTACUM-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-HISTACUM-OK
               PERFORM 208000-LEER-ACUMULADO
               PERFORM UNTIL WSS-FS-HISTACUM-EOF
                 MOVE HAC-NROCUENTA TO WS-CUENTA-ACTUAL
                 MOVE HAC-IMPORTE TO WS-IMPORTE-ACTUAL
                 PERFORM 150000-ACUMULAR-EN-SALDO
                 PERFORM 208000-LEER-ACUMULADO
               END-PERFORM
             END-IF
             CLOSE HISTACUM
           END-IF.


       208000-LEER-ACUMULADO.
           READ HISTACUM
           IF NOT WSS-FS-HISTACUM-OK AND NOT WSS-FS-HISTACUM-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-HISTACUM
             MOVE '10' TO WSS-FS-HISTACUM
           END-IF
           IF WSS-FS-HISTACUM-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-SUMAR-VIVO.
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
           END-IF.


       224000-RESTAR-CONVENIOS.
      * Al firmar un convenio lo refinanciado sale del MONTO sin pago
      * ni asiento, y vuelve a el a medida que se imputan las cuotas
      * (o todo junto si el convenio caduca): lo que queda por
      * imputar se resta de la reconstruccion. Los convenios con
      * CNV-ASENTADO ya dejaron cada movimiento como asiento CNV en
      * SERVICIO.DAT y entran por la historia.
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CONVENIO-OK
               PERFORM 225000-LEER-CONVENIO
               PERFORM UNTIL WSS-FS-CONVENIO-EOF
                 IF CNV-SALDO NOT = 0 AND CNV-ASENTADO NOT = 'S'
                   MOVE CNV-NROCUENTA TO WS-CUENTA-ACTUAL
                   COMPUTE WS-IMPORTE-ACTUAL = 0 - CNV-SALDO
                   PERFORM 150000-ACUMULAR-EN-SALDO
                 END-IF
                 PERFORM 225000-LEER-CONVENIO
               END-PERFORM
             END-IF
             CLOSE CONVENIO
           END-IF.


       225000-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             MOVE '10' TO WSS-FS-CONVENIO
           END-IF
           IF WSS-FS-CONVENIO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       230000-COMPARAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
