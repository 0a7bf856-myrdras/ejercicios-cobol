      *              CON EL CODIGO 'MOR' DEL CATALOGO, PERIODO Y
      *              ENTRYID PROPIOS, MAS UN REPORTE DE DEVENGAMIENTO.
      *              EL CARGO FLUYE LUEGO A RESULT.DAT Y A LOS ESTADOS
      *              DE CUENTA COMO CUALQUIER OTRO SERVICIO. LAS
      *              CUENTAS CON CONVENIO DE PAGO VIGENTE EN
      *              CONVENIO.DAT NO DEVENGAN PUNITORIO MIENTRAS EL
      *              PLAN SE ESTE PAGANDO. LAS CUENTAS CON RESUMEN DE
      *              TARJETA YA VENCIDO EN RESUMTAR.DAT DEVENGAN SOBRE
      *              EL PAGO MINIMO NO CUBIERTO POR LOS RECIBOS DE
      *              PAGOS.DAT ENTRE EL CIERRE Y EL VENCIMIENTO DEL
      *              ULTIMO RESUMEN, CON LOS DIAS CONTADOS DESDE ESE
      *              VENCIMIENTO; SI EL MINIMO SE PAGO NO HAY RECARGO.
      *              CON LA VARIABLE DE ENTORNO CICLO_PROCESO LA
      *              CORRIDA DEVENGA SOLO LAS CUENTAS DE ESE CICLO DE
      *              FACTURACION (CICLOS.DAT Y CICLOCTA.DAT, RUTINA
      *              CICLOCUENTA); EN BLANCO DEVENGA TODAS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECLAMOS.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT RESUMTAR           ASSIGN TO DISK '..\RESUMTAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESUMTAR.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT REPORTE            ASSIGN TO DISK '..\MORA.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
         05 RCL-NC-ENTRYID            PIC 9(08).
         05 RCL-OPERADOR              PIC X(20).

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
             88 CNV-VIGENTE                            VALUE 'V'.
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD RESUMTAR.
           COPY RESUMREC.

       FD PAGOS.
           COPY PAGOS.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECLAMOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESUMTAR==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
         05 WS-DIAS-DE-MORA             PIC S9(07).

       01 WS-RECARGO                   PIC 9(13)V99.
       01 WS-BASE-RECARGO              PIC S9(15)V99.
       01 WS-ORIGEN-BASE               PIC X(28).

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.
       01 WS-CON-RECLAMO               PIC X VALUE 'N'.
           88 WS-TIENE-RECLAMO                          VALUE 'S'.

      * Cuentas con convenio de pago vigente: la deuda refinanciada
      * no devenga punitorio mientras el plan se pague.
       01 TABLA-CONVENIADAS.
         05 WS-CANT-CONVENIADAS        PIC 9(04) VALUE 0.
         05 TCV-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

       01 WS-IND-CONVENIADA            PIC 9(04).
       01 WS-CON-CONVENIO              PIC X VALUE 'N'.
           88 WS-EN-CONVENIO                            VALUE 'S'.

      * Ultimo resumen de tarjeta ya vencido de cada cuenta, con lo
      * cobrado entre su cierre y su vencimiento.
       01 TABLA-RESUMENES.
         05 WS-CANT-RESUMENES          PIC 9(04) VALUE 0.
         05 TRS-ENTRY OCCURS 5000 TIMES.
           10 TRS-NROCUENTA            PIC 9(08).
           10 TRS-FECHA-CIERRE         PIC 9(08).
           10 TRS-FECHA-VTO            PIC 9(08).
           10 TRS-PAGO-MINIMO          PIC S9(13)V99.
           10 TRS-PAGADO               PIC S9(15)V99.

       01 WS-IND-RESUMEN               PIC 9(04).
       01 WS-IND-HALLADO               PIC 9(04).
       01 WS-CUENTA-BUSCADA            PIC 9(08).

       01 ACUMULADORES.
         05 WSA-CANT-RECARGOS          PIC 9(05).
         05 WSA-TOTAL-RECARGOS         PIC S9(09)V99.

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSCICLO-WS.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 104000-INGRESAR-PARAMETROS
           PERFORM 104500-LEER-CICLO
           PERFORM 105000-VERIFICAR-CATALOGO
           PERFORM 107000-CARGAR-ULTIMO-ID
           PERFORM 109000-CARGAR-RECLAMOS
           PERFORM 109700-CARGAR-CONVENIOS
           PERFORM 109900-CARGAR-RESUMENES
           PERFORM 109950-CARGAR-PAGOS-MINIMO
           PERFORM 110000-ABRIR-CUENTAS
           PERFORM 115000-ABRIR-SERVICIO
           PERFORM 120000-ABRIR-REPORTE
           END-IF.


       104500-LEER-CICLO.
           PERFORM 104600-TOMAR-CICLO
           IF WS-CICLO-INEXISTENTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       104600-TOMAR-CICLO.
           COPY WSCICLO-PROC.


       105000-VERIFICAR-CATALOGO.
           MOVE 'N' TO WS-COD-MOR-EXISTE
           OPEN INPUT SERVCAT
           END-IF.


       109700-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIADAS
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CONVENIO-OK
               PERFORM 109800-LEER-CONVENIO
               PERFORM UNTIL WSS-FS-CONVENIO-EOF
                 IF CNV-VIGENTE
                         AND WS-CANT-CONVENIADAS < 2000
                   ADD 1 TO WS-CANT-CONVENIADAS
                   MOVE CNV-NROCUENTA
                     TO TCV-NROCUENTA(WS-CANT-CONVENIADAS)
                 END-IF
                 PERFORM 109800-LEER-CONVENIO
               END-PERFORM
             END-IF
             CLOSE CONVENIO
           END-IF.


       109800-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
             MOVE '10' TO WSS-FS-CONVENIO
           END-IF.


       109900-CARGAR-RESUMENES.
      * RESUMTAR.DAT esta en orden cronologico: el ultimo resumen
      * vencido de la cuenta pisa a los anteriores.
           MOVE 0 TO WS-CANT-RESUMENES
           OPEN INPUT RESUMTAR
           IF WSS-FS-RESUMTAR-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-RESUMTAR-OK
               DISPLAY 'ERROR DE ARCHIVO DE RESUMENES'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 109910-LEER-RESUMEN
             PERFORM UNTIL WSS-FS-RESUMTAR-EOF
               IF RSM-FECHA-VTO < WS-FECHA-HOY
                 MOVE RSM-NROCUENTA TO WS-CUENTA-BUSCADA
                 PERFORM 214000-BUSCAR-RESUMEN
                 IF WS-IND-HALLADO = 0
                   IF WS-CANT-RESUMENES >= 5000
                     DISPLAY 'ERROR: MAS DE 5000 CUENTAS CON RESUMEN '
                             'DE TARJETA, SE DETIENE'
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                   ADD 1 TO WS-CANT-RESUMENES
                   MOVE WS-CANT-RESUMENES TO WS-IND-HALLADO
                 END-IF
                 MOVE RSM-NROCUENTA
                   TO TRS-NROCUENTA(WS-IND-HALLADO)
                 MOVE RSM-FECHA-CIERRE
                   TO TRS-FECHA-CIERRE(WS-IND-HALLADO)
                 MOVE RSM-FECHA-VTO TO TRS-FECHA-VTO(WS-IND-HALLADO)
                 MOVE RSM-PAGO-MINIMO
                   TO TRS-PAGO-MINIMO(WS-IND-HALLADO)
                 MOVE 0 TO TRS-PAGADO(WS-IND-HALLADO)
               END-IF
               PERFORM 109910-LEER-RESUMEN
             END-PERFORM
             CLOSE RESUMTAR
           END-IF.


       109910-LEER-RESUMEN.
           READ RESUMTAR
           IF NOT WSS-FS-RESUMTAR-OK AND NOT WSS-FS-RESUMTAR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
             MOVE '10' TO WSS-FS-RESUMTAR
           END-IF.


       109950-CARGAR-PAGOS-MINIMO.
      * Cubren el minimo los recibos vigentes (pendientes o aplicados)
      * fechados entre el cierre y el vencimiento del resumen.
           IF WS-CANT-RESUMENES > 0
             OPEN INPUT PAGOS
             IF WSS-FS-PAGOS-NOEXISTE
               CONTINUE
             ELSE
               IF NOT WSS-FS-PAGOS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
                 DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 109960-LEER-PAGO
               PERFORM UNTIL WSS-FS-PAGOS-EOF
                 IF PAG-PENDIENTE OR PAG-APLICADO
                   MOVE PAG-NROCUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 214000-BUSCAR-RESUMEN
                   IF WS-IND-HALLADO NOT = 0
                     IF PAG-FECHA > TRS-FECHA-CIERRE(WS-IND-HALLADO)
                        AND PAG-FECHA
                            NOT > TRS-FECHA-VTO(WS-IND-HALLADO)
                       ADD PAG-IMPORTE TO TRS-PAGADO(WS-IND-HALLADO)
                     END-IF
                   END-IF
                 END-IF
                 PERFORM 109960-LEER-PAGO
               END-PERFORM
               CLOSE PAGOS
             END-IF
           END-IF.


       109960-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK


       200000-PROCESO.
           MOVE NROCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 211500-VERIFICAR-CICLO
           MOVE 0 TO WS-DIAS-DE-MORA
           MOVE 0 TO WS-BASE-RECARGO
           MOVE NROCUENTA TO WS-CUENTA-BUSCADA
           IF WS-CUENTA-EN-CICLO
             PERFORM 214000-BUSCAR-RESUMEN
             IF WS-IND-HALLADO NOT = 0
               PERFORM 215000-MORA-DEL-RESUMEN
             ELSE
               PERFORM 210000-CALCULAR-MORA
               MOVE MONTO TO WS-BASE-RECARGO
               MOVE 'PUNITORIOS POR SALDO VENCIDO' TO WS-ORIGEN-BASE
             END-IF
           END-IF
           IF WS-DIAS-DE-MORA > 0 AND WS-BASE-RECARGO > 0
             PERFORM 212000-VERIFICAR-RECLAMO
             PERFORM 213000-VERIFICAR-CONVENIO
             EVALUATE TRUE
               WHEN WS-TIENE-RECLAMO
                 DISPLAY 'CUENTA ' NROCUENTA ' CON RECLAMO ABIERTO, '
                         'NO SE DEVENGA'
               WHEN WS-EN-CONVENIO
                 DISPLAY 'CUENTA ' NROCUENTA ' CON CONVENIO VIGENTE, '
                         'NO SE DEVENGA'
               WHEN OTHER
                 PERFORM 220000-GRABAR-RECARGO
             END-EVALUATE
           END-IF
           PERFORM 131000-LEER-CUENTA.


       211500-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       212000-VERIFICAR-RECLAMO.
           MOVE 'N' TO WS-CON-RECLAMO
           PERFORM VARYING WS-IND-RECLAMADA FROM 1 BY 1
           END-PERFORM.


       213000-VERIFICAR-CONVENIO.
           MOVE 'N' TO WS-CON-CONVENIO
           PERFORM VARYING WS-IND-CONVENIADA FROM 1 BY 1
                     UNTIL WS-IND-CONVENIADA > WS-CANT-CONVENIADAS
             IF TCV-NROCUENTA(WS-IND-CONVENIADA) = NROCUENTA
               MOVE 'S' TO WS-CON-CONVENIO
               MOVE WS-CANT-CONVENIADAS TO WS-IND-CONVENIADA
             END-IF
           END-PERFORM.


       214000-BUSCAR-RESUMEN.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-RESUMEN FROM 1 BY 1
                     UNTIL WS-IND-RESUMEN > WS-CANT-RESUMENES
             IF TRS-NROCUENTA(WS-IND-RESUMEN) = WS-CUENTA-BUSCADA
               MOVE WS-IND-RESUMEN TO WS-IND-HALLADO
               MOVE WS-CANT-RESUMENES TO WS-IND-RESUMEN
             END-IF
           END-PERFORM.


       215000-MORA-DEL-RESUMEN.
      * Cuenta de tarjeta: la base es el minimo que quedo sin pagar
      * al vencimiento del resumen; si se cubrio, no hay recargo.
           COMPUTE WS-BASE-RECARGO = TRS-PAGO-MINIMO(WS-IND-HALLADO)
                                   - TRS-PAGADO(WS-IND-HALLADO)
           MOVE 'PUNITORIOS POR MINIMO IMPAGO' TO WS-ORIGEN-BASE
           IF WS-BASE-RECARGO > 0
             COMPUTE WS-JULIANO-VTO = FUNCTION INTEGER-OF-DATE(
                     TRS-FECHA-VTO(WS-IND-HALLADO))
             COMPUTE WS-DIAS-DE-MORA = WS-JULIANO-HOY - WS-JULIANO-VTO
           ELSE
             MOVE 0 TO WS-DIAS-DE-MORA
           END-IF.


       210000-CALCULAR-MORA.
           IF FECHAVTO = 0
             MOVE 0 TO WS-DIAS-DE-MORA


       219000-CALCULAR-Y-GRABAR.
           COMPUTE WS-RECARGO ROUNDED = WS-BASE-RECARGO * WSV-TASA / 100
           IF WS-RECARGO > 99999,99
             DISPLAY 'ADVERTENCIA: RECARGO DE LA CUENTA ' NROCUENTA
                     ' SUPERA EL MAXIMO DEL CAMPO, SE TOPEA'
           END-IF
           MOVE 'MOR' TO CODSERVICIO
           MOVE NROCUENTA TO NUMCUENTA
           MOVE WS-ORIGEN-BASE TO DESCRIP
           MOVE WSV-AAAA TO AAAA
           MOVE WSV-MM TO MM
           MOVE WS-RECARGO TO MONTO-S
