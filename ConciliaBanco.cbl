      *              SIN MOVIMIENTO BANCARIO (EFECTIVO NUNCA
      *              DEPOSITADO) Y MOVIMIENTOS SIN RECIBO (DINERO
      *              NUNCA CAPTURADO). REEMPLAZA EL PUNTEO MANUAL DE
      *              DOS PERSONAS POR DIA ENTERO. PRIMERO APAREA CADA
      *              MOVIMIENTO CONTRA EL TOTAL DE LAS BOLETAS DE
      *              DEPOSITO DE BOLETAS.DAT (BOLETASDEPOSITO): UNA
      *              BOLETA QUE CIERRA CONCILIA DE UNA VEZ LOS RECIBOS
      *              EN EFECTIVO DE SUS SESIONES Y LOS DE SUS CHEQUES;
      *              SOLO SI LA BOLETA NO CIERRA SE BAJA AL RECIBO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-EXTRACTO.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT BOLETAS            ASSIGN TO DISK '..\BOLETAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BOLETAS.

           SELECT REPORTE            ASSIGN TO DISK '..\CONCILIA.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
       FD PAGOS.
           COPY PAGOS.

       FD BOLETAS.
           COPY BOLETAREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==EXTRACTO==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==BOLETAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
           10 TR-JULIANO               PIC 9(07).
           10 TR-IMPORTE               PIC S9(15)V99.
           10 TR-MEDIO                 PIC X(03).
           10 TR-SESION                PIC 9(08).
           10 TR-CONCILIADO            PIC X(01).

       01 TABLA-EXTRACTO.
           10 TE-IMPORTE               PIC S9(13)V99.
           10 TE-REFERENCIA            PIC X(20).
           10 TE-CONCILIADO            PIC X(01).
           10 TE-BOLETA                PIC 9(08).

      * Boletas de deposito desde el dia anterior al primer
      * movimiento del extracto, con las sesiones y cheques que
      * respaldan cada una.
       01 TABLA-BOLETAS.
         05 WS-CANT-BOLETAS            PIC 9(04) VALUE 0.
         05 TBO-ENTRY OCCURS 2000 TIMES.
           10 TBO-NUMERO               PIC 9(08).
           10 TBO-FECHA                PIC 9(08).
           10 TBO-JULIANO              PIC 9(07).
           10 TBO-IMPORTE              PIC S9(13)V99.
           10 TBO-CONCILIADA           PIC X(01).

       01 TABLA-DETALLE-BOLETAS.
         05 WS-CANT-DETALLE            PIC 9(05) VALUE 0.
         05 TBD-ENTRY OCCURS 9999 TIMES.
           10 TBD-NUMERO               PIC 9(08).
           10 TBD-TIPO                 PIC X(01).
           10 TBD-CLAVE                PIC 9(08).

       01 WS-JULIANO-DESDE             PIC 9(07) VALUE 9999999.
       01 WS-BOLETA-CARGADA            PIC X VALUE 'N'.
           88 WS-CARGA-DETALLE                          VALUE 'S'.

       01 INDICES.
         05 WS-IND-RECIBO              PIC 9(05).
         05 WS-IND-MOVIM               PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(05).
         05 WS-IND-BOLETA              PIC 9(04).
         05 WS-IND-DETALLE             PIC 9(05).

       01 WS-DIFERENCIA-DIAS           PIC S9(05).

         05 WSA-IMP-CONCILIADO         PIC S9(15)V99.
         05 WSA-IMP-SIN-BANCO          PIC S9(15)V99.
         05 WSA-IMP-SIN-RECIBO         PIC S9(15)V99.
         05 WSA-CANT-BOLETAS-CONC      PIC 9(05).
         05 WSA-CANT-BOLETAS-SIN       PIC 9(05).
         05 WSA-CANT-RECIBOS-BOLETA    PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).


           PERFORM 105000-CARGAR-RECIBOS
           PERFORM 110000-CARGAR-EXTRACTO
           PERFORM 115000-CARGAR-BOLETAS
           PERFORM 120000-ABRIR-REPORTE.


                         FUNCTION INTEGER-OF-DATE(PAG-FECHA)
                 MOVE PAG-IMPORTE TO TR-IMPORTE(WS-CANT-RECIBOS)
                 MOVE PAG-MEDIO TO TR-MEDIO(WS-CANT-RECIBOS)
                 IF PAG-SESION IS NUMERIC
                   MOVE PAG-SESION TO TR-SESION(WS-CANT-RECIBOS)
                 ELSE
                   MOVE 0 TO TR-SESION(WS-CANT-RECIBOS)
                 END-IF
                 MOVE 'N' TO TR-CONCILIADO(WS-CANT-RECIBOS)
                 ADD 1 TO WS-CANT-LEIDOS
               ELSE
               MOVE EXT-IMPORTE TO TE-IMPORTE(WS-CANT-MOVIM)
               MOVE EXT-REFERENCIA TO TE-REFERENCIA(WS-CANT-MOVIM)
               MOVE 'N' TO TE-CONCILIADO(WS-CANT-MOVIM)
               MOVE 0 TO TE-BOLETA(WS-CANT-MOVIM)
               IF TE-JULIANO(WS-CANT-MOVIM) < WS-JULIANO-DESDE
                 MOVE TE-JULIANO(WS-CANT-MOVIM) TO WS-JULIANO-DESDE
               END-IF
             ELSE
               DISPLAY 'ERROR: MAS DE 9999 MOVIMIENTOS DE '
                       'EXTRACTO, CONCILIAR EN DOS TANDAS'
           END-IF.


       115000-CARGAR-BOLETAS.
           MOVE 0 TO WS-CANT-BOLETAS
           MOVE 0 TO WS-CANT-DETALLE
           OPEN INPUT BOLETAS
           IF WSS-FS-BOLETAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-BOLETAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE BOLETAS'
               DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 116000-LEER-BOLETA
             PERFORM UNTIL WSS-FS-BOLETAS-EOF
               EVALUATE TRUE
                 WHEN BOL-ES-TOTAL
                   PERFORM 117000-CARGAR-TOTAL-BOLETA
                 WHEN (BOL-ES-SESION OR BOL-ES-CHEQUE)
                         AND WS-CARGA-DETALLE
                   PERFORM 118000-CARGAR-DETALLE-BOLETA
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM 116000-LEER-BOLETA
             END-PERFORM
             CLOSE BOLETAS
           END-IF.


       116000-LEER-BOLETA.
           READ BOLETAS
           IF NOT WSS-FS-BOLETAS-OK AND NOT WSS-FS-BOLETAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
             MOVE '10' TO WSS-FS-BOLETAS
           END-IF.


       117000-CARGAR-TOTAL-BOLETA.
           MOVE 'N' TO WS-BOLETA-CARGADA
           IF FUNCTION INTEGER-OF-DATE(BOL-FECHA)
                   >= WS-JULIANO-DESDE - 1
             IF WS-CANT-BOLETAS >= 2000
               DISPLAY 'ERROR: MAS DE 2000 BOLETAS EN EL PERIODO '
                       'DEL EXTRACTO, CONCILIAR EN DOS TANDAS'
               CLOSE BOLETAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-BOLETAS
             MOVE BOL-NUMERO TO TBO-NUMERO(WS-CANT-BOLETAS)
             MOVE BOL-FECHA TO TBO-FECHA(WS-CANT-BOLETAS)
             COMPUTE TBO-JULIANO(WS-CANT-BOLETAS) =
                     FUNCTION INTEGER-OF-DATE(BOL-FECHA)
             MOVE BOL-IMPORTE TO TBO-IMPORTE(WS-CANT-BOLETAS)
             MOVE 'N' TO TBO-CONCILIADA(WS-CANT-BOLETAS)
             MOVE 'S' TO WS-BOLETA-CARGADA
           END-IF.


       118000-CARGAR-DETALLE-BOLETA.
           IF WS-CANT-DETALLE >= 9999
             DISPLAY 'ERROR: MAS DE 9999 RENGLONES DE BOLETAS, '
                     'CONCILIAR EN DOS TANDAS'
             CLOSE BOLETAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-DETALLE
           MOVE BOL-NUMERO TO TBD-NUMERO(WS-CANT-DETALLE)
           MOVE BOL-TIPO TO TBD-TIPO(WS-CANT-DETALLE)
           IF BOL-ES-SESION
             MOVE BOL-SESION TO TBD-CLAVE(WS-CANT-DETALLE)
           ELSE
             MOVE BOL-PAG-ENTRYID TO TBD-CLAVE(WS-CANT-DETALLE)
           END-IF.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK


       200000-APAREAR.
           PERFORM 205000-APAREAR-BOLETA
                     VARYING WS-IND-MOVIM FROM 1 BY 1
                     UNTIL WS-IND-MOVIM > WS-CANT-MOVIM
           PERFORM 210000-APAREAR-MOVIMIENTO
                     VARYING WS-IND-MOVIM FROM 1 BY 1
                     UNTIL WS-IND-MOVIM > WS-CANT-MOVIM.


       205000-APAREAR-BOLETA.
      * Mismo criterio de importe y un dia de tolerancia que el
      * recibo, pero contra el total de la boleta.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-BOLETA FROM 1 BY 1
                     UNTIL WS-IND-BOLETA > WS-CANT-BOLETAS
             IF TBO-CONCILIADA(WS-IND-BOLETA) = 'N'
                     AND TBO-IMPORTE(WS-IND-BOLETA)
                     = TE-IMPORTE(WS-IND-MOVIM)
               COMPUTE WS-DIFERENCIA-DIAS =
                       TE-JULIANO(WS-IND-MOVIM)
                       - TBO-JULIANO(WS-IND-BOLETA)
               IF WS-DIFERENCIA-DIAS >= -1
                       AND WS-DIFERENCIA-DIAS <= 1
                 MOVE WS-IND-BOLETA TO WS-IND-HALLADO
                 MOVE WS-CANT-BOLETAS TO WS-IND-BOLETA
               END-IF
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO NOT = 0
             MOVE 'S' TO TBO-CONCILIADA(WS-IND-HALLADO)
             MOVE 'B' TO TE-CONCILIADO(WS-IND-MOVIM)
             MOVE TBO-NUMERO(WS-IND-HALLADO) TO TE-BOLETA(WS-IND-MOVIM)
             ADD 1 TO WSA-CANT-CONCILIADOS
             ADD 1 TO WSA-CANT-BOLETAS-CONC
             ADD TE-IMPORTE(WS-IND-MOVIM) TO WSA-IMP-CONCILIADO
             PERFORM 207000-MARCAR-RECIBOS-BOLETA
                       VARYING WS-IND-DETALLE FROM 1 BY 1
                       UNTIL WS-IND-DETALLE > WS-CANT-DETALLE
           END-IF.


       207000-MARCAR-RECIBOS-BOLETA.
      * El efectivo entra por sesion y los cheques por su recibo.
           IF TBD-NUMERO(WS-IND-DETALLE) = TE-BOLETA(WS-IND-MOVIM)
             PERFORM VARYING WS-IND-RECIBO FROM 1 BY 1
                       UNTIL WS-IND-RECIBO > WS-CANT-RECIBOS
               IF TR-CONCILIADO(WS-IND-RECIBO) = 'N'
                 IF (TBD-TIPO(WS-IND-DETALLE) = 'S'
                      AND TR-MEDIO(WS-IND-RECIBO) = 'EFE'
                      AND TR-SESION(WS-IND-RECIBO)
                          = TBD-CLAVE(WS-IND-DETALLE))
                 OR (TBD-TIPO(WS-IND-DETALLE) = 'C'
                      AND TR-ENTRYID(WS-IND-RECIBO)
                          = TBD-CLAVE(WS-IND-DETALLE))
                   MOVE 'B' TO TR-CONCILIADO(WS-IND-RECIBO)
                   ADD 1 TO WSA-CANT-RECIBOS-BOLETA
                 END-IF
               END-IF
             END-PERFORM
           END-IF.


       210000-APAREAR-MOVIMIENTO.
      * Mismo importe y fecha igual o con un dia de diferencia: el
      * deposito del banco suele acreditarse al dia habil siguiente
      * de la captura del recibo. Los movimientos que ya cerraron
      * contra una boleta no se vuelven a mirar.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-RECIBO FROM 1 BY 1
                     UNTIL WS-IND-RECIBO > WS-CANT-RECIBOS
                        OR TE-CONCILIADO(WS-IND-MOVIM) NOT = 'N'
             IF TR-CONCILIADO(WS-IND-RECIBO) = 'N'
                     AND TR-IMPORTE(WS-IND-RECIBO)
                     = TE-IMPORTE(WS-IND-MOVIM)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
             IF TE-CONCILIADO(WS-IND-MOVIM) = 'B'
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' TE-FECHA(WS-IND-MOVIM)
                      ' ' TE-REFERENCIA(WS-IND-MOVIM)
                      ' ' TE-IMPORTE(WS-IND-MOVIM)
                      ' BOLETA ' TE-BOLETA(WS-IND-MOVIM)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE 'BOLETAS DE DEPOSITO SIN MOVIMIENTO BANCARIO:'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-BOLETA FROM 1 BY 1
                     UNTIL WS-IND-BOLETA > WS-CANT-BOLETAS
             IF TBO-CONCILIADA(WS-IND-BOLETA) = 'N'
               ADD 1 TO WSA-CANT-BOLETAS-SIN
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  BOLETA ' TBO-NUMERO(WS-IND-BOLETA)
                      ' ' TBO-FECHA(WS-IND-BOLETA)
                      ' ' TBO-IMPORTE(WS-IND-BOLETA)
                      ' (SE CONCILIA POR RECIBO)'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE 'RECIBOS SIN MOVIMIENTO BANCARIO:'
             TO WS-LINEA-REPORTE
                  ' SIN RECIBO ' WSA-CANT-SIN-RECIBO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'BOLETAS CONCILIADAS ' WSA-CANT-BOLETAS-CONC
                  ' CON ' WSA-CANT-RECIBOS-BOLETA ' RECIBOS'
                  ' SIN BANCO ' WSA-CANT-BOLETAS-SIN
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           DISPLAY 'CONCILIADOS:            ' WSA-CANT-CONCILIADOS
           DISPLAY 'BOLETAS CONCILIADAS:    ' WSA-CANT-BOLETAS-CONC
           DISPLAY 'BOLETAS SIN BANCO:      ' WSA-CANT-BOLETAS-SIN
           DISPLAY 'RECIBOS SIN BANCO:      ' WSA-CANT-SIN-BANCO
           DISPLAY 'MOVIMIENTOS SIN RECIBO: ' WSA-CANT-SIN-RECIBO.

