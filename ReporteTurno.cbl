      *              RECHAZOS SIN RESOLVER DE RECHPEND.DAT CON SU
      *              ANTIGUEDAD, CAMBIOS A LA ESPERA DE SUPERVISOR EN
      *              PENDAPRO.DAT, CERROJOS TOMADOS EN CERROJOS.DAT
      *              PASOS DE CADENA.DAT QUE QUEDARON INICIADOS Y
      *              CONTRACARGOS DE TARJETA ABIERTOS O REPRESENTADOS
      *              DE CONTRACAR.DAT),
      *              CADA UNA CON CONTEO, ITEM MAS VIEJO Y OPERADOR
      *              RESPONSABLE. DOS CARILLAS QUE EL TURNO ENTRANTE
      *              FIRMA: SE EMITE A PEDIDO Y AUTOMATICAMENTE AL
      *              FINAL DE LA CADENA DIARIA. CORRE PARA LA EMPRESA
      *              DEL GRUPO DE LA VARIABLE EMPRESA ('01' EN BLANCO):
      *              RECIBOS, RECHAZOS, APROBACIONES Y CONTRACARGOS SE
      *              CUENTAN SOLO SI LA CUENTA O EL CLIENTE SON DE ESA
      *              EMPRESA (RUTINA EMPRESACLIENTE); CERROJOS Y PASOS
      *              DE CADENA SON DE TODA LA INSTALACION Y CADA PASO
      *              INICIADO SE LISTA CON SU EMPRESA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT RECHPEND           ASSIGN TO DISK '..\RECHPEND.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CADENA.

           SELECT CONTRACAR          ASSIGN TO DISK '..\CONTRACAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTRACAR.

           SELECT REPORTE            ASSIGN TO DISK '..\TURNO.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
         05 CAD-FECHA-FIN              PIC 9(08).
         05 CAD-HORA-FIN               PIC 9(06).
         05 CAD-STATUS                 PIC X(02).
      * Empresa del grupo de la cadena; en blanco es la '01'.
         05 CAD-EMPRESA                PIC X(02).

       FD CONTRACAR.
           COPY CONTRAREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).
           COPY WSFS REPLACING ==:TAG:== BY ==PENDAPRO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CERROJOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CADENA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTRACAR==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
         05 WSQ-APR-VIEJO              PIC 9(08).
         05 WSQ-APR-OPERADOR           PIC X(20).

       01 COLA-CONTRACARGOS.
         05 WSQ-CBK-CANT               PIC 9(05).
         05 WSQ-CBK-IMPORTE            PIC S9(13)V99.
         05 WSQ-CBK-VIEJO              PIC 9(08).
         05 WSQ-CBK-REPRES             PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


                 PERFORM 220000-BARRER-APROBACIONES
                 PERFORM 230000-BARRER-CERROJOS
                 PERFORM 240000-BARRER-CADENA
                 PERFORM 260000-BARRER-CONTRACARGOS
                 PERFORM 250000-PIE-DE-FIRMAS
                 PERFORM 300000-FINAL.

                      COLA-PAGOS
                      COLA-RECHAZOS
                      COLA-APROBACIONES
                      COLA-CONTRACARGOS

           PERFORM 103000-LEER-PARAMETROS
           MOVE 99999999 TO WSQ-PEND-VIEJO
                            WSQ-SUSP-VIEJO
                            WSQ-RCH-VIEJO
                            WSQ-APR-VIEJO
                            WSQ-CBK-VIEJO
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PARTE DE RELEVO DE TURNO AL ' WSP-FECHA-PROCESO
                  ' - EMPRESA ' WSP-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.

             IF WSS-FS-PAGOS-OK
               PERFORM 205000-LEER-PAGO
               PERFORM UNTIL WSS-FS-PAGOS-EOF
                 MOVE PAG-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 207000-EMPRESA-DE-CUENTA
                 EVALUATE TRUE
                   WHEN ECL-EMPRESA NOT = WSP-EMPRESA
                     CONTINUE
                   WHEN PAG-PENDIENTE
                     ADD 1 TO WSQ-PEND-CANT
                     ADD PAG-IMPORTE TO WSQ-PEND-IMPORTE
           END-IF.


       207000-EMPRESA-DE-CUENTA.
           MOVE 'T' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL.


       210000-BARRER-RECHAZOS.
           OPEN INPUT RECHPEND
           IF WSS-FS-RECHPEND-NOEXISTE
             IF WSS-FS-RECHPEND-OK
               PERFORM 215000-LEER-RECHAZO
               PERFORM UNTIL WSS-FS-RECHPEND-EOF
                 MOVE 'C' TO ECL-FUNCION
                 MOVE PEN-NRO-CLIENTE TO ECL-NRO-CLIENTE
                 CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
                 IF PEN-DISPOSICION = 'P'
                         AND ECL-EMPRESA = WSP-EMPRESA
                   ADD 1 TO WSQ-RCH-CANT
                   IF PEN-FECHA-INGRESO < WSQ-RCH-VIEJO
                     MOVE PEN-FECHA-INGRESO TO WSQ-RCH-VIEJO
             IF WSS-FS-PENDAPRO-OK
               PERFORM 225000-LEER-APROBACION
               PERFORM UNTIL WSS-FS-PENDAPRO-EOF
                 MOVE APR-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 207000-EMPRESA-DE-CUENTA
                 IF APR-ESTADO = 'P' AND ECL-EMPRESA = WSP-EMPRESA
                   ADD 1 TO WSQ-APR-CANT
                   IF APR-FECHA < WSQ-APR-VIEJO
                     MOVE APR-FECHA TO WSQ-APR-VIEJO
               PERFORM 245000-LEER-CADENA
               PERFORM UNTIL WSS-FS-CADENA-EOF
                 IF CAD-ESTADO = 'I'
                   IF CAD-EMPRESA = SPACES
                     MOVE '01' TO CAD-EMPRESA
                   END-IF
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING '  ' CAD-PASO
                          ' EMPRESA ' CAD-EMPRESA
                          ' INICIADO ' CAD-FECHA-INI
                          ' ' CAD-HORA-INI
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           CLOSE REPORTE.


       260000-BARRER-CONTRACARGOS.
           OPEN INPUT CONTRACAR
           IF WSS-FS-CONTRACAR-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CONTRACAR-OK
               PERFORM 265000-LEER-CONTRACARGO
               PERFORM UNTIL WSS-FS-CONTRACAR-EOF
                 MOVE CTC-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 207000-EMPRESA-DE-CUENTA
                 IF CTC-PENDIENTE AND ECL-EMPRESA = WSP-EMPRESA
                   ADD 1 TO WSQ-CBK-CANT
                   ADD CTC-IMPORTE TO WSQ-CBK-IMPORTE
                   IF CTC-REPRESENTADO
                     ADD 1 TO WSQ-CBK-REPRES
                   END-IF
                   IF CTC-FECHA-ALTA < WSQ-CBK-VIEJO
                     MOVE CTC-FECHA-ALTA TO WSQ-CBK-VIEJO
                   END-IF
                 END-IF
                 PERFORM 265000-LEER-CONTRACARGO
               END-PERFORM
             END-IF
             CLOSE CONTRACAR
           END-IF
           MOVE 'CONTRACARGOS DE TARJETA ABIERTOS:' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  PENDIENTES ' WSQ-CBK-CANT
                  ' IMPORTE ' WSQ-CBK-IMPORTE
                  ' REPRESENTADOS ' WSQ-CBK-REPRES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           IF WSQ-CBK-CANT > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  MAS VIEJO ABIERTO EL ' WSQ-CBK-VIEJO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       265000-LEER-CONTRACARGO.
           READ CONTRACAR
           IF NOT WSS-FS-CONTRACAR-OK AND NOT WSS-FS-CONTRACAR-EOF
             MOVE '10' TO WSS-FS-CONTRACAR
           END-IF
           IF WSS-FS-CONTRACAR-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE


       300000-FINAL.
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           PERFORM 310000-TITULOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
