      *              NOTASCRED.DAT EN ESTRICTO ORDEN DE NUMERO, Y
      *              CONTROLAR LA SERIE FAC CONTRA EL NUMERADOR
      *              CENTRAL CON LA MISMA ARITMETICA DE PROGRESION
      *              QUE AUDITANUMEROS USA PARA LOS RECIBOS. LA
      *              REIMPRESION MUESTRA EL CAE Y SU VENCIMIENTO QUE
      *              ESTAMPA AUTORIZACAE. EL CIERRE DE UN PERIODO DE
      *              IVA SE NIEGA MIENTRAS QUEDE EN EL ALGUNA FACTURA
      *              VIGENTE SIN CAE; CERRADO, SE EMITE EL LIBRO
      *              DEFINITIVO, SE DEJA CONSTANCIA EN IVACIERRE.DAT
      *              Y YA NO SE ADMITEN ANULACIONES EN ESE PERIODO.
      *              LA REIMPRESION Y EL LIBRO MUESTRAN LA CUIT CON
      *              LA QUE SE EMITIO CADA FACTURA. CADA EMPRESA DEL
      *              GRUPO LLEVA SU PROPIO LIBRO: SE TRABAJA SOLO CON
      *              LAS FACTURAS, NOTAS DE CREDITO, SERIE Y CIERRES DE
      *              LA EMPRESA DE LA CORRIDA (VARIABLE EMPRESA), Y EL
      *              LIBRO SE ENCABEZA CON SU RAZON SOCIAL Y SU CUIT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NUMERADOR.

           SELECT IVACIERRE          ASSIGN TO DISK '..\IVACIERRE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IVACIERRE.

           SELECT REPORTE            ASSIGN TO DISK '..\LIBROIVA.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
         05 FAC-ESTADO                PIC X(01).
             88 FAC-EMITIDA                            VALUE 'E'.
             88 FAC-ANULADA                            VALUE 'A'.
         05 FAC-ESTADO-CAE            PIC X(01).
             88 FAC-CAE-PENDIENTE                      VALUE 'P' ' '.
             88 FAC-CAE-SOLICITADO                     VALUE 'S'.
             88 FAC-CAE-AUTORIZADO                     VALUE 'A'.
             88 FAC-CAE-RECHAZADO                      VALUE 'R'.
         05 FAC-CAE                   PIC X(14).
         05 FAC-VTO-CAE               PIC 9(08).
         05 FAC-CUIT                  PIC 9(11).
         05 FAC-EMPRESA               PIC X(02).

       FD NOTASCRED.
       01 REG-NOTASCRED.
         05 NC-IMPORTE                PIC S9(05)V99.
         05 NC-FECHA                  PIC 9(08).
         05 NC-OPERADOR               PIC X(20).
         05 NC-EMPRESA                PIC X(02).

       FD NUMERADOR.
       01 REG-NUMERADOR.
         05 NUM-SERIE                  PIC X(03).
         05 NUM-ULTIMO                 PIC 9(08).
         05 NUM-EMPRESA                PIC X(02).

       FD IVACIERRE.
       01 REG-IVACIERRE.
         05 ICI-PERIODO               PIC X(06).
         05 ICI-FECHA                 PIC 9(08).
         05 ICI-OPERADOR              PIC X(20).
         05 ICI-CANT-FACTURAS         PIC 9(05).
         05 ICI-EMPRESA               PIC X(02).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).
           COPY WSFS REPLACING ==:TAG:== BY ==FACTREG==.
           COPY WSFS REPLACING ==:TAG:== BY ==NOTASCRED==.
           COPY WSFS REPLACING ==:TAG:== BY ==NUMERADOR==.
           COPY WSFS REPLACING ==:TAG:== BY ==IVACIERRE==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
           10 TF-PERCEP                PIC S9(09)V99.
           10 TF-TOTAL                 PIC S9(09)V99.
           10 TF-ESTADO                PIC X(01).
           10 TF-ESTADO-CAE            PIC X(01).
           10 TF-CAE                   PIC X(14).
           10 TF-VTO-CAE               PIC 9(08).
           10 TF-CUIT                  PIC 9(11).
           10 TF-EMPRESA               PIC X(02).

       01 INDICES.
         05 WS-IND-FACTURA             PIC 9(04).
       01 VARIABLES.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-PERIODO                PIC X(06).
         05 WSV-PERIODO-CERRADO        PIC X(01).
         05 WSV-CANT-SIN-CAE           PIC 9(05).
         05 WSV-CANT-DEL-PERIODO       PIC 9(05).
         05 WSV-OPERADOR               PIC X(20).

       01 WS-CONTROL-SERIE.
         05 WS-SERIE-CANT              PIC 9(08).

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


                   MOVE FAC-TOTAL TO TF-TOTAL(WS-CANT-FACTURAS)
                   MOVE FAC-ESTADO
                     TO TF-ESTADO(WS-CANT-FACTURAS)
                   MOVE FAC-ESTADO-CAE
                     TO TF-ESTADO-CAE(WS-CANT-FACTURAS)
                   MOVE FAC-CAE TO TF-CAE(WS-CANT-FACTURAS)
      * Las facturas anteriores al CAE traen el vencimiento en
      * blanco: quedan pendientes con vencimiento cero.
                   IF FAC-VTO-CAE IS NUMERIC
                     MOVE FAC-VTO-CAE
                       TO TF-VTO-CAE(WS-CANT-FACTURAS)
                   ELSE
                     MOVE 0 TO TF-VTO-CAE(WS-CANT-FACTURAS)
                   END-IF
                   IF FAC-EMPRESA = SPACES
                     MOVE '01' TO TF-EMPRESA(WS-CANT-FACTURAS)
                   ELSE
                     MOVE FAC-EMPRESA TO TF-EMPRESA(WS-CANT-FACTURAS)
                   END-IF
                   IF FAC-CUIT IS NUMERIC
                     MOVE FAC-CUIT TO TF-CUIT(WS-CANT-FACTURAS)
                   ELSE
                     MOVE 0 TO TF-CUIT(WS-CANT-FACTURAS)
                   END-IF
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia facturas del
           DISPLAY '2 - ANULAR UNA FACTURA'
           DISPLAY '3 - LIBRO DE IVA VENTAS DE UN PERIODO'
           DISPLAY '4 - CONTROL DE HUECOS DE LA SERIE FAC'
           DISPLAY '5 - CERRAR UN PERIODO DE IVA'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 4
               PERFORM 260000-CONTROL-DE-HUECOS
             WHEN 5
               PERFORM 270000-CERRAR-PERIODO
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

           PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                     UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
             IF TF-NUMERO(WS-IND-FACTURA) = WSV-NUMERO
                     AND TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
               MOVE WS-IND-FACTURA TO WS-IND-FAC-HALLADA
               MOVE WS-CANT-FACTURAS TO WS-IND-FACTURA
             END-IF
                     TF-NRO-CLIENTE(WS-IND-FAC-HALLADA)
                     ' CUENTA ' TF-NROCUENTA(WS-IND-FAC-HALLADA)
                     ' PERIODO ' TF-PERIODO(WS-IND-FAC-HALLADA)
             IF TF-CUIT(WS-IND-FAC-HALLADA) NOT = 0
               DISPLAY 'CUIT ' TF-CUIT(WS-IND-FAC-HALLADA)
             END-IF
             DISPLAY 'NETO ' TF-NETO(WS-IND-FAC-HALLADA)
                     ' IVA ' TF-IVA(WS-IND-FAC-HALLADA)
                     ' PERCEP ' TF-PERCEP(WS-IND-FAC-HALLADA)
                     ' TOTAL ' TF-TOTAL(WS-IND-FAC-HALLADA)
             IF TF-ESTADO-CAE(WS-IND-FAC-HALLADA) = 'A'
               DISPLAY 'CAE ' TF-CAE(WS-IND-FAC-HALLADA)
                       ' VTO. CAE ' TF-VTO-CAE(WS-IND-FAC-HALLADA)
             ELSE
               IF TF-ESTADO-CAE(WS-IND-FAC-HALLADA) = 'R'
                 DISPLAY 'SIN CAE: RECHAZADA POR EL ORGANISMO '
                         'FISCAL, VER COLA DE AUTORIZACAE'
               ELSE
                 DISPLAY 'SIN CAE: PENDIENTE DE AUTORIZACION'
               END-IF
             END-IF
           END-IF.


           IF WS-IND-FAC-HALLADA = 0
             DISPLAY 'NO EXISTE UNA FACTURA CON ESE NUMERO'
           ELSE
             MOVE TF-PERIODO(WS-IND-FAC-HALLADA) TO WSV-PERIODO
             PERFORM 275000-BUSCAR-CIERRE
             EVALUATE TRUE
               WHEN TF-ESTADO(WS-IND-FAC-HALLADA) = 'A'
                 DISPLAY 'LA FACTURA YA ESTA ANULADA'
               WHEN WSV-PERIODO-CERRADO = 'S'
                 DISPLAY 'EL PERIODO DE IVA ' WSV-PERIODO
                         ' ESTA CERRADO, NO SE PUEDE ANULAR'
               WHEN OTHER
      * La factura anulada no desaparece del registro: la serie
      * legal no admite huecos, el libro la lista en cero.
                 MOVE 'A' TO TF-ESTADO(WS-IND-FAC-HALLADA)
                 PERFORM 305000-GRABAR-FACTURAS
                 DISPLAY 'FACTURA ANULADA, EMITIR LA NOTA DE '
                         'CREDITO QUE CORRESPONDA POR NOTASCREDITO'
             END-EVALUATE
           END-IF.


       230000-LIBRO-IVA.
           DISPLAY 'INGRESE EL PERIODO A LISTAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           PERFORM 275000-BUSCAR-CIERRE
           PERFORM 232000-EMITIR-LIBRO.


       232000-EMITIR-LIBRO.
           INITIALIZE ACUMULADORES
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'LIBRO DE IVA VENTAS DEL PERIODO ' WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             IF WSV-PERIODO-CERRADO = 'S'
               MOVE '- DEFINITIVO' TO WS-LINEA-REPORTE(40:12)
             ELSE
               MOVE '- PROVISORIO' TO WS-LINEA-REPORTE(40:12)
             END-IF
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'EMPRESA ' WSP-EMPRESA ' ' WSP-RAZON-SOCIAL
                    ' CUIT ' WSP-CUIT-EMPRESA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
      * El registro se persiste en orden de emision, que es el orden
      * del numerador: el libro sale en estricto orden de numero.
             PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                       UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
               IF TF-PERIODO(WS-IND-FACTURA) = WSV-PERIODO
                       AND TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
                 PERFORM 235000-LINEA-DE-FACTURA
               END-IF
             END-PERFORM
                    ' NETO ' TF-NETO(WS-IND-FACTURA)
                    ' IVA ' TF-IVA(WS-IND-FACTURA)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             IF TF-CUIT(WS-IND-FACTURA) NOT = 0
               MOVE ' CUIT ' TO WS-LINEA-REPORTE(61:6)
               MOVE TF-CUIT(WS-IND-FACTURA) TO WS-LINEA-REPORTE(67:11)
             END-IF
             ADD TF-NETO(WS-IND-FACTURA) TO WSA-NETO
             ADD TF-IVA(WS-IND-FACTURA) TO WSA-IVA
             ADD TF-PERCEP(WS-IND-FACTURA) TO WSA-PERCEP
               PERFORM 250000-ESCRIBIR-LINEA
               PERFORM 245000-LEER-NOTA
               PERFORM UNTIL WSS-FS-NOTASCRED-EOF
                 IF NC-EMPRESA = SPACES
                   MOVE '01' TO NC-EMPRESA
                 END-IF
                 IF NC-FECHA(1:6) = WSV-PERIODO
                         AND NC-EMPRESA = WSP-EMPRESA
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING 'NC  ' NC-ENTRYID
                          ' ' NC-FECHA
           MOVE 99999999 TO WS-SERIE-MIN
           PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                     UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
             IF TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
               ADD 1 TO WS-SERIE-CANT
               ADD TF-NUMERO(WS-IND-FACTURA) TO WS-SERIE-SUMA
               IF TF-NUMERO(WS-IND-FACTURA) < WS-SERIE-MIN
                 MOVE TF-NUMERO(WS-IND-FACTURA) TO WS-SERIE-MIN
               END-IF
               IF TF-NUMERO(WS-IND-FACTURA) > WS-SERIE-MAX
                 MOVE TF-NUMERO(WS-IND-FACTURA) TO WS-SERIE-MAX
               END-IF
             END-IF
           END-PERFORM
           IF WS-SERIE-CANT = 0
           IF WSS-FS-NUMERADOR-OK
             PERFORM 266000-LEER-SERIE
             PERFORM UNTIL WSS-FS-NUMERADOR-EOF
               IF NUM-EMPRESA = SPACES
                 MOVE '01' TO NUM-EMPRESA
               END-IF
               IF NUM-SERIE = 'FAC' AND NUM-EMPRESA = WSP-EMPRESA
                 MOVE NUM-ULTIMO TO WS-ULTIMO-NUMERADOR
               END-IF
               PERFORM 266000-LEER-SERIE
           END-IF.


       270000-CERRAR-PERIODO.
           DISPLAY 'INGRESE EL PERIODO DE IVA A CERRAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           PERFORM 275000-BUSCAR-CIERRE
           IF WSV-PERIODO-CERRADO = 'S'
             DISPLAY 'EL PERIODO DE IVA ' WSV-PERIODO
                     ' YA ESTA CERRADO'
           ELSE
      * Una factura sin CAE no es valida ante el organismo fiscal:
      * el periodo no se cierra hasta que todas esten autorizadas.
             MOVE 0 TO WSV-CANT-SIN-CAE
             MOVE 0 TO WSV-CANT-DEL-PERIODO
             PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                       UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
               IF TF-PERIODO(WS-IND-FACTURA) = WSV-PERIODO
                       AND TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
                 ADD 1 TO WSV-CANT-DEL-PERIODO
                 IF TF-ESTADO(WS-IND-FACTURA) NOT = 'A'
                       AND TF-ESTADO-CAE(WS-IND-FACTURA) NOT = 'A'
                   ADD 1 TO WSV-CANT-SIN-CAE
                   DISPLAY 'FACTURA ' TF-NUMERO(WS-IND-FACTURA)
                           ' SIN CAE, ESTADO CAE '
                           TF-ESTADO-CAE(WS-IND-FACTURA)
                 END-IF
               END-IF
             END-PERFORM
             IF WSV-CANT-SIN-CAE > 0
               DISPLAY 'CIERRE RECHAZADO: ' WSV-CANT-SIN-CAE
                       ' FACTURAS DEL PERIODO SIN AUTORIZAR, '
                       'PROCESARLAS POR AUTORIZACAE'
             ELSE
               PERFORM 278000-GRABAR-CIERRE
               IF WSS-FS-IVACIERRE-OK
                 MOVE 'S' TO WSV-PERIODO-CERRADO
                 PERFORM 232000-EMITIR-LIBRO
                 DISPLAY 'PERIODO DE IVA ' WSV-PERIODO ' CERRADO, '
                         WSV-CANT-DEL-PERIODO ' FACTURAS'
               END-IF
             END-IF
           END-IF.


       275000-BUSCAR-CIERRE.
           MOVE 'N' TO WSV-PERIODO-CERRADO
           OPEN INPUT IVACIERRE
           IF WSS-FS-IVACIERRE-OK
             PERFORM 276000-LEER-CIERRE
             PERFORM UNTIL WSS-FS-IVACIERRE-EOF
               IF ICI-EMPRESA = SPACES
                 MOVE '01' TO ICI-EMPRESA
               END-IF
               IF ICI-PERIODO = WSV-PERIODO
                       AND ICI-EMPRESA = WSP-EMPRESA
                 MOVE 'S' TO WSV-PERIODO-CERRADO
               END-IF
               PERFORM 276000-LEER-CIERRE
             END-PERFORM
             CLOSE IVACIERRE
           END-IF.


       276000-LEER-CIERRE.
           READ IVACIERRE
           IF NOT WSS-FS-IVACIERRE-OK AND NOT WSS-FS-IVACIERRE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-IVACIERRE
             MOVE '10' TO WSS-FS-IVACIERRE
           END-IF.


       278000-GRABAR-CIERRE.
           OPEN EXTEND IVACIERRE
           IF WSS-FS-IVACIERRE-NOEXISTE
             OPEN OUTPUT IVACIERRE
           END-IF
           IF NOT WSS-FS-IVACIERRE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CIERRES DE IVA'
             DISPLAY 'FILE STATUS ' WSS-FS-IVACIERRE
           ELSE
             ACCEPT WSV-OPERADOR FROM ENVIRONMENT 'USER'
             MOVE WSV-PERIODO TO ICI-PERIODO
             MOVE WSP-FECHA-PROCESO TO ICI-FECHA
             MOVE WSV-OPERADOR TO ICI-OPERADOR
             MOVE WSV-CANT-DEL-PERIODO TO ICI-CANT-FACTURAS
             MOVE WSP-EMPRESA TO ICI-EMPRESA
             WRITE REG-IVACIERRE
             CLOSE IVACIERRE
           END-IF.


       305000-GRABAR-FACTURAS.
           OPEN OUTPUT FACTREG
           IF NOT WSS-FS-FACTREG-OK
               MOVE TF-PERCEP(WS-IND-FACTURA) TO FAC-PERCEP
               MOVE TF-TOTAL(WS-IND-FACTURA) TO FAC-TOTAL
               MOVE TF-ESTADO(WS-IND-FACTURA) TO FAC-ESTADO
               MOVE TF-ESTADO-CAE(WS-IND-FACTURA) TO FAC-ESTADO-CAE
               MOVE TF-CAE(WS-IND-FACTURA) TO FAC-CAE
               MOVE TF-VTO-CAE(WS-IND-FACTURA) TO FAC-VTO-CAE
               MOVE TF-CUIT(WS-IND-FACTURA) TO FAC-CUIT
               MOVE TF-EMPRESA(WS-IND-FACTURA) TO FAC-EMPRESA
               WRITE REG-FACTREG
             END-PERFORM
             CLOSE FACTREG
