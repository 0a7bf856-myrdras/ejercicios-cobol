      *              CONTADORES POR MOTIVO. SI EL PORCENTAJE DE
      *              RECHAZO SUPERA EL UMBRAL DE PARAM.DAT EL PASO
      *              TERMINA CON RETURN-CODE 8 Y LA CADENA SE DETIENE
      *              ANTES DE TOCAR SALDOS. SOLO PASAN LAS
      *              TRANSACCIONES DE CLIENTES DE LA EMPRESA DEL GRUPO
      *              DE LA CORRIDA (VARIABLE EMPRESA); LAS DE CLIENTES
      *              DE OTRA EMPRESA NO SON RECHAZOS: SE CUENTAN APARTE,
      *              QUEDAN PARA LA CORRIDA DE SU EMPRESA Y NO ENTRAN EN
      *              EL PORCENTAJE DE RECHAZO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-TRANSAC.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-NRO-CLIENTE OCCURS 5000 TIMES
                                       PIC 9(7).
         05 TC-EMPRESA OCCURS 5000 TIMES
                                       PIC X(02).

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(04) VALUE 0.
             88 WS-COD-ES-VALIDO                        VALUE 'S'.
         05 WS-IMPORTE-VALIDO          PIC X.
             88 WS-IMPORTE-ES-VALIDO                    VALUE 'S'.
         05 WS-EMPRESA-TRANSAC         PIC X(02).

       01 ACUMULADORES.
         05 WSA-CANT-LIMPIAS           PIC 9(05).
         05 WSA-ERR-CLIENTE            PIC 9(05).
         05 WSA-ERR-CODIGO             PIC 9(05).
         05 WSA-ERR-IMPORTE            PIC 9(05).
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(05).

       01 WS-PORC-RECHAZO              PIC 9(03)V99.

             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
               IF EMPRESA-C = SPACES
                 MOVE '01' TO EMPRESA-C
               END-IF
               MOVE EMPRESA-C TO TC-EMPRESA(WS-CANT-CLIENTES)
             ELSE
      * Validar contra una tabla incompleta rechazaria clientes
      * buenos como inexistentes y frenaria la cadena por umbral:
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.



       200000-PROCESO.
           PERFORM 210000-VALIDAR-CLIENTE
           IF WS-CLIENTE-ES-VALIDO
                   AND WS-EMPRESA-TRANSAC NOT = WSP-EMPRESA
             ADD 1 TO WSA-CANT-OTRA-EMPRESA
           ELSE
             PERFORM 205000-EDITAR-TRANSACCION
           END-IF
           PERFORM 131000-LEER-TRANSAC.


       205000-EDITAR-TRANSACCION.
           IF NOT WS-CLIENTE-ES-VALIDO
             ADD 1 TO WSA-ERR-CLIENTE
           END-IF
           PERFORM 215000-VALIDAR-CODIGO
           PERFORM 217000-VALIDAR-IMPORTE
           PERFORM 218000-UBICAR-LOTE
               ADD 1 TO TPL-RECHAZADAS(WS-IND-LOTE-HALLADO)
             END-IF
             PERFORM 220000-REPORTAR-RECHAZO
           END-IF.


       218000-UBICAR-LOTE.

       210000-VALIDAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-VALIDO
           MOVE SPACES TO WS-EMPRESA-TRANSAC
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = NRO-CLIENTE-T
               MOVE 'S' TO WS-CLIENTE-VALIDO
               MOVE TC-EMPRESA(WS-IND-CLIENTE) TO WS-EMPRESA-TRANSAC
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       215000-VALIDAR-CODIGO.
                  ' POR IMPORTE ' WSA-ERR-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EMPRESA ' WSP-EMPRESA
                  ' - DE CLIENTES DE OTRA EMPRESA (NO EDITADAS) '
                  WSA-CANT-OTRA-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'EDICION POR LOTE DE CAPTURA:' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
           DISPLAY 'TRANSACCIONES LEIDAS:     ' WS-CANT-LEIDOS
           DISPLAY 'TRANSACCIONES LIMPIAS:    ' WSA-CANT-LIMPIAS
           DISPLAY 'TRANSACCIONES RECHAZADAS: ' WSA-CANT-RECHAZADAS
           DISPLAY 'DE OTRA EMPRESA:          ' WSA-CANT-OTRA-EMPRESA
           IF WS-CANT-LEIDOS > WSA-CANT-OTRA-EMPRESA
             COMPUTE WS-PORC-RECHAZO ROUNDED =
                     WSA-CANT-RECHAZADAS * 100
                     / (WS-CANT-LEIDOS - WSA-CANT-OTRA-EMPRESA)
             DISPLAY 'PORCENTAJE DE RECHAZO:    ' WS-PORC-RECHAZO
             IF WS-PORC-RECHAZO > WSP-UMBRAL-RECHAZOS
               DISPLAY 'ERROR: EL RECHAZO SUPERA EL UMBRAL DE '
