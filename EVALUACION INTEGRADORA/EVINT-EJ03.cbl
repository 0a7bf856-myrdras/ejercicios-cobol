      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        08 DE AGOSTO 2026.
      * Purpose:     EJERCICIO 3 - EVALUACION INTEGRADORA - ESTADO DE
      *              CUENTA DE CLIENTES A PARTIR DE RESULT.DAT. LA
      *              SUCURSAL DE UN GRUPO EMPRESARIO (RUTINA
      *              GRUPOCLIENTE) LLEVA LA LEYENDA DE QUE PAGA EL
      *              CLIENTE PAGADOR DEL GRUPO, QUE RECIBE EL ESTADO
      *              CONSOLIDADO DE ESTADOGRUPOS. CADA ESTADO SALE
      *              POR EL CANAL QUE ELIGIO EL CLIENTE (RUTINA
      *              ENVIODOCUMENTO, PREFERENCIA EN ENVIOCLI.DAT): EN
      *              PAPEL SE IMPRIME EN EL LISTADO COMO SIEMPRE, POR
      *              EMAIL VA A LA COLA COLAMAIL.DAT CON EL CUERPO YA
      *              FORMATEADO Y CON AMBOS SALE POR LOS DOS; CADA
      *              ENVIO QUEDA EN ENVIOS.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 INDICES.
         05 WS-IND-COD                  PIC 9(02).

       01 DATOS-GRUPO.
         05 WS-GRP-FUNCION              PIC X(01).
         05 WS-GRP-NRO-CLIENTE          PIC 9(07).
         05 WS-GRP-CODIGO               PIC 9(04).
         05 WS-GRP-POSICION             PIC 9(04).
         05 WS-GRP-PAGADOR              PIC 9(07).
         05 WS-GRP-LIMITE               PIC 9(09)V99.
         05 WS-GRP-RESULTADO            PIC X(01).
             88 WS-GRP-HALLADO                         VALUE 'S'.

       COPY WSTRAILER.

       01 WS-ENVDOC.
           COPY WSENVDOC.

       01 ACUMULADORES-ENVIO.
         05 WSA-CANT-PAPEL              PIC 9(05).
         05 WSA-CANT-EMAIL              PIC 9(05).
         05 WSA-CANT-AMBOS              PIC 9(05).

       01 WS-EDICION-ENVIO.
         05 WS-SALDO-ANT-EDIT           PIC -(8)9,99.
         05 WS-IMPORTE-ENV-EDIT         PIC -(8)9,99.
         05 WS-FECHA-ENVIO.
           10 WS-FE-AAAA                PIC 9(04).
           10 WS-FE-MM                  PIC 9(02).
           10 WS-FE-DD                  PIC 9(02).

       COPY WSHDR-WS.


           INITIALIZE SWITCHES
                      WS-CONTROL-PAGINA
                      WS-CONTROL-TOTALES
                      ACUMULADORES-ENVIO

           PERFORM 104000-LEER-PARAMETROS
           MOVE WSP-LINEAS-POR-PAGINA TO WSC-LINEAS-POR-PAGINA

       210000-MOSTRAR.
           PERFORM 210100-CARGAR-SALIDA
           PERFORM 212550-BUSCAR-GRUPO
           PERFORM 214000-RESOLVER-CANAL
           IF EDC-VA-POR-EMAIL
             PERFORM 215000-ENVIAR-POR-EMAIL
           END-IF
           IF EDC-VA-EN-PAPEL
             IF WS-LINEAS-EN-PAGINA >= WSC-LINEAS-POR-PAGINA
               PERFORM 211000-MOSTRAR-ENCABEZADO
             END-IF
             PERFORM 212000-MOSTRAR-CUERPO
             PERFORM 212500-MOSTRAR-DETALLE-COD
             PERFORM 212600-MOSTRAR-GRUPO
           END-IF
           PERFORM 216000-REGISTRAR-ENVIO
           IF WS-EXPORTA-A-CSV
             PERFORM 212800-GRABAR-CSV
           END-IF
           END-PERFORM.


       212550-BUSCAR-GRUPO.
           MOVE 'C' TO WS-GRP-FUNCION
           MOVE NRO-CLIENTE-R TO WS-GRP-NRO-CLIENTE
           CALL 'GRUPOCLIENTE' USING WS-GRP-FUNCION
                                     WS-GRP-NRO-CLIENTE
                                     WS-GRP-CODIGO
                                     WS-GRP-POSICION
                                     WS-GRP-PAGADOR
                                     WS-GRP-LIMITE
                                     WS-GRP-RESULTADO
           END-CALL.


       212600-MOSTRAR-GRUPO.
           IF WS-GRP-HALLADO AND WS-GRP-PAGADOR NOT = NRO-CLIENTE-R
             DISPLAY '         FACTURA CONSOLIDADA: GRUPO '
                     WS-GRP-CODIGO ', PAGA EL CLIENTE '
                     WS-GRP-PAGADOR
           END-IF.


       214000-RESOLVER-CANAL.
           MOVE 'C' TO EDC-FUNCION
           MOVE NRO-CLIENTE-R TO EDC-NRO-CLIENTE
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL
           MOVE 'EST' TO EDC-TIPO-DOC
           MOVE SPACES TO EDC-NRO-DOC
           STRING 'EC' WSP-EMPRESA WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO EDC-NRO-DOC
           MOVE WSP-EMPRESA TO EDC-EMPRESA.


       215000-ENVIAR-POR-EMAIL.
      * El cuerpo repite lo que el listado imprime del cliente. Si la
      * cola de correo falla el estado sale en papel.
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-ENVIO
           MOVE 'E' TO EDC-FUNCION
           MOVE SPACES TO EDC-ASUNTO
           STRING 'ESTADO DE CUENTA AL ' WS-FE-DD '/' WS-FE-MM '/'
                  WS-FE-AAAA
                  DELIMITED BY SIZE INTO EDC-ASUNTO
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL
           IF EDC-OK
             MOVE EDC-ASUNTO TO EDC-RENGLON
             PERFORM 215500-RENGLON-EMAIL
             MOVE SPACES TO EDC-RENGLON
             STRING 'CLIENTE: ' NRO-CLIENTE-R ' '
                    NYA-R(1:50)
                    DELIMITED BY SIZE INTO EDC-RENGLON
             PERFORM 215500-RENGLON-EMAIL
             MOVE SALDO-ANTERIOR TO WS-SALDO-ANT-EDIT
             MOVE SPACES TO EDC-RENGLON
             STRING 'SALDO ANTERIOR:          $' WS-SALDO-ANT-EDIT
                    DELIMITED BY SIZE INTO EDC-RENGLON
             PERFORM 215500-RENGLON-EMAIL
             PERFORM VARYING WS-IND-COD FROM 1 BY 1
                       UNTIL WS-IND-COD > CANT-COD-R
               MOVE IMPORTE-COD-R(WS-IND-COD) TO WS-IMPORTE-ENV-EDIT
               MOVE SPACES TO EDC-RENGLON
               STRING '  SERVICIO ' COD-SERVICIO-R(WS-IND-COD)
                      ':            $' WS-IMPORTE-ENV-EDIT
                      DELIMITED BY SIZE INTO EDC-RENGLON
               PERFORM 215500-RENGLON-EMAIL
             END-PERFORM
             MOVE IMPORTE-R TO WS-IMPORTE-ENV-EDIT
             MOVE SPACES TO EDC-RENGLON
             STRING 'TOTAL A PAGAR:           $' WS-IMPORTE-ENV-EDIT
                    DELIMITED BY SIZE INTO EDC-RENGLON
             PERFORM 215500-RENGLON-EMAIL
             MOVE SPACES TO EDC-RENGLON
             STRING 'TRANSACCIONES DEL PERIODO: ' CANT-TR
                    DELIMITED BY SIZE INTO EDC-RENGLON
             PERFORM 215500-RENGLON-EMAIL
             IF WS-GRP-HALLADO AND WS-GRP-PAGADOR NOT = NRO-CLIENTE-R
               MOVE SPACES TO EDC-RENGLON
               STRING 'FACTURA CONSOLIDADA: GRUPO '
                      WS-GRP-CODIGO ', PAGA EL CLIENTE '
                      WS-GRP-PAGADOR
                      DELIMITED BY SIZE INTO EDC-RENGLON
               PERFORM 215500-RENGLON-EMAIL
             END-IF
           END-IF
           IF NOT EDC-OK
             DISPLAY 'ADVERTENCIA: EL ESTADO DEL CLIENTE '
                     NRO-CLIENTE-R ' NO PUDO IR POR EMAIL, SALE EN '
                     'PAPEL'
             MOVE 'P' TO EDC-CANAL
           END-IF.


       215500-RENGLON-EMAIL.
           IF EDC-OK
             MOVE 'L' TO EDC-FUNCION
             CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
             END-CALL
           END-IF.


       216000-REGISTRAR-ENVIO.
           EVALUATE TRUE
             WHEN EDC-SOLO-EMAIL
               ADD 1 TO WSA-CANT-EMAIL
             WHEN EDC-AMBOS
               ADD 1 TO WSA-CANT-AMBOS
             WHEN OTHER
               ADD 1 TO WSA-CANT-PAPEL
           END-EVALUATE
           MOVE 'R' TO EDC-FUNCION
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL.


       213000-MOSTRAR-PIE.
           DISPLAY '*-------*------------------------------*'
                            '----------*-----*'
           DISPLAY '  CANTIDAD DE CLIENTES: ' WS-CANT-CLIENTES
           DISPLAY '  TOTAL GENERAL: ' WS-GRAN-TOTAL
           DISPLAY '  ESTADOS EN PAPEL: ' WSA-CANT-PAPEL
                   '  POR EMAIL: ' WSA-CANT-EMAIL
                   '  POR AMBOS: ' WSA-CANT-AMBOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-RESULT
           MOVE 'F' TO EDC-FUNCION
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL
           IF WS-EXPORTA-A-CSV
             CLOSE CSVSAL
           END-IF
