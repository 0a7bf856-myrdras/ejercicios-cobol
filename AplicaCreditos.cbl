      *              CREDITOS PENDIENTES CON SU ANTIGUEDAD, QUE ES EL
      *              QUE PIDEN LOS AUDITORES CADA TRIMESTRE. CORRE
      *              DESDE DRIVER.BAT DESPUES DE LA APLICACION DE
      *              PAGOS Y ANTES DEL MERGE. SOLO CONSUME Y LISTA LOS
      *              CREDITOS DE CUENTAS DE CLIENTES DE LA EMPRESA DEL
      *              GRUPO DE LA CORRIDA (VARIABLE EMPRESA); LOS DEMAS
      *              SE REGRABAN SIN CAMBIOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           10 TCR-IMPORTE-ORIGEN       PIC S9(15)V99.
           10 TCR-SALDO                PIC S9(15)V99.
           10 TCR-ESTADO               PIC X(01).
           10 TCR-EMPRESA              PIC X(02).

       01 WS-IND-CREDITO               PIC 9(05).

         05 WS-CJ-TOMADO               PIC X(01) VALUE 'N'.
             88 WS-CERROJO-TOMADO                      VALUE 'S'.

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


                 TO TCR-IMPORTE-ORIGEN(WS-CANT-CREDITOS)
               MOVE CRE-SALDO TO TCR-SALDO(WS-CANT-CREDITOS)
               MOVE CRE-ESTADO TO TCR-ESTADO(WS-CANT-CREDITOS)
               MOVE 'T' TO ECL-FUNCION
               MOVE CRE-NROCUENTA TO ECL-NROCUENTA
               CALL 'EMPRESACLIENTE' USING WS-EMPCLI
               END-CALL
               MOVE ECL-EMPRESA TO TCR-EMPRESA(WS-CANT-CREDITOS)
               ADD 1 TO WS-CANT-LEIDOS
             ELSE
               MOVE 'S' TO WS-TABLA-DESBORDADA
             PERFORM 106000-LEER-CREDITO
           END-PERFORM
           CLOSE CREDITOS
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
      * Regrabar desde una tabla incompleta destruiria los creditos
      * que quedaron afuera: se detiene antes de tocar nada.
           IF WS-SE-DESBORDO-TABLA
       210000-CONSUMIR-CREDITO.
           IF TCR-ESTADO(WS-IND-CREDITO) = 'A'
                   AND TCR-SALDO(WS-IND-CREDITO) > 0
                   AND TCR-EMPRESA(WS-IND-CREDITO) = WSP-EMPRESA
             MOVE TCR-NROCUENTA(WS-IND-CREDITO) TO NROCUENTA
             READ CUENTAS
               INVALID KEY


       240000-LISTAR-PENDIENTES.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CREDITOS PENDIENTES Y SU ANTIGUEDAD, EMPRESA '
                  WSP-EMPRESA ':'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CREDITO FROM 1 BY 1
                     UNTIL WS-IND-CREDITO > WS-CANT-CREDITOS
             IF TCR-ESTADO(WS-IND-CREDITO) = 'A'
                     AND TCR-SALDO(WS-IND-CREDITO) > 0
                     AND TCR-EMPRESA(WS-IND-CREDITO) = WSP-EMPRESA
               COMPUTE WS-JULIANO-ORIGEN = FUNCTION
                       INTEGER-OF-DATE
                       (TCR-FECHA-ORIGEN(WS-IND-CREDITO))
