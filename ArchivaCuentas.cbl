      *              HASH DE IMPORTES QUE PRUEBAN EL MOVIMIENTO. LAS
      *              PASADAS DE PROG04/PROG05/PROG09 DEJAN DE RELEER
      *              CUENTAS SALDADAS HACE AÑOS; RECUPERACUENTA LAS
      *              TRAE DE VUELTA SI EL CLIENTE REGRESA. EL DEPOSITO
      *              EN GARANTIA QUE SIGA RETENIDO EN UNA CUENTA
      *              ARCHIVADA SE LIQUIDA CON APLICADEPOSITO Y VUELVE
      *              AL CLIENTE COMO ORDEN DE REEMBOLSO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 WSA-HASH-ARCHIVADAS        PIC S9(13)V99.
         05 WSA-CANT-RETENIDAS         PIC 9(05).
         05 WSA-HASH-RETENIDAS         PIC S9(13)V99.
         05 WSA-CANT-DEPOSITOS         PIC 9(05).
         05 WSA-TOTAL-DEPOSITOS        PIC S9(13)V99.

       01 WS-DEPOSITO.
         05 WS-DEP-NROCUENTA           PIC 9(08).
         05 WS-DEP-SALDO-FINAL         PIC S9(15)V99.
         05 WS-DEP-OPERADOR            PIC X(20).
         05 WS-DEP-APLICADO            PIC S9(15)V99.
         05 WS-DEP-REEMBOLSO           PIC S9(15)V99.

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           ACCEPT WS-DEP-OPERADOR FROM ENVIRONMENT 'USER'
           PERFORM 104000-CALCULAR-CORTE
           DISPLAY 'SE ARCHIVAN CUENTAS EN CERO SIN PAGOS DESDE '
                   WS-CORTE-FECHA
             ADD 1 TO WSA-CANT-ARCHIVADAS
             ADD 1 TO WS-CANT-ESCRITOS
             ADD MONTO TO WSA-HASH-ARCHIVADAS
             PERFORM 215000-LIQUIDAR-DEPOSITO
           ELSE
             DISPLAY 'ERROR AL DEPURAR LA CUENTA ' NROCUENTA
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF.


       215000-LIQUIDAR-DEPOSITO.
      * La cuenta archivada esta en cero: todo deposito en garantia
      * que siga retenido vuelve al cliente como orden de reembolso.
           MOVE NROCUENTA TO WS-DEP-NROCUENTA
           MOVE MONTO TO WS-DEP-SALDO-FINAL
           CALL 'APLICADEPOSITO' USING WS-DEP-NROCUENTA
                                       WS-DEP-SALDO-FINAL
                                       WSP-FECHA-PROCESO
                                       WS-DEP-OPERADOR
                                       WS-DEP-APLICADO
                                       WS-DEP-REEMBOLSO
           END-CALL
           IF WS-DEP-REEMBOLSO NOT = 0
             ADD 1 TO WSA-CANT-DEPOSITOS
             ADD WS-DEP-REEMBOLSO TO WSA-TOTAL-DEPOSITOS
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
                   ' HASH ' WSA-HASH-ARCHIVADAS
           DISPLAY 'CUENTAS RETENIDAS:  ' WSA-CANT-RETENIDAS
                   ' HASH ' WSA-HASH-RETENIDAS
           DISPLAY 'DEPOSITOS A REEMBOLSAR: ' WSA-CANT-DEPOSITOS
                   ' TOTAL ' WSA-TOTAL-DEPOSITOS
           IF WS-CANT-LEIDOS = WSA-CANT-ARCHIVADAS
                               + WSA-CANT-RETENIDAS
             DISPLAY 'CONTROL OK: ARCHIVADAS + RETENIDAS = LEIDAS'
