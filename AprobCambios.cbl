      *              POSTERIOR DE CADA CAMBIO, Y LO APLICA SOBRE
      *              CUENTAS.DAT O LO RECHAZA. CADA DECISION QUEDA EN
      *              EL REGISTRO DE APROBACIONES APROBREG.DAT CON
      *              QUIEN PIDIO Y QUIEN APROBO. AL APLICAR UNA BAJA,
      *              APLICADEPOSITO LIQUIDA EL DEPOSITO EN GARANTIA DE
      *              LA CUENTA CONTRA SU SALDO FINAL Y DEVUELVE EL
      *              REMANENTE CON UNA ORDEN DE REEMBOLSO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 WS-DEPOSITO.
         05 WS-DEP-NROCUENTA           PIC 9(08).
         05 WS-DEP-SALDO-FINAL         PIC S9(15)V99.
         05 WS-DEP-APLICADO            PIC S9(15)V99.
         05 WS-DEP-REEMBOLSO           PIC S9(15)V99.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'APROBCAMBIOS'.
         05 WS-ACC-OPERADOR            PIC X(20).
                 IF TP-TIPO(WSV-NRO-ITEM) = 'E'
                   DELETE CUENTAS
                   DISPLAY 'CUENTA ELIMINADA'
                   PERFORM 232000-LIQUIDAR-DEPOSITO
                 ELSE
                   MOVE TP-DESPUES(WSV-NRO-ITEM) TO WS-IMAGEN
                   MOVE WS-IMG-MONTO TO MONTO
           END-IF.


       232000-LIQUIDAR-DEPOSITO.
      * El deposito en garantia de la cuenta cerrada cubre el saldo
      * final y el remanente sale como orden de reembolso.
           MOVE NROCUENTA TO WS-DEP-NROCUENTA
           MOVE MONTO TO WS-DEP-SALDO-FINAL
           CALL 'APLICADEPOSITO' USING WS-DEP-NROCUENTA
                                       WS-DEP-SALDO-FINAL
                                       WSP-FECHA-PROCESO
                                       WS-ACC-OPERADOR
                                       WS-DEP-APLICADO
                                       WS-DEP-REEMBOLSO
           END-CALL
           IF WS-DEP-APLICADO NOT = 0 OR WS-DEP-REEMBOLSO NOT = 0
             DISPLAY 'DEPOSITO EN GARANTIA APLICADO: ' WS-DEP-APLICADO
                     ' A REEMBOLSAR: ' WS-DEP-REEMBOLSO
           END-IF.


       235000-GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF WSS-FS-AUDITORIA-NOEXISTE
