      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Lee el registro de PARAM.DAT de la empresa de la
      *              corrida (variable de entorno EMPRESA, '01' si no
      *              esta; PAR-EMPRESA en blanco es la '01') y pisa los
      *              defaults de WS-PARAMETROS, desde el paragraph que
      *              PERFORMs this copy. Needs COPY WSPARAM-WS. in
      *              WORKING-STORAGE and the SELECT PARAM / FD PARAM
      *              archivo no existe o la fecha de proceso viene en
      *              cero, la fecha de proceso queda en la del sistema.
      *****************************************************************
           ACCEPT WSP-EMPRESA FROM ENVIRONMENT "EMPRESA"
           IF WSP-EMPRESA = SPACES
             MOVE '01' TO WSP-EMPRESA
           END-IF
           OPEN INPUT PARAM
           IF WSS-FS-PARAM-OK
             READ PARAM
             PERFORM UNTIL NOT WSS-FS-PARAM-OK
                        OR PAR-EMPRESA = WSP-EMPRESA
                        OR (PAR-EMPRESA = SPACES AND WSP-EMPRESA = '01')
               READ PARAM
             END-PERFORM
             IF WSS-FS-PARAM-OK
               MOVE PAR-FECHA-PROCESO     TO WSP-FECHA-PROCESO
               MOVE PAR-TASA-IVA          TO WSP-TASA-IVA
                 MOVE PAR-TASA-FINANCIACION
                   TO WSP-TASA-FINANCIACION
               END-IF
               IF PAR-PORC-SALTO-LECTURA IS NUMERIC
                       AND PAR-PORC-SALTO-LECTURA NOT = 0
                 MOVE PAR-PORC-SALTO-LECTURA
                   TO WSP-PORC-SALTO-LECTURA
               END-IF
               IF PAR-DIAS-GRACIA-CONVENIO IS NUMERIC
                       AND PAR-DIAS-GRACIA-CONVENIO NOT = 0
                 MOVE PAR-DIAS-GRACIA-CONVENIO
                   TO WSP-DIAS-GRACIA-CONVENIO
               END-IF
               IF PAR-PUNTO-VENTA IS NUMERIC
                       AND PAR-PUNTO-VENTA NOT = 0
                 MOVE PAR-PUNTO-VENTA
                   TO WSP-PUNTO-VENTA
               END-IF
      * Los porcentajes de prevision admiten cero (un tramo que no
      * se previsiona); solo un registro viejo sin ellos deja los
      * defaults.
               IF PAR-PREV-AL-DIA IS NUMERIC
                 MOVE PAR-PREV-AL-DIA      TO WSP-PREV-AL-DIA
               END-IF
               IF PAR-PREV-MORA-1-30 IS NUMERIC
                 MOVE PAR-PREV-MORA-1-30   TO WSP-PREV-MORA-1-30
               END-IF
               IF PAR-PREV-MORA-31-60 IS NUMERIC
                 MOVE PAR-PREV-MORA-31-60  TO WSP-PREV-MORA-31-60
               END-IF
               IF PAR-PREV-MORA-61-90 IS NUMERIC
                 MOVE PAR-PREV-MORA-61-90  TO WSP-PREV-MORA-61-90
               END-IF
               IF PAR-PREV-MORA-MAS-90 IS NUMERIC
                 MOVE PAR-PREV-MORA-MAS-90 TO WSP-PREV-MORA-MAS-90
               END-IF
               IF PAR-MESES-RENOVACION IS NUMERIC
                       AND PAR-MESES-RENOVACION NOT = 0
                 MOVE PAR-MESES-RENOVACION
                   TO WSP-MESES-RENOVACION
               END-IF
               IF PAR-PORC-PAGO-MINIMO IS NUMERIC
                       AND PAR-PORC-PAGO-MINIMO NOT = 0
                 MOVE PAR-PORC-PAGO-MINIMO
                   TO WSP-PORC-PAGO-MINIMO
               END-IF
               IF PAR-PISO-PAGO-MINIMO IS NUMERIC
                       AND PAR-PISO-PAGO-MINIMO NOT = 0
                 MOVE PAR-PISO-PAGO-MINIMO
                   TO WSP-PISO-PAGO-MINIMO
               END-IF
               IF PAR-DIAS-VTO-RESUMEN IS NUMERIC
                       AND PAR-DIAS-VTO-RESUMEN NOT = 0
                 MOVE PAR-DIAS-VTO-RESUMEN
                   TO WSP-DIAS-VTO-RESUMEN
               END-IF
               IF PAR-TOPE-DIF-CAJA IS NUMERIC
                       AND PAR-TOPE-DIF-CAJA NOT = 0
                 MOVE PAR-TOPE-DIF-CAJA
                   TO WSP-TOPE-DIF-CAJA
               END-IF
               IF PAR-MAX-SESIONES-DIF IS NUMERIC
                       AND PAR-MAX-SESIONES-DIF NOT = 0
                 MOVE PAR-MAX-SESIONES-DIF
                   TO WSP-MAX-SESIONES-DIF
               END-IF
               IF PAR-PORC-ANULACION IS NUMERIC
                       AND PAR-PORC-ANULACION NOT = 0
                 MOVE PAR-PORC-ANULACION
                   TO WSP-PORC-ANULACION
               END-IF
               IF PAR-MAX-LOTES-FORZADOS IS NUMERIC
                       AND PAR-MAX-LOTES-FORZADOS NOT = 0
                 MOVE PAR-MAX-LOTES-FORZADOS
                   TO WSP-MAX-LOTES-FORZADOS
               END-IF
               IF PAR-BURO-ENTIDAD IS NUMERIC
                       AND PAR-BURO-ENTIDAD NOT = 0
                 MOVE PAR-BURO-ENTIDAD
                   TO WSP-BURO-ENTIDAD
               END-IF
               IF PAR-BURO-SIT-RECHAZO IS NUMERIC
                       AND PAR-BURO-SIT-RECHAZO NOT = 0
                 MOVE PAR-BURO-SIT-RECHAZO
                   TO WSP-BURO-SIT-RECHAZO
               END-IF
               IF PAR-PESOS-POR-PUNTO IS NUMERIC
                       AND PAR-PESOS-POR-PUNTO NOT = 0
                 MOVE PAR-PESOS-POR-PUNTO
                   TO WSP-PESOS-POR-PUNTO
               END-IF
               IF PAR-VALOR-PUNTO IS NUMERIC
                       AND PAR-VALOR-PUNTO NOT = 0
                 MOVE PAR-VALOR-PUNTO
                   TO WSP-VALOR-PUNTO
               END-IF
               IF PAR-MESES-VTO-PUNTOS IS NUMERIC
                       AND PAR-MESES-VTO-PUNTOS NOT = 0
                 MOVE PAR-MESES-VTO-PUNTOS
                   TO WSP-MESES-VTO-PUNTOS
               END-IF
               IF PAR-UMBRAL-HUERFANOS IS NUMERIC
                       AND PAR-UMBRAL-HUERFANOS NOT = 0
                 MOVE PAR-UMBRAL-HUERFANOS
                   TO WSP-UMBRAL-HUERFANOS
               END-IF
               IF PAR-RAZON-SOCIAL NOT = SPACES
                 MOVE PAR-RAZON-SOCIAL TO WSP-RAZON-SOCIAL
               END-IF
               IF PAR-CUIT-EMPRESA IS NUMERIC
                 MOVE PAR-CUIT-EMPRESA TO WSP-CUIT-EMPRESA
               END-IF
               IF PAR-TOLER-COTIZACION IS NUMERIC
                       AND PAR-TOLER-COTIZACION NOT = 0
                 MOVE PAR-TOLER-COTIZACION
                   TO WSP-TOLER-COTIZACION
               END-IF
             END-IF
             CLOSE PARAM
           END-IF
