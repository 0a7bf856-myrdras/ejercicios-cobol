      *              INTERVALO DE CHECKPOINT, LINEAS POR PAGINA Y
      *              DEMAS CONSTANTES QUE ANTES VIVIAN CONGELADAS
      *              DENTRO DE CADA PROGRAMA. PERMITE CONSULTAR Y
      *              MODIFICAR EL REGISTRO DE LA EMPRESA DE LA CORRIDA
      *              (VARIABLE EMPRESA), CON SU RAZON SOCIAL Y SU CUIT
      *              DE EMISOR; LOS REGISTROS DE LAS OTRAS EMPRESAS DEL
      *              GRUPO SE REGRABAN SIN CAMBIOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

       COPY WSPARAM-WS.

      * Registros de las otras empresas, que se conservan al grabar.
       01 TABLA-OTRAS-EMPRESAS.
         05 WS-CANT-OTRAS              PIC 9(02) VALUE 0.
         05 TOE-REGISTRO OCCURS 99 TIMES
                                       PIC X(233).

       01 WS-IND-OTRA                  PIC 9(02).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       COPY WSHDR-WS.


       210000-CONSULTAR.
           DISPLAY 'EMPRESA:               ' WSP-EMPRESA
           DISPLAY 'RAZON SOCIAL:          ' WSP-RAZON-SOCIAL
           DISPLAY 'CUIT DE LA EMPRESA:    ' WSP-CUIT-EMPRESA
           DISPLAY 'FECHA DE PROCESO:      ' WSP-FECHA-PROCESO
           DISPLAY 'TASA DE IVA:           ' WSP-TASA-IVA
           DISPLAY 'TASA DE PUNITORIOS:    ' WSP-TASA-MORA
           DISPLAY 'SALDO MIN. AGENCIA:    ' WSP-SALDO-MIN-AGENCIA
           DISPLAY 'COMISION AGENCIA:      ' WSP-COMISION-AGENCIA
           DISPLAY 'TASA DE FINANCIACION:  ' WSP-TASA-FINANCIACION
           DISPLAY 'SALTO DE LECTURA:      ' WSP-PORC-SALTO-LECTURA
           DISPLAY 'GRACIA CONVENIO:       ' WSP-DIAS-GRACIA-CONVENIO
           DISPLAY 'PUNTO DE VENTA:        ' WSP-PUNTO-VENTA
           DISPLAY 'PREVISION AL DIA:      ' WSP-PREV-AL-DIA
           DISPLAY 'PREVISION 1-30 DIAS:   ' WSP-PREV-MORA-1-30
           DISPLAY 'PREVISION 31-60 DIAS:  ' WSP-PREV-MORA-31-60
           DISPLAY 'PREVISION 61-90 DIAS:  ' WSP-PREV-MORA-61-90
           DISPLAY 'PREVISION MAS DE 90:   ' WSP-PREV-MORA-MAS-90
           DISPLAY 'MESES RENOV. TARJETAS: ' WSP-MESES-RENOVACION
           DISPLAY 'PORC. PAGO MINIMO:     ' WSP-PORC-PAGO-MINIMO
           DISPLAY 'PISO PAGO MINIMO:      ' WSP-PISO-PAGO-MINIMO
           DISPLAY 'DIAS VTO. RESUMEN:     ' WSP-DIAS-VTO-RESUMEN
           DISPLAY 'TOPE DIF. CAJA MES:    ' WSP-TOPE-DIF-CAJA
           DISPLAY 'MAX. SESIONES C/DIF.:  ' WSP-MAX-SESIONES-DIF
           DISPLAY 'PORC. ANULACIONES:     ' WSP-PORC-ANULACION
           DISPLAY 'MAX. LOTES FORZADOS:   ' WSP-MAX-LOTES-FORZADOS
           DISPLAY 'ENTIDAD ANTE EL BURO:  ' WSP-BURO-ENTIDAD
           DISPLAY 'SITUACION BURO RECHAZO:' WSP-BURO-SIT-RECHAZO
           DISPLAY 'PESOS POR PUNTO:       ' WSP-PESOS-POR-PUNTO
           DISPLAY 'VALOR DEL PUNTO:       ' WSP-VALOR-PUNTO
           DISPLAY 'MESES VTO. PUNTOS:     ' WSP-MESES-VTO-PUNTOS
           DISPLAY 'UMBRAL HUERFANOS:      ' WSP-UMBRAL-HUERFANOS
           DISPLAY 'TOLERANCIA COTIZACION: ' WSP-TOLER-COTIZACION
           DISPLAY 'CLAVE DE SUPERVISOR:   ********'.


       220000-MODIFICAR.
           DISPLAY 'PARAMETROS DE LA EMPRESA ' WSP-EMPRESA
           DISPLAY 'RAZON SOCIAL: '
           ACCEPT WSP-RAZON-SOCIAL
           DISPLAY 'CUIT DE LA EMPRESA (EMISOR): '
           ACCEPT WSP-CUIT-EMPRESA
           DISPLAY 'FECHA DE PROCESO (AAAAMMDD, 0=FECHA SISTEMA): '
           ACCEPT WSP-FECHA-PROCESO
           DISPLAY 'TASA DE IVA (PORCIENTO): '
           ACCEPT WSP-COMISION-AGENCIA
           DISPLAY 'TASA ANUAL DE FINANCIACION (PORCIENTO): '
           ACCEPT WSP-TASA-FINANCIACION
           DISPLAY 'SALTO DE LECTURA A MARCAR (PORCIENTO): '
           ACCEPT WSP-PORC-SALTO-LECTURA
           DISPLAY 'DIAS DE GRACIA DE UNA CUOTA DE CONVENIO: '
           ACCEPT WSP-DIAS-GRACIA-CONVENIO
           DISPLAY 'PUNTO DE VENTA DE FACTURA ELECTRONICA: '
           ACCEPT WSP-PUNTO-VENTA
           DISPLAY 'PREVISION DE SALDOS AL DIA (PORCIENTO): '
           ACCEPT WSP-PREV-AL-DIA
           DISPLAY 'PREVISION MORA 1 A 30 DIAS (PORCIENTO): '
           ACCEPT WSP-PREV-MORA-1-30
           DISPLAY 'PREVISION MORA 31 A 60 DIAS (PORCIENTO): '
           ACCEPT WSP-PREV-MORA-31-60
           DISPLAY 'PREVISION MORA 61 A 90 DIAS (PORCIENTO): '
           ACCEPT WSP-PREV-MORA-61-90
           DISPLAY 'PREVISION MORA DE MAS DE 90 DIAS (PORCIENTO): '
           ACCEPT WSP-PREV-MORA-MAS-90
           DISPLAY 'MESES DE ANTICIPO PARA RENOVAR TARJETAS: '
           ACCEPT WSP-MESES-RENOVACION
           DISPLAY 'PAGO MINIMO DEL RESUMEN DE TARJETA (PORCIENTO): '
           ACCEPT WSP-PORC-PAGO-MINIMO
           DISPLAY 'PISO DEL PAGO MINIMO (IMPORTE): '
           ACCEPT WSP-PISO-PAGO-MINIMO
           DISPLAY 'DIAS DEL CIERRE AL VENCIMIENTO DEL RESUMEN: '
           ACCEPT WSP-DIAS-VTO-RESUMEN
           DISPLAY 'TOPE DE DIFERENCIA DE CAJA ACUMULADA EN EL MES: '
           ACCEPT WSP-TOPE-DIF-CAJA
           DISPLAY 'MAXIMO DE SESIONES CON DIFERENCIA EN EL MES: '
           ACCEPT WSP-MAX-SESIONES-DIF
           DISPLAY 'PORCIENTO MAXIMO DE RECIBOS ANULADOS POR CAJERO: '
           ACCEPT WSP-PORC-ANULACION
           DISPLAY 'MAXIMO DE LOTES CERRADOS CON DIFERENCIA EN EL MES: '
           ACCEPT WSP-MAX-LOTES-FORZADOS
           DISPLAY 'CODIGO DE ENTIDAD INFORMANTE ANTE EL BURO: '
           ACCEPT WSP-BURO-ENTIDAD
           DISPLAY 'SITUACION DEL BURO QUE RECHAZA CREDITO (1-5): '
           ACCEPT WSP-BURO-SIT-RECHAZO
           DISPLAY 'PESOS COBRADOS EN TERMINO POR CADA PUNTO: '
           ACCEPT WSP-PESOS-POR-PUNTO
           DISPLAY 'VALOR DE UN PUNTO AL CANJEARLO (IMPORTE): '
           ACCEPT WSP-VALOR-PUNTO
           DISPLAY 'MESES DE VIGENCIA DE LOS PUNTOS: '
           ACCEPT WSP-MESES-VTO-PUNTOS
           DISPLAY 'HUERFANOS TOLERADOS ANTES DE RETENER LA CADENA: '
           ACCEPT WSP-UMBRAL-HUERFANOS
           DISPLAY 'VARIACION DIARIA ADMITIDA EN COTIZACION (PORC.): '
           ACCEPT WSP-TOLER-COTIZACION
           DISPLAY 'CLAVE DE SUPERVISOR: '
           ACCEPT WSP-CLAVE-SUPERVISOR
           PERFORM 230000-GRABAR-PARAMETROS.


      * Los registros de las demas empresas pasan tal cual; el de la
      * empresa de la corrida (o el viejo sin empresa, si es la '01')
      * se reemplaza.
       225000-CARGAR-OTRAS-EMPRESAS.
           MOVE 0 TO WS-CANT-OTRAS
           OPEN INPUT PARAM
           IF WSS-FS-PARAM-OK
             READ PARAM
             PERFORM UNTIL NOT WSS-FS-PARAM-OK
               ADD 1 TO WS-CANT-LEIDOS
               IF PAR-EMPRESA NOT = WSP-EMPRESA
                       AND NOT (PAR-EMPRESA = SPACES
                                AND WSP-EMPRESA = '01')
                 IF WS-CANT-OTRAS < 99
                   ADD 1 TO WS-CANT-OTRAS
                   MOVE REG-PARAM TO TOE-REGISTRO(WS-CANT-OTRAS)
                 END-IF
               END-IF
               READ PARAM
             END-PERFORM
             CLOSE PARAM
           END-IF.


       230000-GRABAR-PARAMETROS.
           PERFORM 225000-CARGAR-OTRAS-EMPRESAS
           OPEN OUTPUT PARAM
           IF NOT WSS-FS-PARAM-OK
             DISPLAY 'ERROR DE ARCHIVO DE PARAMETROS'
             DISPLAY 'FILE STATUS ' WSS-FS-PARAM
           ELSE
             PERFORM VARYING WS-IND-OTRA FROM 1 BY 1
                       UNTIL WS-IND-OTRA > WS-CANT-OTRAS
               MOVE TOE-REGISTRO(WS-IND-OTRA) TO REG-PARAM
               WRITE REG-PARAM
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             MOVE WSP-FECHA-PROCESO     TO PAR-FECHA-PROCESO
             MOVE WSP-TASA-IVA          TO PAR-TASA-IVA
             MOVE WSP-TASA-MORA         TO PAR-TASA-MORA
               TO PAR-COMISION-AGENCIA
             MOVE WSP-TASA-FINANCIACION
               TO PAR-TASA-FINANCIACION
             MOVE WSP-PORC-SALTO-LECTURA
               TO PAR-PORC-SALTO-LECTURA
             MOVE WSP-DIAS-GRACIA-CONVENIO
               TO PAR-DIAS-GRACIA-CONVENIO
             MOVE WSP-PUNTO-VENTA
               TO PAR-PUNTO-VENTA
             MOVE WSP-PREV-AL-DIA      TO PAR-PREV-AL-DIA
             MOVE WSP-PREV-MORA-1-30   TO PAR-PREV-MORA-1-30
             MOVE WSP-PREV-MORA-31-60  TO PAR-PREV-MORA-31-60
             MOVE WSP-PREV-MORA-61-90  TO PAR-PREV-MORA-61-90
             MOVE WSP-PREV-MORA-MAS-90 TO PAR-PREV-MORA-MAS-90
             MOVE WSP-MESES-RENOVACION TO PAR-MESES-RENOVACION
             MOVE WSP-PORC-PAGO-MINIMO TO PAR-PORC-PAGO-MINIMO
             MOVE WSP-PISO-PAGO-MINIMO TO PAR-PISO-PAGO-MINIMO
             MOVE WSP-DIAS-VTO-RESUMEN TO PAR-DIAS-VTO-RESUMEN
             MOVE WSP-TOPE-DIF-CAJA TO PAR-TOPE-DIF-CAJA
             MOVE WSP-MAX-SESIONES-DIF TO PAR-MAX-SESIONES-DIF
             MOVE WSP-PORC-ANULACION TO PAR-PORC-ANULACION
             MOVE WSP-MAX-LOTES-FORZADOS TO PAR-MAX-LOTES-FORZADOS
             MOVE WSP-BURO-ENTIDAD TO PAR-BURO-ENTIDAD
             MOVE WSP-BURO-SIT-RECHAZO TO PAR-BURO-SIT-RECHAZO
             MOVE WSP-PESOS-POR-PUNTO TO PAR-PESOS-POR-PUNTO
             MOVE WSP-VALOR-PUNTO TO PAR-VALOR-PUNTO
             MOVE WSP-MESES-VTO-PUNTOS TO PAR-MESES-VTO-PUNTOS
             MOVE WSP-UMBRAL-HUERFANOS TO PAR-UMBRAL-HUERFANOS
             MOVE WSP-EMPRESA TO PAR-EMPRESA
             MOVE WSP-RAZON-SOCIAL TO PAR-RAZON-SOCIAL
             MOVE WSP-CUIT-EMPRESA TO PAR-CUIT-EMPRESA
             MOVE WSP-TOLER-COTIZACION TO PAR-TOLER-COTIZACION
             WRITE REG-PARAM
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE PARAM
