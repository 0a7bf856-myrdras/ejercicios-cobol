      *              reads the suite-wide constants via WSPARAM-PROC.
      *              PAR-FECHA-PROCESO en cero significa "usar la
      *              fecha del sistema"; cargarla permite reproducir
      *              en sabado los numeros del viernes. El archivo
      *              lleva un registro por empresa del grupo
      *              (PAR-EMPRESA; en blanco es la empresa '01', la
      *              original), con su razon social y su CUIT de
      *              emisor junto al punto de venta: cada empresa
      *              factura y declara con los suyos.
      *              PAR-TOLER-COTIZACION es la variacion diaria
      *              (porciento) que IMPORTACOTIZA acepta en una
      *              cotizacion sin pedir confirmacion del supervisor.
      *****************************************************************
       01 REG-PARAM.
         05 PAR-FECHA-PROCESO          PIC 9(08).
         05 PAR-SALDO-MIN-AGENCIA      PIC 9(09).
         05 PAR-COMISION-AGENCIA       PIC 9(02)V99.
         05 PAR-TASA-FINANCIACION      PIC 9(02)V99.
         05 PAR-PORC-SALTO-LECTURA     PIC 9(03).
         05 PAR-DIAS-GRACIA-CONVENIO   PIC 9(03).
         05 PAR-PUNTO-VENTA            PIC 9(05).
         05 PAR-PREV-AL-DIA            PIC 9(03)V99.
         05 PAR-PREV-MORA-1-30         PIC 9(03)V99.
         05 PAR-PREV-MORA-31-60        PIC 9(03)V99.
         05 PAR-PREV-MORA-61-90        PIC 9(03)V99.
         05 PAR-PREV-MORA-MAS-90       PIC 9(03)V99.
         05 PAR-MESES-RENOVACION       PIC 9(02).
         05 PAR-PORC-PAGO-MINIMO       PIC 9(03)V99.
         05 PAR-PISO-PAGO-MINIMO       PIC 9(07)V99.
         05 PAR-DIAS-VTO-RESUMEN       PIC 9(02).
         05 PAR-TOPE-DIF-CAJA          PIC 9(07)V99.
         05 PAR-MAX-SESIONES-DIF       PIC 9(03).
         05 PAR-PORC-ANULACION         PIC 9(03)V99.
         05 PAR-MAX-LOTES-FORZADOS     PIC 9(03).
         05 PAR-BURO-ENTIDAD           PIC 9(05).
         05 PAR-BURO-SIT-RECHAZO       PIC 9(01).
         05 PAR-PESOS-POR-PUNTO        PIC 9(05).
         05 PAR-VALOR-PUNTO            PIC 9(03)V99.
         05 PAR-MESES-VTO-PUNTOS       PIC 9(03).
         05 PAR-UMBRAL-HUERFANOS       PIC 9(05).
         05 PAR-EMPRESA                PIC X(02).
         05 PAR-RAZON-SOCIAL           PIC X(40).
         05 PAR-CUIT-EMPRESA           PIC 9(11).
         05 PAR-TOLER-COTIZACION       PIC 9(03)V99.
