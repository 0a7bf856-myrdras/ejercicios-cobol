      *              a paragraph performed out of 100000-INICIO. Los
      *              VALUE de este grupo son los defaults que rigen
      *              cuando PARAM.DAT no existe o no se puede leer.
      *              WSP-EMPRESA es la empresa del grupo para la que
      *              corre el programa: la toma WSPARAM-PROC de la
      *              variable de entorno EMPRESA (DRIVER.bat y el menu
      *              la fijan) y sin ella rige la '01'. Los parametros
      *              que se cargan son los del registro de esa empresa.
      *****************************************************************
       01 WS-PARAMETROS.
         05 WSP-FECHA-PROCESO          PIC 9(08) VALUE 0.
         05 WSP-SALDO-MIN-AGENCIA      PIC 9(09) VALUE 1000.
         05 WSP-COMISION-AGENCIA       PIC 9(02)V99 VALUE 15.
         05 WSP-TASA-FINANCIACION      PIC 9(02)V99 VALUE 24.
         05 WSP-PORC-SALTO-LECTURA     PIC 9(03) VALUE 100.
         05 WSP-DIAS-GRACIA-CONVENIO   PIC 9(03) VALUE 10.
         05 WSP-PUNTO-VENTA            PIC 9(05) VALUE 1.
         05 WSP-PREV-AL-DIA            PIC 9(03)V99 VALUE 1.
         05 WSP-PREV-MORA-1-30         PIC 9(03)V99 VALUE 3.
         05 WSP-PREV-MORA-31-60        PIC 9(03)V99 VALUE 12.
         05 WSP-PREV-MORA-61-90        PIC 9(03)V99 VALUE 25.
         05 WSP-PREV-MORA-MAS-90       PIC 9(03)V99 VALUE 50.
         05 WSP-MESES-RENOVACION       PIC 9(02) VALUE 2.
         05 WSP-PORC-PAGO-MINIMO       PIC 9(03)V99 VALUE 5.
         05 WSP-PISO-PAGO-MINIMO       PIC 9(07)V99 VALUE 500.
         05 WSP-DIAS-VTO-RESUMEN       PIC 9(02) VALUE 10.
         05 WSP-TOPE-DIF-CAJA          PIC 9(07)V99 VALUE 2000.
         05 WSP-MAX-SESIONES-DIF       PIC 9(03) VALUE 4.
         05 WSP-PORC-ANULACION         PIC 9(03)V99 VALUE 3.
         05 WSP-MAX-LOTES-FORZADOS     PIC 9(03) VALUE 2.
         05 WSP-BURO-ENTIDAD           PIC 9(05) VALUE 0.
         05 WSP-BURO-SIT-RECHAZO       PIC 9(01) VALUE 3.
         05 WSP-PESOS-POR-PUNTO        PIC 9(05) VALUE 100.
         05 WSP-VALOR-PUNTO            PIC 9(03)V99 VALUE 1.
         05 WSP-MESES-VTO-PUNTOS       PIC 9(03) VALUE 12.
         05 WSP-UMBRAL-HUERFANOS       PIC 9(05) VALUE 0.
         05 WSP-EMPRESA                PIC X(02) VALUE '01'.
         05 WSP-RAZON-SOCIAL           PIC X(40) VALUE SPACES.
         05 WSP-CUIT-EMPRESA           PIC 9(11) VALUE 0.
         05 WSP-TOLER-COTIZACION       PIC 9(03)V99 VALUE 5.
       01 WSS-FS-PARAM                 PIC X(02).
           88 WSS-FS-PARAM-OK                           VALUE '00'.
           88 WSS-FS-PARAM-EOF                          VALUE '10'.
