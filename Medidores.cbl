      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     LECTURA DE MEDIDORES Y FACTURACION POR CONSUMO DE
      *              AGUA Y LUZ: CARGA EN LECTURAS.DAT LA LECTURA DE
      *              CADA CUENTA Y SERVICIO (ANTERIOR, ACTUAL, FECHA Y
      *              LECTOR), CONTROLANDOLA CONTRA LA ULTIMA Y MARCANDO
      *              LAS NEGATIVAS Y LOS SALTOS ANORMALES SOBRE EL
      *              PROMEDIO DE LA CUENTA (PORCENTAJE EN PARAM.DAT).
      *              EL MEDIDOR QUE NO SE PUDO LEER SE ESTIMA CON EL
      *              PROMEDIO PROPIO DE LA CUENTA. LA TARIFA
      *              ESCALONADA POR CODIGO (TARIFAS.DAT: HASTA N
      *              UNIDADES A UN PRECIO, EL TRAMO SIGUIENTE A OTRO)
      *              VALORIZA EL CONSUMO DEL PERIODO Y LO GRABA EN
      *              SERVICIO.DAT CON EL CONSUMO A LA VISTA EN EL
      *              DESCRIP. LOS CODIGOS CON TARIFA ESCALONADA YA NO
      *              LOS FACTURA SUSCRIPCIONES A PRECIO FIJO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MEDIDORES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LECTURAS           ASSIGN TO DISK '..\LECTURAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LECTURAS.

           SELECT TARIFAS            ASSIGN TO DISK '..\TARIFAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TARIFAS.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT CORTES             ASSIGN TO DISK '..\CORTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTES.

           SELECT REPORTE            ASSIGN TO DISK '..\MEDIDORES.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD LECTURAS.
       01 REG-LECTURAS.
         05 LEC-NUMCUENTA             PIC 9(08).
         05 LEC-CODSERVICIO           PIC X(03).
         05 LEC-PERIODO               PIC X(06).
         05 LEC-LECTURA-ANTERIOR      PIC 9(07).
         05 LEC-LECTURA-ACTUAL        PIC 9(07).
         05 LEC-CONSUMO               PIC 9(07).
         05 LEC-FECHA                 PIC 9(08).
         05 LEC-LECTOR                PIC X(10).
         05 LEC-TIPO                  PIC X(01).
             88 LEC-REAL                               VALUE 'R'.
             88 LEC-ESTIMADA                           VALUE 'E'.
         05 LEC-MARCA                 PIC X(01).
             88 LEC-NORMAL                             VALUE ' '.
             88 LEC-NEGATIVA                           VALUE 'N'.
             88 LEC-SALTO                              VALUE 'S'.
         05 LEC-FACTURADA             PIC X(01).
         05 LEC-ENTRYID               PIC 9(08).

       FD TARIFAS.
       01 REG-TARIFAS.
         05 TAR-CODSERVICIO           PIC X(03).
         05 TAR-HASTA                 PIC 9(07).
         05 TAR-PRECIO                PIC 9(05)V9999.

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO.
           10 AAAA                    PIC X(04).
           10 MM                      PIC X(02).
         05 MONTO                     PIC S9(05)V99.
         05 ENTRYID                   PIC 9(08).

       FD CORTES.
       01 REG-CORTES.
         05 COR-NROCUENTA             PIC 9(08).
         05 COR-NRO-ORDEN             PIC 9(08).
         05 COR-FECHA-CORTE           PIC 9(08).
         05 COR-SALDO-CORTE           PIC S9(15)V99.
         05 COR-ESTADO                PIC X(01).
             88 COR-CORTADA                            VALUE 'C'.
             88 COR-RECONECTADA                        VALUE 'R'.
         05 COR-NRO-RECONEXION        PIC 9(08).
         05 COR-FECHA-RECONEXION      PIC 9(08).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==LECTURAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==TARIFAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CORTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-NUMCUENTA              PIC 9(08).
         05 WSV-CODSERVICIO            PIC X(03).
         05 WSV-PERIODO.
           10 WSV-AAAA                 PIC X(04).
           10 WSV-MM                   PIC X(02).
         05 WSV-LECTURA                PIC 9(07).
         05 WSV-FECHA                  PIC 9(08).
         05 WSV-LECTOR                 PIC X(10).
         05 WSV-HASTA                  PIC 9(07).
         05 WSV-PRECIO                 PIC 9(05)V9999.

      * Lecturas en memoria: se buscan la ultima y el promedio de la
      * cuenta y se regraban enteras al facturar, como SUSCRIP.DAT
      * en SUSCRIPCIONES.
       01 TABLA-LECTURAS.
         05 WS-CANT-LECTURAS           PIC 9(05) VALUE 0.
         05 TLE-ENTRY OCCURS 5000 TIMES.
           10 TLE-NUMCUENTA            PIC 9(08).
           10 TLE-CODSERVICIO          PIC X(03).
           10 TLE-PERIODO              PIC X(06).
           10 TLE-LECTURA-ANTERIOR     PIC 9(07).
           10 TLE-LECTURA-ACTUAL       PIC 9(07).
           10 TLE-CONSUMO              PIC 9(07).
           10 TLE-FECHA                PIC 9(08).
           10 TLE-LECTOR               PIC X(10).
           10 TLE-TIPO                 PIC X(01).
           10 TLE-MARCA                PIC X(01).
           10 TLE-FACTURADA            PIC X(01).
           10 TLE-ENTRYID              PIC 9(08).

       01 WS-IND-LECTURA               PIC 9(05).
       01 WS-IND-ULTIMA                PIC 9(05).
       01 WS-PERIODO-ULTIMA            PIC X(06).
       01 WS-YA-LEIDA                  PIC X VALUE 'N'.
           88 WS-PERIODO-YA-LEIDO                       VALUE 'S'.

      * Promedio propio de la cuenta: hasta las ultimas seis lecturas
      * reales anteriores al periodo.
       01 WS-PROMEDIO.
         05 WS-PRM-CANT                PIC 9(02).
         05 WS-PRM-SUMA                PIC 9(09).
         05 WS-PRM-CONSUMO             PIC 9(07).
         05 WS-PRM-TOPE                PIC 9(09).
         05 WS-PRM-PERIODO-DESDE       PIC X(06).
         05 WS-PRM-AAAA                PIC 9(04).
         05 WS-PRM-MM                  PIC 9(02).

       01 WS-LECTURA-NUEVA.
         05 WS-LN-ANTERIOR             PIC 9(07).
         05 WS-LN-ACTUAL               PIC 9(07).
         05 WS-LN-CONSUMO              PIC 9(07).
         05 WS-LN-DIFERENCIA           PIC S9(08).
         05 WS-LN-TIPO                 PIC X(01).
         05 WS-LN-MARCA                PIC X(01).

      * Tarifa escalonada: por codigo, tramos ordenados por el tope
      * de unidades; el ultimo tramo (9999999) no tiene tope.
       01 TABLA-TARIFAS.
         05 WS-CANT-TARIFAS            PIC 9(03) VALUE 0.
         05 TTA-ENTRY OCCURS 300 TIMES.
           10 TTA-CODSERVICIO          PIC X(03).
           10 TTA-HASTA                PIC 9(07).
           10 TTA-PRECIO               PIC 9(05)V9999.

       01 WS-IND-TARIFA                PIC 9(03).
       01 WS-IND-INSERCION             PIC 9(03).
       01 WS-CON-TARIFA                PIC X VALUE 'N'.
           88 WS-CODIGO-CON-TARIFA                      VALUE 'S'.

       01 WS-VALORIZACION.
         05 WS-VAL-DESDE               PIC 9(07).
         05 WS-VAL-UNIDADES            PIC 9(07).
         05 WS-VAL-ULTIMO-PRECIO       PIC 9(05)V9999.
         05 WS-VAL-IMPORTE             PIC 9(11)V99.

      * Cuentas con el suministro cortado por CORTESERVICIO.
       01 TABLA-CORTADAS.
         05 WS-CANT-CORTADAS           PIC 9(04) VALUE 0.
         05 TCT-NROCUENTA OCCURS 5000 TIMES
                                       PIC 9(08).

       01 WS-IND-CORTADA               PIC 9(04).
       01 WS-CUENTA-CORTADA            PIC X VALUE 'N'.
           88 WS-ESTA-CORTADA                           VALUE 'S'.

       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.

       01 ACUMULADORES.
         05 WSA-CANT-FACTURADAS        PIC 9(05).
         05 WSA-CANT-OBSERVADAS        PIC 9(05).
         05 WSA-CANT-CORTADAS          PIC 9(05).
         05 WSA-CONSUMO-TOTAL          PIC 9(11).
         05 WSA-TOTAL-FACTURADO        PIC S9(09)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 7
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-TARIFAS
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-TARIFAS.
           MOVE 0 TO WS-CANT-TARIFAS
           OPEN INPUT TARIFAS
           IF WSS-FS-TARIFAS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-TARIFAS-OK
               PERFORM 106000-LEER-TARIFA
               PERFORM UNTIL WSS-FS-TARIFAS-EOF
                 IF WS-CANT-TARIFAS < 300
                   ADD 1 TO WS-CANT-TARIFAS
                   MOVE TAR-CODSERVICIO
                     TO TTA-CODSERVICIO(WS-CANT-TARIFAS)
                   MOVE TAR-HASTA TO TTA-HASTA(WS-CANT-TARIFAS)
                   MOVE TAR-PRECIO TO TTA-PRECIO(WS-CANT-TARIFAS)
                 END-IF
                 PERFORM 106000-LEER-TARIFA
               END-PERFORM
             END-IF
             CLOSE TARIFAS
           END-IF.


       106000-LEER-TARIFA.
           READ TARIFAS
           IF NOT WSS-FS-TARIFAS-OK AND NOT WSS-FS-TARIFAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TARIFAS
             MOVE '10' TO WSS-FS-TARIFAS
           END-IF.


       107000-CARGAR-LECTURAS.
           MOVE 0 TO WS-CANT-LECTURAS
           OPEN INPUT LECTURAS
           IF WSS-FS-LECTURAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-LECTURAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE LECTURAS'
               DISPLAY 'FILE STATUS ' WSS-FS-LECTURAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 108000-LEER-LECTURA
             PERFORM UNTIL WSS-FS-LECTURAS-EOF
               IF WS-CANT-LECTURAS < 5000
                 ADD 1 TO WS-CANT-LECTURAS
                 MOVE REG-LECTURAS TO TLE-ENTRY(WS-CANT-LECTURAS)
                 ADD 1 TO WS-CANT-LEIDOS
               ELSE
                 DISPLAY 'ERROR: LECTURAS.DAT SUPERA LAS 5000 '
                         'LECTURAS'
                 CLOSE LECTURAS
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 108000-LEER-LECTURA
             END-PERFORM
             CLOSE LECTURAS
           END-IF.


       108000-LEER-LECTURA.
           READ LECTURAS
           IF NOT WSS-FS-LECTURAS-OK AND NOT WSS-FS-LECTURAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-LECTURAS
             MOVE '10' TO WSS-FS-LECTURAS
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'LECTURA DE MEDIDORES (LECTURAS.DAT)'
           DISPLAY '1 - CARGAR LECTURA'
           DISPLAY '2 - MEDIDOR SIN LEER (ESTIMAR CONSUMO)'
           DISPLAY '3 - LISTAR LECTURAS DE UN PERIODO'
           DISPLAY '4 - ALTA DE TRAMO DE TARIFA'
           DISPLAY '5 - LISTAR TARIFAS'
           DISPLAY '6 - FACTURAR CONSUMOS DE UN PERIODO'
           DISPLAY '7 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               MOVE 'R' TO WS-LN-TIPO
               PERFORM 210000-CARGAR-LECTURA
             WHEN 2
               MOVE 'E' TO WS-LN-TIPO
               PERFORM 210000-CARGAR-LECTURA
             WHEN 3
               PERFORM 230000-LISTAR
             WHEN 4
               PERFORM 240000-ALTA-TARIFA
             WHEN 5
               PERFORM 245000-LISTAR-TARIFAS
             WHEN 6
               PERFORM 250000-FACTURAR
             WHEN 7
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 7
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-CARGAR-LECTURA.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NUMCUENTA
           DISPLAY 'INGRESE EL CODIGO DE SERVICIO (AGU/LUZ): '
           ACCEPT WSV-CODSERVICIO
           PERFORM 215000-VERIFICAR-TARIFA
           IF NOT WS-CODIGO-CON-TARIFA
             DISPLAY 'EL CODIGO ' WSV-CODSERVICIO ' NO TIENE TARIFA '
                     'ESCALONADA, NO SE CARGA LA LECTURA'
           ELSE
             DISPLAY 'INGRESE EL AÑO DEL PERIODO LEIDO: '
             ACCEPT WSV-AAAA
             DISPLAY 'INGRESE EL MES DEL PERIODO LEIDO: '
             ACCEPT WSV-MM
             DISPLAY 'INGRESE LA FECHA DE LECTURA (AAAAMMDD): '
             ACCEPT WSV-FECHA
             DISPLAY 'INGRESE EL LECTOR: '
             ACCEPT WSV-LECTOR
             PERFORM 107000-CARGAR-LECTURAS
             PERFORM 216000-BUSCAR-ULTIMA
             IF WS-PERIODO-YA-LEIDO
               DISPLAY 'YA HAY UNA LECTURA DE ESE SERVICIO PARA LA '
                       'CUENTA EN EL PERIODO, NO SE GRABA'
             ELSE
               PERFORM 217000-CALCULAR-PROMEDIO
               IF WS-LN-TIPO = 'R'
                 PERFORM 220000-VALIDAR-LECTURA
               ELSE
                 PERFORM 225000-ESTIMAR-LECTURA
               END-IF
             END-IF
           END-IF.


       215000-VERIFICAR-TARIFA.
           MOVE 'N' TO WS-CON-TARIFA
           PERFORM VARYING WS-IND-TARIFA FROM 1 BY 1
                     UNTIL WS-IND-TARIFA > WS-CANT-TARIFAS
             IF TTA-CODSERVICIO(WS-IND-TARIFA) = WSV-CODSERVICIO
               MOVE 'S' TO WS-CON-TARIFA
               MOVE WS-CANT-TARIFAS TO WS-IND-TARIFA
             END-IF
           END-PERFORM.


       216000-BUSCAR-ULTIMA.
      * La ultima lectura es la del mayor periodo anterior al leido.
           MOVE 0 TO WS-IND-ULTIMA
           MOVE SPACES TO WS-PERIODO-ULTIMA
           MOVE 'N' TO WS-YA-LEIDA
           PERFORM VARYING WS-IND-LECTURA FROM 1 BY 1
                     UNTIL WS-IND-LECTURA > WS-CANT-LECTURAS
             IF TLE-NUMCUENTA(WS-IND-LECTURA) = WSV-NUMCUENTA
                 AND TLE-CODSERVICIO(WS-IND-LECTURA) = WSV-CODSERVICIO
               IF TLE-PERIODO(WS-IND-LECTURA) = WSV-PERIODO
                 MOVE 'S' TO WS-YA-LEIDA
               END-IF
               IF TLE-PERIODO(WS-IND-LECTURA) < WSV-PERIODO
                   AND TLE-PERIODO(WS-IND-LECTURA) > WS-PERIODO-ULTIMA
                 MOVE WS-IND-LECTURA TO WS-IND-ULTIMA
                 MOVE TLE-PERIODO(WS-IND-LECTURA)
                   TO WS-PERIODO-ULTIMA
               END-IF
             END-IF
           END-PERFORM
           IF WS-IND-ULTIMA = 0
             MOVE 0 TO WS-LN-ANTERIOR
           ELSE
             MOVE TLE-LECTURA-ACTUAL(WS-IND-ULTIMA) TO WS-LN-ANTERIOR
           END-IF.


       217000-CALCULAR-PROMEDIO.
      * Se promedian las lecturas reales de la cuenta en los seis
      * periodos anteriores al leido.
           MOVE 0 TO WS-PRM-CANT
           MOVE 0 TO WS-PRM-SUMA
           MOVE 0 TO WS-PRM-CONSUMO
           MOVE WSV-AAAA TO WS-PRM-AAAA
           MOVE WSV-MM TO WS-PRM-MM
           IF WS-PRM-MM > 6
             SUBTRACT 6 FROM WS-PRM-MM
           ELSE
             SUBTRACT 1 FROM WS-PRM-AAAA
             ADD 6 TO WS-PRM-MM
           END-IF
           MOVE WS-PRM-AAAA TO WS-PRM-PERIODO-DESDE(1:4)
           MOVE WS-PRM-MM TO WS-PRM-PERIODO-DESDE(5:2)
           PERFORM VARYING WS-IND-LECTURA FROM 1 BY 1
                     UNTIL WS-IND-LECTURA > WS-CANT-LECTURAS
             IF TLE-NUMCUENTA(WS-IND-LECTURA) = WSV-NUMCUENTA
                 AND TLE-CODSERVICIO(WS-IND-LECTURA) = WSV-CODSERVICIO
                 AND TLE-PERIODO(WS-IND-LECTURA) < WSV-PERIODO
                 AND TLE-PERIODO(WS-IND-LECTURA)
                     >= WS-PRM-PERIODO-DESDE
                 AND TLE-TIPO(WS-IND-LECTURA) = 'R'
                 AND TLE-MARCA(WS-IND-LECTURA) NOT = 'N'
               ADD 1 TO WS-PRM-CANT
               ADD TLE-CONSUMO(WS-IND-LECTURA) TO WS-PRM-SUMA
             END-IF
           END-PERFORM
           IF WS-PRM-CANT > 0
             COMPUTE WS-PRM-CONSUMO ROUNDED =
                     WS-PRM-SUMA / WS-PRM-CANT
           END-IF.


       220000-VALIDAR-LECTURA.
           DISPLAY 'LECTURA ANTERIOR: ' WS-LN-ANTERIOR
           DISPLAY 'INGRESE LA LECTURA ACTUAL: '
           ACCEPT WSV-LECTURA
           MOVE WSV-LECTURA TO WS-LN-ACTUAL
           MOVE SPACE TO WS-LN-MARCA
           COMPUTE WS-LN-DIFERENCIA = WS-LN-ACTUAL - WS-LN-ANTERIOR
           IF WS-LN-DIFERENCIA < 0
      * Lectura menor que la anterior: error de lectura o medidor
      * cambiado; queda marcada y no se factura hasta corregirla.
             MOVE 0 TO WS-LN-CONSUMO
             MOVE 'N' TO WS-LN-MARCA
             DISPLAY 'ADVERTENCIA: LA LECTURA ES MENOR QUE LA '
                     'ANTERIOR, QUEDA MARCADA COMO NEGATIVA'
           ELSE
             MOVE WS-LN-DIFERENCIA TO WS-LN-CONSUMO
             IF WS-PRM-CANT > 0
               COMPUTE WS-PRM-TOPE = WS-PRM-CONSUMO
                       * (100 + WSP-PORC-SALTO-LECTURA) / 100
               IF WS-LN-CONSUMO > WS-PRM-TOPE
                 MOVE 'S' TO WS-LN-MARCA
                 DISPLAY 'ADVERTENCIA: CONSUMO ' WS-LN-CONSUMO
                         ' SUPERA EN MAS DEL '
                         WSP-PORC-SALTO-LECTURA
                         ' PORCIENTO AL PROMEDIO ' WS-PRM-CONSUMO
                         ', QUEDA MARCADO COMO SALTO'
               END-IF
             END-IF
           END-IF
           PERFORM 228000-GRABAR-LECTURA.


       225000-ESTIMAR-LECTURA.
           IF WS-PRM-CANT = 0
             DISPLAY 'LA CUENTA NO TIENE LECTURAS REALES PREVIAS, '
                     'NO SE PUEDE ESTIMAR'
           ELSE
             MOVE WS-PRM-CONSUMO TO WS-LN-CONSUMO
             COMPUTE WS-LN-ACTUAL = WS-LN-ANTERIOR + WS-LN-CONSUMO
             MOVE SPACE TO WS-LN-MARCA
             DISPLAY 'CONSUMO ESTIMADO: ' WS-LN-CONSUMO
                     ' (PROMEDIO DE ' WS-PRM-CANT ' LECTURAS)'
             PERFORM 228000-GRABAR-LECTURA
           END-IF.


       228000-GRABAR-LECTURA.
           OPEN EXTEND LECTURAS
           IF WSS-FS-LECTURAS-NOEXISTE
             OPEN OUTPUT LECTURAS
           END-IF
           IF NOT WSS-FS-LECTURAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LECTURAS'
             DISPLAY 'FILE STATUS ' WSS-FS-LECTURAS
           ELSE
             MOVE WSV-NUMCUENTA TO LEC-NUMCUENTA
             MOVE WSV-CODSERVICIO TO LEC-CODSERVICIO
             MOVE WSV-PERIODO TO LEC-PERIODO
             MOVE WS-LN-ANTERIOR TO LEC-LECTURA-ANTERIOR
             MOVE WS-LN-ACTUAL TO LEC-LECTURA-ACTUAL
             MOVE WS-LN-CONSUMO TO LEC-CONSUMO
             MOVE WSV-FECHA TO LEC-FECHA
             MOVE WSV-LECTOR TO LEC-LECTOR
             MOVE WS-LN-TIPO TO LEC-TIPO
             MOVE WS-LN-MARCA TO LEC-MARCA
             MOVE 'N' TO LEC-FACTURADA
             MOVE 0 TO LEC-ENTRYID
             WRITE REG-LECTURAS
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE LECTURAS
             DISPLAY 'LECTURA GRABADA, CONSUMO ' WS-LN-CONSUMO
           END-IF.


       230000-LISTAR.
           DISPLAY 'INGRESE EL AÑO DEL PERIODO: '
           ACCEPT WSV-AAAA
           DISPLAY 'INGRESE EL MES DEL PERIODO: '
           ACCEPT WSV-MM
           PERFORM 107000-CARGAR-LECTURAS
           PERFORM VARYING WS-IND-LECTURA FROM 1 BY 1
                     UNTIL WS-IND-LECTURA > WS-CANT-LECTURAS
             IF TLE-PERIODO(WS-IND-LECTURA) = WSV-PERIODO
               DISPLAY 'CUENTA ' TLE-NUMCUENTA(WS-IND-LECTURA)
                       ' ' TLE-CODSERVICIO(WS-IND-LECTURA)
                       ' ANT ' TLE-LECTURA-ANTERIOR(WS-IND-LECTURA)
                       ' ACT ' TLE-LECTURA-ACTUAL(WS-IND-LECTURA)
                       ' CONS ' TLE-CONSUMO(WS-IND-LECTURA)
                       ' ' TLE-TIPO(WS-IND-LECTURA)
                       TLE-MARCA(WS-IND-LECTURA)
                       ' FACT ' TLE-FACTURADA(WS-IND-LECTURA)
             END-IF
           END-PERFORM.


       240000-ALTA-TARIFA.
      * El tramo se inserta en orden de codigo y tope y TARIFAS.DAT
      * se regraba entero, asi la valorizacion recorre los tramos
      * de menor a mayor.
           DISPLAY 'INGRESE EL CODIGO DE SERVICIO: '
           ACCEPT WSV-CODSERVICIO
           DISPLAY 'INGRESE EL TOPE DE UNIDADES DEL TRAMO '
                   '(9999999=SIN TOPE): '
           ACCEPT WSV-HASTA
           DISPLAY 'INGRESE EL PRECIO POR UNIDAD DEL TRAMO: '
           ACCEPT WSV-PRECIO
           IF WSV-HASTA = 0 OR WSV-PRECIO = 0
             DISPLAY 'TOPE Y PRECIO DEBEN SER MAYORES QUE CERO, '
                     'NO SE GRABA'
           ELSE
             IF WS-CANT-TARIFAS NOT < 300
               DISPLAY 'ERROR: LA TABLA DE TARIFAS ESTA LLENA'
             ELSE
               PERFORM 241000-INSERTAR-TRAMO
               PERFORM 242000-REGRABAR-TARIFAS
             END-IF
           END-IF.


       241000-INSERTAR-TRAMO.
           MOVE 1 TO WS-IND-INSERCION
           PERFORM VARYING WS-IND-TARIFA FROM 1 BY 1
                     UNTIL WS-IND-TARIFA > WS-CANT-TARIFAS
             IF TTA-CODSERVICIO(WS-IND-TARIFA) < WSV-CODSERVICIO
                 OR (TTA-CODSERVICIO(WS-IND-TARIFA) = WSV-CODSERVICIO
                     AND TTA-HASTA(WS-IND-TARIFA) <= WSV-HASTA)
               COMPUTE WS-IND-INSERCION = WS-IND-TARIFA + 1
             END-IF
           END-PERFORM
           IF WS-IND-INSERCION > 1
             IF TTA-CODSERVICIO(WS-IND-INSERCION - 1)
                     = WSV-CODSERVICIO
                 AND TTA-HASTA(WS-IND-INSERCION - 1) = WSV-HASTA
      * Mismo codigo y tope: se reemplaza el precio del tramo.
               SUBTRACT 1 FROM WS-IND-INSERCION
               MOVE WSV-PRECIO TO TTA-PRECIO(WS-IND-INSERCION)
               DISPLAY 'TRAMO EXISTENTE, PRECIO ACTUALIZADO'
             ELSE
               PERFORM 241500-CORRER-TRAMOS
             END-IF
           ELSE
             PERFORM 241500-CORRER-TRAMOS
           END-IF.


       241500-CORRER-TRAMOS.
           PERFORM VARYING WS-IND-TARIFA FROM WS-CANT-TARIFAS BY -1
                     UNTIL WS-IND-TARIFA < WS-IND-INSERCION
             MOVE TTA-ENTRY(WS-IND-TARIFA)
               TO TTA-ENTRY(WS-IND-TARIFA + 1)
           END-PERFORM
           ADD 1 TO WS-CANT-TARIFAS
           MOVE WSV-CODSERVICIO TO TTA-CODSERVICIO(WS-IND-INSERCION)
           MOVE WSV-HASTA TO TTA-HASTA(WS-IND-INSERCION)
           MOVE WSV-PRECIO TO TTA-PRECIO(WS-IND-INSERCION).


       242000-REGRABAR-TARIFAS.
           OPEN OUTPUT TARIFAS
           IF NOT WSS-FS-TARIFAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARIFAS'
             DISPLAY 'FILE STATUS ' WSS-FS-TARIFAS
           ELSE
             PERFORM VARYING WS-IND-TARIFA FROM 1 BY 1
                       UNTIL WS-IND-TARIFA > WS-CANT-TARIFAS
               MOVE TTA-CODSERVICIO(WS-IND-TARIFA) TO TAR-CODSERVICIO
               MOVE TTA-HASTA(WS-IND-TARIFA) TO TAR-HASTA
               MOVE TTA-PRECIO(WS-IND-TARIFA) TO TAR-PRECIO
               WRITE REG-TARIFAS
             END-PERFORM
             CLOSE TARIFAS
             DISPLAY 'TARIFA GRABADA'
           END-IF.


       245000-LISTAR-TARIFAS.
           IF WS-CANT-TARIFAS = 0
             DISPLAY 'NO HAY TARIFAS ESCALONADAS CARGADAS'
           END-IF
           PERFORM VARYING WS-IND-TARIFA FROM 1 BY 1
                     UNTIL WS-IND-TARIFA > WS-CANT-TARIFAS
             DISPLAY 'COD ' TTA-CODSERVICIO(WS-IND-TARIFA)
                     ' HASTA ' TTA-HASTA(WS-IND-TARIFA)
                     ' PRECIO ' TTA-PRECIO(WS-IND-TARIFA)
           END-PERFORM.


       250000-FACTURAR.
           DISPLAY 'INGRESE EL AÑO DEL PERIODO A FACTURAR: '
           ACCEPT WSV-AAAA
           DISPLAY 'INGRESE EL MES DEL PERIODO A FACTURAR: '
           ACCEPT WSV-MM
           CALL 'PERIODOABIERTO' USING WSV-PERIODO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WSV-PERIODO ' ESTA CERRADO, '
                     'NO SE FACTURA'
           ELSE
             INITIALIZE ACUMULADORES
             PERFORM 107000-CARGAR-LECTURAS
             PERFORM 251000-CARGAR-ULTIMO-ID
             PERFORM 253000-CARGAR-CORTADAS
             OPEN I-O SERVICIO
             IF WSS-FS-SERVICIO-NOEXISTE
               OPEN OUTPUT SERVICIO
             END-IF
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             OPEN OUTPUT REPORTE
             IF NOT WSS-FS-REPORTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
               DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FACTURACION POR CONSUMO DEL PERIODO '
                    WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-LECTURA FROM 1 BY 1
                       UNTIL WS-IND-LECTURA > WS-CANT-LECTURAS
               IF TLE-PERIODO(WS-IND-LECTURA) = WSV-PERIODO
                   AND TLE-FACTURADA(WS-IND-LECTURA) NOT = 'S'
                 PERFORM 260000-FACTURAR-LECTURA
               END-IF
             END-PERFORM
             CLOSE SERVICIO
             PERFORM 270000-REGRABAR-LECTURAS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FACTURADAS: ' WSA-CANT-FACTURADAS
                    ' CONSUMO: ' WSA-CONSUMO-TOTAL
                    ' IMPORTE: ' WSA-TOTAL-FACTURADO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'OBSERVADAS (NEGATIVAS O SIN TARIFA): '
                    WSA-CANT-OBSERVADAS
                    ' CORTADAS: ' WSA-CANT-CORTADAS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'LECTURAS FACTURADAS: ' WSA-CANT-FACTURADAS
             DISPLAY 'OBSERVADAS:          ' WSA-CANT-OBSERVADAS
             DISPLAY 'CUENTAS CORTADAS:    ' WSA-CANT-CORTADAS
             DISPLAY 'TOTAL FACTURADO:     ' WSA-TOTAL-FACTURADO
           END-IF.


       251000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             ELSE
               PERFORM 252000-LEER-SERVICIO
               PERFORM UNTIL WSS-FS-SERVICIO-EOF
                 IF ENTRYID > WS-ULTIMO-ID
                   MOVE ENTRYID TO WS-ULTIMO-ID
                 END-IF
                 PERFORM 252000-LEER-SERVICIO
               END-PERFORM
             END-IF
             CLOSE SERVICIO
           END-IF
           MOVE WS-ULTIMO-ID TO WS-ID-INICIAL-SESION.


       252000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       253000-CARGAR-CORTADAS.
           MOVE 0 TO WS-CANT-CORTADAS
           OPEN INPUT CORTES
           IF WSS-FS-CORTES-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CORTES-OK
               PERFORM 253500-LEER-CORTE
               PERFORM UNTIL WSS-FS-CORTES-EOF
                 IF COR-CORTADA AND WS-CANT-CORTADAS < 5000
                   ADD 1 TO WS-CANT-CORTADAS
                   MOVE COR-NROCUENTA
                     TO TCT-NROCUENTA(WS-CANT-CORTADAS)
                 END-IF
                 PERFORM 253500-LEER-CORTE
               END-PERFORM
             END-IF
             CLOSE CORTES
           END-IF.


       253500-LEER-CORTE.
           READ CORTES
           IF NOT WSS-FS-CORTES-OK AND NOT WSS-FS-CORTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CORTES
             MOVE '10' TO WSS-FS-CORTES
           END-IF.


       254000-VERIFICAR-CORTE.
           MOVE 'N' TO WS-CUENTA-CORTADA
           PERFORM VARYING WS-IND-CORTADA FROM 1 BY 1
                     UNTIL WS-IND-CORTADA > WS-CANT-CORTADAS
             IF TCT-NROCUENTA(WS-IND-CORTADA)
                     = TLE-NUMCUENTA(WS-IND-LECTURA)
               MOVE 'S' TO WS-CUENTA-CORTADA
               MOVE WS-CANT-CORTADAS TO WS-IND-CORTADA
             END-IF
           END-PERFORM.


       260000-FACTURAR-LECTURA.
           MOVE TLE-CODSERVICIO(WS-IND-LECTURA) TO WSV-CODSERVICIO
           PERFORM 215000-VERIFICAR-TARIFA
           PERFORM 254000-VERIFICAR-CORTE
           EVALUATE TRUE
             WHEN TLE-MARCA(WS-IND-LECTURA) = 'N'
               ADD 1 TO WSA-CANT-OBSERVADAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUENTA ' TLE-NUMCUENTA(WS-IND-LECTURA)
                      ' ' WSV-CODSERVICIO
                      ' LECTURA NEGATIVA, NO SE FACTURA'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             WHEN NOT WS-CODIGO-CON-TARIFA
               ADD 1 TO WSA-CANT-OBSERVADAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUENTA ' TLE-NUMCUENTA(WS-IND-LECTURA)
                      ' ' WSV-CODSERVICIO
                      ' SIN TARIFA ESCALONADA, NO SE FACTURA'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             WHEN WS-ESTA-CORTADA
               ADD 1 TO WSA-CANT-CORTADAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUENTA ' TLE-NUMCUENTA(WS-IND-LECTURA)
                      ' ' WSV-CODSERVICIO
                      ' CON SUMINISTRO CORTADO, NO SE FACTURA'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             WHEN OTHER
               PERFORM 262000-VALORIZAR
               PERFORM 265000-GRABAR-CARGO
           END-EVALUATE.


       262000-VALORIZAR.
      * Cada tramo cobra las unidades entre el tope del tramo
      * anterior y el propio; lo que exceda el ultimo tope se cobra
      * al precio del ultimo tramo.
           MOVE 0 TO WS-VAL-DESDE
           MOVE 0 TO WS-VAL-IMPORTE
           MOVE 0 TO WS-VAL-ULTIMO-PRECIO
           PERFORM VARYING WS-IND-TARIFA FROM 1 BY 1
                     UNTIL WS-IND-TARIFA > WS-CANT-TARIFAS
             IF TTA-CODSERVICIO(WS-IND-TARIFA) = WSV-CODSERVICIO
               MOVE TTA-PRECIO(WS-IND-TARIFA) TO WS-VAL-ULTIMO-PRECIO
               IF TLE-CONSUMO(WS-IND-LECTURA) > WS-VAL-DESDE
                 IF TLE-CONSUMO(WS-IND-LECTURA)
                         > TTA-HASTA(WS-IND-TARIFA)
                   COMPUTE WS-VAL-UNIDADES =
                           TTA-HASTA(WS-IND-TARIFA) - WS-VAL-DESDE
                 ELSE
                   COMPUTE WS-VAL-UNIDADES =
                           TLE-CONSUMO(WS-IND-LECTURA) - WS-VAL-DESDE
                 END-IF
                 COMPUTE WS-VAL-IMPORTE ROUNDED = WS-VAL-IMPORTE
                         + WS-VAL-UNIDADES * TTA-PRECIO(WS-IND-TARIFA)
               END-IF
               MOVE TTA-HASTA(WS-IND-TARIFA) TO WS-VAL-DESDE
             END-IF
           END-PERFORM
           IF TLE-CONSUMO(WS-IND-LECTURA) > WS-VAL-DESDE
             COMPUTE WS-VAL-IMPORTE ROUNDED = WS-VAL-IMPORTE
                     + (TLE-CONSUMO(WS-IND-LECTURA) - WS-VAL-DESDE)
                     * WS-VAL-ULTIMO-PRECIO
           END-IF
           IF WS-VAL-IMPORTE > 99999,99
             DISPLAY 'ADVERTENCIA: CONSUMO DE LA CUENTA '
                     TLE-NUMCUENTA(WS-IND-LECTURA)
                     ' SUPERA EL MAXIMO DEL CAMPO, SE TOPEA'
             MOVE 99999,99 TO WS-VAL-IMPORTE
           END-IF.


       265000-GRABAR-CARGO.
           MOVE WSV-CODSERVICIO TO CODSERVICIO
           MOVE TLE-NUMCUENTA(WS-IND-LECTURA) TO NUMCUENTA
           MOVE SPACES TO DESCRIP
           IF TLE-TIPO(WS-IND-LECTURA) = 'E'
             STRING 'CONSUMO ' TLE-CONSUMO(WS-IND-LECTURA)
                    ' ESTIMADO'
                    DELIMITED BY SIZE INTO DESCRIP
           ELSE
             STRING 'CONSUMO ' TLE-CONSUMO(WS-IND-LECTURA)
                    ' LEIDO ' TLE-LECTURA-ACTUAL(WS-IND-LECTURA)
                    DELIMITED BY SIZE INTO DESCRIP
           END-IF
           MOVE WSV-AAAA TO AAAA
           MOVE WSV-MM TO MM
           MOVE WS-VAL-IMPORTE TO MONTO
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             MOVE 'S' TO TLE-FACTURADA(WS-IND-LECTURA)
             MOVE WS-ULTIMO-ID TO TLE-ENTRYID(WS-IND-LECTURA)
             ADD 1 TO WSA-CANT-FACTURADAS
             ADD TLE-CONSUMO(WS-IND-LECTURA) TO WSA-CONSUMO-TOTAL
             ADD WS-VAL-IMPORTE TO WSA-TOTAL-FACTURADO
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CUENTA ' NUMCUENTA ' ' CODSERVICIO
                    ' ' DESCRIP
                    ' IMPORTE ' MONTO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             IF TLE-MARCA(WS-IND-LECTURA) = 'S'
               MOVE 'SALTO' TO WS-LINEA-REPORTE(76:5)
             END-IF
             PERFORM 280000-ESCRIBIR-LINEA
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       270000-REGRABAR-LECTURAS.
           OPEN OUTPUT LECTURAS
           IF NOT WSS-FS-LECTURAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LECTURAS'
             DISPLAY 'FILE STATUS ' WSS-FS-LECTURAS
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-LECTURA FROM 1 BY 1
                       UNTIL WS-IND-LECTURA > WS-CANT-LECTURAS
               MOVE TLE-ENTRY(WS-IND-LECTURA) TO REG-LECTURAS
               WRITE REG-LECTURAS
             END-PERFORM
             CLOSE LECTURAS
           END-IF.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   LECTURA DE MEDIDORES'
           DISPLAY 'Programme: MEDIDORES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'FACTURACION CONSUMOS' TO WS-REPIDX-NOMBRE
           MOVE 'MEDIDORES' TO WS-REPIDX-PROGRAMA
           MOVE '..\MEDIDORES.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'MEDIDORES'          TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-LECTURAS      TO WS-RUNLOG-STATUS
           MOVE WS-ID-INICIAL-SESION TO WS-RUNLOG-IDINI
           MOVE WS-ULTIMO-ID         TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.
