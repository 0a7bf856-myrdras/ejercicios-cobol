      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     ORDENES DE TRABAJO DE INSTALACIONES, CAMBIOS DE
      *              MEDIDOR Y REPARACIONES (ORDENES.DAT): CADA ORDEN
      *              LLEVA NUMERO DE LA SERIE OTR DEL NUMERADOR, LA
      *              CUENTA, EL TIPO DE TRABAJO, EL TECNICO, LA FECHA
      *              PROGRAMADA Y LA DE TERMINACION Y UN ESTADO
      *              (PROGRAMADA, TERMINADA, FACTURADA O ANULADA). AL
      *              TERMINARLA SE CARGAN LAS HORAS DE MANO DE OBRA Y
      *              LOS MATERIALES USADOS, QUE SALEN DE STOCK.DAT A
      *              STK-COSTO-PROM Y QUEDAN EN ORDMAT.DAT. LA
      *              FACTURACION DE LAS TERMINADAS GRABA EN
      *              SERVICIO.DAT, EN EL PERIODO DE LA FECHA DE
      *              PROCESO, UN CARGO DE MANO DE OBRA CON EL CODIGO
      *              DEL TIPO DE TRABAJO (HORAS POR EL PRECIO DE UNA
      *              HORA, PRECIOVIGENTE O CAT-PRECIO) Y UN CARGO POR
      *              MATERIAL CON SU CODIGO DE PRODUCTO AL COSTO DE LA
      *              SALIDA, CON SUS UNIDADES EN VENTAPROD.DAT. EL
      *              REPORTE ORDENES.REP LISTA LAS ORDENES
      *              ABIERTAS POR TECNICO CON SU ANTIGUEDAD Y LAS
      *              TERMINADAS AUN SIN FACTURAR. EL ALTA Y LA
      *              TERMINACION QUEDAN EN LA HISTORIA DE CONTACTOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  ORDENESTRABAJO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES            ASSIGN TO DISK '..\ORDENES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDENES.

           SELECT ORDMAT             ASSIGN TO DISK '..\ORDMAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDMAT.

           SELECT VENTAPROD          ASSIGN TO DISK '..\VENTAPROD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VENTAPROD.

           SELECT STOCK              ASSIGN TO DISK '..\STOCK.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-STOCK.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NROCUENTA
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT REPORTE            ASSIGN TO DISK '..\ORDENES.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD ORDENES.
       01 REG-ORDENES.
         05 ORD-NUMERO                PIC 9(08).
         05 ORD-NROCUENTA             PIC 9(08).
         05 ORD-TIPO                  PIC X(03).
         05 ORD-TECNICO               PIC X(20).
         05 ORD-DESCRIP               PIC X(40).
         05 ORD-FECHA-ALTA            PIC 9(08).
         05 ORD-FECHA-PROGRAMADA      PIC 9(08).
         05 ORD-FECHA-TERMINADA       PIC 9(08).
         05 ORD-ESTADO                PIC X(01).
             88 ORD-PROGRAMADA                         VALUE 'P'.
             88 ORD-TERMINADA                          VALUE 'T'.
             88 ORD-FACTURADA                          VALUE 'F'.
             88 ORD-ANULADA                            VALUE 'X'.
         05 ORD-HORAS                 PIC 9(03)V99.
         05 ORD-COSTO-MATERIALES      PIC 9(07)V99.
         05 ORD-IMPORTE-FACTURADO     PIC 9(07)V99.
         05 ORD-FECHA-FACTURA         PIC 9(08).
         05 ORD-OPERADOR              PIC X(20).

      * Un registro por material usado al terminar la orden, al costo
      * promedio que tenia el producto en la salida.
       FD ORDMAT.
       01 REG-ORDMAT.
         05 OMT-NUMERO                PIC 9(08).
         05 OMT-CODIGO                PIC X(03).
         05 OMT-CANTIDAD              PIC 9(05).
         05 OMT-COSTO-UNITARIO        PIC 9(07)V99.
         05 OMT-IMPORTE               PIC 9(07)V99.

       FD VENTAPROD.
           COPY VTAPRODREC.

       FD STOCK.
       01 REG-STOCK.
         05 STK-CODIGO                PIC X(03).
         05 STK-EXISTENCIA            PIC S9(07).
         05 STK-MINIMO                PIC 9(05).
         05 STK-COSTO-PROM            PIC 9(07)V99.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ORDENES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ORDMAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==VENTAPROD==.
           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

      * Tipos de trabajo: el codigo es tambien el codigo de catalogo
      * con que se factura la mano de obra, a precio por hora.
       01 TABLA-TIPOS-LIT.
         05 FILLER                     PIC X(23)
                                       VALUE 'INSINSTALACION'.
         05 FILLER                     PIC X(23)
                                       VALUE 'MEDCAMBIO DE MEDIDOR'.
         05 FILLER                     PIC X(23)
                                       VALUE 'REPREPARACION'.
       01 FILLER REDEFINES TABLA-TIPOS-LIT.
         05 TTP-ENTRY OCCURS 3 TIMES.
           10 TTP-CODIGO               PIC X(03).
           10 TTP-DESCRIP              PIC X(20).

       01 WS-CANT-TIPOS                PIC 9(02) VALUE 3.

       01 TABLA-ORDENES.
         05 WS-CANT-ORDENES            PIC 9(04) VALUE 0.
         05 TOR-REGISTRO OCCURS 3000 TIMES
                                       PIC X(155).

       01 TABLA-STOCK.
         05 WS-CANT-STOCK              PIC 9(03) VALUE 0.
         05 TS-ENTRY OCCURS 500 TIMES.
           10 TS-CODIGO                PIC X(03).
           10 TS-EXISTENCIA            PIC S9(07).
           10 TS-MINIMO                PIC 9(05).
           10 TS-COSTO-PROM            PIC 9(07)V99.

      * Materiales de la orden que se esta terminando.
       01 TABLA-MATERIALES.
         05 WS-CANT-MATERIALES         PIC 9(02) VALUE 0.
         05 TMT-ENTRY OCCURS 20 TIMES.
           10 TMT-CODIGO               PIC X(03).
           10 TMT-CANTIDAD             PIC 9(05).
           10 TMT-COSTO-UNITARIO       PIC 9(07)V99.
           10 TMT-IMPORTE              PIC 9(07)V99.
           10 TMT-IND-STOCK            PIC 9(03).

      * Tecnicos con ordenes abiertas, para el corte del reporte.
       01 TABLA-TECNICOS.
         05 WS-CANT-TECNICOS           PIC 9(03) VALUE 0.
         05 TTC-TECNICO OCCURS 200 TIMES
                                       PIC X(20).

       01 INDICES.
         05 WS-IND-ORDEN               PIC 9(04).
         05 WS-IND-ORD-HALLADO         PIC 9(04).
         05 WS-IND-STOCK               PIC 9(03).
         05 WS-IND-STOCK-HALLADO       PIC 9(03).
         05 WS-IND-MATERIAL            PIC 9(02).
         05 WS-IND-TIPO                PIC 9(02).
         05 WS-IND-TIPO-HALLADO        PIC 9(02).
         05 WS-IND-TECNICO             PIC 9(03).
         05 WS-IND-TEC-HALLADO         PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-CODCLIENTE             PIC 9(08).
         05 WSV-TIPO                   PIC X(03).
         05 WSV-TECNICO                PIC X(20).
         05 WSV-DESCRIP                PIC X(40).
         05 WSV-FECHA                  PIC 9(08).
         05 WSV-FECHA-R REDEFINES WSV-FECHA.
           10 WSV-FECHA-AAAA           PIC 9(04).
           10 WSV-FECHA-MM             PIC 9(02).
           10 WSV-FECHA-DD             PIC 9(02).
         05 WSV-HORAS                  PIC 9(03)V99.
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-CANTIDAD               PIC 9(05).
         05 WSV-COSTO-TOTAL            PIC 9(07)V99.
         05 WSV-PRECIO-HORA            PIC S9(05)V99.
         05 WSV-PRECIO-HALLADO         PIC X(01).
         05 WSV-MANO-OBRA              PIC 9(07)V99.
         05 WSV-FACTURADO              PIC 9(07)V99.

       01 WS-ENCONTRADO                PIC X VALUE 'N'.
           88 WS-FUE-ENCONTRADO                         VALUE 'S'.

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 WS-SERIE-ORDENES             PIC X(03) VALUE 'OTR'.
       01 WS-NUMERO-ORDEN              PIC 9(08) VALUE 0.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.
       01 WS-PERIODO-CARGO             PIC X(06).
       01 WS-PERIODO-ABIERTO           PIC X(01).
       01 WS-CARGO-GRABADO             PIC X VALUE 'N'.
           88 WS-SE-GRABO-CARGO                         VALUE 'S'.
       01 WS-ORDEN-FACTURABLE          PIC X VALUE 'N'.
           88 WS-ES-FACTURABLE                          VALUE 'S'.

       01 WS-FECHAS.
         05 WS-JULIANO-HOY             PIC 9(07).
         05 WS-JULIANO-FECHA           PIC 9(07).
         05 WS-DIAS                    PIC S9(07).
         05 WS-DIAS-ATRASO             PIC S9(07).

       01 ACUMULADORES.
         05 WSA-FACTURADAS             PIC 9(05).
         05 WSA-RECHAZADAS             PIC 9(05).
         05 WSA-CARGOS                 PIC 9(05).
         05 WSA-IMP-FACTURADO          PIC 9(09)V99.
         05 WSA-ABIERTAS               PIC 9(05).
         05 WSA-SIN-FACTURAR           PIC 9(05).
         05 WSA-COSTO-SIN-FACTURAR     PIC 9(09)V99.
         05 WSA-HORAS-SIN-FACTURAR     PIC 9(07)V99.

       01 WS-DIAS-EDIT                 PIC -(4)9.
       01 WS-ATRASO-EDIT               PIC -(4)9.
       01 WS-HORAS-EDIT                PIC ZZ9,99.
       01 WS-IMPORTE-EDIT              PIC Z(6)9,99.
       01 WS-TOTAL-EDIT                PIC Z(8)9,99.
       01 WS-CANT-EDIT                 PIC Z(4)9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'ORDENESTRABAJO'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 6 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-ORDENES
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-ORDENES.
           MOVE 0 TO WS-CANT-ORDENES
           OPEN INPUT ORDENES
           IF WSS-FS-ORDENES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ORDENES-OK
               DISPLAY 'ERROR DE ARCHIVO DE ORDENES'
               DISPLAY 'FILE STATUS ' WSS-FS-ORDENES
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-ORDEN
               PERFORM UNTIL WSS-FS-ORDENES-EOF
                 IF WS-CANT-ORDENES < 3000
                   ADD 1 TO WS-CANT-ORDENES
                   MOVE REG-ORDENES TO TOR-REGISTRO(WS-CANT-ORDENES)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia ordenes: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 3000 ORDENES, ARCHIVAR '
                           'LAS FACTURADAS ANTES DE CONTINUAR'
                   CLOSE ORDENES
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-ORDEN
               END-PERFORM
             END-IF
             CLOSE ORDENES
           END-IF.


       106000-LEER-ORDEN.
           READ ORDENES
           IF NOT WSS-FS-ORDENES-OK AND NOT WSS-FS-ORDENES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ORDENES
             MOVE '10' TO WSS-FS-ORDENES
           END-IF.


       107000-CARGAR-STOCK.
      * El stock se relee en cada terminacion: CONTROLSTOCK y el alta
      * de cargos de la serie 6 lo regraban entero.
           MOVE 0 TO WS-CANT-STOCK
           OPEN INPUT STOCK
           IF WSS-FS-STOCK-OK
             PERFORM 108000-LEER-STOCK
             PERFORM UNTIL WSS-FS-STOCK-EOF
                     OR WS-CANT-STOCK >= 500
               ADD 1 TO WS-CANT-STOCK
               MOVE STK-CODIGO TO TS-CODIGO(WS-CANT-STOCK)
               MOVE STK-EXISTENCIA TO TS-EXISTENCIA(WS-CANT-STOCK)
               MOVE STK-MINIMO TO TS-MINIMO(WS-CANT-STOCK)
               MOVE STK-COSTO-PROM TO TS-COSTO-PROM(WS-CANT-STOCK)
               PERFORM 108000-LEER-STOCK
             END-PERFORM
             IF NOT WSS-FS-STOCK-EOF
               DISPLAY 'ERROR: EL STOCK SUPERA LOS 500 PRODUCTOS'
               MOVE 0 TO WS-CANT-STOCK
             END-IF
             CLOSE STOCK
           END-IF.


       108000-LEER-STOCK.
           READ STOCK
           IF NOT WSS-FS-STOCK-OK AND NOT WSS-FS-STOCK-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
             MOVE '10' TO WSS-FS-STOCK
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'ORDENES DE TRABAJO (ORDENES.DAT)'
           DISPLAY '1 - ALTA DE ORDEN'
           DISPLAY '2 - TERMINAR UNA ORDEN'
           DISPLAY '3 - ANULAR UNA ORDEN'
           DISPLAY '4 - FACTURAR LAS ORDENES TERMINADAS'
           DISPLAY '5 - REPORTE DE ORDENES ABIERTAS Y SIN FACTURAR'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA
             WHEN 2
               PERFORM 230000-TERMINAR
             WHEN 3
               PERFORM 240000-ANULAR
             WHEN 4
               PERFORM 250000-FACTURAR
             WHEN 5
               PERFORM 270000-REPORTE
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-ALTA.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NROCUENTA
           PERFORM 255000-CLIENTE-DE-CUENTA
           IF WSV-CODCLIENTE = 0
             DISPLAY 'NO EXISTE UNA CUENTA CON ESE NUMERO'
           ELSE
             PERFORM 212000-PEDIR-TIPO
             IF WS-IND-TIPO-HALLADO = 0
               DISPLAY 'TIPO DE TRABAJO INVALIDO, NO SE GRABA'
             ELSE
               DISPLAY 'INGRESE EL TECNICO ASIGNADO: '
               ACCEPT WSV-TECNICO
               DISPLAY 'INGRESE LA FECHA PROGRAMADA (AAAAMMDD): '
               ACCEPT WSV-FECHA
               DISPLAY 'INGRESE LA DESCRIPCION DEL TRABAJO: '
               ACCEPT WSV-DESCRIP
               EVALUATE TRUE
                 WHEN WSV-TECNICO = SPACES
                   DISPLAY 'FALTA EL TECNICO, NO SE GRABA'
                 WHEN WSV-FECHA-MM < 1 OR WSV-FECHA-MM > 12
                         OR WSV-FECHA-DD < 1 OR WSV-FECHA-DD > 31
                   DISPLAY 'FECHA PROGRAMADA INVALIDA, NO SE GRABA'
                 WHEN WSV-FECHA < WSP-FECHA-PROCESO
                   DISPLAY 'LA FECHA PROGRAMADA YA PASO, NO SE GRABA'
                 WHEN OTHER
                   PERFORM 217000-GRABAR-ALTA
               END-EVALUATE
             END-IF
           END-IF.


       212000-PEDIR-TIPO.
           DISPLAY 'TIPOS DE TRABAJO:'
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-CANT-TIPOS
             DISPLAY '  ' TTP-CODIGO(WS-IND-TIPO) ' - '
                     TTP-DESCRIP(WS-IND-TIPO)
           END-PERFORM
           DISPLAY 'INGRESE EL TIPO DE TRABAJO: '
           ACCEPT WSV-TIPO
           PERFORM 213000-BUSCAR-TIPO.


       213000-BUSCAR-TIPO.
           MOVE 0 TO WS-IND-TIPO-HALLADO
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > WS-CANT-TIPOS
             IF TTP-CODIGO(WS-IND-TIPO) = WSV-TIPO
               MOVE WS-IND-TIPO TO WS-IND-TIPO-HALLADO
             END-IF
           END-PERFORM.


       217000-GRABAR-ALTA.
           IF WS-CANT-ORDENES >= 3000
             DISPLAY 'ERROR: MAS DE 3000 ORDENES, NO SE GRABA'
           ELSE
             CALL 'PROXNUM' USING WS-SERIE-ORDENES
                                  WS-NUMERO-ORDEN
             END-CALL
             INITIALIZE REG-ORDENES
             MOVE WS-NUMERO-ORDEN TO ORD-NUMERO
             MOVE WSV-NROCUENTA TO ORD-NROCUENTA
             MOVE WSV-TIPO TO ORD-TIPO
             MOVE WSV-TECNICO TO ORD-TECNICO
             MOVE WSV-DESCRIP TO ORD-DESCRIP
             MOVE WSP-FECHA-PROCESO TO ORD-FECHA-ALTA
             MOVE WSV-FECHA TO ORD-FECHA-PROGRAMADA
             MOVE 'P' TO ORD-ESTADO
             MOVE WS-ACC-OPERADOR TO ORD-OPERADOR
             ADD 1 TO WS-CANT-ORDENES
             MOVE REG-ORDENES TO TOR-REGISTRO(WS-CANT-ORDENES)
             PERFORM 305000-GRABAR-ORDENES
             DISPLAY 'ORDEN ' WS-NUMERO-ORDEN ' PROGRAMADA PARA EL '
                     WSV-FECHA
             MOVE SPACES TO WS-CONTAC-RESULTADO
             STRING 'ORDEN ' WS-NUMERO-ORDEN ' ' WSV-TIPO
                    ' PROGRAMADA ' WSV-FECHA
                    DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
             PERFORM 257000-REGISTRAR-CONTACTO
           END-IF.


       219000-BUSCAR-ORDEN.
           MOVE 0 TO WS-IND-ORD-HALLADO
           PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                     UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
             MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
             IF ORD-NUMERO = WSV-NUMERO
               MOVE WS-IND-ORDEN TO WS-IND-ORD-HALLADO
               MOVE WS-CANT-ORDENES TO WS-IND-ORDEN
             END-IF
           END-PERFORM
           IF WS-IND-ORD-HALLADO NOT = 0
             MOVE TOR-REGISTRO(WS-IND-ORD-HALLADO) TO REG-ORDENES
           END-IF.


       230000-TERMINAR.
           DISPLAY 'INGRESE EL NUMERO DE ORDEN: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-ORDEN
           EVALUATE TRUE
             WHEN WS-IND-ORD-HALLADO = 0
               DISPLAY 'NO EXISTE UNA ORDEN CON ESE NUMERO'
             WHEN NOT ORD-PROGRAMADA
               DISPLAY 'LA ORDEN NO ESTA PROGRAMADA (ESTADO '
                       ORD-ESTADO ')'
             WHEN OTHER
               DISPLAY 'ORDEN ' ORD-NUMERO ' CUENTA ' ORD-NROCUENTA
                       ' TIPO ' ORD-TIPO ' TECNICO ' ORD-TECNICO
               DISPLAY 'INGRESE LA FECHA DE TERMINACION (AAAAMMDD, '
                       '0=FECHA DE PROCESO): '
               ACCEPT WSV-FECHA
               IF WSV-FECHA = 0
                 MOVE WSP-FECHA-PROCESO TO WSV-FECHA
               END-IF
               DISPLAY 'INGRESE LAS HORAS DE MANO DE OBRA: '
               ACCEPT WSV-HORAS
               IF WSV-FECHA > WSP-FECHA-PROCESO
                       OR WSV-FECHA < ORD-FECHA-ALTA
                 DISPLAY 'FECHA DE TERMINACION INVALIDA, NO SE '
                         'TERMINA'
               ELSE
                 PERFORM 107000-CARGAR-STOCK
                 PERFORM 232000-PEDIR-MATERIALES
                 DISPLAY 'CONFIRMA LA TERMINACION (S/N)? '
                 ACCEPT WS-RESPUESTA
                 IF WS-SI
                   PERFORM 236000-GRABAR-TERMINACION
                 ELSE
                   DISPLAY 'TERMINACION CANCELADA'
                 END-IF
               END-IF
           END-EVALUATE.


       232000-PEDIR-MATERIALES.
      * Cada material tiene que tener ficha en STOCK.DAT con
      * existencia suficiente; sale al costo promedio del momento.
           MOVE 0 TO WS-CANT-MATERIALES
           MOVE 0 TO WSV-COSTO-TOTAL
           MOVE 'X' TO WSV-CODIGO
           PERFORM UNTIL WSV-CODIGO = SPACES
                   OR WS-CANT-MATERIALES >= 20
             DISPLAY 'CODIGO DE MATERIAL (EN BLANCO TERMINA): '
             MOVE SPACES TO WSV-CODIGO
             ACCEPT WSV-CODIGO
             IF WSV-CODIGO NOT = SPACES
               PERFORM 234000-AGREGAR-MATERIAL
             END-IF
           END-PERFORM
           DISPLAY 'MATERIALES: ' WS-CANT-MATERIALES
                   ' COSTO ' WSV-COSTO-TOTAL.


       234000-AGREGAR-MATERIAL.
           MOVE 0 TO WS-IND-STOCK-HALLADO
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             IF TS-CODIGO(WS-IND-STOCK) = WSV-CODIGO
               MOVE WS-IND-STOCK TO WS-IND-STOCK-HALLADO
               MOVE WS-CANT-STOCK TO WS-IND-STOCK
             END-IF
           END-PERFORM
           IF WS-IND-STOCK-HALLADO = 0
             DISPLAY 'EL MATERIAL NO TIENE FICHA DE STOCK'
           ELSE
             DISPLAY 'CANTIDAD USADA: '
             ACCEPT WSV-CANTIDAD
             EVALUATE TRUE
               WHEN WSV-CANTIDAD = 0
                 DISPLAY 'CANTIDAD EN CERO, NO SE CARGA'
               WHEN WSV-CANTIDAD >
                       TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                 DISPLAY 'EXISTENCIA INSUFICIENTE ('
                         TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                         '), NO SE CARGA'
               WHEN OTHER
                 ADD 1 TO WS-CANT-MATERIALES
                 MOVE WSV-CODIGO TO TMT-CODIGO(WS-CANT-MATERIALES)
                 MOVE WSV-CANTIDAD TO TMT-CANTIDAD(WS-CANT-MATERIALES)
                 MOVE TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
                   TO TMT-COSTO-UNITARIO(WS-CANT-MATERIALES)
                 COMPUTE TMT-IMPORTE(WS-CANT-MATERIALES) ROUNDED =
                         WSV-CANTIDAD
                         * TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
                 MOVE WS-IND-STOCK-HALLADO
                   TO TMT-IND-STOCK(WS-CANT-MATERIALES)
                 ADD TMT-IMPORTE(WS-CANT-MATERIALES)
                   TO WSV-COSTO-TOTAL
      * La existencia se reserva ya, para que el mismo material
      * cargado dos veces no supere lo que hay.
                 SUBTRACT WSV-CANTIDAD
                   FROM TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
             END-EVALUATE
           END-IF.


       236000-GRABAR-TERMINACION.
           IF WS-CANT-MATERIALES > 0
             PERFORM 237000-REGRABAR-STOCK
             PERFORM 238000-GRABAR-MATERIALES
           END-IF
           MOVE WSV-FECHA TO ORD-FECHA-TERMINADA
           MOVE WSV-HORAS TO ORD-HORAS
           MOVE WSV-COSTO-TOTAL TO ORD-COSTO-MATERIALES
           MOVE 'T' TO ORD-ESTADO
           MOVE REG-ORDENES TO TOR-REGISTRO(WS-IND-ORD-HALLADO)
           PERFORM 305000-GRABAR-ORDENES
           DISPLAY 'ORDEN ' ORD-NUMERO ' TERMINADA, QUEDA PARA '
                   'FACTURAR'
           MOVE ORD-NROCUENTA TO WSV-NROCUENTA
           PERFORM 255000-CLIENTE-DE-CUENTA
           MOVE SPACES TO WS-CONTAC-RESULTADO
           STRING 'ORDEN ' ORD-NUMERO ' ' ORD-TIPO ' TERMINADA '
                  WSV-FECHA
                  DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
           PERFORM 257000-REGISTRAR-CONTACTO.


       237000-REGRABAR-STOCK.
           OPEN OUTPUT STOCK
           IF NOT WSS-FS-STOCK-OK
             DISPLAY 'ERROR DE ARCHIVO DE STOCK'
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
           ELSE
             PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                       UNTIL WS-IND-STOCK > WS-CANT-STOCK
               MOVE TS-CODIGO(WS-IND-STOCK) TO STK-CODIGO
               MOVE TS-EXISTENCIA(WS-IND-STOCK) TO STK-EXISTENCIA
               MOVE TS-MINIMO(WS-IND-STOCK) TO STK-MINIMO
               MOVE TS-COSTO-PROM(WS-IND-STOCK) TO STK-COSTO-PROM
               WRITE REG-STOCK
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE STOCK
           END-IF.


       238000-GRABAR-MATERIALES.
           OPEN EXTEND ORDMAT
           IF WSS-FS-ORDMAT-NOEXISTE
             OPEN OUTPUT ORDMAT
           END-IF
           IF NOT WSS-FS-ORDMAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE MATERIALES DE ORDENES'
             DISPLAY 'FILE STATUS ' WSS-FS-ORDMAT
           ELSE
             PERFORM VARYING WS-IND-MATERIAL FROM 1 BY 1
                       UNTIL WS-IND-MATERIAL > WS-CANT-MATERIALES
               MOVE ORD-NUMERO TO OMT-NUMERO
               MOVE TMT-CODIGO(WS-IND-MATERIAL) TO OMT-CODIGO
               MOVE TMT-CANTIDAD(WS-IND-MATERIAL) TO OMT-CANTIDAD
               MOVE TMT-COSTO-UNITARIO(WS-IND-MATERIAL)
                 TO OMT-COSTO-UNITARIO
               MOVE TMT-IMPORTE(WS-IND-MATERIAL) TO OMT-IMPORTE
               WRITE REG-ORDMAT
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE ORDMAT
           END-IF.


       240000-ANULAR.
           DISPLAY 'INGRESE EL NUMERO DE ORDEN: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-ORDEN
           EVALUATE TRUE
             WHEN WS-IND-ORD-HALLADO = 0
               DISPLAY 'NO EXISTE UNA ORDEN CON ESE NUMERO'
             WHEN NOT ORD-PROGRAMADA
               DISPLAY 'SOLO SE ANULA UNA ORDEN PROGRAMADA'
             WHEN OTHER
               MOVE 'X' TO ORD-ESTADO
               MOVE WSP-FECHA-PROCESO TO ORD-FECHA-TERMINADA
               MOVE REG-ORDENES TO TOR-REGISTRO(WS-IND-ORD-HALLADO)
               PERFORM 305000-GRABAR-ORDENES
               DISPLAY 'ORDEN ' ORD-NUMERO ' ANULADA'
           END-EVALUATE.


       250000-FACTURAR.
      * Las ordenes terminadas se facturan en el periodo de la fecha
      * de proceso, que tiene que estar abierto. Una orden cuyo tipo
      * no tiene precio por hora en el catalogo queda terminada.
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-CARGO
           CALL 'PERIODOABIERTO' USING WS-PERIODO-CARGO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-CARGO ' ESTA CERRADO, '
                     'NO SE FACTURA'
           ELSE
             MOVE 0 TO WSA-FACTURADAS
             MOVE 0 TO WSA-RECHAZADAS
             MOVE 0 TO WSA-CARGOS
             MOVE 0 TO WSA-IMP-FACTURADO
             PERFORM 251000-CARGAR-ULTIMO-ID
             PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                       UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
               MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
               IF ORD-TERMINADA
                 PERFORM 252000-FACTURAR-ORDEN
                 MOVE REG-ORDENES TO TOR-REGISTRO(WS-IND-ORDEN)
               END-IF
             END-PERFORM
             IF WSA-FACTURADAS > 0
               PERFORM 305000-GRABAR-ORDENES
             END-IF
             DISPLAY 'ORDENES FACTURADAS: ' WSA-FACTURADAS
                     '  CARGOS: ' WSA-CARGOS
                     '  IMPORTE: ' WSA-IMP-FACTURADO
             DISPLAY 'ORDENES SIN PRECIO DE MANO DE OBRA: '
                     WSA-RECHAZADAS
           END-IF.


       251000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-OK
             PERFORM 251500-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF ENTRYID-S > WS-ULTIMO-ID
                 MOVE ENTRYID-S TO WS-ULTIMO-ID
               END-IF
               PERFORM 251500-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF
           IF WS-ID-INICIAL-SESION = 0
             MOVE WS-ULTIMO-ID TO WS-ID-INICIAL-SESION
           END-IF.


       251500-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       252000-FACTURAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-FACTURABLE
           MOVE 0 TO WSV-MANO-OBRA
           IF ORD-HORAS = 0
             MOVE 'S' TO WS-ORDEN-FACTURABLE
           ELSE
             PERFORM 253000-PRECIO-HORA
             IF WSV-PRECIO-HALLADO = 'S'
               COMPUTE WSV-MANO-OBRA ROUNDED =
                       ORD-HORAS * WSV-PRECIO-HORA
               MOVE 'S' TO WS-ORDEN-FACTURABLE
             END-IF
           END-IF
      * Un cargo de SERVICIO.DAT no pasa de 99999,99.
           IF WSV-MANO-OBRA > 99999,99
                   OR ORD-COSTO-MATERIALES > 99999,99
             MOVE 'N' TO WS-ORDEN-FACTURABLE
           END-IF
           IF NOT WS-ES-FACTURABLE
             DISPLAY 'ORDEN ' ORD-NUMERO ': SIN PRECIO POR HORA PARA '
                     ORD-TIPO ' O IMPORTE FUERA DE RANGO, NO SE '
                     'FACTURA'
             ADD 1 TO WSA-RECHAZADAS
           ELSE
             MOVE 0 TO WSV-FACTURADO
             OPEN I-O SERVICIO
             IF WSS-FS-SERVICIO-NOEXISTE
               OPEN OUTPUT SERVICIO
             END-IF
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               ADD 1 TO WSA-RECHAZADAS
             ELSE
               IF WSV-MANO-OBRA > 0
                 MOVE ORD-TIPO TO CODSERVICIO
                 MOVE WSV-MANO-OBRA TO MONTO-S
                 MOVE SPACES TO DESCRIP
                 STRING 'OT ' ORD-NUMERO ' MANO DE OBRA'
                        DELIMITED BY SIZE INTO DESCRIP
                 PERFORM 254000-GRABAR-CARGO
               END-IF
               PERFORM 256000-FACTURAR-MATERIALES
               CLOSE SERVICIO
               MOVE 'F' TO ORD-ESTADO
               MOVE WSV-FACTURADO TO ORD-IMPORTE-FACTURADO
               MOVE WSP-FECHA-PROCESO TO ORD-FECHA-FACTURA
               ADD 1 TO WSA-FACTURADAS
               ADD WSV-FACTURADO TO WSA-IMP-FACTURADO
             END-IF
           END-IF.


       253000-PRECIO-HORA.
           MOVE ORD-TIPO TO WSV-CODIGO
           CALL 'PRECIOVIGENTE' USING WSV-CODIGO
                                      ORD-NROCUENTA
                                      WS-PERIODO-CARGO
                                      WSV-PRECIO-HORA
                                      WSV-PRECIO-HALLADO
           END-CALL
           IF WSV-PRECIO-HALLADO NOT = 'S'
             OPEN INPUT SERVCAT
             IF WSS-FS-SERVCAT-OK
               PERFORM 253500-LEER-CATALOGO
               PERFORM UNTIL WSS-FS-SERVCAT-EOF
                 IF CAT-CODIGO = ORD-TIPO AND CAT-ACTIVO
                   MOVE CAT-PRECIO TO WSV-PRECIO-HORA
                   MOVE 'S' TO WSV-PRECIO-HALLADO
                 END-IF
                 PERFORM 253500-LEER-CATALOGO
               END-PERFORM
               CLOSE SERVCAT
             END-IF
           END-IF
           IF WSV-PRECIO-HORA <= 0
             MOVE 'N' TO WSV-PRECIO-HALLADO
           END-IF.


       253500-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       254000-GRABAR-CARGO.
           MOVE 'N' TO WS-CARGO-GRABADO
           MOVE ORD-NROCUENTA TO NUMCUENTA
           MOVE WS-PERIODO-CARGO TO PERIODO
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID-S
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             MOVE 'S' TO WS-CARGO-GRABADO
             ADD 1 TO WS-CANT-ESCRITOS
             ADD 1 TO WSA-CARGOS
             ADD MONTO-S TO WSV-FACTURADO
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       255000-CLIENTE-DE-CUENTA.
           MOVE 0 TO WSV-CODCLIENTE
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE WSV-NROCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
             END-READ
             CLOSE CUENTAS
           END-IF.


       256000-FACTURAR-MATERIALES.
      * Un cargo por material, con el codigo del producto, para que
      * TENDENCIASERVICIOS y la contabilidad vean lo que salio.
           OPEN INPUT ORDMAT
           IF WSS-FS-ORDMAT-OK
             PERFORM 256500-LEER-MATERIAL
             PERFORM UNTIL WSS-FS-ORDMAT-EOF
               IF OMT-NUMERO = ORD-NUMERO AND OMT-IMPORTE > 0
                 MOVE OMT-CODIGO TO CODSERVICIO
                 MOVE OMT-IMPORTE TO MONTO-S
                 MOVE SPACES TO DESCRIP
                 STRING 'OT ' ORD-NUMERO ' MATERIAL X '
                        OMT-CANTIDAD
                        DELIMITED BY SIZE INTO DESCRIP
                 PERFORM 254000-GRABAR-CARGO
                 IF WS-CARGO-GRABADO = 'S'
                   PERFORM 256800-REGISTRAR-VENTA-PRODUCTO
                 END-IF
               END-IF
               PERFORM 256500-LEER-MATERIAL
             END-PERFORM
             CLOSE ORDMAT
           END-IF.


       256500-LEER-MATERIAL.
           READ ORDMAT
           IF NOT WSS-FS-ORDMAT-OK AND NOT WSS-FS-ORDMAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ORDMAT
             MOVE '10' TO WSS-FS-ORDMAT
           END-IF.


       256800-REGISTRAR-VENTA-PRODUCTO.
      * Como el alta de cargos de la Serie 6: las unidades y el costo
      * de la salida quedan por ENTRYID para el margen por producto.
           OPEN EXTEND VENTAPROD
           IF WSS-FS-VENTAPROD-NOEXISTE
             OPEN OUTPUT VENTAPROD
           END-IF
           IF NOT WSS-FS-VENTAPROD-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS DE PRODUCTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-VENTAPROD
           ELSE
             MOVE WS-ULTIMO-ID TO VTP-ENTRYID
             MOVE OMT-CODIGO TO VTP-CODIGO
             MOVE OMT-CANTIDAD TO VTP-CANTIDAD
             MOVE OMT-COSTO-UNITARIO TO VTP-COSTO-UNITARIO
             WRITE REG-VENTAPROD
             CLOSE VENTAPROD
           END-IF.


       257000-REGISTRAR-CONTACTO.
           MOVE WSV-CODCLIENTE    TO WS-CONTAC-CODCLIENTE
           MOVE WSV-NROCUENTA     TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO TO WS-CONTAC-FECHA
           MOVE 'MOS'             TO WS-CONTAC-CANAL
           MOVE 'ORDENESTRABAJO'  TO WS-CONTAC-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-CONTAC-OPERADOR
           COPY WSCONTAC-PROC.


       270000-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             MOVE 0 TO WSA-ABIERTAS
             MOVE 0 TO WSA-SIN-FACTURAR
             MOVE 0 TO WSA-COSTO-SIN-FACTURAR
             MOVE 0 TO WSA-HORAS-SIN-FACTURAR
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDENES DE TRABAJO AL ' WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM 272000-ARMAR-TECNICOS
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE 'ORDENES ABIERTAS POR TECNICO' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE '  ORDEN    CUENTA   TIPO PROGRAMADA  DIAS ATRASO'
               TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-TECNICO FROM 1 BY 1
                       UNTIL WS-IND-TECNICO > WS-CANT-TECNICOS
               PERFORM 274000-REPORTE-TECNICO
             END-PERFORM
             MOVE WSA-ABIERTAS TO WS-CANT-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL ORDENES ABIERTAS: ' WS-CANT-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM 278000-REPORTE-SIN-FACTURAR
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'REPORTE EMITIDO EN ORDENES.REP'
           END-IF.


       272000-ARMAR-TECNICOS.
           MOVE 0 TO WS-CANT-TECNICOS
           PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                     UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
             MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
             IF ORD-PROGRAMADA
               MOVE 0 TO WS-IND-TEC-HALLADO
               PERFORM VARYING WS-IND-TECNICO FROM 1 BY 1
                         UNTIL WS-IND-TECNICO > WS-CANT-TECNICOS
                 IF TTC-TECNICO(WS-IND-TECNICO) = ORD-TECNICO
                   MOVE WS-IND-TECNICO TO WS-IND-TEC-HALLADO
                   MOVE WS-CANT-TECNICOS TO WS-IND-TECNICO
                 END-IF
               END-PERFORM
               IF WS-IND-TEC-HALLADO = 0 AND WS-CANT-TECNICOS < 200
                 ADD 1 TO WS-CANT-TECNICOS
                 MOVE ORD-TECNICO TO TTC-TECNICO(WS-CANT-TECNICOS)
               END-IF
             END-IF
           END-PERFORM.


       274000-REPORTE-TECNICO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TECNICO ' TTC-TECNICO(WS-IND-TECNICO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                     UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
             MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
             IF ORD-PROGRAMADA
                     AND ORD-TECNICO = TTC-TECNICO(WS-IND-TECNICO)
               PERFORM 276000-REPORTE-ABIERTA
             END-IF
           END-PERFORM.


       276000-REPORTE-ABIERTA.
      * Antiguedad desde el alta; el atraso cuenta desde la fecha
      * programada y es negativo mientras no llega.
           COMPUTE WS-JULIANO-FECHA =
                   FUNCTION INTEGER-OF-DATE(ORD-FECHA-ALTA)
           COMPUTE WS-DIAS = WS-JULIANO-HOY - WS-JULIANO-FECHA
           COMPUTE WS-JULIANO-FECHA =
                   FUNCTION INTEGER-OF-DATE(ORD-FECHA-PROGRAMADA)
           COMPUTE WS-DIAS-ATRASO = WS-JULIANO-HOY - WS-JULIANO-FECHA
           MOVE WS-DIAS TO WS-DIAS-EDIT
           MOVE WS-DIAS-ATRASO TO WS-ATRASO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  ' ORD-NUMERO ' ' ORD-NROCUENTA ' ' ORD-TIPO
                  '  ' ORD-FECHA-PROGRAMADA ' ' WS-DIAS-EDIT
                  ' ' WS-ATRASO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           ADD 1 TO WSA-ABIERTAS.


       278000-REPORTE-SIN-FACTURAR.
           MOVE 'TERMINADAS SIN FACTURAR' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE '  ORDEN    CUENTA   TIPO TERMINADA   DIAS  HORAS'
             TO WS-LINEA-REPORTE
           MOVE 'MATERIALES' TO WS-LINEA-REPORTE(54:10)
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                     UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
             MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
             IF ORD-TERMINADA
               COMPUTE WS-JULIANO-FECHA =
                       FUNCTION INTEGER-OF-DATE(ORD-FECHA-TERMINADA)
               COMPUTE WS-DIAS = WS-JULIANO-HOY - WS-JULIANO-FECHA
               MOVE WS-DIAS TO WS-DIAS-EDIT
               MOVE ORD-HORAS TO WS-HORAS-EDIT
               MOVE ORD-COSTO-MATERIALES TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' ORD-NUMERO ' ' ORD-NROCUENTA ' ' ORD-TIPO
                      '  ' ORD-FECHA-TERMINADA ' ' WS-DIAS-EDIT
                      ' ' WS-HORAS-EDIT '  ' WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 290000-ESCRIBIR-LINEA
               ADD 1 TO WSA-SIN-FACTURAR
               ADD ORD-HORAS TO WSA-HORAS-SIN-FACTURAR
               ADD ORD-COSTO-MATERIALES TO WSA-COSTO-SIN-FACTURAR
             END-IF
           END-PERFORM
           MOVE WSA-SIN-FACTURAR TO WS-CANT-EDIT
           MOVE WSA-COSTO-SIN-FACTURAR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL SIN FACTURAR: ' WS-CANT-EDIT
                  ' ORDENES, HORAS ' WSA-HORAS-SIN-FACTURAR
                  ', MATERIALES ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       290000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       305000-GRABAR-ORDENES.
           OPEN OUTPUT ORDENES
           IF NOT WSS-FS-ORDENES-OK
             DISPLAY 'ERROR DE ARCHIVO DE ORDENES'
             DISPLAY 'FILE STATUS ' WSS-FS-ORDENES
           ELSE
             PERFORM VARYING WS-IND-ORDEN FROM 1 BY 1
                       UNTIL WS-IND-ORDEN > WS-CANT-ORDENES
               MOVE TOR-REGISTRO(WS-IND-ORDEN) TO REG-ORDENES
               WRITE REG-ORDENES
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE ORDENES
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   ORDENES DE TRABAJO'
           DISPLAY 'Programme: ORDENESTRABAJO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'ORDENES DE TRABAJO'   TO WS-REPIDX-NOMBRE
           MOVE 'ORDENESTRABAJO'       TO WS-REPIDX-PROGRAMA
           MOVE '..\ORDENES.REP'       TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS       TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'ORDENESTRABAJO'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ORDENES       TO WS-RUNLOG-STATUS
           MOVE WS-ID-INICIAL-SESION TO WS-RUNLOG-IDINI
           MOVE WS-ULTIMO-ID         TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.
