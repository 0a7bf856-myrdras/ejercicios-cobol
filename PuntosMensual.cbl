      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CIERRE MENSUAL DE PUNTOS DE FIDELIDAD: PARA UN
      *              PERIODO AAAAMM YA CERRADO RECORRE EL LIBRO
      *              PUNTOS.DAT, VENCE POR CLIENTE LOS PUNTOS EMITIDOS
      *              CUYO ULTIMO PERIODO DE CANJE ES EL INFORMADO O
      *              ANTERIOR Y QUE NO FUERON CONSUMIDOS POR CANJES O
      *              VENCIMIENTOS PREVIOS (LOS MAS VIEJOS PRIMERO),
      *              AGREGANDO UN MOVIMIENTO V POR CLIENTE, E INFORMA
      *              POR CLIENTE Y EN TOTAL LOS PUNTOS EMITIDOS,
      *              CANJEADOS Y VENCIDOS EN EL PERIODO Y EL SALDO
      *              VIGENTE, CON EL PASIVO VALORIZADO A
      *              PAR-VALOR-PUNTO PARA FINANZAS. VOLVER A CORRER EL
      *              MISMO PERIODO NO VENCE DOS VECES. EL REPORTE QUEDA
      *              EN PUNTOS.REP. RC 8 SI NO SE PUEDE LEER EL LIBRO,
      *              GRABAR LOS VENCIMIENTOS O ABRIR EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  PUNTOSMENSUAL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTOS             ASSIGN TO DISK '..\PUNTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PUNTOS.

           SELECT REPORTE            ASSIGN TO DISK '..\PUNTOS.REP'
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
       FD PUNTOS.
           COPY PUNTOSREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==PUNTOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Una entrada por cliente, en el orden en que aparece en el
      * libro. CADUCOS son los emitidos con vencimiento hasta el
      * periodo; CONSUMIDOS lo canjeado y vencido de toda la historia.
       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TPC-ENTRY OCCURS 5000 TIMES.
           10 TPC-CODCLIENTE           PIC 9(08).
           10 TPC-NROCUENTA            PIC 9(08).
           10 TPC-SALDO                PIC S9(09).
           10 TPC-CADUCOS              PIC S9(09).
           10 TPC-CONSUMIDOS           PIC S9(09).
           10 TPC-EMITIDOS-MES         PIC S9(09).
           10 TPC-CANJEADOS-MES        PIC S9(09).
           10 TPC-VENCIDOS-MES         PIC S9(09).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(05).

       01 VARIABLES.
         05 WSV-PERIODO.
           10 WSV-PERIODO-AAAA         PIC 9(04).
           10 WSV-PERIODO-MM           PIC 9(02).
         05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO
                                       PIC 9(06).
         05 WSV-A-VENCER               PIC S9(09).

       01 ACUMULADORES.
         05 WSA-CLIENTES-EXCEDIDOS     PIC 9(05).
         05 WSA-CLIENTES-VENCIDOS      PIC 9(05).
         05 WSA-EMITIDOS               PIC S9(11).
         05 WSA-IMP-EMITIDO            PIC S9(11)V99.
         05 WSA-CANJEADOS              PIC S9(11).
         05 WSA-IMP-CANJEADO           PIC S9(11)V99.
         05 WSA-VENCIDOS               PIC S9(11).
         05 WSA-SALDO                  PIC S9(11).
         05 WSA-PASIVO                 PIC S9(13)V99.

       01 WS-CANT-EDIT                 PIC -(8)9.
       01 WS-CANT-EDIT-2               PIC -(8)9.
       01 WS-CANT-EDIT-3               PIC -(8)9.
       01 WS-CANT-EDIT-4               PIC -(8)9.
       01 WS-TOTAL-EDIT                PIC -(10)9.
       01 WS-IMPORTE-EDIT              PIC -(12)9,99.
       01 WS-VALOR-EDIT                PIC ZZ9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-CARGAR-LIBRO
                 PERFORM 220000-VENCER-PUNTOS
                 PERFORM 250000-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL PERIODO A CERRAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO IS NOT NUMERIC
                   OR WSV-PERIODO-MM < 1 OR WSV-PERIODO-MM > 12
             DISPLAY 'PERIODO INVALIDO, NO SE CIERRA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       200000-CARGAR-LIBRO.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT PUNTOS
           IF WSS-FS-PUNTOS-NOEXISTE
             DISPLAY 'NO HAY PUNTOS REGISTRADOS'
           ELSE
             IF NOT WSS-FS-PUNTOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 205000-LEER-PUNTOS
             PERFORM UNTIL WSS-FS-PUNTOS-EOF
               PERFORM 210000-UBICAR-CLIENTE
               IF WS-IND-HALLADO NOT = 0
                 PERFORM 215000-ACUMULAR-MOVIMIENTO
               END-IF
               PERFORM 205000-LEER-PUNTOS
             END-PERFORM
             CLOSE PUNTOS
           END-IF
      * Con clientes fuera de la tabla los vencimientos y el pasivo
      * saldrian incompletos: no se vence nada.
           IF WSA-CLIENTES-EXCEDIDOS > 0
             DISPLAY 'PUNTOS.DAT SUPERA LOS 5000 CLIENTES, NO SE '
                     'VENCEN PUNTOS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       205000-LEER-PUNTOS.
           READ PUNTOS
           IF NOT WSS-FS-PUNTOS-OK AND NOT WSS-FS-PUNTOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
             MOVE '10' TO WSS-FS-PUNTOS
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WSS-FS-PUNTOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-UBICAR-CLIENTE.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TPC-CODCLIENTE(WS-IND-CLIENTE) = PTS-CODCLIENTE
               MOVE WS-IND-CLIENTE TO WS-IND-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE WS-CANT-CLIENTES TO WS-IND-HALLADO
               INITIALIZE TPC-ENTRY(WS-IND-HALLADO)
               MOVE PTS-CODCLIENTE TO TPC-CODCLIENTE(WS-IND-HALLADO)
               MOVE PTS-NROCUENTA TO TPC-NROCUENTA(WS-IND-HALLADO)
             ELSE
               ADD 1 TO WSA-CLIENTES-EXCEDIDOS
             END-IF
           END-IF.


       215000-ACUMULAR-MOVIMIENTO.
           ADD PTS-PUNTOS TO TPC-SALDO(WS-IND-HALLADO)
           EVALUATE TRUE
             WHEN PTS-EMITIDO
               IF PTS-PERIODO-VTO NOT > WSV-PERIODO-NUM
                 ADD PTS-PUNTOS TO TPC-CADUCOS(WS-IND-HALLADO)
               END-IF
               IF PTS-FECHA(1:6) = WSV-PERIODO
                 ADD PTS-PUNTOS TO TPC-EMITIDOS-MES(WS-IND-HALLADO)
                 ADD PTS-IMPORTE TO WSA-IMP-EMITIDO
               END-IF
             WHEN PTS-CANJEADO
               SUBTRACT PTS-PUNTOS FROM TPC-CONSUMIDOS(WS-IND-HALLADO)
               IF PTS-FECHA(1:6) = WSV-PERIODO
                 SUBTRACT PTS-PUNTOS
                   FROM TPC-CANJEADOS-MES(WS-IND-HALLADO)
                 ADD PTS-IMPORTE TO WSA-IMP-CANJEADO
               END-IF
             WHEN PTS-VENCIDO
               SUBTRACT PTS-PUNTOS FROM TPC-CONSUMIDOS(WS-IND-HALLADO)
               IF PTS-PERIODO-VTO = WSV-PERIODO-NUM
                 SUBTRACT PTS-PUNTOS
                   FROM TPC-VENCIDOS-MES(WS-IND-HALLADO)
               END-IF
           END-EVALUATE.


       220000-VENCER-PUNTOS.
      * Los canjes y vencimientos consumen primero los puntos mas
      * viejos: lo caduco que no alcanzaron a consumir es lo que vence
      * ahora. Una segunda corrida del periodo ya lo ve consumido.
           IF WS-CANT-CLIENTES > 0
             OPEN EXTEND PUNTOS
             IF NOT WSS-FS-PUNTOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               COMPUTE WSV-A-VENCER = TPC-CADUCOS(WS-IND-CLIENTE)
                       - TPC-CONSUMIDOS(WS-IND-CLIENTE)
               IF WSV-A-VENCER > TPC-SALDO(WS-IND-CLIENTE)
                 MOVE TPC-SALDO(WS-IND-CLIENTE) TO WSV-A-VENCER
               END-IF
               IF WSV-A-VENCER > 0
                 PERFORM 225000-GRABAR-VENCIMIENTO
               END-IF
             END-PERFORM
             CLOSE PUNTOS
           END-IF.


       225000-GRABAR-VENCIMIENTO.
           MOVE TPC-CODCLIENTE(WS-IND-CLIENTE) TO PTS-CODCLIENTE
           MOVE TPC-NROCUENTA(WS-IND-CLIENTE) TO PTS-NROCUENTA
           MOVE WSP-FECHA-PROCESO TO PTS-FECHA
           MOVE 'V' TO PTS-TIPO
           COMPUTE PTS-PUNTOS = 0 - WSV-A-VENCER
           MOVE WSV-PERIODO-NUM TO PTS-PERIODO-VTO
           MOVE 0 TO PTS-REFERENCIA
           MOVE 0 TO PTS-IMPORTE
           WRITE REG-PUNTOS
           IF WSS-FS-PUNTOS-OK
             SUBTRACT WSV-A-VENCER FROM TPC-SALDO(WS-IND-CLIENTE)
             ADD WSV-A-VENCER TO TPC-CONSUMIDOS(WS-IND-CLIENTE)
             ADD WSV-A-VENCER TO TPC-VENCIDOS-MES(WS-IND-CLIENTE)
             ADD 1 TO WSA-CLIENTES-VENCIDOS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       250000-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'PUNTOS DE FIDELIDAD - CIERRE DEL PERIODO '
                    WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FECHA DE PROCESO ' WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE 'CLIENTE    EMITIDOS CANJEADOS  VENCIDOS     SALDO'
               TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               PERFORM 255000-REPORTE-CLIENTE
             END-PERFORM
             PERFORM 260000-REPORTE-TOTALES
             CLOSE REPORTE
           END-IF.


       255000-REPORTE-CLIENTE.
      * Se listan los clientes con movimientos en el mes o con saldo.
           ADD TPC-EMITIDOS-MES(WS-IND-CLIENTE) TO WSA-EMITIDOS
           ADD TPC-CANJEADOS-MES(WS-IND-CLIENTE) TO WSA-CANJEADOS
           ADD TPC-VENCIDOS-MES(WS-IND-CLIENTE) TO WSA-VENCIDOS
           ADD TPC-SALDO(WS-IND-CLIENTE) TO WSA-SALDO
           IF TPC-EMITIDOS-MES(WS-IND-CLIENTE) NOT = 0
                   OR TPC-CANJEADOS-MES(WS-IND-CLIENTE) NOT = 0
                   OR TPC-VENCIDOS-MES(WS-IND-CLIENTE) NOT = 0
                   OR TPC-SALDO(WS-IND-CLIENTE) NOT = 0
             MOVE TPC-EMITIDOS-MES(WS-IND-CLIENTE) TO WS-CANT-EDIT
             MOVE TPC-CANJEADOS-MES(WS-IND-CLIENTE) TO WS-CANT-EDIT-2
             MOVE TPC-VENCIDOS-MES(WS-IND-CLIENTE) TO WS-CANT-EDIT-3
             MOVE TPC-SALDO(WS-IND-CLIENTE) TO WS-CANT-EDIT-4
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING TPC-CODCLIENTE(WS-IND-CLIENTE) ' '
                    WS-CANT-EDIT ' ' WS-CANT-EDIT-2 ' '
                    WS-CANT-EDIT-3 ' ' WS-CANT-EDIT-4
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
           END-IF.


       260000-REPORTE-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSA-EMITIDOS TO WS-TOTAL-EDIT
           MOVE WSA-IMP-EMITIDO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PUNTOS EMITIDOS EN EL MES:  ' WS-TOTAL-EDIT
                  '  COBRADO ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSA-CANJEADOS TO WS-TOTAL-EDIT
           MOVE WSA-IMP-CANJEADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PUNTOS CANJEADOS EN EL MES: ' WS-TOTAL-EDIT
                  '  ACREDITADO ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSA-VENCIDOS TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PUNTOS VENCIDOS EN EL MES:  ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSA-SALDO TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PUNTOS VIGENTES:            ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           COMPUTE WSA-PASIVO = WSA-SALDO * WSP-VALOR-PUNTO
           MOVE WSA-PASIVO TO WS-IMPORTE-EDIT
           MOVE WSP-VALOR-PUNTO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PASIVO POR PUNTOS (A ' WS-VALOR-EDIT
                  ' POR PUNTO):' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       290000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CIERRE DE PUNTOS'
           DISPLAY 'Programme: PUNTOSMENSUAL'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'PERIODO CERRADO:        ' WSV-PERIODO
           DISPLAY 'MOVIMIENTOS LEIDOS:     ' WS-CANT-LEIDOS
           DISPLAY 'CLIENTES CON PUNTOS:    ' WS-CANT-CLIENTES
           DISPLAY 'CLIENTES CON VENCIDOS:  ' WSA-CLIENTES-VENCIDOS
           DISPLAY 'FUERA DE LA TABLA:      ' WSA-CLIENTES-EXCEDIDOS.


       395000-REGISTRAR-REPORTE.
           MOVE 'CIERRE DE PUNTOS'     TO WS-REPIDX-NOMBRE
           MOVE 'PUNTOSMENSUAL'        TO WS-REPIDX-PROGRAMA
           MOVE '..\PUNTOS.REP'        TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS       TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'PUNTOSMENSUAL'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-PUNTOS     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
