      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     ANALISIS MENSUAL DE BAJAS Y RETENCION DE
      *              SUSCRIPCIONES: PARA UN PERIODO AAAAMM RECORRE
      *              SUSCRIP.DAT Y, POR CODIGO DE CATALOGO Y OFICINA DE
      *              APERTURA DEL CLIENTE (OFIAPE-C, VIA CUENTAS.DAT),
      *              CUENTA LAS SUSCRIPCIONES VIGENTES AL INICIO DEL
      *              MES (DESDE ANTERIOR AL PERIODO Y HASTA NO MENOR),
      *              LAS ALTAS (DESDE IGUAL AL PERIODO), LAS BAJAS (EL
      *              PERIODO ES SU ULTIMO MES VIGENTE) ABIERTAS POR
      *              MOTIVO DE LA TABLA MOTBAJA, LAS VIGENTES AL CIERRE
      *              Y LA TASA DE BAJAS SOBRE LAS VIGENTES AL INICIO.
      *              LAS BAJAS SIN MOTIVO (ANTERIORES AL MOTIVO, O
      *              PLAZOS QUE SIMPLEMENTE TERMINARON) VAN A 'SM'.
      *              LA RETENCION POR COHORTE TOMA LAS ALTAS DE CADA
      *              UNO DE LOS 24 MESES QUE TERMINAN EN EL PERIODO Y
      *              MUESTRA CUANTAS SIGUEN VIGENTES 3, 6 Y 12 MESES
      *              DESPUES, CUANDO ESE MES YA ESTA DENTRO DEL
      *              PERIODO. EL REPORTE QUEDA EN CHURN.REP. RC 8 SI
      *              NO SE PUEDEN LEER LAS SUSCRIPCIONES O ABRIR EL
      *              REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CHURNMENSUAL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIP            ASSIGN TO DISK '..\SUSCRIP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSCRIP.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT REPORTE            ASSIGN TO DISK '..\CHURN.REP'
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
       FD SUSCRIP.
       01 REG-SUSCRIP.
         05 SUS-NUMCUENTA             PIC 9(08).
         05 SUS-CODSERVICIO           PIC X(03).
         05 SUS-CANTIDAD              PIC 9(03).
         05 SUS-PERIODO-DESDE         PIC X(06).
         05 SUS-PERIODO-HASTA         PIC X(06).
         05 SUS-FECHA-DESDE           PIC 9(08).
         05 SUS-FECHA-HASTA           PIC 9(08).
         05 SUS-PREPAGO               PIC X(01).
             88 SUS-ES-PREPAGO                         VALUE 'S'.
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
             88 SUS-PEN-FIJA                           VALUE 'F'.
             88 SUS-PEN-REMANENTE                      VALUE 'M'.
         05 SUS-PEN-VALOR             PIC 9(05)V99.
         05 SUS-MOTIVO-BAJA           PIC X(02).
             88 SUS-BAJA-FALTA-PAGO                    VALUE 'FP'.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

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
           COPY WSFS REPLACING ==:TAG:== BY ==SUSCRIP==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       COPY MOTBAJA.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-OFIAPE               PIC X(03).

      * Una entrada por codigo y oficina, en orden de codigo y
      * oficina. La ultima columna de motivos (7) son las bajas sin
      * motivo o con un motivo que no esta en la tabla.
       01 TABLA-GRUPOS.
         05 WS-CANT-GRUPOS             PIC 9(03) VALUE 0.
         05 TGR-ENTRY OCCURS 500 TIMES.
           10 TGR-CODIGO               PIC X(03).
           10 TGR-OFICINA              PIC X(03).
           10 TGR-INICIO               PIC 9(05).
           10 TGR-ALTAS                PIC 9(05).
           10 TGR-BAJAS                PIC 9(05).
           10 TGR-BAJAS-MOT OCCURS 7 TIMES
                                       PIC 9(05).

      * Cohortes: altas de cada uno de los 24 meses que terminan en
      * el periodo y cuantas siguen vigentes 3, 6 y 12 meses despues.
       01 TABLA-COHORTES.
         05 TCO-ENTRY OCCURS 24 TIMES.
           10 TCO-ALTAS                PIC 9(05).
           10 TCO-VIGENTES OCCURS 3 TIMES
                                       PIC 9(05).

       01 TABLA-HORIZONTES-LIT.
         05 FILLER                     PIC 9(02) VALUE 03.
         05 FILLER                     PIC 9(02) VALUE 06.
         05 FILLER                     PIC 9(02) VALUE 12.
       01 FILLER REDEFINES TABLA-HORIZONTES-LIT.
         05 THZ-MESES OCCURS 3 TIMES   PIC 9(02).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-GRUPO               PIC 9(03).
         05 WS-IND-MOVER               PIC 9(03).
         05 WS-IND-MOTIVO              PIC 9(02).
         05 WS-IND-COHORTE             PIC 9(02).
         05 WS-IND-HORIZONTE           PIC 9(01).
         05 WS-COLUMNA                 PIC 9(03).

      * Los periodos se cuentan como AAAA * 12 + MM - 1 para poder
      * restarlos.
       01 VARIABLES.
         05 WSV-PERIODO.
           10 WSV-PERIODO-AAAA         PIC 9(04).
           10 WSV-PERIODO-MM           PIC 9(02).
         05 WSV-MES-PERIODO            PIC 9(06).
         05 WSV-MES-PRIMER-COHORTE     PIC 9(06).
         05 WSV-DESDE.
           10 WSV-DESDE-AAAA           PIC 9(04).
           10 WSV-DESDE-MM             PIC 9(02).
         05 WSV-HASTA.
           10 WSV-HASTA-AAAA           PIC 9(04).
           10 WSV-HASTA-MM             PIC 9(02).
         05 WSV-MES-DESDE              PIC 9(06).
         05 WSV-MES-HASTA              PIC 9(06).
         05 WSV-MES-AUX                PIC 9(06).
         05 WSV-COHORTE.
           10 WSV-COHORTE-AAAA         PIC 9(04).
           10 WSV-COHORTE-MM           PIC 9(02).
         05 WSV-OFICINA                PIC X(03).

       01 WS-SUSCRIP-CUENTA            PIC X VALUE 'N'.
           88 WS-CUENTA-EN-MES                          VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-SIN-DESDE              PIC 9(05).
         05 WSA-SIN-OFICINA            PIC 9(05).
         05 WSA-GRUPOS-EXCEDIDOS       PIC 9(05).
         05 WSA-INICIO                 PIC 9(07).
         05 WSA-ALTAS                  PIC 9(07).
         05 WSA-BAJAS                  PIC 9(07).
         05 WSA-FINAL                  PIC 9(07).
         05 WSA-BAJAS-MOT OCCURS 7 TIMES
                                       PIC 9(07).

       01 WS-TASA                      PIC 9(03)V99.
       01 WS-FINAL                     PIC 9(07).

       01 WS-CANT-EDIT                 PIC Z(6)9.
       01 WS-CANT-EDIT-2               PIC Z(6)9.
       01 WS-CANT-EDIT-3               PIC Z(6)9.
       01 WS-CANT-EDIT-4               PIC Z(6)9.
       01 WS-MOT-EDIT                  PIC Z(4)9.
       01 WS-TASA-EDIT                 PIC ZZ9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESAR-SUSCRIP
                 PERFORM 250000-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
                      TABLA-COHORTES

           PERFORM 104000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL PERIODO A ANALIZAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO IS NOT NUMERIC
                   OR WSV-PERIODO-MM < 1 OR WSV-PERIODO-MM > 12
             DISPLAY 'PERIODO INVALIDO, NO SE ANALIZA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           COMPUTE WSV-MES-PERIODO =
                   WSV-PERIODO-AAAA * 12 + WSV-PERIODO-MM - 1
           COMPUTE WSV-MES-PRIMER-COHORTE = WSV-MES-PERIODO - 23
           PERFORM 115000-CARGAR-CLIENTES
           PERFORM 130000-ABRIR-ARCHIVOS.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       115000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             PERFORM 116000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TCL-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 116000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           ELSE
             DISPLAY 'ADVERTENCIA: SIN MAESTRO DE CLIENTES, TODAS '
                     'LAS SUSCRIPCIONES QUEDAN SIN OFICINA'
           END-IF.


       116000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       130000-ABRIR-ARCHIVOS.
           OPEN INPUT SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ADVERTENCIA: SIN ARCHIVO DE CUENTAS, TODAS '
                     'LAS SUSCRIPCIONES QUEDAN SIN OFICINA'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF.


       200000-PROCESAR-SUSCRIP.
           PERFORM 205000-LEER-SUSCRIP
           PERFORM UNTIL WSS-FS-SUSCRIP-EOF
             PERFORM 210000-CLASIFICAR-UNA
             PERFORM 205000-LEER-SUSCRIP
           END-PERFORM.


       205000-LEER-SUSCRIP.
           READ SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK AND NOT WSS-FS-SUSCRIP-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE '10' TO WSS-FS-SUSCRIP
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WSS-FS-SUSCRIP-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-CLASIFICAR-UNA.
      * Un hasta no numerico o 999999 es una suscripcion sin fin.
           IF SUS-PERIODO-DESDE IS NOT NUMERIC
             ADD 1 TO WSA-SIN-DESDE
           ELSE
             MOVE SUS-PERIODO-DESDE TO WSV-DESDE
             COMPUTE WSV-MES-DESDE =
                     WSV-DESDE-AAAA * 12 + WSV-DESDE-MM - 1
             IF SUS-PERIODO-HASTA IS NUMERIC
                     AND SUS-PERIODO-HASTA NOT = '999999'
               MOVE SUS-PERIODO-HASTA TO WSV-HASTA
               COMPUTE WSV-MES-HASTA =
                       WSV-HASTA-AAAA * 12 + WSV-HASTA-MM - 1
             ELSE
               MOVE 999999 TO WSV-MES-HASTA
             END-IF
             MOVE 'N' TO WS-SUSCRIP-CUENTA
             IF WSV-MES-DESDE NOT > WSV-MES-PERIODO
                     AND WSV-MES-HASTA NOT < WSV-MES-PERIODO
               MOVE 'S' TO WS-SUSCRIP-CUENTA
             END-IF
             IF WS-CUENTA-EN-MES
               PERFORM 220000-UBICAR-GRUPO
               IF WS-IND-GRUPO NOT = 0
                 PERFORM 230000-CONTAR-EN-GRUPO
               END-IF
             END-IF
             IF WSV-MES-DESDE NOT < WSV-MES-PRIMER-COHORTE
                     AND WSV-MES-DESDE NOT > WSV-MES-PERIODO
               PERFORM 240000-CONTAR-COHORTE
             END-IF
           END-IF.


       215000-BUSCAR-OFICINA.
           MOVE '---' TO WSV-OFICINA
           MOVE 0 TO CODCLIENTE
           IF WSS-FS-CUENTAS-OK
             MOVE SUS-NUMCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 MOVE 0 TO CODCLIENTE
             END-READ
             MOVE '00' TO WSS-FS-CUENTAS
           END-IF
           IF CODCLIENTE NOT = 0
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
                 MOVE TCL-OFIAPE(WS-IND-CLIENTE) TO WSV-OFICINA
                 MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
               END-IF
             END-PERFORM
           END-IF
           IF WSV-OFICINA = '---'
             ADD 1 TO WSA-SIN-OFICINA
           END-IF.


       220000-UBICAR-GRUPO.
      * La tabla se mantiene ordenada: un grupo nuevo se inserta en su
      * lugar corriendo los siguientes una posicion.
           PERFORM 215000-BUSCAR-OFICINA
           MOVE 0 TO WS-IND-MOVER
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
                        OR WS-IND-MOVER NOT = 0
             IF TGR-CODIGO(WS-IND-GRUPO) > SUS-CODSERVICIO
                 OR (TGR-CODIGO(WS-IND-GRUPO) = SUS-CODSERVICIO
                     AND TGR-OFICINA(WS-IND-GRUPO) NOT < WSV-OFICINA)
               MOVE WS-IND-GRUPO TO WS-IND-MOVER
             END-IF
           END-PERFORM
           IF WS-IND-MOVER NOT = 0
             MOVE WS-IND-MOVER TO WS-IND-GRUPO
             IF TGR-CODIGO(WS-IND-GRUPO) = SUS-CODSERVICIO
                     AND TGR-OFICINA(WS-IND-GRUPO) = WSV-OFICINA
               CONTINUE
             ELSE
               PERFORM 225000-INSERTAR-GRUPO
             END-IF
           ELSE
             COMPUTE WS-IND-GRUPO = WS-CANT-GRUPOS + 1
             PERFORM 225000-INSERTAR-GRUPO
           END-IF.


       225000-INSERTAR-GRUPO.
           IF WS-CANT-GRUPOS NOT < 500
             DISPLAY 'ADVERTENCIA: MAS DE 500 COMBINACIONES DE CODIGO '
                     'Y OFICINA, CUENTA ' SUS-NUMCUENTA ' NO SE ABRE'
             ADD 1 TO WSA-GRUPOS-EXCEDIDOS
             MOVE 4 TO WS-RETURN-CODE
             MOVE 0 TO WS-IND-GRUPO
           ELSE
             PERFORM VARYING WS-IND-MOVER FROM WS-CANT-GRUPOS BY -1
                       UNTIL WS-IND-MOVER < WS-IND-GRUPO
               MOVE TGR-ENTRY(WS-IND-MOVER)
                 TO TGR-ENTRY(WS-IND-MOVER + 1)
             END-PERFORM
             ADD 1 TO WS-CANT-GRUPOS
             INITIALIZE TGR-ENTRY(WS-IND-GRUPO)
             MOVE SUS-CODSERVICIO TO TGR-CODIGO(WS-IND-GRUPO)
             MOVE WSV-OFICINA TO TGR-OFICINA(WS-IND-GRUPO)
           END-IF.


       230000-CONTAR-EN-GRUPO.
           IF WSV-MES-DESDE < WSV-MES-PERIODO
             ADD 1 TO TGR-INICIO(WS-IND-GRUPO)
             ADD 1 TO WSA-INICIO
           ELSE
             ADD 1 TO TGR-ALTAS(WS-IND-GRUPO)
             ADD 1 TO WSA-ALTAS
           END-IF
           IF WSV-MES-HASTA = WSV-MES-PERIODO
             ADD 1 TO TGR-BAJAS(WS-IND-GRUPO)
             ADD 1 TO WSA-BAJAS
             MOVE 7 TO WS-IND-MOTIVO
             PERFORM VARYING WS-IND-MOVER FROM 1 BY 1
                       UNTIL WS-IND-MOVER > WS-CANT-MOTIVOS
               IF TMB-CODIGO(WS-IND-MOVER) = SUS-MOTIVO-BAJA
                 MOVE WS-IND-MOVER TO WS-IND-MOTIVO
               END-IF
             END-PERFORM
             ADD 1 TO TGR-BAJAS-MOT(WS-IND-GRUPO, WS-IND-MOTIVO)
             ADD 1 TO WSA-BAJAS-MOT(WS-IND-MOTIVO)
           END-IF.


       240000-CONTAR-COHORTE.
           COMPUTE WS-IND-COHORTE =
                   WSV-MES-DESDE - WSV-MES-PRIMER-COHORTE + 1
           ADD 1 TO TCO-ALTAS(WS-IND-COHORTE)
           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
             COMPUTE WSV-MES-AUX =
                     WSV-MES-DESDE + THZ-MESES(WS-IND-HORIZONTE)
             IF WSV-MES-AUX NOT > WSV-MES-PERIODO
                     AND WSV-MES-HASTA NOT < WSV-MES-AUX
               ADD 1 TO TCO-VIGENTES(WS-IND-COHORTE, WS-IND-HORIZONTE)
             END-IF
           END-PERFORM.


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
             STRING 'BAJAS Y RETENCION DE SUSCRIPCIONES - PERIODO '
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
             MOVE 'COD OFI   INICIO    ALTAS    BAJAS    FINAL  TASA %'
               TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                       UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
               PERFORM 255000-REPORTE-GRUPO
             END-PERFORM
             PERFORM 260000-REPORTE-TOTALES
             PERFORM 270000-REPORTE-COHORTES
             CLOSE REPORTE
           END-IF.


       255000-REPORTE-GRUPO.
           COMPUTE WS-FINAL = TGR-INICIO(WS-IND-GRUPO)
                            + TGR-ALTAS(WS-IND-GRUPO)
                            - TGR-BAJAS(WS-IND-GRUPO)
           IF TGR-INICIO(WS-IND-GRUPO) = 0
             MOVE 0 TO WS-TASA
           ELSE
             COMPUTE WS-TASA ROUNDED =
                     TGR-BAJAS(WS-IND-GRUPO) * 100
                     / TGR-INICIO(WS-IND-GRUPO)
               ON SIZE ERROR
                 MOVE 999,99 TO WS-TASA
             END-COMPUTE
           END-IF
           MOVE TGR-INICIO(WS-IND-GRUPO) TO WS-CANT-EDIT
           MOVE TGR-ALTAS(WS-IND-GRUPO)  TO WS-CANT-EDIT-2
           MOVE TGR-BAJAS(WS-IND-GRUPO)  TO WS-CANT-EDIT-3
           MOVE WS-FINAL                 TO WS-CANT-EDIT-4
           MOVE WS-TASA                  TO WS-TASA-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TGR-CODIGO(WS-IND-GRUPO) ' '
                  TGR-OFICINA(WS-IND-GRUPO) '  '
                  WS-CANT-EDIT '  ' WS-CANT-EDIT-2 '  '
                  WS-CANT-EDIT-3 '  ' WS-CANT-EDIT-4 '  '
                  WS-TASA-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           IF TGR-BAJAS(WS-IND-GRUPO) NOT = 0
             MOVE SPACES TO WS-LINEA-REPORTE
             MOVE 'BAJAS:' TO WS-LINEA-REPORTE(9:6)
             PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                       UNTIL WS-IND-MOTIVO > 7
               MOVE TGR-BAJAS-MOT(WS-IND-GRUPO, WS-IND-MOTIVO)
                 TO WS-MOT-EDIT
               PERFORM 257000-ARMAR-MOTIVO
             END-PERFORM
             PERFORM 290000-ESCRIBIR-LINEA
           END-IF.


       257000-ARMAR-MOTIVO.
      * Cada motivo ocupa 9 columnas desde la 16: codigo y cantidad.
           COMPUTE WS-COLUMNA = WS-IND-MOTIVO * 9 + 7
           IF WS-IND-MOTIVO > WS-CANT-MOTIVOS
             MOVE 'SM' TO WS-LINEA-REPORTE(WS-COLUMNA:2)
           ELSE
             MOVE TMB-CODIGO(WS-IND-MOTIVO)
               TO WS-LINEA-REPORTE(WS-COLUMNA:2)
           END-IF
           ADD 3 TO WS-COLUMNA
           MOVE WS-MOT-EDIT TO WS-LINEA-REPORTE(WS-COLUMNA:5).


       260000-REPORTE-TOTALES.
           COMPUTE WSA-FINAL = WSA-INICIO + WSA-ALTAS - WSA-BAJAS
           IF WSA-INICIO = 0
             MOVE 0 TO WS-TASA
           ELSE
             COMPUTE WS-TASA ROUNDED = WSA-BAJAS * 100 / WSA-INICIO
               ON SIZE ERROR
                 MOVE 999,99 TO WS-TASA
             END-COMPUTE
           END-IF
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSA-INICIO TO WS-CANT-EDIT
           MOVE WSA-ALTAS  TO WS-CANT-EDIT-2
           MOVE WSA-BAJAS  TO WS-CANT-EDIT-3
           MOVE WSA-FINAL  TO WS-CANT-EDIT-4
           MOVE WS-TASA    TO WS-TASA-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL    ' WS-CANT-EDIT '  ' WS-CANT-EDIT-2 '  '
                  WS-CANT-EDIT-3 '  ' WS-CANT-EDIT-4 '  '
                  WS-TASA-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'BAJAS DEL PERIODO POR MOTIVO' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                     UNTIL WS-IND-MOTIVO > 7
             MOVE WSA-BAJAS-MOT(WS-IND-MOTIVO) TO WS-CANT-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             IF WS-IND-MOTIVO > WS-CANT-MOTIVOS
               STRING '  SM SIN MOTIVO/FIN PLAZO     ' WS-CANT-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             ELSE
               STRING '  ' TMB-CODIGO(WS-IND-MOTIVO) ' '
                      TMB-DESCRIP(WS-IND-MOTIVO) '     '
                      WS-CANT-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
             PERFORM 290000-ESCRIBIR-LINEA
           END-PERFORM.


       270000-REPORTE-COHORTES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'RETENCION POR MES DE ALTA (VIGENTES N MESES DESPUES)'
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'COHORTE  ALTAS       A 3 MESES      A 6 MESES'
             TO WS-LINEA-REPORTE
           MOVE 'A 12 MESES' TO WS-LINEA-REPORTE(51:10)
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-COHORTE FROM 1 BY 1
                     UNTIL WS-IND-COHORTE > 24
             PERFORM 275000-REPORTE-COHORTE
           END-PERFORM.


       275000-REPORTE-COHORTE.
           COMPUTE WSV-MES-AUX =
                   WSV-MES-PRIMER-COHORTE + WS-IND-COHORTE - 1
           COMPUTE WSV-COHORTE-AAAA = WSV-MES-AUX / 12
           COMPUTE WSV-COHORTE-MM =
                   WSV-MES-AUX - WSV-COHORTE-AAAA * 12 + 1
           MOVE TCO-ALTAS(WS-IND-COHORTE) TO WS-CANT-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING WSV-COHORTE ' ' WS-CANT-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM VARYING WS-IND-HORIZONTE FROM 1 BY 1
                     UNTIL WS-IND-HORIZONTE > 3
             PERFORM 277000-ARMAR-HORIZONTE
           END-PERFORM
           PERFORM 290000-ESCRIBIR-LINEA.


       277000-ARMAR-HORIZONTE.
      * Cada horizonte ocupa 15 columnas desde la 17: vigentes y el
      * por ciento de las altas; un mes que todavia no llego queda
      * con un guion.
           IF WSV-MES-AUX + THZ-MESES(WS-IND-HORIZONTE)
                   > WSV-MES-PERIODO
             COMPUTE WS-COLUMNA = WS-IND-HORIZONTE * 15 + 8
             MOVE '-' TO WS-LINEA-REPORTE(WS-COLUMNA:1)
           ELSE
             MOVE TCO-VIGENTES(WS-IND-COHORTE, WS-IND-HORIZONTE)
               TO WS-MOT-EDIT
             IF TCO-ALTAS(WS-IND-COHORTE) = 0
               MOVE 0 TO WS-TASA
             ELSE
               COMPUTE WS-TASA ROUNDED =
                       TCO-VIGENTES(WS-IND-COHORTE, WS-IND-HORIZONTE)
                       * 100 / TCO-ALTAS(WS-IND-COHORTE)
             END-IF
             MOVE WS-TASA TO WS-TASA-EDIT
             COMPUTE WS-COLUMNA = WS-IND-HORIZONTE * 15 + 4
             MOVE WS-MOT-EDIT TO WS-LINEA-REPORTE(WS-COLUMNA:5)
             ADD 6 TO WS-COLUMNA
             MOVE WS-TASA-EDIT TO WS-LINEA-REPORTE(WS-COLUMNA:6)
             ADD 6 TO WS-COLUMNA
             MOVE '%' TO WS-LINEA-REPORTE(WS-COLUMNA:1)
           END-IF.


       290000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   BAJAS Y RETENCION'
           DISPLAY 'Programme: CHURNMENSUAL'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'PERIODO ANALIZADO:      ' WSV-PERIODO
           DISPLAY 'SUSCRIPCIONES LEIDAS:   ' WS-CANT-LEIDOS
           DISPLAY 'VIGENTES AL INICIO:     ' WSA-INICIO
           DISPLAY 'ALTAS DEL MES:          ' WSA-ALTAS
           DISPLAY 'BAJAS DEL MES:          ' WSA-BAJAS
           DISPLAY 'SIN PERIODO DESDE:      ' WSA-SIN-DESDE
           DISPLAY 'SIN OFICINA:            ' WSA-SIN-OFICINA
           DISPLAY 'FUERA DE LA TABLA:      ' WSA-GRUPOS-EXCEDIDOS.


       330000-CERRAR-ARCHIVOS.
           CLOSE SUSCRIP
           CLOSE CUENTAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'BAJAS Y RETENCION'    TO WS-REPIDX-NOMBRE
           MOVE 'CHURNMENSUAL'         TO WS-REPIDX-PROGRAMA
           MOVE '..\CHURN.REP'         TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS       TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'CHURNMENSUAL'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SUSCRIP    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
