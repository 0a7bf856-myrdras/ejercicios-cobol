      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     DESEMPENO MENSUAL DE CAJEROS E HISTORIA DE
      *              FALTANTES Y SOBRANTES: PARA EL MES DE LA FECHA DE
      *              PROCESO ARMA UNA FICHA POR OPERADOR CON LAS
      *              SESIONES CERRADAS (SESIONES.DAT), LAS DIFERENCIAS
      *              DEL ARQUEO CIEGO DE CIERRECAJA (ARQUEOS.DAT), LOS
      *              RECIBOS TOMADOS Y EL IMPORTE MANEJADO (PAGOS.DAT),
      *              LAS ANULACIONES Y REVERSAS DE SUS RECIBOS
      *              (ANULREC.DAT) Y LOS LOTES QUE CERRARON CON
      *              DIFERENCIA ACEPTADA (LOTES.DAT). LA DIFERENCIA
      *              ACUMULADA DEL MES DEJA A LA VISTA AL CAJERO QUE
      *              FALTA UN POCO CADA SEMANA. EL CAJERO QUE SUPERA
      *              ALGUNO DE LOS TOPES DE PARAM.DAT (DIFERENCIA
      *              ACUMULADA, SESIONES CON DIFERENCIA, PORCIENTO DE
      *              ANULACIONES O LOTES FORZADOS) QUEDA OBSERVADO PARA
      *              EL SUPERVISOR DE TESORERIA AL PIE DE CAJEROS.REP
      *              Y LA CORRIDA TERMINA CON RETURN-CODE 4.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  DESEMPENOCAJEROS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESIONES           ASSIGN TO DISK '..\SESIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SESIONES.

           SELECT ARQUEOS            ASSIGN TO DISK '..\ARQUEOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ARQUEOS.

           SELECT ANULREC            ASSIGN TO DISK '..\ANULREC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULREC.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT LOTES              ASSIGN TO DISK '..\LOTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LOTES.

           SELECT REPORTE            ASSIGN TO DISK '..\CAJEROS.REP'
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
       FD SESIONES.
       01 REG-SESIONES.
         05 SES-NUMERO                PIC 9(08).
         05 SES-OPERADOR              PIC X(20).
         05 SES-FECHA-APERTURA        PIC 9(08).
         05 SES-HORA-APERTURA         PIC 9(06).
         05 SES-ESTADO                PIC X(01).
             88 SES-ABIERTA                            VALUE 'A'.
             88 SES-CERRADA                            VALUE 'C'.
         05 SES-FECHA-CIERRE          PIC 9(08).
         05 SES-HORA-CIERRE           PIC 9(06).

       FD ARQUEOS.
           COPY ARQUEOREC.

       FD ANULREC.
       01 REG-ANULREC.
         05 ANU-PAG-ENTRYID           PIC 9(08).
         05 ANU-TIPO                  PIC X(01).
             88 ANU-ANULACION                          VALUE 'A'.
             88 ANU-REVERSA                            VALUE 'R'.
         05 ANU-MOTIVO                PIC X(40).
         05 ANU-OPERADOR              PIC X(20).
         05 ANU-FECHA                 PIC 9(08).

       FD PAGOS.
           COPY PAGOS.

       FD LOTES.
       01 REG-LOTES.
         05 LOT-NUMERO                PIC 9(08).
         05 LOT-PROGRAMA              PIC X(18).
         05 LOT-OPERADOR              PIC X(20).
         05 LOT-FECHA                 PIC 9(08).
         05 LOT-CANT-DECLARADA        PIC 9(05).
         05 LOT-TOTAL-DECLARADO       PIC S9(13)V99.
         05 LOT-CANT-CAPTURADA        PIC 9(05).
         05 LOT-TOTAL-CAPTURADO       PIC S9(13)V99.
         05 LOT-ESTADO                PIC X(01).
             88 LOT-ABIERTO                            VALUE 'A'.
             88 LOT-CERRADO                            VALUE 'C'.
             88 LOT-CON-DIFERENCIA                     VALUE 'D'.
         05 LOT-MOTIVO                PIC X(30).

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
           COPY WSFS REPLACING ==:TAG:== BY ==SESIONES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ARQUEOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ANULREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==LOTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WSV-PERIODO                  PIC 9(06).
       01 WSV-OPERADOR                 PIC X(20).
       01 WS-SESION-DEL-PAGO           PIC 9(08).

      * Una ficha por operador con movimiento en el mes.
       01 TABLA-OPERADORES.
         05 WS-CANT-OPERADORES         PIC 9(03) VALUE 0.
         05 TOP-ENTRY OCCURS 200 TIMES.
           10 TOP-OPERADOR             PIC X(20).
           10 TOP-SESIONES             PIC 9(05).
           10 TOP-SES-CON-DIF          PIC 9(05).
           10 TOP-DIFERENCIA           PIC S9(13)V99.
           10 TOP-FALTANTES            PIC S9(13)V99.
           10 TOP-SOBRANTES            PIC S9(13)V99.
           10 TOP-RECIBOS              PIC 9(07).
           10 TOP-IMPORTE              PIC S9(15)V99.
           10 TOP-ANULADOS             PIC 9(05).
           10 TOP-LOTES-FORZADOS       PIC 9(05).
           10 TOP-PORC-ANULADOS        PIC 9(03)V99.
           10 TOP-OBSERVADO            PIC X(01).

      * Recibos anulados o revertidos en el mes: el cajero se toma
      * del recibo, no de quien firmo la anulacion.
       01 TABLA-ANULADOS.
         05 WS-CANT-ANULADOS           PIC 9(04) VALUE 0.
         05 TAN-PAG-ENTRYID OCCURS 5000 TIMES
                                       PIC 9(08).

       01 INDICES.
         05 WS-IND-OPERADOR            PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).
         05 WS-IND-ANULADO             PIC 9(04).

       01 WS-ES-ANULADO                PIC X VALUE 'N'.
           88 WS-RECIBO-ANULADO                         VALUE 'S'.

       01 WS-DIF-ABSOLUTA              PIC S9(13)V99.
       01 WS-MOTIVOS                   PIC X(40).
       01 WS-IND-MOTIVO                PIC 9(02).

       01 ACUMULADORES.
         05 WSA-CANT-OBSERVADOS        PIC 9(03).
         05 WSA-TOTAL-RECIBOS          PIC 9(07).
         05 WSA-TOTAL-IMPORTE          PIC S9(15)V99.
         05 WSA-TOTAL-DIFERENCIA       PIC S9(13)V99.
         05 WSA-TOTAL-ANULADOS         PIC 9(05).

       01 WS-IMPORTE-EDIT              PIC -(12)9,99.
       01 WS-DIFERENCIA-EDIT           PIC -(10)9,99.
       01 WS-PORC-EDIT                 PIC ZZ9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-EVALUAR
                 PERFORM 260000-TOTALES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
           PERFORM 105000-CARGAR-SESIONES
           PERFORM 110000-CARGAR-ARQUEOS
           PERFORM 115000-CARGAR-ANULACIONES
           PERFORM 120000-CARGAR-RECIBOS
           PERFORM 125000-CARGAR-LOTES.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-SESIONES.
           OPEN INPUT SESIONES
           IF WSS-FS-SESIONES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SESIONES-OK
               DISPLAY 'ERROR DE ARCHIVO DE SESIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-SESIONES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-SESION
             PERFORM UNTIL WSS-FS-SESIONES-EOF
               IF SES-CERRADA
                       AND SES-FECHA-CIERRE(1:6) = WSV-PERIODO
                 MOVE SES-OPERADOR TO WSV-OPERADOR
                 PERFORM 150000-BUSCAR-OPERADOR
                 ADD 1 TO TOP-SESIONES(WS-IND-HALLADO)
               END-IF
               PERFORM 106000-LEER-SESION
             END-PERFORM
             CLOSE SESIONES
           END-IF.


       106000-LEER-SESION.
           READ SESIONES
           IF NOT WSS-FS-SESIONES-OK AND NOT WSS-FS-SESIONES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SESIONES
             MOVE '10' TO WSS-FS-SESIONES
           END-IF
           IF WSS-FS-SESIONES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       110000-CARGAR-ARQUEOS.
           OPEN INPUT ARQUEOS
           IF WSS-FS-ARQUEOS-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN ARQUEOS.DAT, NO HAY '
                     'DIFERENCIAS DE CAJA PARA ACUMULAR'
           ELSE
             IF NOT WSS-FS-ARQUEOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE ARQUEOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ARQUEOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 111000-LEER-ARQUEO
             PERFORM UNTIL WSS-FS-ARQUEOS-EOF
               IF ARQ-FECHA(1:6) = WSV-PERIODO
                       AND ARQ-DIFERENCIA NOT = 0
                 MOVE ARQ-OPERADOR TO WSV-OPERADOR
                 PERFORM 150000-BUSCAR-OPERADOR
                 ADD 1 TO TOP-SES-CON-DIF(WS-IND-HALLADO)
                 ADD ARQ-DIFERENCIA TO TOP-DIFERENCIA(WS-IND-HALLADO)
                 IF ARQ-DIFERENCIA < 0
                   ADD ARQ-DIFERENCIA TO TOP-FALTANTES(WS-IND-HALLADO)
                 ELSE
                   ADD ARQ-DIFERENCIA TO TOP-SOBRANTES(WS-IND-HALLADO)
                 END-IF
               END-IF
               PERFORM 111000-LEER-ARQUEO
             END-PERFORM
             CLOSE ARQUEOS
           END-IF.


       111000-LEER-ARQUEO.
           READ ARQUEOS
           IF NOT WSS-FS-ARQUEOS-OK AND NOT WSS-FS-ARQUEOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ARQUEOS
             MOVE '10' TO WSS-FS-ARQUEOS
           END-IF.


       115000-CARGAR-ANULACIONES.
           MOVE 0 TO WS-CANT-ANULADOS
           OPEN INPUT ANULREC
           IF WSS-FS-ANULREC-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ANULREC-OK
               DISPLAY 'ERROR DE ARCHIVO DE ANULACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-ANULREC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 116000-LEER-ANULACION
             PERFORM UNTIL WSS-FS-ANULREC-EOF
               IF ANU-FECHA(1:6) = WSV-PERIODO
                 IF WS-CANT-ANULADOS >= 5000
                   DISPLAY 'ERROR: MAS DE 5000 ANULACIONES EN EL MES'
                   CLOSE ANULREC
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-ANULADOS
                 MOVE ANU-PAG-ENTRYID
                   TO TAN-PAG-ENTRYID(WS-CANT-ANULADOS)
               END-IF
               PERFORM 116000-LEER-ANULACION
             END-PERFORM
             CLOSE ANULREC
           END-IF.


       116000-LEER-ANULACION.
           READ ANULREC
           IF NOT WSS-FS-ANULREC-OK AND NOT WSS-FS-ANULREC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ANULREC
             MOVE '10' TO WSS-FS-ANULREC
           END-IF.


       120000-CARGAR-RECIBOS.
      * Cuentan los recibos tomados en caja (con sesion); los de las
      * corridas batch no tienen cajero.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 121000-LEER-PAGO
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               IF PAG-SESION IS NUMERIC
                 MOVE PAG-SESION TO WS-SESION-DEL-PAGO
               ELSE
                 MOVE 0 TO WS-SESION-DEL-PAGO
               END-IF
               PERFORM 122000-VERIFICAR-ANULADO
               IF WS-SESION-DEL-PAGO NOT = 0
                       AND PAG-OPERADOR NOT = SPACES
                       AND (PAG-FECHA(1:6) = WSV-PERIODO
                            OR WS-RECIBO-ANULADO)
                 MOVE PAG-OPERADOR TO WSV-OPERADOR
                 PERFORM 150000-BUSCAR-OPERADOR
                 IF PAG-FECHA(1:6) = WSV-PERIODO
                   ADD 1 TO TOP-RECIBOS(WS-IND-HALLADO)
                   IF NOT PAG-ANULADO
                     ADD PAG-IMPORTE TO TOP-IMPORTE(WS-IND-HALLADO)
                   END-IF
                 END-IF
                 IF WS-RECIBO-ANULADO
                   ADD 1 TO TOP-ANULADOS(WS-IND-HALLADO)
                 END-IF
               END-IF
               PERFORM 121000-LEER-PAGO
             END-PERFORM
             CLOSE PAGOS
           END-IF.


       121000-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF
           IF WSS-FS-PAGOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       122000-VERIFICAR-ANULADO.
           MOVE 'N' TO WS-ES-ANULADO
           PERFORM VARYING WS-IND-ANULADO FROM 1 BY 1
                     UNTIL WS-IND-ANULADO > WS-CANT-ANULADOS
             IF TAN-PAG-ENTRYID(WS-IND-ANULADO) = PAG-ENTRYID
               MOVE 'S' TO WS-ES-ANULADO
               MOVE WS-CANT-ANULADOS TO WS-IND-ANULADO
             END-IF
           END-PERFORM.


       125000-CARGAR-LOTES.
           OPEN INPUT LOTES
           IF WSS-FS-LOTES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-LOTES-OK
               DISPLAY 'ERROR DE ARCHIVO DE LOTES'
               DISPLAY 'FILE STATUS ' WSS-FS-LOTES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 126000-LEER-LOTE
             PERFORM UNTIL WSS-FS-LOTES-EOF
               IF LOT-CON-DIFERENCIA
                       AND LOT-FECHA(1:6) = WSV-PERIODO
                 MOVE LOT-OPERADOR TO WSV-OPERADOR
                 PERFORM 150000-BUSCAR-OPERADOR
                 ADD 1 TO TOP-LOTES-FORZADOS(WS-IND-HALLADO)
               END-IF
               PERFORM 126000-LEER-LOTE
             END-PERFORM
             CLOSE LOTES
           END-IF.


       126000-LEER-LOTE.
           READ LOTES
           IF NOT WSS-FS-LOTES-OK AND NOT WSS-FS-LOTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-LOTES
             MOVE '10' TO WSS-FS-LOTES
           END-IF.


       150000-BUSCAR-OPERADOR.
      * Devuelve la ficha del operador, dandola de alta si es nueva.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                     UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES
             IF TOP-OPERADOR(WS-IND-OPERADOR) = WSV-OPERADOR
               MOVE WS-IND-OPERADOR TO WS-IND-HALLADO
               MOVE WS-CANT-OPERADORES TO WS-IND-OPERADOR
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-OPERADORES >= 200
               DISPLAY 'ERROR: MAS DE 200 OPERADORES EN EL MES'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-OPERADORES
             MOVE WS-CANT-OPERADORES TO WS-IND-HALLADO
             INITIALIZE TOP-ENTRY(WS-IND-HALLADO)
             MOVE WSV-OPERADOR TO TOP-OPERADOR(WS-IND-HALLADO)
             MOVE 'N' TO TOP-OBSERVADO(WS-IND-HALLADO)
           END-IF.


       200000-EVALUAR.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DESEMPENO DE CAJEROS - PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE 'OPERADOR              SES C/DIF  RECIBOS   IMPORTE '
             TO WS-LINEA-REPORTE
           MOVE 'MANEJADO' TO WS-LINEA-REPORTE(53:8)
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM 210000-FICHA-OPERADOR
                     VARYING WS-IND-OPERADOR FROM 1 BY 1
                     UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES
           PERFORM 240000-LISTAR-OBSERVADOS.


       210000-FICHA-OPERADOR.
           IF TOP-RECIBOS(WS-IND-OPERADOR) > 0
             COMPUTE TOP-PORC-ANULADOS(WS-IND-OPERADOR) ROUNDED =
                     TOP-ANULADOS(WS-IND-OPERADOR) * 100
                     / TOP-RECIBOS(WS-IND-OPERADOR)
               ON SIZE ERROR
                 MOVE 999,99 TO TOP-PORC-ANULADOS(WS-IND-OPERADOR)
             END-COMPUTE
           ELSE
             IF TOP-ANULADOS(WS-IND-OPERADOR) > 0
               MOVE 100 TO TOP-PORC-ANULADOS(WS-IND-OPERADOR)
             ELSE
               MOVE 0 TO TOP-PORC-ANULADOS(WS-IND-OPERADOR)
             END-IF
           END-IF
           PERFORM 220000-CONTROLAR-TOPES
           MOVE TOP-IMPORTE(WS-IND-OPERADOR) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TOP-OPERADOR(WS-IND-OPERADOR)
                  ' ' TOP-SESIONES(WS-IND-OPERADOR)
                  ' ' TOP-SES-CON-DIF(WS-IND-OPERADOR)
                  ' ' TOP-RECIBOS(WS-IND-OPERADOR)
                  ' ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE TOP-DIFERENCIA(WS-IND-OPERADOR) TO WS-DIFERENCIA-EDIT
           MOVE TOP-PORC-ANULADOS(WS-IND-OPERADOR) TO WS-PORC-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '   DIF. ACUMULADA ' WS-DIFERENCIA-EDIT
                  '  ANULADOS ' TOP-ANULADOS(WS-IND-OPERADOR)
                  ' (' WS-PORC-EDIT '%)'
                  '  LOTES FORZ. ' TOP-LOTES-FORZADOS(WS-IND-OPERADOR)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE TOP-FALTANTES(WS-IND-OPERADOR) TO WS-DIFERENCIA-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '   FALTANTES      ' WS-DIFERENCIA-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE TOP-SOBRANTES(WS-IND-OPERADOR) TO WS-DIFERENCIA-EDIT
           STRING '  SOBRANTES ' WS-DIFERENCIA-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE(33:)
           IF TOP-OBSERVADO(WS-IND-OPERADOR) = 'S'
             MOVE ' ***' TO WS-LINEA-REPORTE(70:4)
           END-IF
           PERFORM 280000-ESCRIBIR-LINEA
           ADD TOP-RECIBOS(WS-IND-OPERADOR) TO WSA-TOTAL-RECIBOS
           ADD TOP-IMPORTE(WS-IND-OPERADOR) TO WSA-TOTAL-IMPORTE
           ADD TOP-DIFERENCIA(WS-IND-OPERADOR) TO WSA-TOTAL-DIFERENCIA
           ADD TOP-ANULADOS(WS-IND-OPERADOR) TO WSA-TOTAL-ANULADOS.


       220000-CONTROLAR-TOPES.
           MOVE TOP-DIFERENCIA(WS-IND-OPERADOR) TO WS-DIF-ABSOLUTA
           IF WS-DIF-ABSOLUTA < 0
             COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA > WSP-TOPE-DIF-CAJA
                   OR TOP-SES-CON-DIF(WS-IND-OPERADOR)
                      > WSP-MAX-SESIONES-DIF
                   OR TOP-PORC-ANULADOS(WS-IND-OPERADOR)
                      > WSP-PORC-ANULACION
                   OR TOP-LOTES-FORZADOS(WS-IND-OPERADOR)
                      > WSP-MAX-LOTES-FORZADOS
             MOVE 'S' TO TOP-OBSERVADO(WS-IND-OPERADOR)
             ADD 1 TO WSA-CANT-OBSERVADOS
           END-IF.


       240000-LISTAR-OBSERVADOS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE 'CAJEROS OBSERVADOS PARA EL SUPERVISOR DE TESORERIA:'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           IF WSA-CANT-OBSERVADOS = 0
             MOVE '  (NINGUNO)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                     UNTIL WS-IND-OPERADOR > WS-CANT-OPERADORES
             IF TOP-OBSERVADO(WS-IND-OPERADOR) = 'S'
               PERFORM 245000-ARMAR-MOTIVOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' TOP-OPERADOR(WS-IND-OPERADOR)
                      ' ' WS-MOTIVOS
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
               DISPLAY 'OBSERVADO: ' TOP-OPERADOR(WS-IND-OPERADOR)
                       ' ' WS-MOTIVOS
             END-IF
           END-PERFORM
           IF WSA-CANT-OBSERVADOS > 0 AND WS-RETURN-CODE < 4
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       245000-ARMAR-MOTIVOS.
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-IND-MOTIVO
           MOVE TOP-DIFERENCIA(WS-IND-OPERADOR) TO WS-DIF-ABSOLUTA
           IF WS-DIF-ABSOLUTA < 0
             COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA > WSP-TOPE-DIF-CAJA
             STRING 'DIF.ACUM ' DELIMITED BY SIZE
                    INTO WS-MOTIVOS WITH POINTER WS-IND-MOTIVO
           END-IF
           IF TOP-SES-CON-DIF(WS-IND-OPERADOR) > WSP-MAX-SESIONES-DIF
             STRING 'SES.C/DIF ' DELIMITED BY SIZE
                    INTO WS-MOTIVOS WITH POINTER WS-IND-MOTIVO
           END-IF
           IF TOP-PORC-ANULADOS(WS-IND-OPERADOR) > WSP-PORC-ANULACION
             STRING 'ANULACIONES ' DELIMITED BY SIZE
                    INTO WS-MOTIVOS WITH POINTER WS-IND-MOTIVO
           END-IF
           IF TOP-LOTES-FORZADOS(WS-IND-OPERADOR)
                   > WSP-MAX-LOTES-FORZADOS
             STRING 'LOTES FORZADOS' DELIMITED BY SIZE
                    INTO WS-MOTIVOS WITH POINTER WS-IND-MOTIVO
           END-IF.


       260000-TOTALES.
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-IMPORTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CAJEROS ' WS-CANT-OPERADORES
                  '  RECIBOS ' WSA-TOTAL-RECIBOS
                  '  IMPORTE ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-DIFERENCIA TO WS-DIFERENCIA-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DIFERENCIA NETA ' WS-DIFERENCIA-EDIT
                  '  ANULADOS ' WSA-TOTAL-ANULADOS
                  '  OBSERVADOS ' WSA-CANT-OBSERVADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'CAJEROS EVALUADOS:     ' WS-CANT-OPERADORES
           DISPLAY 'CAJEROS OBSERVADOS:    ' WSA-CANT-OBSERVADOS.


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
           DISPLAY 'Purpose:   DESEMPENO DE CAJEROS'
           DISPLAY 'Programme: DESEMPENOCAJEROS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'DESEMPENOCAJEROS' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS     TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS   TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-PAGOS       TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'DESEMPENO CAJEROS' TO WS-REPIDX-NOMBRE
           MOVE 'DESEMPENOCAJEROS' TO WS-REPIDX-PROGRAMA
           MOVE '..\CAJEROS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
