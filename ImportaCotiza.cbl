      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     IMPORTACION DIARIA DE LAS COTIZACIONES PUBLICADAS
      *              POR EL BANCO CENTRAL (COTIZBCO.DAT: MONEDA, FECHA
      *              Y COTIZACION EN MONEDA LOCAL, EN ORDEN DE FECHA)
      *              A COTIZA.DAT, SOLO PARA LAS MONEDAS QUE TIENEN
      *              CUENTAS MARCADAS EN CTAMON.DAT. ANTES DE GRABAR
      *              CADA COTIZACION LA VALIDA CONTRA LA ULTIMA DE SU
      *              MONEDA: QUE SEA MAYOR A CERO, QUE SU FECHA SEA
      *              DIA HABIL, QUE NO FALTE NINGUN DIA HABIL ENTRE
      *              AMBAS (RUTINA DIAHABIL) Y QUE NO VARIE MAS QUE LA
      *              TOLERANCIA DE PARAM.DAT. LAS QUE NO PASAN QUEDAN
      *              PENDIENTES EN COTIZEXC.DAT HASTA QUE EL SUPERVISOR
      *              LAS CONFIRME O DESCARTE EN MANTMONEDAS, Y SALEN
      *              LISTADAS EN COTIZBCO.REP. LAS FECHAS YA CARGADAS O
      *              YA OBSERVADAS SE SALTEAN, ASI QUE EL ARCHIVO PUEDE
      *              VOLVER A PROCESARSE. TERMINA CON CODIGO 4 SI HUBO
      *              COTIZACIONES OBSERVADAS Y 8 ANTE ERRORES DE
      *              ARCHIVO. LAS COTIZACIONES SON DE TODO EL GRUPO:
      *              NO DEPENDEN DE LA EMPRESA DE LA CORRIDA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  IMPORTACOTIZA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTIZBCO           ASSIGN TO DISK '..\COTIZBCO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZBCO.

           SELECT COTIZA             ASSIGN TO DISK '..\COTIZA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZA.

           SELECT COTIZEXC           ASSIGN TO DISK '..\COTIZEXC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZEXC.

           SELECT CTAMON             ASSIGN TO DISK '..\CTAMON.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTAMON.

           SELECT REPORTE            ASSIGN TO DISK '..\COTIZBCO.REP'
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
       FD COTIZBCO.
       01 REG-COTIZBCO.
         05 BCO-MONEDA                 PIC X(03).
         05 BCO-FECHA                  PIC 9(08).
         05 BCO-COTIZACION             PIC 9(07)V9999.

       FD COTIZA.
       01 REG-COTIZA.
         05 COT-MONEDA                 PIC X(03).
         05 COT-FECHA                  PIC 9(08).
         05 COT-COTIZACION             PIC 9(07)V9999.

       FD COTIZEXC.
           COPY COTEXREC.

       FD CTAMON.
       01 REG-CTAMON.
         05 CTM-NROCUENTA              PIC 9(08).
         05 CTM-MONEDA                 PIC X(03).
         05 CTM-COTIZACION-ULTIMA      PIC 9(07)V9999.

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
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZBCO==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZA==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZEXC==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       COPY WSREPIDX-WS.

      * Monedas en uso (las de CTAMON.DAT), con la ultima fecha
      * cubierta (aceptada u observada, para medir los huecos) y la
      * ultima cotizacion aceptada (para medir el salto).
       01 TABLA-MONEDAS.
         05 WS-CANT-MONEDAS            PIC 9(02) VALUE 0.
         05 TM-ENTRY OCCURS 50 TIMES.
           10 TM-MONEDA                PIC X(03).
           10 TM-ULT-FECHA             PIC 9(08).
           10 TM-FECHA-ACEPTADA        PIC 9(08).
           10 TM-COTIZ-ACEPTADA        PIC 9(07)V9999.
           10 TM-ACEPTADAS             PIC 9(05).
           10 TM-OBSERVADAS            PIC 9(05).

      * Fechas ya observadas en corridas anteriores, para no volver
      * a dejarlas pendientes si el archivo se reprocesa.
       01 TABLA-OBSERVADAS.
         05 WS-CANT-OBSERVADAS         PIC 9(04) VALUE 0.
         05 TO-ENTRY OCCURS 3000 TIMES.
           10 TO-MONEDA                PIC X(03).
           10 TO-FECHA                 PIC 9(08).

       01 INDICES.
         05 WS-IND-MONEDA              PIC 9(02).
         05 WS-IND-MON-HALLADA         PIC 9(02).
         05 WS-IND-OBSERVADA           PIC 9(04).

       01 VARIABLES.
         05 WSV-DIA-FUNCION            PIC X(01).
         05 WSV-DIA-DESDE              PIC 9(08).
         05 WSV-DIA-HASTA              PIC 9(08).
         05 WSV-DIA-RESULTADO          PIC 9(08).
         05 WSV-HABILES                PIC 9(05).
         05 WSV-FALTANTES              PIC 9(03).
         05 WSV-DIFERENCIA             PIC S9(07)V9999.
         05 WSV-VARIACION              PIC 9(05)V99.
         05 WSV-MOTIVO                 PIC X(01).
         05 WSV-YA-OBSERVADA           PIC X(01).
         05 WSV-DESC-MOTIVO            PIC X(24).

       01 ACUMULADORES.
         05 WSA-CANT-ACEPTADAS         PIC 9(05).
         05 WSA-CANT-OBSERVADAS        PIC 9(05).
         05 WSA-CANT-YA-CARGADAS       PIC 9(05).
         05 WSA-CANT-SIN-USO           PIC 9(05).
         05 WSA-LINEAS-REPORTE         PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-COTIZBCO-EOF
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-MONEDAS
           PERFORM 107000-CARGAR-ULTIMAS
           PERFORM 108000-CARGAR-OBSERVADAS
           PERFORM 110000-ABRIR-ARCHIVOS
           PERFORM 120000-ABRIR-REPORTE
           PERFORM 130000-PRIMER-LECTURA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-MONEDAS.
           MOVE 0 TO WS-CANT-MONEDAS
           OPEN INPUT CTAMON
           IF WSS-FS-CTAMON-NOEXISTE
             DISPLAY 'NO HAY CUENTAS EN MONEDA EXTRANJERA, '
                     'NO SE IMPORTAN COTIZACIONES'
             PERFORM 300000-FINAL
           END-IF
           IF NOT WSS-FS-CTAMON-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS EN MONEDA'
             DISPLAY 'FILE STATUS ' WSS-FS-CTAMON
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 106000-LEER-CTAMON
           PERFORM UNTIL WSS-FS-CTAMON-EOF
             MOVE CTM-MONEDA TO BCO-MONEDA
             PERFORM 150000-BUSCAR-MONEDA
             IF WS-IND-MON-HALLADA = 0
               IF WS-CANT-MONEDAS < 50
                 ADD 1 TO WS-CANT-MONEDAS
                 INITIALIZE TM-ENTRY(WS-CANT-MONEDAS)
                 MOVE CTM-MONEDA TO TM-MONEDA(WS-CANT-MONEDAS)
               ELSE
                 DISPLAY 'ADVERTENCIA: MAS DE 50 MONEDAS EN USO, '
                         'LA MONEDA ' CTM-MONEDA ' NO SE IMPORTA'
               END-IF
             END-IF
             PERFORM 106000-LEER-CTAMON
           END-PERFORM
           CLOSE CTAMON.


       106000-LEER-CTAMON.
           READ CTAMON
           IF NOT WSS-FS-CTAMON-OK AND NOT WSS-FS-CTAMON-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CTAMON
             MOVE '10' TO WSS-FS-CTAMON
           END-IF.


       107000-CARGAR-ULTIMAS.
      * La ultima cotizacion cargada de cada moneda, sea a mano por
      * MANTMONEDAS o por una importacion anterior.
           OPEN INPUT COTIZA
           IF WSS-FS-COTIZA-OK
             PERFORM 107100-LEER-COTIZA
             PERFORM UNTIL WSS-FS-COTIZA-EOF
               MOVE COT-MONEDA TO BCO-MONEDA
               PERFORM 150000-BUSCAR-MONEDA
               IF WS-IND-MON-HALLADA NOT = 0
                 IF COT-FECHA >=
                         TM-FECHA-ACEPTADA(WS-IND-MON-HALLADA)
                   MOVE COT-FECHA
                     TO TM-FECHA-ACEPTADA(WS-IND-MON-HALLADA)
                   MOVE COT-COTIZACION
                     TO TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA)
                 END-IF
               END-IF
               PERFORM 107100-LEER-COTIZA
             END-PERFORM
             CLOSE COTIZA
           END-IF
           PERFORM VARYING WS-IND-MONEDA FROM 1 BY 1
                     UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
             MOVE TM-FECHA-ACEPTADA(WS-IND-MONEDA)
               TO TM-ULT-FECHA(WS-IND-MONEDA)
           END-PERFORM.


       107100-LEER-COTIZA.
           READ COTIZA
           IF NOT WSS-FS-COTIZA-OK AND NOT WSS-FS-COTIZA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZA
             MOVE '10' TO WSS-FS-COTIZA
           END-IF.


       108000-CARGAR-OBSERVADAS.
      * Una fecha observada todavia pendiente cubre su dia: la
      * siguiente cotizacion no se vuelve a marcar por el hueco.
           MOVE 0 TO WS-CANT-OBSERVADAS
           OPEN INPUT COTIZEXC
           IF WSS-FS-COTIZEXC-OK
             PERFORM 108100-LEER-COTIZEXC
             PERFORM UNTIL WSS-FS-COTIZEXC-EOF
               IF WS-CANT-OBSERVADAS < 3000
                 ADD 1 TO WS-CANT-OBSERVADAS
                 MOVE CXC-MONEDA TO TO-MONEDA(WS-CANT-OBSERVADAS)
                 MOVE CXC-FECHA  TO TO-FECHA(WS-CANT-OBSERVADAS)
               END-IF
               IF CXC-PENDIENTE
                 MOVE CXC-MONEDA TO BCO-MONEDA
                 PERFORM 150000-BUSCAR-MONEDA
                 IF WS-IND-MON-HALLADA NOT = 0
                   IF CXC-FECHA > TM-ULT-FECHA(WS-IND-MON-HALLADA)
                     MOVE CXC-FECHA
                       TO TM-ULT-FECHA(WS-IND-MON-HALLADA)
                   END-IF
                 END-IF
               END-IF
               PERFORM 108100-LEER-COTIZEXC
             END-PERFORM
             CLOSE COTIZEXC
           END-IF.


       108100-LEER-COTIZEXC.
           READ COTIZEXC
           IF NOT WSS-FS-COTIZEXC-OK AND NOT WSS-FS-COTIZEXC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZEXC
             MOVE '10' TO WSS-FS-COTIZEXC
           END-IF.


       110000-ABRIR-ARCHIVOS.
           OPEN INPUT COTIZBCO
           IF NOT WSS-FS-COTIZBCO-OK
             DISPLAY 'ERROR DE ARCHIVO DEL BANCO CENTRAL'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZBCO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN EXTEND COTIZA
           IF WSS-FS-COTIZA-NOEXISTE
             OPEN OUTPUT COTIZA
           END-IF
           IF NOT WSS-FS-COTIZA-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN EXTEND COTIZEXC
           IF WSS-FS-COTIZEXC-NOEXISTE
             OPEN OUTPUT COTIZEXC
           END-IF
           IF NOT WSS-FS-COTIZEXC-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES OBSERVADAS'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZEXC
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'IMPORTACION DE COTIZACIONES DEL BANCO CENTRAL AL '
                  WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VARIACION DIARIA ADMITIDA (PORCIENTO): '
                  WSP-TOLER-COTIZACION
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       130000-PRIMER-LECTURA.
           PERFORM 131000-LEER-COTIZBCO
           IF WSS-FS-COTIZBCO-EOF
             DISPLAY 'ARCHIVO DEL BANCO CENTRAL VACIO'
             PERFORM 300000-FINAL
           END-IF.


       131000-LEER-COTIZBCO.
           READ COTIZBCO
              EVALUATE TRUE
                 WHEN WSS-FS-COTIZBCO-OK
                      ADD 1 TO WS-CANT-LEIDOS
                 WHEN WSS-FS-COTIZBCO-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-COTIZBCO
                      MOVE 8 TO WS-RETURN-CODE
                      PERFORM 300000-FINAL
              END-EVALUATE.


       150000-BUSCAR-MONEDA.
           MOVE 0 TO WS-IND-MON-HALLADA
           PERFORM VARYING WS-IND-MONEDA FROM 1 BY 1
                     UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
             IF TM-MONEDA(WS-IND-MONEDA) = BCO-MONEDA
               MOVE WS-IND-MONEDA TO WS-IND-MON-HALLADA
               MOVE WS-CANT-MONEDAS TO WS-IND-MONEDA
             END-IF
           END-PERFORM.


       200000-PROCESO.
           PERFORM 150000-BUSCAR-MONEDA
           EVALUATE TRUE
             WHEN WS-IND-MON-HALLADA = 0
               ADD 1 TO WSA-CANT-SIN-USO
             WHEN BCO-FECHA NOT NUMERIC
               MOVE 'Z' TO WSV-MOTIVO
               MOVE 0 TO WSV-VARIACION
               MOVE 0 TO WSV-FALTANTES
               PERFORM 230000-OBSERVAR-COTIZACION
             WHEN BCO-FECHA <= TM-ULT-FECHA(WS-IND-MON-HALLADA)
               ADD 1 TO WSA-CANT-YA-CARGADAS
             WHEN OTHER
               PERFORM 210000-VALIDAR-COTIZACION
               IF WSV-MOTIVO = SPACE
                 PERFORM 220000-ACEPTAR-COTIZACION
               ELSE
                 PERFORM 230000-OBSERVAR-COTIZACION
               END-IF
           END-EVALUATE
           PERFORM 131000-LEER-COTIZBCO.


       210000-VALIDAR-COTIZACION.
           MOVE SPACE TO WSV-MOTIVO
           MOVE 0 TO WSV-VARIACION
           MOVE 0 TO WSV-FALTANTES
      * Dias habiles posteriores a la ultima fecha cubierta hasta la
      * informada: si la informada es habil, todos menos ella faltan.
           IF TM-ULT-FECHA(WS-IND-MON-HALLADA) NOT = 0
             MOVE 'C' TO WSV-DIA-FUNCION
             MOVE TM-ULT-FECHA(WS-IND-MON-HALLADA) TO WSV-DIA-DESDE
             MOVE BCO-FECHA TO WSV-DIA-HASTA
             CALL 'DIAHABIL' USING WSV-DIA-FUNCION WSV-DIA-DESDE
                                   WSV-DIA-HASTA WSV-DIA-RESULTADO
             END-CALL
             MOVE WSV-DIA-RESULTADO TO WSV-HABILES
             IF WSV-HABILES > 1
               COMPUTE WSV-FALTANTES = WSV-HABILES - 1
             END-IF
           END-IF
           IF TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA) NOT = 0
             COMPUTE WSV-DIFERENCIA = BCO-COTIZACION
                     - TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA)
             IF WSV-DIFERENCIA < 0
               COMPUTE WSV-DIFERENCIA = WSV-DIFERENCIA * -1
             END-IF
             COMPUTE WSV-VARIACION ROUNDED = WSV-DIFERENCIA * 100
                     / TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA)
               ON SIZE ERROR
                 MOVE 99999,99 TO WSV-VARIACION
             END-COMPUTE
           END-IF
           MOVE 'R' TO WSV-DIA-FUNCION
           MOVE BCO-FECHA TO WSV-DIA-DESDE
           MOVE 0 TO WSV-DIA-HASTA
           CALL 'DIAHABIL' USING WSV-DIA-FUNCION WSV-DIA-DESDE
                                 WSV-DIA-HASTA WSV-DIA-RESULTADO
           END-CALL
           EVALUATE TRUE
             WHEN BCO-COTIZACION NOT NUMERIC
               MOVE 'Z' TO WSV-MOTIVO
             WHEN BCO-COTIZACION = 0
               MOVE 'Z' TO WSV-MOTIVO
             WHEN WSV-DIA-RESULTADO NOT = BCO-FECHA
               MOVE 'N' TO WSV-MOTIVO
             WHEN WSV-FALTANTES > 0
               MOVE 'H' TO WSV-MOTIVO
             WHEN WSV-VARIACION > WSP-TOLER-COTIZACION
               MOVE 'S' TO WSV-MOTIVO
           END-EVALUATE.


       220000-ACEPTAR-COTIZACION.
           MOVE BCO-MONEDA     TO COT-MONEDA
           MOVE BCO-FECHA      TO COT-FECHA
           MOVE BCO-COTIZACION TO COT-COTIZACION
           WRITE REG-COTIZA
           IF NOT WSS-FS-COTIZA-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-ESCRITOS
           ADD 1 TO WSA-CANT-ACEPTADAS
           ADD 1 TO TM-ACEPTADAS(WS-IND-MON-HALLADA)
           MOVE BCO-FECHA TO TM-ULT-FECHA(WS-IND-MON-HALLADA)
           MOVE BCO-FECHA TO TM-FECHA-ACEPTADA(WS-IND-MON-HALLADA)
           MOVE BCO-COTIZACION
             TO TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA)
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ACEPTADA  ' BCO-MONEDA ' ' BCO-FECHA
                  ' ' BCO-COTIZACION
                  ' VAR% ' WSV-VARIACION
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       230000-OBSERVAR-COTIZACION.
           MOVE 'N' TO WSV-YA-OBSERVADA
           PERFORM VARYING WS-IND-OBSERVADA FROM 1 BY 1
                     UNTIL WS-IND-OBSERVADA > WS-CANT-OBSERVADAS
             IF TO-MONEDA(WS-IND-OBSERVADA) = BCO-MONEDA
                     AND TO-FECHA(WS-IND-OBSERVADA) = BCO-FECHA
               MOVE 'S' TO WSV-YA-OBSERVADA
               MOVE WS-CANT-OBSERVADAS TO WS-IND-OBSERVADA
             END-IF
           END-PERFORM
           IF WSV-YA-OBSERVADA = 'S'
             ADD 1 TO WSA-CANT-YA-CARGADAS
           ELSE
             INITIALIZE REG-COTEXC
             MOVE BCO-MONEDA TO CXC-MONEDA
             IF BCO-FECHA IS NUMERIC
               MOVE BCO-FECHA TO CXC-FECHA
             END-IF
             IF BCO-COTIZACION IS NUMERIC
               MOVE BCO-COTIZACION TO CXC-COTIZACION
             END-IF
             MOVE TM-COTIZ-ACEPTADA(WS-IND-MON-HALLADA)
               TO CXC-COTIZ-ANTERIOR
             MOVE TM-FECHA-ACEPTADA(WS-IND-MON-HALLADA)
               TO CXC-FECHA-ANTERIOR
             MOVE WSV-MOTIVO     TO CXC-MOTIVO
             MOVE WSV-VARIACION  TO CXC-VARIACION
             MOVE WSV-FALTANTES  TO CXC-DIAS-FALTANTES
             MOVE 'P'            TO CXC-ESTADO
             MOVE WSP-FECHA-PROCESO TO CXC-FECHA-IMPORT
             MOVE SPACES         TO CXC-SUPERVISOR
             WRITE REG-COTEXC
             IF NOT WSS-FS-COTIZEXC-OK
               DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES OBSERVADAS'
               DISPLAY 'FILE STATUS ' WSS-FS-COTIZEXC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WSA-CANT-OBSERVADAS
             ADD 1 TO TM-OBSERVADAS(WS-IND-MON-HALLADA)
             IF CXC-FECHA > TM-ULT-FECHA(WS-IND-MON-HALLADA)
               MOVE CXC-FECHA TO TM-ULT-FECHA(WS-IND-MON-HALLADA)
             END-IF
             PERFORM 235000-DESCRIBIR-MOTIVO
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'OBSERVADA ' CXC-MONEDA ' ' CXC-FECHA
                    ' ' CXC-COTIZACION ' ' WSV-DESC-MOTIVO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '          ANTERIOR ' CXC-FECHA-ANTERIOR
                    ' ' CXC-COTIZ-ANTERIOR
                    ' VAR% ' CXC-VARIACION
                    ' HABILES FALTANTES ' CXC-DIAS-FALTANTES
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF.


       235000-DESCRIBIR-MOTIVO.
           EVALUATE TRUE
             WHEN CXC-COTIZ-CERO
               MOVE 'COTIZACION INVALIDA'  TO WSV-DESC-MOTIVO
             WHEN CXC-DIA-NO-HABIL
               MOVE 'FECHA NO HABIL'       TO WSV-DESC-MOTIVO
             WHEN CXC-FALTA-HABIL
               MOVE 'FALTA UN DIA HABIL'   TO WSV-DESC-MOTIVO
             WHEN CXC-SALTO
               MOVE 'SALTO MAYOR A TOLERANCIA' TO WSV-DESC-MOTIVO
           END-EVALUATE.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   IMPORTACION DE COTIZACIONES'
           DISPLAY 'Programme: IMPORTACOTIZA'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           IF WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-MONEDA FROM 1 BY 1
                       UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'MONEDA ' TM-MONEDA(WS-IND-MONEDA)
                      ' ACEPTADAS ' TM-ACEPTADAS(WS-IND-MONEDA)
                      ' OBSERVADAS ' TM-OBSERVADAS(WS-IND-MONEDA)
                      ' ULTIMA ' TM-FECHA-ACEPTADA(WS-IND-MONEDA)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-PERFORM
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'LEIDAS ' WS-CANT-LEIDOS
                    ' ACEPTADAS ' WSA-CANT-ACEPTADAS
                    ' OBSERVADAS ' WSA-CANT-OBSERVADAS
                    ' YA CARGADAS ' WSA-CANT-YA-CARGADAS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             IF WSA-CANT-OBSERVADAS > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'LAS OBSERVADAS REQUIEREN CONFIRMACION DEL '
                      'SUPERVISOR EN MANTMONEDAS'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-IF
           DISPLAY 'COTIZACIONES LEIDAS:      ' WS-CANT-LEIDOS
           DISPLAY 'MONEDAS SIN CUENTAS:      ' WSA-CANT-SIN-USO
           DISPLAY 'YA CARGADAS U OBSERVADAS: ' WSA-CANT-YA-CARGADAS
           DISPLAY 'ACEPTADAS:                ' WSA-CANT-ACEPTADAS
           DISPLAY 'OBSERVADAS:               ' WSA-CANT-OBSERVADAS
                   ' (DETALLE EN COTIZBCO.REP)'
           IF WSA-CANT-OBSERVADAS > 0 AND WS-RETURN-CODE = 0
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       330000-CERRAR-ARCHIVOS.
           IF WSS-FS-COTIZBCO-OK OR WSS-FS-COTIZBCO-EOF
             CLOSE COTIZBCO
           END-IF
           IF WSS-FS-COTIZA-OK
             CLOSE COTIZA
           END-IF
           IF WSS-FS-COTIZEXC-OK
             CLOSE COTIZEXC
           END-IF
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'IMPORTACOTIZA'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-COTIZA     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'COTIZACIONES BCO' TO WS-REPIDX-NOMBRE
           MOVE 'IMPORTACOTIZA' TO WS-REPIDX-PROGRAMA
           MOVE '..\COTIZBCO.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
