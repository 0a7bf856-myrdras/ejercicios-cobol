      *              PARA RESTATEAR A FIN DE MES). LOS PROGRAMAS DE
      *              CAPTURA Y EL GENERADOR DE ABONOS REGISTRAN EN
      *              MONEXT.DAT LA MONEDA E IMPORTE DE ORIGEN DE CADA
      *              CARGO DE ESTAS CUENTAS. LAS COTIZACIONES QUE
      *              IMPORTACOTIZA DEJO OBSERVADAS EN COTIZEXC.DAT SE
      *              CONFIRMAN (PASAN A COTIZA.DAT, TAL CUAL O
      *              CORREGIDAS) O SE DESCARTAN ACA, CON LA CLAVE DE
      *              SUPERVISOR.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZA.

           SELECT COTIZEXC           ASSIGN TO DISK '..\COTIZEXC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZEXC.

           SELECT CTAMON             ASSIGN TO DISK '..\CTAMON.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTAMON.
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 COT-FECHA                  PIC 9(08).
         05 COT-COTIZACION             PIC 9(07)V9999.

       FD COTIZEXC.
           COPY COTEXREC.

       FD CTAMON.
       01 REG-CTAMON.
         05 CTM-NROCUENTA              PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZA==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZEXC==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.

       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       01 TABLA-CTAMON.
         05 WS-CANT-CTAMON             PIC 9(04) VALUE 0.
         05 TCM-ENTRY OCCURS 2000 TIMES.
       01 WS-IND-CTAMON                PIC 9(04).
       01 WS-IND-CTM-HALLADA           PIC 9(04).

      * Cotizaciones observadas por la importacion; el archivo se
      * regraba entero con lo que el supervisor resolvio.
       01 TABLA-OBSERVADAS.
         05 WS-CANT-OBSERVADAS         PIC 9(04) VALUE 0.
         05 TOB-REGISTRO OCCURS 3000 TIMES
                                       PIC X(100).

       01 WS-IND-OBSERVADA             PIC 9(04).
       01 WS-CANT-RESUELTAS            PIC 9(04).
       01 WS-CLAVE-SUPERV              PIC X(08).
       01 WS-RESOLUCION                PIC X(01).
       01 WS-COTIZ-CORREGIDA           PIC 9(07)V9999.
       01 WS-OBSERVADAS-DESBORDADAS    PIC X(01) VALUE 'N'.
           88 WS-SE-DESBORDO-OBSERVADAS                 VALUE 'S'.

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-CTAMON
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CTAMON.
           MOVE 0 TO WS-CANT-CTAMON
           OPEN INPUT CTAMON
           DISPLAY '2 - CONSULTAR COTIZACION VIGENTE'
           DISPLAY '3 - MARCAR CUENTA EN MONEDA EXTRANJERA'
           DISPLAY '4 - LISTAR CUENTAS EN MONEDA EXTRANJERA'
           DISPLAY '5 - CONFIRMAR COTIZACIONES OBSERVADAS'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 4
               PERFORM 240000-LISTAR-CUENTAS
             WHEN 5
               PERFORM 250000-CONFIRMAR-OBSERVADAS
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

           END-PERFORM.


       250000-CONFIRMAR-OBSERVADAS.
           DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR: '
           ACCEPT WS-CLAVE-SUPERV
           IF WS-CLAVE-SUPERV NOT = WSP-CLAVE-SUPERVISOR
             DISPLAY 'CLAVE INCORRECTA, NO SE CONFIRMA NADA'
           ELSE
             PERFORM 251000-CARGAR-OBSERVADAS
             MOVE 0 TO WS-CANT-RESUELTAS
             IF WS-SE-DESBORDO-OBSERVADAS
      * Regrabar desde una tabla incompleta perderia las que quedaron
      * afuera: no se resuelve nada.
               DISPLAY 'ERROR: COTIZEXC.DAT SUPERA LAS 3000 '
                       'COTIZACIONES, NO SE PUEDE RESOLVER'
               MOVE 0 TO WS-CANT-OBSERVADAS
             END-IF
             PERFORM VARYING WS-IND-OBSERVADA FROM 1 BY 1
                       UNTIL WS-IND-OBSERVADA > WS-CANT-OBSERVADAS
               MOVE TOB-REGISTRO(WS-IND-OBSERVADA) TO REG-COTEXC
               IF CXC-PENDIENTE
                 PERFORM 252000-RESOLVER-OBSERVADA
                 MOVE REG-COTEXC TO TOB-REGISTRO(WS-IND-OBSERVADA)
               END-IF
             END-PERFORM
             IF WS-CANT-RESUELTAS = 0
               DISPLAY 'NO SE RESOLVIO NINGUNA COTIZACION OBSERVADA'
             ELSE
               PERFORM 255000-GRABAR-OBSERVADAS
             END-IF
           END-IF.


       251000-CARGAR-OBSERVADAS.
           MOVE 0 TO WS-CANT-OBSERVADAS
           MOVE 'N' TO WS-OBSERVADAS-DESBORDADAS
           OPEN INPUT COTIZEXC
           IF WSS-FS-COTIZEXC-OK
             READ COTIZEXC
             PERFORM UNTIL NOT WSS-FS-COTIZEXC-OK
               IF WS-CANT-OBSERVADAS < 3000
                 ADD 1 TO WS-CANT-OBSERVADAS
                 MOVE REG-COTEXC TO TOB-REGISTRO(WS-CANT-OBSERVADAS)
                 ADD 1 TO WS-CANT-LEIDOS
               ELSE
                 MOVE 'S' TO WS-OBSERVADAS-DESBORDADAS
               END-IF
               READ COTIZEXC
             END-PERFORM
             CLOSE COTIZEXC
           END-IF.


      * C confirma la cotizacion informada (o una corregida) y la
      * graba en COTIZA.DAT; D la descarta; cualquier otra tecla la
      * deja pendiente para otro momento.
       252000-RESOLVER-OBSERVADA.
           DISPLAY ' '
           DISPLAY 'MONEDA ' CXC-MONEDA ' FECHA ' CXC-FECHA
                   ' COTIZACION ' CXC-COTIZACION
           EVALUATE TRUE
             WHEN CXC-COTIZ-CERO
               DISPLAY 'MOTIVO: COTIZACION INVALIDA'
             WHEN CXC-DIA-NO-HABIL
               DISPLAY 'MOTIVO: FECHA NO HABIL'
             WHEN CXC-FALTA-HABIL
               DISPLAY 'MOTIVO: FALTAN ' CXC-DIAS-FALTANTES
                       ' DIAS HABILES DESDE LA ANTERIOR'
             WHEN CXC-SALTO
               DISPLAY 'MOTIVO: VARIACION DE ' CXC-VARIACION
                       ' PORCIENTO'
           END-EVALUATE
           DISPLAY 'ANTERIOR ACEPTADA: ' CXC-FECHA-ANTERIOR
                   ' ' CXC-COTIZ-ANTERIOR
           DISPLAY 'C=CONFIRMAR  D=DESCARTAR  OTRA=DEJAR PENDIENTE: '
           ACCEPT WS-RESOLUCION
           EVALUATE WS-RESOLUCION
             WHEN 'C'
               DISPLAY 'COTIZACION A GRABAR (0 = LA INFORMADA): '
               ACCEPT WS-COTIZ-CORREGIDA
               IF WS-COTIZ-CORREGIDA = 0
                 MOVE CXC-COTIZACION TO WS-COTIZ-CORREGIDA
               END-IF
               IF WS-COTIZ-CORREGIDA = 0 OR CXC-FECHA = 0
                 DISPLAY 'NO SE PUEDE CONFIRMAR UNA COTIZACION EN '
                         'CERO O SIN FECHA, QUEDA PENDIENTE'
               ELSE
                 PERFORM 253000-GRABAR-CONFIRMADA
               END-IF
             WHEN 'D'
               MOVE 'D' TO CXC-ESTADO
               PERFORM 254000-FIRMAR-RESOLUCION
               DISPLAY 'COTIZACION DESCARTADA'
             WHEN OTHER
               DISPLAY 'QUEDA PENDIENTE'
           END-EVALUATE.


       253000-GRABAR-CONFIRMADA.
           OPEN EXTEND COTIZA
           IF WSS-FS-COTIZA-NOEXISTE
             OPEN OUTPUT COTIZA
           END-IF
           IF NOT WSS-FS-COTIZA-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZA
           ELSE
             MOVE CXC-MONEDA TO COT-MONEDA
             MOVE CXC-FECHA TO COT-FECHA
             MOVE WS-COTIZ-CORREGIDA TO COT-COTIZACION
             WRITE REG-COTIZA
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE COTIZA
             MOVE 'C' TO CXC-ESTADO
             MOVE WS-COTIZ-CORREGIDA TO CXC-COTIZ-GRABADA
             PERFORM 254000-FIRMAR-RESOLUCION
             DISPLAY 'COTIZACION CONFIRMADA Y GRABADA'
           END-IF.


       254000-FIRMAR-RESOLUCION.
           ACCEPT CXC-SUPERVISOR FROM ENVIRONMENT 'USER'
           MOVE FUNCTION CURRENT-DATE(1:8) TO CXC-FECHA-RESOL
           ADD 1 TO WS-CANT-RESUELTAS.


       255000-GRABAR-OBSERVADAS.
           OPEN OUTPUT COTIZEXC
           IF NOT WSS-FS-COTIZEXC-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES OBSERVADAS'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZEXC
           ELSE
             PERFORM VARYING WS-IND-OBSERVADA FROM 1 BY 1
                       UNTIL WS-IND-OBSERVADA > WS-CANT-OBSERVADAS
               MOVE TOB-REGISTRO(WS-IND-OBSERVADA) TO REG-COTEXC
               WRITE REG-COTEXC
             END-PERFORM
             CLOSE COTIZEXC
             DISPLAY 'COTIZACIONES RESUELTAS: ' WS-CANT-RESUELTAS
           END-IF.


       305000-GRABAR-CTAMON.
           OPEN OUTPUT CTAMON
           IF NOT WSS-FS-CTAMON-OK
