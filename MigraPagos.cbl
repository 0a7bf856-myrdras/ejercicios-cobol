      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MIGRACION DE PAGOS.DAT DE SECUENCIAL A INDEXADO
      *              POR PAG-ENTRYID CON CLAVES ALTERNATIVAS
      *              PAG-NROCUENTA Y PAG-SESION, EL MISMO TRATAMIENTO
      *              QUE RECIBIERON CUENTAS.DAT Y SERVICIO.DAT: LOS
      *              PROGRAMAS QUE BUSCAN UN RECIBO SUELTO
      *              (ANULARECIBOS, SUSPENSOPAGOS), LOS RECIBOS DE UNA
      *              CUENTA (CONSOLIDACUENTAS) O LOS DE UNA SESION DE
      *              CAJA (CIERRECAJA, REPORTETURNO) DEJAN DE RECORRER
      *              Y REGRABAR EL ARCHIVO ENTERO. ESTE UTILITARIO, EN
      *              EL MOLDE DE MIGRASERVICIOS, TOMA PRIMERO UNA
      *              COPIA DE RESGUARDO AUTOMATICA (PAGOS.RES),
      *              RECONSTRUYE EL INDEXADO EN PAGOS-NUEVO.DAT Y
      *              RELEE AMBOS ARCHIVOS COMPARANDO CAMPO POR CAMPO
      *              EN MIGRAPAG.REP, CON CONTEOS Y HASH ANTES Y
      *              DESPUES QUE PRUEBAN QUE NINGUN VALOR CAMBIO. LOS
      *              RECIBOS CAPTURADOS ANTES DE LA SESION DE CAJA
      *              VIENEN CORTOS: SU SESION Y SU LOTE EN BLANCO SE
      *              GRABAN COMO CERO (EL CRITERIO QUE YA APLICABAN
      *              CIERRECAJA Y APLICAPAGOS), PARA QUE LA CLAVE
      *              ALTERNATIVA PAG-SESION QUEDE NUMERICA, Y SE
      *              CUENTAN APARTE EN EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MIGRAPAGOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJA              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VIEJA.

           SELECT NUEVA              ASSIGN TO DISK
                                       '..\PAGOS-NUEVO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID-N
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA-N
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION-N
                                           WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-NUEVA.

           SELECT RESGUARDO          ASSIGN TO DISK '..\PAGOS.RES'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESGUARDO.

           SELECT REPORTE            ASSIGN TO DISK '..\MIGRAPAG.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD VIEJA.
       01 REG-VIEJA.
         05 PAG-ENTRYID-V             PIC 9(08).
         05 PAG-NROCUENTA-V           PIC 9(08).
         05 PAG-FECHA-V               PIC 9(08).
         05 PAG-IMPORTE-V             PIC S9(15)V99.
         05 PAG-MEDIO-V               PIC X(03).
         05 PAG-ESTADO-V              PIC X(01).
         05 PAG-SESION-V              PIC 9(08).
         05 PAG-OPERADOR-V            PIC X(20).
         05 PAG-LOTE-V                PIC 9(08).

       FD NUEVA.
       01 REG-NUEVA.
         05 PAG-ENTRYID-N             PIC 9(08).
         05 PAG-NROCUENTA-N           PIC 9(08).
         05 PAG-FECHA-N               PIC 9(08).
         05 PAG-IMPORTE-N             PIC S9(15)V99.
         05 PAG-MEDIO-N               PIC X(03).
         05 PAG-ESTADO-N              PIC X(01).
         05 PAG-SESION-N              PIC 9(08).
         05 PAG-OPERADOR-N            PIC X(20).
         05 PAG-LOTE-N                PIC 9(08).

       FD RESGUARDO.
       01 REG-RESGUARDO               PIC X(81).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==VIEJA==.
           COPY WSFS REPLACING ==:TAG:== BY ==NUEVA==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESGUARDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 ACUMULADORES.
         05 WSA-HASH-ANTES             PIC S9(15)V99.
         05 WSA-HASH-DESPUES           PIC S9(15)V99.
         05 WSA-CANT-COMPARADOS        PIC 9(05).
         05 WSA-CANT-DIFERENCIAS       PIC 9(05).
         05 WSA-CANT-NORMALIZADOS      PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 150000-RESGUARDAR
                 PERFORM 200000-CONVERTIR
                 PERFORM 250000-COMPARAR
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'REPORTE DE MIGRACION DE PAGOS.DAT A INDEXADO'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       110000-LEER-VIEJA.
           READ VIEJA
           IF NOT WSS-FS-VIEJA-OK AND NOT WSS-FS-VIEJA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


      * Sesion y lote en blanco de los recibos cortos valen cero.
       115000-NORMALIZAR-VIEJA.
           IF PAG-SESION-V IS NOT NUMERIC
             MOVE 0 TO PAG-SESION-V
           END-IF
           IF PAG-LOTE-V IS NOT NUMERIC
             MOVE 0 TO PAG-LOTE-V
           END-IF.


       150000-RESGUARDAR.
      * Copia de resguardo automatica, en texto plano, antes de
      * tocar nada: si la migracion saliera mal, PAGOS.RES
      * permite reconstruir el archivo original.
           OPEN INPUT VIEJA
           IF NOT WSS-FS-VIEJA-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT RESGUARDO
           PERFORM 110000-LEER-VIEJA
           PERFORM UNTIL WSS-FS-VIEJA-EOF
             MOVE REG-VIEJA TO REG-RESGUARDO
             WRITE REG-RESGUARDO
             PERFORM 110000-LEER-VIEJA
           END-PERFORM
           CLOSE RESGUARDO
           CLOSE VIEJA
           DISPLAY 'COPIA DE RESGUARDO GRABADA EN PAGOS.RES'.


       200000-CONVERTIR.
           OPEN INPUT VIEJA
           IF NOT WSS-FS-VIEJA-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT NUEVA
           IF NOT WSS-FS-NUEVA-OK
             DISPLAY 'ERROR DE ARCHIVO NUEVO'
             DISPLAY 'FILE STATUS ' WSS-FS-NUEVA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-LEER-VIEJA
           PERFORM UNTIL WSS-FS-VIEJA-EOF
             ADD 1 TO WS-CANT-LEIDOS
             ADD PAG-IMPORTE-V TO WSA-HASH-ANTES
             IF PAG-SESION-V IS NOT NUMERIC
                     OR PAG-LOTE-V IS NOT NUMERIC
               ADD 1 TO WSA-CANT-NORMALIZADOS
             END-IF
             PERFORM 115000-NORMALIZAR-VIEJA
             MOVE PAG-ENTRYID-V TO PAG-ENTRYID-N
             MOVE PAG-NROCUENTA-V TO PAG-NROCUENTA-N
             MOVE PAG-FECHA-V TO PAG-FECHA-N
             MOVE PAG-IMPORTE-V TO PAG-IMPORTE-N
             MOVE PAG-MEDIO-V TO PAG-MEDIO-N
             MOVE PAG-ESTADO-V TO PAG-ESTADO-N
             MOVE PAG-SESION-V TO PAG-SESION-N
             MOVE PAG-OPERADOR-V TO PAG-OPERADOR-N
             MOVE PAG-LOTE-V TO PAG-LOTE-N
             WRITE REG-NUEVA
             IF WSS-FS-NUEVA-OK
               ADD 1 TO WS-CANT-ESCRITOS
               ADD PAG-IMPORTE-N TO WSA-HASH-DESPUES
             ELSE
               DISPLAY 'ERROR AL GRABAR EL RECIBO ' PAG-ENTRYID-V
               DISPLAY 'FILE STATUS ' WSS-FS-NUEVA
               MOVE 8 TO WS-RETURN-CODE
             END-IF
             PERFORM 110000-LEER-VIEJA
           END-PERFORM
           CLOSE VIEJA
           CLOSE NUEVA.


       250000-COMPARAR.
      * Relectura apareada campo por campo: el viejo se recorre en
      * secuencia y cada recibo se busca por clave en el nuevo;
      * toda diferencia queda en el reporte.
           OPEN INPUT VIEJA
           OPEN INPUT NUEVA
           IF NOT WSS-FS-VIEJA-OK OR NOT WSS-FS-NUEVA-OK
             DISPLAY 'ERROR AL REABRIR PARA COMPARAR'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-LEER-VIEJA
           PERFORM UNTIL WSS-FS-VIEJA-EOF
             ADD 1 TO WSA-CANT-COMPARADOS
             PERFORM 115000-NORMALIZAR-VIEJA
             MOVE PAG-ENTRYID-V TO PAG-ENTRYID-N
             READ NUEVA
               INVALID KEY
                 PERFORM 260000-INFORMAR-DIFERENCIA
               NOT INVALID KEY
                 IF PAG-NROCUENTA-N NOT = PAG-NROCUENTA-V
                         OR PAG-FECHA-N NOT = PAG-FECHA-V
                         OR PAG-IMPORTE-N NOT = PAG-IMPORTE-V
                         OR PAG-MEDIO-N NOT = PAG-MEDIO-V
                         OR PAG-ESTADO-N NOT = PAG-ESTADO-V
                         OR PAG-SESION-N NOT = PAG-SESION-V
                         OR PAG-OPERADOR-N NOT = PAG-OPERADOR-V
                         OR PAG-LOTE-N NOT = PAG-LOTE-V
                   PERFORM 260000-INFORMAR-DIFERENCIA
                 END-IF
             END-READ
             PERFORM 110000-LEER-VIEJA
           END-PERFORM
           CLOSE VIEJA
           CLOSE NUEVA.


       260000-INFORMAR-DIFERENCIA.
           ADD 1 TO WSA-CANT-DIFERENCIAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DIFERENCIA EN EL RECIBO ' PAG-ENTRYID-V
                  ' IMPORTE VIEJO ' PAG-IMPORTE-V
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           CLOSE REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MIGRACION DE PAGOS.DAT'
           DISPLAY 'Programme: MIGRAPAGOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'LEIDOS ' WS-CANT-LEIDOS
                  ' GRABADOS ' WS-CANT-ESCRITOS
                  ' COMPARADOS ' WSA-CANT-COMPARADOS
                  ' DIFERENCIAS ' WSA-CANT-DIFERENCIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RECIBOS CORTOS CON SESION/LOTE EN CERO '
                  WSA-CANT-NORMALIZADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'HASH ANTES ' WSA-HASH-ANTES
                  ' HASH DESPUES ' WSA-HASH-DESPUES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           DISPLAY 'RECIBOS LEIDOS:    ' WS-CANT-LEIDOS
           DISPLAY 'RECIBOS GRABADOS:  ' WS-CANT-ESCRITOS
           DISPLAY 'DIFERENCIAS:       ' WSA-CANT-DIFERENCIAS
           DISPLAY 'HASH ANTES:        ' WSA-HASH-ANTES
           DISPLAY 'HASH DESPUES:      ' WSA-HASH-DESPUES
           IF WS-CANT-LEIDOS = WS-CANT-ESCRITOS
                   AND WSA-CANT-DIFERENCIAS = 0
                   AND WSA-HASH-ANTES = WSA-HASH-DESPUES
             DISPLAY 'MIGRACION VERIFICADA: NINGUN VALOR CAMBIO. '
                     'RENOMBRAR PAGOS-NUEVO.DAT COMO '
                     'PAGOS.DAT ANTES DE LA PROXIMA CADENA'
           ELSE
             DISPLAY 'ERROR DE CONTROL: LA MIGRACION NO VERIFICA, '
                     'NO RENOMBRAR'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'MIGRAPAGOS'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-NUEVA      TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
