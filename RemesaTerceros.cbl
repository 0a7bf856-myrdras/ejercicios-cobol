      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RENDICION MENSUAL A TERCEROS: PARA UN PERIODO
      *              TOMA DE PAGAPLIC.DAT LO EFECTIVAMENTE COBRADO
      *              (IMPUTACION CARGO POR CARGO DE APLICAPAGOS) SOBRE
      *              CARGOS DE SERVICIO.DAT Y SERVHIST.DAT CUYO CODIGO
      *              EL CATALOGO (SERVCAT.DAT) MARCA COMO COBRADO POR
      *              CUENTA DE UN TERCERO, Y EMITE EN REMTER.REP UNA
      *              RENDICION NUMERADA POR LA SERIE RTE PARA CADA
      *              TERCERO DE TERCEROS.DAT, CON EL DETALLE POR
      *              CODIGO Y EL ASIENTO DE PAGO (DEBE EL PASIVO CON
      *              EL TERCERO, HABER LA CUENTA DE PAGO). CADA
      *              RENDICION QUEDA EN REMTER.DAT Y EXPORTACONTAB
      *              ASIENTA LAS EMITIDAS EN LA FECHA DE PROCESO.
      *              RERENDIR EL PERIODO EN LA MISMA FECHA PISA LAS
      *              RENDICIONES DEL DIA; UN TERCERO YA RENDIDO EN UNA
      *              FECHA ANTERIOR (Y POR LO TANTO YA ASENTADO) NO SE
      *              VUELVE A RENDIR Y SE AVISA CON RC 4. RC 8 SI NO
      *              SE PUEDEN LEER LOS CARGOS O ABRIR EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  REMESATERCEROS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERCEROS           ASSIGN TO DISK '..\TERCEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TERCEROS.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVHIST           ASSIGN TO DISK '..\SERVHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT PAGAPLIC           ASSIGN TO DISK '..\PAGAPLIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGAPLIC.

           SELECT REMTER             ASSIGN TO DISK '..\REMTER.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REMTER.

           SELECT REPORTE            ASSIGN TO DISK '..\REMTER.REP'
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
       FD TERCEROS.
           COPY TERCEROREC.

       FD SERVCAT.
           COPY CATSERV.

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

       FD SERVHIST.
       01 REG-SERVHIST.
         05 CODSERVICIO-H             PIC X(03).
         05 NUMCUENTA-H               PIC 9(08).
         05 DESCRIP-H                 PIC X(30).
         05 PERIODO-H.
           10 AAAA-H                  PIC X(04).
           10 MM-H                    PIC X(02).
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD PAGAPLIC.
       01 REG-PAGAPLIC.
         05 PAP-PAG-ENTRYID           PIC 9(08).
         05 PAP-ENTRYID-CARGO         PIC 9(08).
         05 PAP-NROCUENTA             PIC 9(08).
         05 PAP-PERIODO               PIC X(06).
         05 PAP-IMPORTE               PIC S9(05)V99.
         05 PAP-FECHA                 PIC 9(08).

       FD REMTER.
           COPY REMTEREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==TERCEROS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGAPLIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==REMTER==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Terceros con sus cuentas ya resueltas (en blanco rigen
      * TER-codigo y CAJA), lo cobrado en el periodo y, si ya se le
      * rindio el periodo en una fecha anterior, esa rendicion.
       01 TABLA-TERCEROS.
         05 WS-CANT-TERCEROS           PIC 9(03) VALUE 0.
         05 TTE-ENTRY OCCURS 500 TIMES.
           10 TTE-CODIGO               PIC 9(04).
           10 TTE-NOMBRE               PIC X(40).
           10 TTE-CUIT                 PIC 9(11).
           10 TTE-CTA-PASIVO           PIC X(10).
           10 TTE-CTA-PAGO             PIC X(10).
           10 TTE-CANT-CARGOS          PIC 9(06).
           10 TTE-COBRADO              PIC S9(13)V99.
           10 TTE-NRO-PREVIO           PIC 9(08).
           10 TTE-FECHA-PREVIA         PIC 9(08).

      * Codigos del catalogo cobrados por cuenta de un tercero, con
      * lo cobrado en el periodo por codigo.
       01 TABLA-CODIGOS.
         05 WS-CANT-CODIGOS            PIC 9(03) VALUE 0.
         05 TCO-ENTRY OCCURS 500 TIMES.
           10 TCO-CODSERVICIO          PIC X(03).
           10 TCO-DESCRIP              PIC X(30).
           10 TCO-IND-TERCERO          PIC 9(03).
           10 TCO-CANT-CARGOS          PIC 9(06).
           10 TCO-COBRADO              PIC S9(13)V99.

      * Cargos de SERVICIO.DAT y SERVHIST.DAT de esos codigos, para
      * reconocer cada imputacion de PAGAPLIC.DAT por su ENTRYID.
       01 TABLA-CARGOS.
         05 WS-CANT-CARGOS             PIC 9(05) VALUE 0.
         05 TCG-ENTRY OCCURS 20000 TIMES.
           10 TCG-ENTRYID              PIC 9(08).
           10 TCG-IND-CODIGO           PIC 9(03).

       01 TABLA-RENDICIONES.
         05 WS-CANT-RENDICIONES        PIC 9(04) VALUE 0.
         05 TRM-ENTRY OCCURS 5000 TIMES.
           10 TRM-NUMERO               PIC 9(08).
           10 TRM-PERIODO              PIC X(06).
           10 TRM-TERCERO              PIC 9(04).
           10 TRM-CANT-CARGOS          PIC 9(06).
           10 TRM-COBRADO              PIC S9(13)V99.
           10 TRM-FECHA                PIC 9(08).

       01 INDICES.
         05 WS-IND-TERCERO             PIC 9(03).
         05 WS-IND-TER-HALLADO         PIC 9(03).
         05 WS-IND-CODIGO              PIC 9(03).
         05 WS-IND-COD-HALLADO         PIC 9(03).
         05 WS-IND-CARGO               PIC 9(05).
         05 WS-IND-CARGO-HALLADO       PIC 9(05).
         05 WS-IND-RENDICION           PIC 9(04).

       01 VARIABLES.
         05 WSV-PERIODO                PIC X(06).
         05 WSV-TERCERO                PIC 9(04).
         05 WSV-CODSERVICIO            PIC X(03).
         05 WSV-ENTRYID                PIC 9(08).

       01 WS-SERIE-RTE                 PIC X(03) VALUE 'RTE'.
       01 WS-NUMERO-RTE                PIC 9(08) VALUE 0.

       01 ACUMULADORES.
         05 WSA-IMPUTACIONES           PIC 9(07).
         05 WSA-RENDICIONES            PIC 9(05).
         05 WSA-YA-RENDIDOS            PIC 9(05).
         05 WSA-TOTAL-RENDIDO          PIC S9(13)V99.

       01 WS-IMPORTE-EDIT              PIC Z(10)9,99-.
       01 WS-CANT-EDIT                 PIC Z(5)9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-ACUMULAR-COBRANZA
                 PERFORM 250000-EMITIR-RENDICIONES
                 PERFORM 280000-GRABAR-RENDICIONES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL PERIODO A RENDIR (AAAAMM): '
           ACCEPT WSV-PERIODO
           PERFORM 105000-CARGAR-TERCEROS
           PERFORM 110000-CARGAR-CODIGOS
           PERFORM 115000-CARGAR-RENDICIONES
           PERFORM 120000-CARGAR-CARGOS
           PERFORM 130000-ABRIR-REPORTE.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-TERCEROS.
           MOVE 0 TO WS-CANT-TERCEROS
           OPEN INPUT TERCEROS
           IF WSS-FS-TERCEROS-NOEXISTE
             DISPLAY 'NO HAY TERCEROS DEFINIDOS (TERCEROS.DAT), '
                     'NADA PARA RENDIR'
           ELSE
             IF NOT WSS-FS-TERCEROS-OK
               DISPLAY 'ERROR DE ARCHIVO DE TERCEROS'
               DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM 106000-LEER-TERCERO
               PERFORM UNTIL WSS-FS-TERCEROS-EOF
                 IF WS-CANT-TERCEROS < 500
                   ADD 1 TO WS-CANT-TERCEROS
                   PERFORM 107000-GUARDAR-TERCERO
                 ELSE
                   DISPLAY 'ADVERTENCIA: MAS DE 500 TERCEROS, EL '
                           'RESTO NO SE RINDE'
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE '10' TO WSS-FS-TERCEROS
                 END-IF
                 IF NOT WSS-FS-TERCEROS-EOF
                   PERFORM 106000-LEER-TERCERO
                 END-IF
               END-PERFORM
             END-IF
             CLOSE TERCEROS
           END-IF.


       106000-LEER-TERCERO.
           READ TERCEROS
           IF NOT WSS-FS-TERCEROS-OK AND NOT WSS-FS-TERCEROS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
             MOVE '10' TO WSS-FS-TERCEROS
           END-IF.


       107000-GUARDAR-TERCERO.
           MOVE TER-CODIGO TO TTE-CODIGO(WS-CANT-TERCEROS)
           MOVE TER-NOMBRE TO TTE-NOMBRE(WS-CANT-TERCEROS)
           MOVE TER-CUIT TO TTE-CUIT(WS-CANT-TERCEROS)
           IF TER-CTA-PASIVO = SPACES
             MOVE SPACES TO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
             STRING 'TER-' TER-CODIGO DELIMITED BY SIZE
               INTO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
           ELSE
             MOVE TER-CTA-PASIVO TO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
           END-IF
           IF TER-CTA-PAGO = SPACES
             MOVE 'CAJA' TO TTE-CTA-PAGO(WS-CANT-TERCEROS)
           ELSE
             MOVE TER-CTA-PAGO TO TTE-CTA-PAGO(WS-CANT-TERCEROS)
           END-IF
           MOVE 0 TO TTE-CANT-CARGOS(WS-CANT-TERCEROS)
           MOVE 0 TO TTE-COBRADO(WS-CANT-TERCEROS)
           MOVE 0 TO TTE-NRO-PREVIO(WS-CANT-TERCEROS)
           MOVE 0 TO TTE-FECHA-PREVIA(WS-CANT-TERCEROS).


       108000-BUSCAR-TERCERO.
           MOVE 0 TO WS-IND-TER-HALLADO
           PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
             IF TTE-CODIGO(WS-IND-TERCERO) = WSV-TERCERO
               MOVE WS-IND-TERCERO TO WS-IND-TER-HALLADO
               MOVE WS-CANT-TERCEROS TO WS-IND-TERCERO
             END-IF
           END-PERFORM.


       110000-CARGAR-CODIGOS.
      * Un codigo con un tercero que no esta en TERCEROS.DAT no se
      * puede rendir: se avisa y la corrida termina con RC 4.
           MOVE 0 TO WS-CANT-CODIGOS
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 111000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-TERCERO IS NUMERIC AND CAT-TERCERO NOT = 0
                 MOVE CAT-TERCERO TO WSV-TERCERO
                 PERFORM 108000-BUSCAR-TERCERO
                 IF WS-IND-TER-HALLADO = 0
                   DISPLAY 'ADVERTENCIA: CODSERVICIO ' CAT-CODIGO
                           ' CON TERCERO ' CAT-TERCERO
                           ' INEXISTENTE, NO SE RINDE'
                   MOVE 4 TO WS-RETURN-CODE
                 ELSE
                   IF WS-CANT-CODIGOS < 500
                     ADD 1 TO WS-CANT-CODIGOS
                     MOVE CAT-CODIGO
                       TO TCO-CODSERVICIO(WS-CANT-CODIGOS)
                     MOVE CAT-DESCRIP TO TCO-DESCRIP(WS-CANT-CODIGOS)
                     MOVE WS-IND-TER-HALLADO
                       TO TCO-IND-TERCERO(WS-CANT-CODIGOS)
                     MOVE 0 TO TCO-CANT-CARGOS(WS-CANT-CODIGOS)
                     MOVE 0 TO TCO-COBRADO(WS-CANT-CODIGOS)
                   END-IF
                 END-IF
               END-IF
               PERFORM 111000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF
           IF WS-CANT-CODIGOS = 0
             DISPLAY 'NINGUN CODIGO DEL CATALOGO SE COBRA POR '
                     'CUENTA DE TERCEROS'
           END-IF.


       111000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       112000-BUSCAR-CODIGO.
           MOVE 0 TO WS-IND-COD-HALLADO
           PERFORM VARYING WS-IND-CODIGO FROM 1 BY 1
                     UNTIL WS-IND-CODIGO > WS-CANT-CODIGOS
             IF TCO-CODSERVICIO(WS-IND-CODIGO) = WSV-CODSERVICIO
               MOVE WS-IND-CODIGO TO WS-IND-COD-HALLADO
               MOVE WS-CANT-CODIGOS TO WS-IND-CODIGO
             END-IF
           END-PERFORM.


       115000-CARGAR-RENDICIONES.
      * Las rendiciones del periodo emitidas hoy se descartan y se
      * vuelven a emitir; las de una fecha anterior ya pasaron al
      * diario y dejan al tercero como rendido.
           MOVE 0 TO WS-CANT-RENDICIONES
           OPEN INPUT REMTER
           IF WSS-FS-REMTER-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-REMTER-OK
               DISPLAY 'ERROR DE ARCHIVO DE RENDICIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-REMTER
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 116000-LEER-RENDICION
               PERFORM UNTIL WSS-FS-REMTER-EOF
                 IF REM-PERIODO = WSV-PERIODO
                         AND REM-FECHA = WSP-FECHA-PROCESO
                   CONTINUE
                 ELSE
                   PERFORM 117000-GUARDAR-RENDICION
                 END-IF
                 PERFORM 116000-LEER-RENDICION
               END-PERFORM
             END-IF
             CLOSE REMTER
           END-IF.


       116000-LEER-RENDICION.
           READ REMTER
           IF NOT WSS-FS-REMTER-OK AND NOT WSS-FS-REMTER-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-REMTER
             MOVE '10' TO WSS-FS-REMTER
           END-IF.


       117000-GUARDAR-RENDICION.
      * Regrabar desde una tabla incompleta perderia rendiciones:
      * con la tabla llena no se sigue.
           IF WS-CANT-RENDICIONES NOT < 5000
             DISPLAY 'ERROR: MAS DE 5000 RENDICIONES EN REMTER.DAT'
             MOVE 8 TO WS-RETURN-CODE
             CLOSE REMTER
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-RENDICIONES
           MOVE REM-NUMERO TO TRM-NUMERO(WS-CANT-RENDICIONES)
           MOVE REM-PERIODO TO TRM-PERIODO(WS-CANT-RENDICIONES)
           MOVE REM-TERCERO TO TRM-TERCERO(WS-CANT-RENDICIONES)
           MOVE REM-CANT-CARGOS TO TRM-CANT-CARGOS(WS-CANT-RENDICIONES)
           MOVE REM-COBRADO TO TRM-COBRADO(WS-CANT-RENDICIONES)
           MOVE REM-FECHA TO TRM-FECHA(WS-CANT-RENDICIONES)
           IF REM-PERIODO = WSV-PERIODO
             MOVE REM-TERCERO TO WSV-TERCERO
             PERFORM 108000-BUSCAR-TERCERO
             IF WS-IND-TER-HALLADO NOT = 0
               MOVE REM-NUMERO TO TTE-NRO-PREVIO(WS-IND-TER-HALLADO)
               MOVE REM-FECHA TO TTE-FECHA-PREVIA(WS-IND-TER-HALLADO)
             END-IF
           END-IF.


       120000-CARGAR-CARGOS.
           MOVE 0 TO WS-CANT-CARGOS
           IF WS-CANT-CODIGOS > 0
             OPEN INPUT SERVICIO
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 121000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               MOVE CODSERVICIO TO WSV-CODSERVICIO
               MOVE ENTRYID TO WSV-ENTRYID
               PERFORM 125000-GUARDAR-CARGO
               PERFORM 121000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
             OPEN INPUT SERVHIST
             IF WSS-FS-SERVHIST-OK
               PERFORM 122000-LEER-SERVHIST
               PERFORM UNTIL WSS-FS-SERVHIST-EOF
                 MOVE CODSERVICIO-H TO WSV-CODSERVICIO
                 MOVE ENTRYID-H TO WSV-ENTRYID
                 PERFORM 125000-GUARDAR-CARGO
                 PERFORM 122000-LEER-SERVHIST
               END-PERFORM
               CLOSE SERVHIST
             END-IF
           END-IF.


       121000-LEER-SERVICIO.
           READ SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       122000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE '10' TO WSS-FS-SERVHIST
           END-IF.


       125000-GUARDAR-CARGO.
           PERFORM 112000-BUSCAR-CODIGO
           IF WS-IND-COD-HALLADO NOT = 0
             IF WS-CANT-CARGOS < 20000
               ADD 1 TO WS-CANT-CARGOS
               MOVE WSV-ENTRYID TO TCG-ENTRYID(WS-CANT-CARGOS)
               MOVE WS-IND-COD-HALLADO
                 TO TCG-IND-CODIGO(WS-CANT-CARGOS)
             ELSE
               IF WS-RETURN-CODE < 4
                 DISPLAY 'ADVERTENCIA: MAS DE 20000 CARGOS DE '
                         'TERCEROS, EL RESTO NO SE RINDE'
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             END-IF
           END-IF.


       130000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-ACUMULAR-COBRANZA.
           IF WS-CANT-CARGOS > 0
             OPEN INPUT PAGAPLIC
             IF WSS-FS-PAGAPLIC-NOEXISTE
               DISPLAY 'NO HAY IMPUTACIONES DE PAGOS (PAGAPLIC.DAT)'
             ELSE
               IF NOT WSS-FS-PAGAPLIC-OK
                 DISPLAY 'ERROR DE ARCHIVO DE IMPUTACIONES'
                 DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
                 MOVE 8 TO WS-RETURN-CODE
               ELSE
                 PERFORM 205000-LEER-PAGAPLIC
                 PERFORM UNTIL WSS-FS-PAGAPLIC-EOF
                   IF PAP-FECHA(1:6) = WSV-PERIODO
                     PERFORM 210000-IMPUTAR-UNO
                   END-IF
                   PERFORM 205000-LEER-PAGAPLIC
                 END-PERFORM
               END-IF
               CLOSE PAGAPLIC
             END-IF
           END-IF.


       205000-LEER-PAGAPLIC.
           READ PAGAPLIC
           IF NOT WSS-FS-PAGAPLIC-OK AND NOT WSS-FS-PAGAPLIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
             MOVE '10' TO WSS-FS-PAGAPLIC
           END-IF
           IF WSS-FS-PAGAPLIC-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-IMPUTAR-UNO.
      * Lo cobrado sobre un cargo del tercero se le debe a el; una
      * imputacion negativa (recibo anulado) descuenta.
           MOVE 0 TO WS-IND-CARGO-HALLADO
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-ENTRYID(WS-IND-CARGO) = PAP-ENTRYID-CARGO
               MOVE WS-IND-CARGO TO WS-IND-CARGO-HALLADO
               MOVE WS-CANT-CARGOS TO WS-IND-CARGO
             END-IF
           END-PERFORM
           IF WS-IND-CARGO-HALLADO NOT = 0
             MOVE TCG-IND-CODIGO(WS-IND-CARGO-HALLADO)
               TO WS-IND-COD-HALLADO
             MOVE TCO-IND-TERCERO(WS-IND-COD-HALLADO)
               TO WS-IND-TER-HALLADO
             ADD 1 TO TCO-CANT-CARGOS(WS-IND-COD-HALLADO)
             ADD PAP-IMPORTE TO TCO-COBRADO(WS-IND-COD-HALLADO)
             ADD 1 TO TTE-CANT-CARGOS(WS-IND-TER-HALLADO)
             ADD PAP-IMPORTE TO TTE-COBRADO(WS-IND-TER-HALLADO)
             ADD 1 TO WSA-IMPUTACIONES
           END-IF.


       250000-EMITIR-RENDICIONES.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENDICIONES A TERCEROS DEL PERIODO ' WSV-PERIODO
                  ' - FECHA DE PROCESO ' WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM 255000-RENDIR-TERCERO
                     VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
           MOVE WSA-TOTAL-RENDIDO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENDICIONES EMITIDAS: ' WSA-RENDICIONES
                  '   TOTAL RENDIDO: ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       255000-RENDIR-TERCERO.
           EVALUATE TRUE
             WHEN TTE-CANT-CARGOS(WS-IND-TERCERO) = 0
               CONTINUE
             WHEN TTE-NRO-PREVIO(WS-IND-TERCERO) NOT = 0
               PERFORM 256000-AVISAR-YA-RENDIDO
             WHEN TTE-COBRADO(WS-IND-TERCERO) NOT > 0
               MOVE TTE-COBRADO(WS-IND-TERCERO) TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'TERCERO ' TTE-CODIGO(WS-IND-TERCERO)
                      ' SIN SALDO A RENDIR: ' WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 290000-ESCRIBIR-LINEA
             WHEN OTHER
               PERFORM 260000-EMITIR-RENDICION
           END-EVALUATE.


       256000-AVISAR-YA-RENDIDO.
           ADD 1 TO WSA-YA-RENDIDOS
           IF WS-RETURN-CODE < 4
             MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TERCERO ' TTE-CODIGO(WS-IND-TERCERO)
                  ' YA RENDIDO EN LA RENDICION '
                  TTE-NRO-PREVIO(WS-IND-TERCERO)
                  ' DEL ' TTE-FECHA-PREVIA(WS-IND-TERCERO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           DISPLAY WS-LINEA-REPORTE.


       260000-EMITIR-RENDICION.
           CALL 'PROXNUM' USING WS-SERIE-RTE WS-NUMERO-RTE
           END-CALL
           IF WS-CANT-RENDICIONES < 5000
             ADD 1 TO WS-CANT-RENDICIONES
             MOVE WS-NUMERO-RTE TO TRM-NUMERO(WS-CANT-RENDICIONES)
             MOVE WSV-PERIODO TO TRM-PERIODO(WS-CANT-RENDICIONES)
             MOVE TTE-CODIGO(WS-IND-TERCERO)
               TO TRM-TERCERO(WS-CANT-RENDICIONES)
             MOVE TTE-CANT-CARGOS(WS-IND-TERCERO)
               TO TRM-CANT-CARGOS(WS-CANT-RENDICIONES)
             MOVE TTE-COBRADO(WS-IND-TERCERO)
               TO TRM-COBRADO(WS-CANT-RENDICIONES)
             MOVE WSP-FECHA-PROCESO TO TRM-FECHA(WS-CANT-RENDICIONES)
           END-IF
           ADD 1 TO WSA-RENDICIONES
           ADD TTE-COBRADO(WS-IND-TERCERO) TO WSA-TOTAL-RENDIDO

           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENDICION NRO ' WS-NUMERO-RTE
                  '   PERIODO ' WSV-PERIODO
                  '   FECHA ' WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TERCERO ' TTE-CODIGO(WS-IND-TERCERO)
                  ' ' TTE-NOMBRE(WS-IND-TERCERO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUIT    ' TTE-CUIT(WS-IND-TERCERO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'COD DESCRIPCION                    CARGOS'
             TO WS-LINEA-REPORTE
           MOVE 'COBRADO' TO WS-LINEA-REPORTE(53:7)
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM 265000-LINEA-CODIGO
                     VARYING WS-IND-CODIGO FROM 1 BY 1
                     UNTIL WS-IND-CODIGO > WS-CANT-CODIGOS
           MOVE TTE-CANT-CARGOS(WS-IND-TERCERO) TO WS-CANT-EDIT
           MOVE TTE-COBRADO(WS-IND-TERCERO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL A RENDIR' DELIMITED BY SIZE
                  INTO WS-LINEA-REPORTE
           MOVE WS-CANT-EDIT TO WS-LINEA-REPORTE(35:6)
           MOVE WS-IMPORTE-EDIT TO WS-LINEA-REPORTE(45:15)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ASIENTO DE PAGO: DEBE '
                  TTE-CTA-PASIVO(WS-IND-TERCERO)
                  ' HABER ' TTE-CTA-PAGO(WS-IND-TERCERO)
                  ' ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       265000-LINEA-CODIGO.
           IF TCO-IND-TERCERO(WS-IND-CODIGO) = WS-IND-TERCERO
                   AND TCO-CANT-CARGOS(WS-IND-CODIGO) > 0
             MOVE TCO-CANT-CARGOS(WS-IND-CODIGO) TO WS-CANT-EDIT
             MOVE TCO-COBRADO(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING TCO-CODSERVICIO(WS-IND-CODIGO)
                    ' ' TCO-DESCRIP(WS-IND-CODIGO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             MOVE WS-CANT-EDIT TO WS-LINEA-REPORTE(35:6)
             MOVE WS-IMPORTE-EDIT TO WS-LINEA-REPORTE(45:15)
             PERFORM 290000-ESCRIBIR-LINEA
           END-IF.


       280000-GRABAR-RENDICIONES.
           OPEN OUTPUT REMTER
           IF NOT WSS-FS-REMTER-OK
             DISPLAY 'ERROR DE ARCHIVO DE RENDICIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-REMTER
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-RENDICION FROM 1 BY 1
                       UNTIL WS-IND-RENDICION > WS-CANT-RENDICIONES
               MOVE TRM-NUMERO(WS-IND-RENDICION) TO REM-NUMERO
               MOVE TRM-PERIODO(WS-IND-RENDICION) TO REM-PERIODO
               MOVE TRM-TERCERO(WS-IND-RENDICION) TO REM-TERCERO
               MOVE TRM-CANT-CARGOS(WS-IND-RENDICION)
                 TO REM-CANT-CARGOS
               MOVE TRM-COBRADO(WS-IND-RENDICION) TO REM-COBRADO
               MOVE TRM-FECHA(WS-IND-RENDICION) TO REM-FECHA
               WRITE REG-REMTER
             END-PERFORM
             CLOSE REMTER
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
           DISPLAY 'Purpose:   RENDICION MENSUAL A TERCEROS'
           DISPLAY 'Programme: REMESATERCEROS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'IMPUTACIONES LEIDAS:    ' WS-CANT-LEIDOS
           DISPLAY 'IMPUTACIONES A TERCEROS:' WSA-IMPUTACIONES
           DISPLAY 'RENDICIONES EMITIDAS:   ' WSA-RENDICIONES
           DISPLAY 'TERCEROS YA RENDIDOS:   ' WSA-YA-RENDIDOS.


       330000-CERRAR-ARCHIVOS.
           CLOSE REPORTE.


       395000-REGISTRAR-REPORTE.
           MOVE 'RENDICION TERCEROS' TO WS-REPIDX-NOMBRE
           MOVE 'REMESATERCEROS'     TO WS-REPIDX-PROGRAMA
           MOVE '..\REMTER.REP'      TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS     TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'REMESATERCEROS'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-REMTER     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
