      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     DECLARACION DE PERCEPCIONES DE IVA: PARA UN
      *              PERIODO TOMA LAS PERCEPCIONES DE LAS FACTURAS
      *              VIGENTES DE FACTREG.DAT Y LES RESTA LAS QUE
      *              REVIERTEN LAS NOTAS DE CREDITO DEL MES
      *              (NOTASCRED.DAT: EL CARGO ORIGINAL DE SERVICIO.DAT
      *              DA LA CUENTA Y EL PERIODO DE LA FACTURA, Y LA
      *              PERCEPCION SE REVIERTE EN PROPORCION AL NETO
      *              ACREDITADO). GRABA EL ARCHIVO DE PRESENTACION
      *              PERCDJ.DAT EN EL DISEÑO FIJO DEL ORGANISMO FISCAL
      *              (CON TRAILER) Y EL LISTADO DE CONTROL PERCDJ.REP,
      *              CUYO TOTAL FACTURADO CUADRA CON LAS PERCEPCIONES
      *              DEL LIBRO DE IVA VENTAS DE LIBROIVA. UNA VEZ AL
      *              AÑO EMITE EN CERTPERC.REP UN CERTIFICADO POR
      *              CLIENTE CON CADA PERCEPCION QUE SE LE COBRO,
      *              PARA QUE LOS RESPONSABLES INSCRIPTOS LAS
      *              COMPUTEN EN SUS PROPIAS DECLARACIONES. EL
      *              PERCIBIDO SE IDENTIFICA POR LA CUIT CON QUE SE
      *              EMITIO LA FACTURA. CADA EMPRESA DEL GRUPO DECLARA
      *              LO SUYO: SE TOMAN SOLO LAS FACTURAS Y NOTAS DE LA
      *              EMPRESA DE LA CORRIDA (VARIABLE EMPRESA), Y EL
      *              CERTIFICADO LLEVA SU RAZON SOCIAL Y SU CUIT COMO
      *              AGENTE DE PERCEPCION.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  DECLARAPERCEP.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTREG            ASSIGN TO DISK '..\FACTREG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTREG.

           SELECT NOTASCRED          ASSIGN TO DISK '..\NOTASCRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOTASCRED.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT PERCDJ             ASSIGN TO DISK '..\PERCDJ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PERCDJ.

           SELECT REPORTE            ASSIGN TO DISK '..\PERCDJ.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT CERTPERC           ASSIGN TO DISK '..\CERTPERC.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CERTPERC.

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
       FD FACTREG.
       01 REG-FACTREG.
         05 FAC-NUMERO                PIC 9(08).
         05 FAC-FECHA                 PIC 9(08).
         05 FAC-PERIODO               PIC X(06).
         05 FAC-NROCUENTA             PIC 9(08).
         05 FAC-NRO-CLIENTE           PIC 9(07).
         05 FAC-CATIVA                PIC X(01).
         05 FAC-NETO                  PIC S9(09)V99.
         05 FAC-IVA                   PIC S9(09)V99.
         05 FAC-PERCEP                PIC S9(09)V99.
         05 FAC-TOTAL                 PIC S9(09)V99.
         05 FAC-ESTADO                PIC X(01).
             88 FAC-EMITIDA                            VALUE 'E'.
             88 FAC-ANULADA                            VALUE 'A'.
         05 FAC-ESTADO-CAE            PIC X(01).
             88 FAC-CAE-PENDIENTE                      VALUE 'P' ' '.
             88 FAC-CAE-SOLICITADO                     VALUE 'S'.
             88 FAC-CAE-AUTORIZADO                     VALUE 'A'.
             88 FAC-CAE-RECHAZADO                      VALUE 'R'.
         05 FAC-CAE                   PIC X(14).
         05 FAC-VTO-CAE               PIC 9(08).
         05 FAC-CUIT                  PIC 9(11).
         05 FAC-EMPRESA               PIC X(02).

       FD NOTASCRED.
       01 REG-NOTASCRED.
         05 NC-ENTRYID                PIC 9(08).
         05 NC-ENTRYID-ORIG           PIC 9(08).
         05 NC-MOTIVO                 PIC X(03).
         05 NC-IMPORTE                PIC S9(05)V99.
         05 NC-FECHA                  PIC 9(08).
         05 NC-OPERADOR               PIC X(20).
         05 NC-EMPRESA                PIC X(02).

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

       FD CLIENTES.
           COPY CLIMAEST.

       FD PERCDJ.
       01 REG-PERCDJ.
         05 DJP-PERIODO               PIC X(06).
         05 DJP-TIPO-CBTE             PIC X(02).
         05 DJP-NUMERO                PIC 9(08).
         05 DJP-FECHA                 PIC 9(08).
         05 DJP-NRO-REFERENCIA        PIC 9(08).
         05 DJP-PTO-VTA               PIC 9(05).
         05 DJP-NRO-CLIENTE           PIC 9(07).
         05 DJP-CUIT                  PIC 9(11).
         05 DJP-CATIVA                PIC X(01).
         05 DJP-BASE                  PIC S9(13)V99.
         05 DJP-ALICUOTA              PIC 9(02)V99.
         05 DJP-PERCEPCION            PIC S9(13)V99.
       01 REG-PERCDJ-TRL              PIC X(31).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD CERTPERC.
       01 REG-CERTPERC                PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==FACTREG==.
           COPY WSFS REPLACING ==:TAG:== BY ==NOTASCRED==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==PERCDJ==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CERTPERC==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

       01 TABLA-FACTURAS.
         05 WS-CANT-FACTURAS          PIC 9(04) VALUE 0.
         05 TF-ENTRY OCCURS 5000 TIMES.
           10 TF-NUMERO                PIC 9(08).
           10 TF-FECHA                 PIC 9(08).
           10 TF-PERIODO               PIC X(06).
           10 TF-NROCUENTA             PIC 9(08).
           10 TF-NRO-CLIENTE           PIC 9(07).
           10 TF-CATIVA                PIC X(01).
           10 TF-NETO                  PIC S9(09)V99.
           10 TF-PERCEP                PIC S9(09)V99.
           10 TF-ESTADO                PIC X(01).
           10 TF-CUIT                  PIC 9(11).

      * Percepciones y reversiones del rango pedido, en el orden en
      * que se declaran: primero las facturas, despues las notas.
       01 TABLA-MOVIMIENTOS.
         05 WS-CANT-MOVIMIENTOS       PIC 9(04) VALUE 0.
         05 TMV-ENTRY OCCURS 5000 TIMES.
           10 TMV-PERIODO              PIC X(06).
           10 TMV-TIPO                 PIC X(02).
           10 TMV-NUMERO               PIC 9(08).
           10 TMV-FECHA                PIC 9(08).
           10 TMV-REFERENCIA           PIC 9(08).
           10 TMV-NRO-CLIENTE          PIC 9(07).
           10 TMV-CUIT                 PIC 9(11).
           10 TMV-CATIVA               PIC X(01).
           10 TMV-BASE                 PIC S9(11)V99.
           10 TMV-ALICUOTA             PIC 9(02)V99.
           10 TMV-PERCEP               PIC S9(11)V99.
           10 TMV-CERTIFICADO          PIC X(01).

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-NYA                   PIC X(60).
           10 TC-DOMICILIO             PIC X(50).
           10 TC-CATIVA                PIC X(01).
           10 TC-CUIT                  PIC 9(11).

       01 INDICES.
         05 WS-IND-FACTURA             PIC 9(04).
         05 WS-IND-FAC-HALLADA         PIC 9(04).
         05 WS-IND-MOV                 PIC 9(04).
         05 WS-IND-MOV2                PIC 9(04).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLI-HALLADO         PIC 9(05).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-PERIODO-DESDE          PIC X(06).
         05 WSV-PERIODO-HASTA          PIC X(06).
         05 WSV-PERIODO                PIC X(06).
         05 WSV-ANIO                   PIC X(04).
         05 WSV-PERIODO-NC             PIC X(06).
         05 WSV-CLIENTE-CERT           PIC 9(07).
         05 WSV-PERCEP-NC              PIC S9(11)V99.

       01 ACUMULADORES.
         05 WSA-CANT-FACTURAS          PIC 9(05).
         05 WSA-CANT-NOTAS             PIC 9(05).
         05 WSA-CANT-NC-SIN-FACTURA    PIC 9(05).
         05 WSA-CANT-CERTIFICADOS      PIC 9(05).
         05 WSA-PERCEP-FACTURADA       PIC S9(13)V99.
         05 WSA-PERCEP-REVERTIDA       PIC S9(13)V99.
         05 WSA-PERCEP-NETA            PIC S9(13)V99.
         05 WSA-PERCEP-CLIENTE         PIC S9(13)V99.

       01 WS-EDICIONES.
         05 WS-BASE-EDIT               PIC -(10)9,99.
         05 WS-PERCEP-EDIT             PIC -(10)9,99.
         05 WS-ALICUOTA-EDIT           PIC Z9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 3
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-FACTURAS
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-FACTURAS.
           MOVE 0 TO WS-CANT-FACTURAS
           OPEN INPUT FACTREG
           IF WSS-FS-FACTREG-NOEXISTE
             DISPLAY 'NO HAY FACTURAS REGISTRADAS'
           ELSE
             IF NOT WSS-FS-FACTREG-OK
               DISPLAY 'ERROR DE ARCHIVO DE REGISTRO DE FACTURAS'
               DISPLAY 'FILE STATUS ' WSS-FS-FACTREG
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-FACTURA
               PERFORM UNTIL WSS-FS-FACTREG-EOF
                 IF FAC-EMPRESA = SPACES
                   MOVE '01' TO FAC-EMPRESA
                 END-IF
                 IF FAC-EMPRESA = WSP-EMPRESA
                   IF WS-CANT-FACTURAS < 5000
                     ADD 1 TO WS-CANT-FACTURAS
                     MOVE FAC-NUMERO
                       TO TF-NUMERO(WS-CANT-FACTURAS)
                     MOVE FAC-FECHA TO TF-FECHA(WS-CANT-FACTURAS)
                     MOVE FAC-PERIODO
                       TO TF-PERIODO(WS-CANT-FACTURAS)
                     MOVE FAC-NROCUENTA
                       TO TF-NROCUENTA(WS-CANT-FACTURAS)
                     MOVE FAC-NRO-CLIENTE
                       TO TF-NRO-CLIENTE(WS-CANT-FACTURAS)
                     MOVE FAC-CATIVA
                       TO TF-CATIVA(WS-CANT-FACTURAS)
                     MOVE FAC-NETO TO TF-NETO(WS-CANT-FACTURAS)
                     MOVE FAC-PERCEP
                       TO TF-PERCEP(WS-CANT-FACTURAS)
                     MOVE FAC-ESTADO
                       TO TF-ESTADO(WS-CANT-FACTURAS)
                     IF FAC-CUIT IS NUMERIC
                       MOVE FAC-CUIT TO TF-CUIT(WS-CANT-FACTURAS)
                     ELSE
                       MOVE 0 TO TF-CUIT(WS-CANT-FACTURAS)
                     END-IF
                     ADD 1 TO WS-CANT-LEIDOS
                   ELSE
      * Una declaracion con facturas de menos se presentaria mal:
      * se detiene antes de grabar nada.
                     DISPLAY 'ERROR: MAS DE 5000 FACTURAS EN EL '
                             'REGISTRO, ARCHIVAR PERIODOS VIEJOS'
                     CLOSE FACTREG
                     PERFORM 300000-FINAL
                   END-IF
                 END-IF
                 PERFORM 106000-LEER-FACTURA
               END-PERFORM
             END-IF
             CLOSE FACTREG
           END-IF.


       106000-LEER-FACTURA.
           READ FACTREG
           IF NOT WSS-FS-FACTREG-OK AND NOT WSS-FS-FACTREG-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-FACTREG
             MOVE '10' TO WSS-FS-FACTREG
           END-IF.


       107000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             PERFORM 108000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE NYA-C         TO TC-NYA(WS-CANT-CLIENTES)
                 MOVE DOMICILIO-C   TO TC-DOMICILIO(WS-CANT-CLIENTES)
                 MOVE CATIVA-C      TO TC-CATIVA(WS-CANT-CLIENTES)
                 IF CUIT-C IS NUMERIC
                   MOVE CUIT-C TO TC-CUIT(WS-CANT-CLIENTES)
                 ELSE
                   MOVE 0 TO TC-CUIT(WS-CANT-CLIENTES)
                 END-IF
               END-IF
               PERFORM 108000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       108000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'DECLARACION DE PERCEPCIONES DE IVA'
           DISPLAY '1 - DECLARACION MENSUAL (PERCDJ.DAT)'
           DISPLAY '2 - CERTIFICADOS ANUALES POR CLIENTE'
           DISPLAY '3 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-DECLARACION-MENSUAL
             WHEN 2
               PERFORM 250000-CERTIFICADOS-ANUALES
             WHEN 3
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 3
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-DECLARACION-MENSUAL.
           DISPLAY 'INGRESE EL PERIODO A DECLARAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           MOVE WSV-PERIODO TO WSV-PERIODO-DESDE
           MOVE WSV-PERIODO TO WSV-PERIODO-HASTA
           PERFORM 220000-ARMAR-MOVIMIENTOS
           OPEN OUTPUT PERCDJ
           IF NOT WSS-FS-PERCDJ-OK
             DISPLAY 'ERROR DE ARCHIVO DE DECLARACION'
             DISPLAY 'FILE STATUS ' WSS-FS-PERCDJ
           ELSE
             OPEN OUTPUT REPORTE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CONTROL DE LA DECLARACION DE PERCEPCIONES DEL '
                    'PERIODO ' WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 275000-ESCRIBIR-LINEA
             MOVE 'CBTE NUMERO   REF.     CLIENTE         BASE  ALIC '
               TO WS-LINEA-REPORTE
             MOVE 'PERCEPCION' TO WS-LINEA-REPORTE(56:10)
             PERFORM 275000-ESCRIBIR-LINEA
             INITIALIZE WS-TRAILER
             MOVE '*TRAILER' TO WS-TRL-MARCA
             PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                       UNTIL WS-IND-MOV > WS-CANT-MOVIMIENTOS
               PERFORM 215000-GRABAR-DECLARACION
             END-PERFORM
             MOVE WS-TRAILER TO REG-PERCDJ-TRL
             WRITE REG-PERCDJ-TRL
             CLOSE PERCDJ
             PERFORM 217000-TOTALES-DE-CONTROL
             CLOSE REPORTE
             MOVE 'DECLARACION PERCEP' TO WS-REPIDX-NOMBRE
             MOVE '..\PERCDJ.REP' TO WS-REPIDX-ARCHIVO
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'DECLARACION GRABADA EN PERCDJ.DAT, CONTROL EN '
                     'PERCDJ.REP'
           END-IF.


       215000-GRABAR-DECLARACION.
           MOVE TMV-PERIODO(WS-IND-MOV) TO DJP-PERIODO
           MOVE TMV-TIPO(WS-IND-MOV) TO DJP-TIPO-CBTE
           MOVE TMV-NUMERO(WS-IND-MOV) TO DJP-NUMERO
           MOVE TMV-FECHA(WS-IND-MOV) TO DJP-FECHA
           MOVE TMV-REFERENCIA(WS-IND-MOV) TO DJP-NRO-REFERENCIA
           MOVE WSP-PUNTO-VENTA TO DJP-PTO-VTA
           MOVE TMV-NRO-CLIENTE(WS-IND-MOV) TO DJP-NRO-CLIENTE
           MOVE TMV-CUIT(WS-IND-MOV) TO DJP-CUIT
           MOVE TMV-CATIVA(WS-IND-MOV) TO DJP-CATIVA
           MOVE TMV-BASE(WS-IND-MOV) TO DJP-BASE
           MOVE TMV-ALICUOTA(WS-IND-MOV) TO DJP-ALICUOTA
           MOVE TMV-PERCEP(WS-IND-MOV) TO DJP-PERCEPCION
           WRITE REG-PERCDJ
           IF WSS-FS-PERCDJ-OK
             ADD 1 TO WS-TRL-CANT
             ADD TMV-PERCEP(WS-IND-MOV) TO WS-TRL-HASH
             MOVE TMV-BASE(WS-IND-MOV) TO WS-BASE-EDIT
             MOVE TMV-ALICUOTA(WS-IND-MOV) TO WS-ALICUOTA-EDIT
             MOVE TMV-PERCEP(WS-IND-MOV) TO WS-PERCEP-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING TMV-TIPO(WS-IND-MOV)
                    '   ' TMV-NUMERO(WS-IND-MOV)
                    ' ' TMV-REFERENCIA(WS-IND-MOV)
                    ' ' TMV-NRO-CLIENTE(WS-IND-MOV)
                    ' ' WS-BASE-EDIT
                    ' ' WS-ALICUOTA-EDIT
                    ' ' WS-PERCEP-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 275000-ESCRIBIR-LINEA
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE DECLARACION'
             DISPLAY 'FILE STATUS ' WSS-FS-PERCDJ
           END-IF.


       217000-TOTALES-DE-CONTROL.
      * El total facturado es el mismo que suma LIBROIVA en la
      * columna de percepciones del libro del periodo.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA
           MOVE WSA-PERCEP-FACTURADA TO WS-PERCEP-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PERCEPCIONES FACTURADAS (LIBRO IVA): '
                  WS-PERCEP-EDIT ' EN ' WSA-CANT-FACTURAS
                  ' FACTURAS'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA
           MOVE WSA-PERCEP-REVERTIDA TO WS-PERCEP-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'REVERTIDAS POR NOTAS DE CREDITO:     '
                  WS-PERCEP-EDIT ' EN ' WSA-CANT-NOTAS
                  ' NOTAS'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA
           MOVE WSA-PERCEP-NETA TO WS-PERCEP-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'NETO DECLARADO:                      '
                  WS-PERCEP-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA
           IF WSA-CANT-NC-SIN-FACTURA > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ADVERTENCIA: ' WSA-CANT-NC-SIN-FACTURA
                    ' NOTAS DE CREDITO SIN FACTURA UBICABLE'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 275000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'PERCEPCIONES FACTURADAS: ' WSA-PERCEP-FACTURADA
           DISPLAY 'REVERTIDAS POR NC:       ' WSA-PERCEP-REVERTIDA
           DISPLAY 'NETO DECLARADO:          ' WSA-PERCEP-NETA.


       220000-ARMAR-MOVIMIENTOS.
           INITIALIZE ACUMULADORES
           MOVE 0 TO WS-CANT-MOVIMIENTOS
      * Solo las facturas vigentes: la anulada figura en el libro en
      * cero y no percibio nada.
           PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                     UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
             IF TF-PERIODO(WS-IND-FACTURA) >= WSV-PERIODO-DESDE
                   AND TF-PERIODO(WS-IND-FACTURA) <= WSV-PERIODO-HASTA
                   AND TF-ESTADO(WS-IND-FACTURA) NOT = 'A'
                   AND TF-PERCEP(WS-IND-FACTURA) NOT = 0
               PERFORM 225000-MOVIMIENTO-FACTURA
             END-IF
           END-PERFORM
           OPEN INPUT NOTASCRED
           IF WSS-FS-NOTASCRED-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-NOTASCRED-OK
               DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
             ELSE
               OPEN INPUT SERVICIO
               IF NOT WSS-FS-SERVICIO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS, LAS NOTAS '
                         'DE CREDITO QUEDAN SIN FACTURA UBICABLE'
                 DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               END-IF
               PERFORM 232000-LEER-NOTA
               PERFORM UNTIL WSS-FS-NOTASCRED-EOF
                 MOVE NC-FECHA(1:6) TO WSV-PERIODO-NC
                 IF NC-EMPRESA = SPACES
                   MOVE '01' TO NC-EMPRESA
                 END-IF
                 IF WSV-PERIODO-NC >= WSV-PERIODO-DESDE
                       AND WSV-PERIODO-NC <= WSV-PERIODO-HASTA
                       AND NC-EMPRESA = WSP-EMPRESA
                   PERFORM 230000-MOVIMIENTO-NOTA
                 END-IF
                 PERFORM 232000-LEER-NOTA
               END-PERFORM
               CLOSE SERVICIO
             END-IF
             CLOSE NOTASCRED
           END-IF
           COMPUTE WSA-PERCEP-NETA =
                   WSA-PERCEP-FACTURADA + WSA-PERCEP-REVERTIDA.


       225000-MOVIMIENTO-FACTURA.
           IF WS-CANT-MOVIMIENTOS < 5000
             ADD 1 TO WS-CANT-MOVIMIENTOS
             MOVE TF-PERIODO(WS-IND-FACTURA)
               TO TMV-PERIODO(WS-CANT-MOVIMIENTOS)
             MOVE 'FC' TO TMV-TIPO(WS-CANT-MOVIMIENTOS)
             MOVE TF-NUMERO(WS-IND-FACTURA)
               TO TMV-NUMERO(WS-CANT-MOVIMIENTOS)
             MOVE TF-FECHA(WS-IND-FACTURA)
               TO TMV-FECHA(WS-CANT-MOVIMIENTOS)
             MOVE 0 TO TMV-REFERENCIA(WS-CANT-MOVIMIENTOS)
             MOVE TF-NRO-CLIENTE(WS-IND-FACTURA)
               TO TMV-NRO-CLIENTE(WS-CANT-MOVIMIENTOS)
             MOVE TF-CUIT(WS-IND-FACTURA)
               TO TMV-CUIT(WS-CANT-MOVIMIENTOS)
             MOVE TF-CATIVA(WS-IND-FACTURA)
               TO TMV-CATIVA(WS-CANT-MOVIMIENTOS)
             MOVE TF-NETO(WS-IND-FACTURA)
               TO TMV-BASE(WS-CANT-MOVIMIENTOS)
             PERFORM 227000-ALICUOTA-FACTURA
             MOVE TF-PERCEP(WS-IND-FACTURA)
               TO TMV-PERCEP(WS-CANT-MOVIMIENTOS)
             MOVE 'N' TO TMV-CERTIFICADO(WS-CANT-MOVIMIENTOS)
             ADD 1 TO WSA-CANT-FACTURAS
             ADD TF-PERCEP(WS-IND-FACTURA) TO WSA-PERCEP-FACTURADA
           ELSE
             DISPLAY 'ADVERTENCIA: MAS DE 5000 PERCEPCIONES EN EL '
                     'RANGO, SE OMITE LA FACTURA '
                     TF-NUMERO(WS-IND-FACTURA)
           END-IF.


       227000-ALICUOTA-FACTURA.
      * El registro no guarda la tasa: se deduce de la factura, asi
      * un cambio posterior de REGIMENES.DAT no altera lo declarado.
           IF TF-NETO(WS-IND-FACTURA) NOT = 0
             COMPUTE TMV-ALICUOTA(WS-CANT-MOVIMIENTOS) ROUNDED =
                     TF-PERCEP(WS-IND-FACTURA) * 100
                     / TF-NETO(WS-IND-FACTURA)
           ELSE
             MOVE 0 TO TMV-ALICUOTA(WS-CANT-MOVIMIENTOS)
           END-IF.


       230000-MOVIMIENTO-NOTA.
      * La nota credita un cargo de SERVICIO.DAT; la cuenta y el
      * periodo del cargo ubican la factura que lo incluyo.
           MOVE 0 TO WS-IND-FAC-HALLADA
           IF WSS-FS-SERVICIO-OK OR WSS-FS-SERVICIO = '23'
             MOVE NC-ENTRYID-ORIG TO ENTRYID
             READ SERVICIO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                           UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
                   IF TF-NROCUENTA(WS-IND-FACTURA) = NUMCUENTA
                         AND TF-PERIODO(WS-IND-FACTURA) = PERIODO
                         AND TF-ESTADO(WS-IND-FACTURA) NOT = 'A'
                     MOVE WS-IND-FACTURA TO WS-IND-FAC-HALLADA
                   END-IF
                 END-PERFORM
             END-READ
           END-IF
           IF WS-IND-FAC-HALLADA = 0
             ADD 1 TO WSA-CANT-NC-SIN-FACTURA
           ELSE
             MOVE WS-IND-FAC-HALLADA TO WS-IND-FACTURA
             IF TF-PERCEP(WS-IND-FACTURA) NOT = 0
                   AND TF-NETO(WS-IND-FACTURA) NOT = 0
               PERFORM 235000-GRABAR-REVERSION
             END-IF
           END-IF.


       232000-LEER-NOTA.
           READ NOTASCRED
           IF NOT WSS-FS-NOTASCRED-OK AND NOT WSS-FS-NOTASCRED-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
             MOVE '10' TO WSS-FS-NOTASCRED
           END-IF.


       235000-GRABAR-REVERSION.
      * La percepcion se revierte en la proporcion del neto que la
      * nota acredita sobre el neto de la factura.
           COMPUTE WSV-PERCEP-NC ROUNDED =
                   NC-IMPORTE * TF-PERCEP(WS-IND-FACTURA)
                   / TF-NETO(WS-IND-FACTURA)
           IF WSV-PERCEP-NC NOT = 0
             IF WS-CANT-MOVIMIENTOS < 5000
               ADD 1 TO WS-CANT-MOVIMIENTOS
               MOVE WSV-PERIODO-NC TO TMV-PERIODO(WS-CANT-MOVIMIENTOS)
               MOVE 'NC' TO TMV-TIPO(WS-CANT-MOVIMIENTOS)
               MOVE NC-ENTRYID TO TMV-NUMERO(WS-CANT-MOVIMIENTOS)
               MOVE NC-FECHA TO TMV-FECHA(WS-CANT-MOVIMIENTOS)
               MOVE TF-NUMERO(WS-IND-FACTURA)
                 TO TMV-REFERENCIA(WS-CANT-MOVIMIENTOS)
               MOVE TF-NRO-CLIENTE(WS-IND-FACTURA)
                 TO TMV-NRO-CLIENTE(WS-CANT-MOVIMIENTOS)
               MOVE TF-CUIT(WS-IND-FACTURA)
                 TO TMV-CUIT(WS-CANT-MOVIMIENTOS)
               MOVE TF-CATIVA(WS-IND-FACTURA)
                 TO TMV-CATIVA(WS-CANT-MOVIMIENTOS)
               COMPUTE TMV-BASE(WS-CANT-MOVIMIENTOS) = 0 - NC-IMPORTE
               PERFORM 227000-ALICUOTA-FACTURA
               COMPUTE TMV-PERCEP(WS-CANT-MOVIMIENTOS) =
                       0 - WSV-PERCEP-NC
               MOVE 'N' TO TMV-CERTIFICADO(WS-CANT-MOVIMIENTOS)
               ADD 1 TO WSA-CANT-NOTAS
               SUBTRACT WSV-PERCEP-NC FROM WSA-PERCEP-REVERTIDA
             ELSE
               DISPLAY 'ADVERTENCIA: MAS DE 5000 PERCEPCIONES EN EL '
                       'RANGO, SE OMITE LA NOTA ' NC-ENTRYID
             END-IF
           END-IF.


       250000-CERTIFICADOS-ANUALES.
           DISPLAY 'INGRESE EL AÑO A CERTIFICAR (AAAA): '
           ACCEPT WSV-ANIO
           STRING WSV-ANIO '01' DELIMITED BY SIZE
                  INTO WSV-PERIODO-DESDE
           STRING WSV-ANIO '12' DELIMITED BY SIZE
                  INTO WSV-PERIODO-HASTA
           PERFORM 107000-CARGAR-CLIENTES
           PERFORM 220000-ARMAR-MOVIMIENTOS
           OPEN OUTPUT CERTPERC
           IF NOT WSS-FS-CERTPERC-OK
             DISPLAY 'ERROR DE ARCHIVO DE CERTIFICADOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CERTPERC
           ELSE
      * Un certificado por cliente: el primer movimiento sin
      * certificar abre el del cliente y arrastra todos los suyos.
             PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                       UNTIL WS-IND-MOV > WS-CANT-MOVIMIENTOS
               IF TMV-CERTIFICADO(WS-IND-MOV) = 'N'
                     AND TMV-NRO-CLIENTE(WS-IND-MOV) NOT = 0
                 PERFORM 255000-EMITIR-CERTIFICADO
               END-IF
             END-PERFORM
             CLOSE CERTPERC
             MOVE 'CERTIFICADOS PERCEP' TO WS-REPIDX-NOMBRE
             MOVE '..\CERTPERC.REP' TO WS-REPIDX-ARCHIVO
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'CERTIFICADOS EMITIDOS: ' WSA-CANT-CERTIFICADOS
                     ' EN CERTPERC.REP'
           END-IF.


       255000-EMITIR-CERTIFICADO.
           MOVE TMV-NRO-CLIENTE(WS-IND-MOV) TO WSV-CLIENTE-CERT
           MOVE 0 TO WSA-PERCEP-CLIENTE
           ADD 1 TO WSA-CANT-CERTIFICADOS
           PERFORM 257000-ENCABEZADO-CERTIFICADO
           PERFORM VARYING WS-IND-MOV2 FROM WS-IND-MOV BY 1
                     UNTIL WS-IND-MOV2 > WS-CANT-MOVIMIENTOS
             IF TMV-NRO-CLIENTE(WS-IND-MOV2) = WSV-CLIENTE-CERT
               MOVE 'S' TO TMV-CERTIFICADO(WS-IND-MOV2)
               ADD TMV-PERCEP(WS-IND-MOV2) TO WSA-PERCEP-CLIENTE
               MOVE TMV-BASE(WS-IND-MOV2) TO WS-BASE-EDIT
               MOVE TMV-ALICUOTA(WS-IND-MOV2) TO WS-ALICUOTA-EDIT
               MOVE TMV-PERCEP(WS-IND-MOV2) TO WS-PERCEP-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING TMV-TIPO(WS-IND-MOV2)
                      ' ' TMV-NUMERO(WS-IND-MOV2)
                      ' ' TMV-FECHA(WS-IND-MOV2)
                      ' ' WS-BASE-EDIT
                      ' ' WS-ALICUOTA-EDIT
                      ' ' WS-PERCEP-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-CERTIFICADO
             END-IF
           END-PERFORM
           MOVE WSA-PERCEP-CLIENTE TO WS-PERCEP-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL PERCIBIDO EN EL AÑO ' WSV-ANIO ':'
                  '          ' WS-PERCEP-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-CERTIFICADO.


       257000-ENCABEZADO-CERTIFICADO.
           MOVE 0 TO WS-IND-CLI-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-CLIENTE-CERT
               MOVE WS-IND-CLIENTE TO WS-IND-CLI-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CERTIFICADO DE PERCEPCIONES DE IVA - AÑO '
                  WSV-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'AGENTE: ' WSP-RAZON-SOCIAL ' CUIT '
                  WSP-CUIT-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IND-CLI-HALLADO NOT = 0
             STRING 'CLIENTE ' WSV-CLIENTE-CERT ' '
                    FUNCTION TRIM(TC-NYA(WS-IND-CLI-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-CERTIFICADO
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: '
                    FUNCTION TRIM(TC-DOMICILIO(WS-IND-CLI-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             IF TC-CUIT(WS-IND-CLI-HALLADO) NOT = 0
               PERFORM 280000-ESCRIBIR-CERTIFICADO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUIT: ' TC-CUIT(WS-IND-CLI-HALLADO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
           ELSE
             STRING 'CLIENTE ' WSV-CLIENTE-CERT
                    ' (SIN DATOS EN EL MAESTRO)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 280000-ESCRIBIR-CERTIFICADO
           MOVE 'CBTE NUMERO   FECHA            BASE  ALIC'
             TO WS-LINEA-REPORTE
           MOVE 'PERCEPCION' TO WS-LINEA-REPORTE(49:10)
           PERFORM 280000-ESCRIBIR-CERTIFICADO.


       275000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       280000-ESCRIBIR-CERTIFICADO.
           MOVE WS-LINEA-REPORTE TO REG-CERTPERC
           WRITE REG-CERTPERC
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   DECLARACION DE PERCEPCIONES'
           DISPLAY 'Programme: DECLARAPERCEP'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'DECLARAPERCEP' TO WS-REPIDX-PROGRAMA
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'DECLARAPERCEP'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-FACTREG    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
