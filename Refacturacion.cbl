      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REFACTURACION MASIVA: CORRIGE DE UNA VEZ UN CODIGO
      *              DEL CATALOGO QUE SE FACTURO A UN PRECIO EQUIVOCADO
      *              EN UN PERIODO. CON EL CODIGO, EL PERIODO, EL
      *              PRECIO CORRECTO Y EL QUE SE FACTURO (POR DEFECTO
      *              EL QUE PRECIOVIGENTE DA PARA EL PERIODO, O EL
      *              CAT-PRECIO) BUSCA EN SERVICIO.DAT Y SERVHIST.DAT
      *              LOS CARGOS DEL CODIGO Y PERIODO DE LAS CUENTAS DE
      *              LA EMPRESA DE LA CORRIDA Y RECALCULA CADA UNO EN
      *              PROPORCION AL PRECIO, LO QUE RESPETA CANTIDAD Y
      *              PRORRATEO. SI EL CODIGO ES UN PAQUETE SE CORRIGEN
      *              LOS CARGOS DE SUS COMPONENTES. POR LO COBRADO DE
      *              MAS EMITE UNA NOTA DE CREDITO COMO NOTASCREDITO
      *              (MOTIVO REF, RESERVADO, EN NOTASCRED.DAT) Y POR LO
      *              COBRADO DE MENOS UN CARGO ADICIONAL ('ND REF'),
      *              AMBOS CON REFERENCIA AL ENTRYID ORIGINAL. ANTES DE
      *              GRABAR NADA IMPRIME EN REFACTUR.REP LA VISTA
      *              PREVIA COMPLETA CON TOTALES, Y SOLO CONTABILIZA
      *              CON LA CLAVE DEL SUPERVISOR. UN PERIODO CERRADO SE
      *              CORRIGE EN EL PERIODO DE LA FECHA DE PROCESO, QUE
      *              DEBE ESTAR ABIERTO. QUEDAN FUERA, LISTADOS EN LA
      *              VISTA PREVIA, LOS ABONOS PREPAGOS, LAS PENALIDADES,
      *              LOS COMPONENTES DE PAQUETE DE UN CODIGO SIMPLE Y
      *              LAS CUENTAS CON PRECIO PROPIO EN SERVPREC.DAT. CADA
      *              AJUSTE QUEDA EN REFACTUR.DAT; UNA NUEVA CORRIDA
      *              DEL MISMO CODIGO Y PERIODO SOLO AJUSTA LA
      *              DIFERENCIA QUE FALTE, SOBRE EL PRECIO FACTURADO DE
      *              LA PRIMERA CORRECCION. UN AJUSTE MAYOR QUE EL
      *              MONTO MAXIMO DE UN CARGO SE ASIENTA EN TRAMOS DE
      *              HASTA 99.999,99, CADA UNO CON SU ENTRYID Y SU
      *              RENGLON EN REFACTUR.DAT CONTRA EL MISMO ENTRYID
      *              ORIGINAL; SI EL RECALCULO NO ENTRA EN LOS CAMPOS
      *              DEL PROGRAMA EL CARGO QUEDA FUERA POR SUPERAR EL
      *              MAXIMO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  REFACTURACION.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVHIST           ASSIGN TO DISK '..\SERVHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT SERVPREC           ASSIGN TO DISK '..\SERVPREC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVPREC.

           SELECT NOTASCRED          ASSIGN TO DISK '..\NOTASCRED.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOTASCRED.

           SELECT REFACTUR           ASSIGN TO DISK '..\REFACTUR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REFACTUR.

           SELECT REPORTE            ASSIGN TO DISK '..\REFACTUR.REP'
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
         05 PERIODO-H                 PIC X(06).
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD SERVPREC.
       01 REG-SERVPREC.
         05 PRE-CODIGO                 PIC X(03).
         05 PRE-VIGENCIA-DESDE         PIC X(06).
         05 PRE-PRECIO                 PIC S9(05)V99.
         05 PRE-FECHA-ALTA             PIC 9(08).
         05 PRE-OPERADOR               PIC X(20).
         05 PRE-NUMCUENTA              PIC 9(08).

       FD NOTASCRED.
       01 REG-NOTASCRED.
         05 NC-ENTRYID                PIC 9(08).
         05 NC-ENTRYID-ORIG           PIC 9(08).
         05 NC-MOTIVO                 PIC X(03).
         05 NC-IMPORTE                PIC S9(05)V99.
         05 NC-FECHA                  PIC 9(08).
         05 NC-OPERADOR               PIC X(20).
         05 NC-EMPRESA                PIC X(02).

      * Un renglon por asiento contabilizado (un ajuste en tramos deja
      * uno por tramo, con el mismo RFC-ENTRYID-ORIG). RFC-CODIGO es el
      * codigo corregido (el paquete, si se corrigio un paquete) y
      * RFC-AJUSTE lleva el signo del asiento: negativo la nota de
      * credito, positivo el cargo adicional.
       FD REFACTUR.
       01 REG-REFACTUR.
         05 RFC-ENTRYID               PIC 9(08).
         05 RFC-ENTRYID-ORIG          PIC 9(08).
         05 RFC-CODIGO                PIC X(03).
         05 RFC-NUMCUENTA             PIC 9(08).
         05 RFC-PERIODO-ORIG          PIC X(06).
         05 RFC-PERIODO-ASIENTO       PIC X(06).
         05 RFC-MONTO-ORIG            PIC S9(05)V99.
         05 RFC-AJUSTE                PIC S9(05)V99.
         05 RFC-PRECIO-FACTURADO      PIC S9(05)V99.
         05 RFC-PRECIO-CORRECTO       PIC S9(05)V99.
         05 RFC-FECHA                 PIC 9(08).
         05 RFC-OPERADOR              PIC X(20).
         05 RFC-EMPRESA               PIC X(02).

       FD REPORTE.
       01 REG-REPORTE                  PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVPREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==NOTASCRED==.
           COPY WSFS REPLACING ==:TAG:== BY ==REFACTUR==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       01 WS-RETURN-CODE                PIC 9(02) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'REFACTURACION'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-PERIODO                PIC X(06).
         05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
           10 WSV-PER-AAAA             PIC 9(04).
           10 WSV-PER-MM               PIC 9(02).
         05 WSV-PRECIO-CORRECTO        PIC S9(05)V99.
         05 WSV-PRECIO-FACTURADO       PIC S9(05)V99.
         05 WSV-CUENTA-GENERAL         PIC 9(08) VALUE 0.

      * Como en NOTASCREDITO, el importe se toma en una variable
      * auxiliar mas ancha y despues se pasa al campo del precio.
       01 WS-AUX-PRECIO                PIC S9(16)V99.

       01 WS-CLAVE-INGRESADA           PIC X(08).

       01 WS-CODIGO-CATALOGO.
         05 WS-CAT-HALLADO             PIC X(01) VALUE 'N'.
             88 WS-CAT-EXISTE                          VALUE 'S'.
         05 WS-CAT-DESCRIP             PIC X(30).
         05 WS-CAT-PRECIO              PIC S9(05)V99.
         05 WS-CAT-TIPO                PIC X(01).
             88 WS-CAT-ES-PAQUETE                      VALUE 'C'.

       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).

       01 WS-PERIODO-PROCESO           PIC X(06).
       01 WS-PERIODO-ASIENTO           PIC X(06).
       01 WS-PERIODO-ABIERTO           PIC X(01).

      * El cargo que se esta mirando, venga de SERVICIO.DAT o de
      * SERVHIST.DAT.
       01 WS-CARGO.
         05 WSC-CODSERVICIO            PIC X(03).
         05 WSC-NUMCUENTA              PIC 9(08).
         05 WSC-DESCRIP                PIC X(30).
         05 WSC-PERIODO                PIC X(06).
         05 WSC-MONTO                  PIC S9(05)V99.
         05 WSC-ENTRYID                PIC 9(08).
         05 WSC-ORIGEN                 PIC X(01).

       01 WS-CARGO-DEL-CODIGO          PIC X VALUE 'N'.
           88 WS-ES-DEL-CODIGO                          VALUE 'S'.

      * Cargos del codigo y periodo en la empresa de la corrida. Sin
      * la tabla completa no se contabiliza nada.
       01 TABLA-CARGOS.
         05 WS-CANT-CARGOS             PIC 9(05) VALUE 0.
         05 TCG-ENTRY OCCURS 20000 TIMES.
           10 TCG-ENTRYID              PIC 9(08).
           10 TCG-NUMCUENTA            PIC 9(08).
           10 TCG-CODSERVICIO          PIC X(03).
           10 TCG-ORIGEN               PIC X(01).
           10 TCG-MONTO                PIC S9(05)V99.
           10 TCG-CORRECTO             PIC S9(09)V99.
           10 TCG-AJUSTE               PIC S9(09)V99.
           10 TCG-PRECIO-FACTURADO     PIC S9(05)V99.
           10 TCG-CREDITOS-PREVIOS     PIC S9(07)V99.
           10 TCG-ESTADO               PIC X(01).
               88 TCG-A-CONTABILIZAR                   VALUE 'P'.
               88 TCG-EXCLUIDO                         VALUE 'X'.
               88 TCG-CONTABILIZADO                    VALUE 'G'.
           10 TCG-MOTIVO               PIC X(22).
           10 TCG-ENTRYID-NUEVO        PIC 9(08).

      * Cuentas con precio propio del codigo vigente en el periodo:
      * PRECIOVIGENTE les dio ese precio y no el equivocado.
       01 TABLA-PRECIO-PROPIO.
         05 WS-CANT-PRECIO-PROPIO      PIC 9(04) VALUE 0.
         05 TPP-NUMCUENTA OCCURS 5000 TIMES
                                       PIC 9(08).

      * Correcciones anteriores del mismo codigo y periodo.
       01 TABLA-PREVIAS.
         05 WS-CANT-PREVIAS            PIC 9(05) VALUE 0.
         05 TPV-ENTRY OCCURS 20000 TIMES.
           10 TPV-ENTRYID-ORIG         PIC 9(08).
           10 TPV-AJUSTE               PIC S9(05)V99.
           10 TPV-PRECIO-FACTURADO     PIC S9(05)V99.

       01 INDICES.
         05 WS-IND-CARGO               PIC 9(05).
         05 WS-IND-CAR-HALLADO         PIC 9(05).
         05 WS-IND-PROPIO              PIC 9(04).
         05 WS-IND-PREVIA              PIC 9(05).

       01 WS-CUENTA-CON-PRECIO         PIC X VALUE 'N'.
           88 WS-TIENE-PRECIO-PROPIO                    VALUE 'S'.
       01 WS-PREVIA-HALLADA            PIC X VALUE 'N'.
           88 WS-HAY-PREVIA                             VALUE 'S'.

       01 WS-AJUSTES-PREVIOS           PIC S9(07)V99.
       01 WS-PRECIO-BASE               PIC S9(05)V99.
       01 WS-SALDO-ACREDITABLE         PIC S9(07)V99.
       01 WS-IMPORTE-CREDITO           PIC S9(09)V99.

      * Como en CONTRACARGOS, el ajuste se asienta en tramos que
      * entren en el MONTO de SERVICIO.DAT; el signo da el sentido.
       01 WS-AJUSTE-EN-TRAMOS.
         05 WS-AJU-PENDIENTE           PIC S9(09)V99.
         05 WS-AJU-TRAMO               PIC S9(05)V99.
         05 WS-AJU-SIGNO               PIC S9(01).

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-PRIMER-ID                 PIC 9(08) VALUE 0.
       01 WS-ENTRYID-EDIT              PIC 9(08).

       01 WS-GRABACION                 PIC X VALUE 'S'.
           88 WS-GRABACION-OK                           VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-CREDITOS          PIC 9(05).
         05 WSA-TOTAL-CREDITOS         PIC S9(11)V99.
         05 WSA-CANT-DEBITOS           PIC 9(05).
         05 WSA-TOTAL-DEBITOS          PIC S9(11)V99.
         05 WSA-CANT-EXCLUIDOS         PIC 9(05).
         05 WSA-TOTAL-NETO             PIC S9(11)V99.
         05 WSA-CANT-GRABADOS          PIC 9(05).
         05 WSA-LINEAS                 PIC 9(05).

       01 WS-EDICION.
         05 WSE-MONTO                  PIC ZZ.ZZ9,99-.
         05 WSE-CORRECTO               PIC ZZZ.ZZZ.ZZ9,99-.
         05 WSE-AJUSTE                 PIC ZZZ.ZZZ.ZZ9,99-.
         05 WSE-PRECIO                 PIC ZZ.ZZ9,99-.
         05 WSE-PRECIO-2               PIC ZZ.ZZ9,99-.
         05 WSE-CANTIDAD               PIC ZZ.ZZ9.
         05 WSE-TOTAL                  PIC ZZZ.ZZZ.ZZ9,99-.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-BUSCAR-CARGOS
                 PERFORM 230000-CALCULAR-AJUSTES
                 PERFORM 250000-VISTA-PREVIA
                 PERFORM 260000-APROBACION
                 PERFORM 270000-CONTABILIZAR
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-PEDIR-DATOS
           PERFORM 120000-PERIODO-DEL-ASIENTO.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-PEDIR-DATOS.
           DISPLAY 'CODIGO DEL CATALOGO MAL VALORIZADO: '
           ACCEPT WSV-CODIGO
           PERFORM 111000-BUSCAR-CATALOGO
           IF NOT WS-CAT-EXISTE
             DISPLAY 'EL CODIGO NO EXISTE EN EL CATALOGO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           DISPLAY WSV-CODIGO ' ' WS-CAT-DESCRIP
           DISPLAY 'PERIODO FACTURADO A CORREGIR (AAAAMM): '
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO IS NOT NUMERIC
                   OR WSV-PER-MM < 1 OR WSV-PER-MM > 12
             DISPLAY 'PERIODO INVALIDO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
      * El precio facturado es por defecto el que da PRECIOVIGENTE
      * para el periodo (el equivocado, si SERVPREC.DAT aun no se
      * corrigio); si ya se corrigio hay que ingresarlo.
           CALL 'PRECIOVIGENTE' USING WSV-CODIGO
                                      WSV-CUENTA-GENERAL
                                      WSV-PERIODO
                                      WS-PRECIO-VIGENTE
                                      WS-PRECIO-HALLADO
           END-CALL
           IF WS-PRECIO-HALLADO NOT = 'S'
             MOVE WS-CAT-PRECIO TO WS-PRECIO-VIGENTE
           END-IF
           MOVE WS-PRECIO-VIGENTE TO WSE-PRECIO
           DISPLAY 'PRECIO DEL PERIODO SEGUN SERVPREC/CATALOGO: '
                   WSE-PRECIO
           DISPLAY 'PRECIO QUE SE FACTURO (0 = EL ANTERIOR): '
           ACCEPT WS-AUX-PRECIO
           IF WS-AUX-PRECIO = 0
             MOVE WS-PRECIO-VIGENTE TO WSV-PRECIO-FACTURADO
           ELSE
             MOVE WS-AUX-PRECIO TO WSV-PRECIO-FACTURADO
           END-IF
           DISPLAY 'PRECIO CORRECTO: '
           ACCEPT WS-AUX-PRECIO
           MOVE WS-AUX-PRECIO TO WSV-PRECIO-CORRECTO
           EVALUATE TRUE
             WHEN WSV-PRECIO-FACTURADO <= 0
               DISPLAY 'EL PRECIO FACTURADO DEBE SER POSITIVO'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             WHEN WSV-PRECIO-CORRECTO < 0
               DISPLAY 'EL PRECIO CORRECTO NO PUEDE SER NEGATIVO'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             WHEN WSV-PRECIO-CORRECTO = WSV-PRECIO-FACTURADO
               DISPLAY 'EL PRECIO CORRECTO ES EL FACTURADO, NO HAY '
                       'NADA QUE CORREGIR'
               PERFORM 300000-FINAL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.


       111000-BUSCAR-CATALOGO.
           MOVE 'N' TO WS-CAT-HALLADO
           OPEN INPUT SERVCAT
           IF NOT WSS-FS-SERVCAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           ELSE
             PERFORM 112000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = WSV-CODIGO
                 MOVE 'S' TO WS-CAT-HALLADO
                 MOVE CAT-DESCRIP TO WS-CAT-DESCRIP
                 MOVE CAT-PRECIO TO WS-CAT-PRECIO
                 MOVE CAT-TIPO TO WS-CAT-TIPO
               END-IF
               PERFORM 112000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       112000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       120000-PERIODO-DEL-ASIENTO.
      * Como PERIODOABIERTO exige: con el periodo corregido cerrado
      * los ajustes van al de la fecha de proceso, que tiene que
      * estar abierto.
           CALL 'PERIODOABIERTO' USING WSV-PERIODO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO = 'S'
             MOVE WSV-PERIODO TO WS-PERIODO-ASIENTO
           ELSE
             MOVE WS-PERIODO-PROCESO TO WS-PERIODO-ASIENTO
             CALL 'PERIODOABIERTO' USING WS-PERIODO-ASIENTO
                                         WS-PERIODO-ABIERTO
             END-CALL
             IF WS-PERIODO-ABIERTO NOT = 'S'
               DISPLAY 'EL PERIODO ' WSV-PERIODO ' Y EL DE LA FECHA '
                       'DE PROCESO ' WS-PERIODO-ASIENTO ' ESTAN '
                       'CERRADOS, NO SE PUEDE CORREGIR'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             DISPLAY 'EL PERIODO ' WSV-PERIODO ' ESTA CERRADO, LOS '
                     'AJUSTES VAN AL PERIODO ' WS-PERIODO-ASIENTO
           END-IF.


       200000-BUSCAR-CARGOS.
           PERFORM 201000-CARGAR-PRECIO-PROPIO
           PERFORM 203000-CARGAR-PREVIAS
           MOVE 0 TO WS-CANT-CARGOS
           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SERVHIST-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORICO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 206000-LEER-SERVHIST
               PERFORM UNTIL WSS-FS-SERVHIST-EOF
                 MOVE CODSERVICIO-H TO WSC-CODSERVICIO
                 MOVE NUMCUENTA-H TO WSC-NUMCUENTA
                 MOVE DESCRIP-H TO WSC-DESCRIP
                 MOVE PERIODO-H TO WSC-PERIODO
                 MOVE MONTO-H TO WSC-MONTO
                 MOVE ENTRYID-H TO WSC-ENTRYID
                 MOVE 'H' TO WSC-ORIGEN
                 PERFORM 210000-EVALUAR-CARGO
                 PERFORM 206000-LEER-SERVHIST
               END-PERFORM
             END-IF
             CLOSE SERVHIST
           END-IF
           OPEN INPUT SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           ELSE
             PERFORM 207000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               MOVE CODSERVICIO TO WSC-CODSERVICIO
               MOVE NUMCUENTA TO WSC-NUMCUENTA
               MOVE DESCRIP TO WSC-DESCRIP
               MOVE PERIODO TO WSC-PERIODO
               MOVE MONTO TO WSC-MONTO
               MOVE ENTRYID TO WSC-ENTRYID
               MOVE 'S' TO WSC-ORIGEN
               PERFORM 210000-EVALUAR-CARGO
               PERFORM 207000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL.


       201000-CARGAR-PRECIO-PROPIO.
           MOVE 0 TO WS-CANT-PRECIO-PROPIO
           OPEN INPUT SERVPREC
           IF WSS-FS-SERVPREC-OK
             PERFORM 202000-LEER-PRECIO
             PERFORM UNTIL WSS-FS-SERVPREC-EOF
               IF PRE-NUMCUENTA IS NOT NUMERIC
                 MOVE 0 TO PRE-NUMCUENTA
               END-IF
               IF PRE-CODIGO = WSV-CODIGO AND PRE-NUMCUENTA NOT = 0
                       AND PRE-VIGENCIA-DESDE <= WSV-PERIODO
                 MOVE PRE-NUMCUENTA TO WSC-NUMCUENTA
                 PERFORM 215000-BUSCAR-PRECIO-PROPIO
                 IF NOT WS-TIENE-PRECIO-PROPIO
                   IF WS-CANT-PRECIO-PROPIO < 5000
                     ADD 1 TO WS-CANT-PRECIO-PROPIO
                     MOVE PRE-NUMCUENTA
                       TO TPP-NUMCUENTA(WS-CANT-PRECIO-PROPIO)
                   ELSE
                     DISPLAY 'ERROR: MAS DE 5000 CUENTAS CON PRECIO '
                             'PROPIO DEL CODIGO'
                     CLOSE SERVPREC
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                 END-IF
               END-IF
               PERFORM 202000-LEER-PRECIO
             END-PERFORM
             CLOSE SERVPREC
           END-IF.


       202000-LEER-PRECIO.
           READ SERVPREC
           IF NOT WSS-FS-SERVPREC-OK AND NOT WSS-FS-SERVPREC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVPREC
             MOVE '10' TO WSS-FS-SERVPREC
           END-IF.


       203000-CARGAR-PREVIAS.
           MOVE 0 TO WS-CANT-PREVIAS
           OPEN INPUT REFACTUR
           IF WSS-FS-REFACTUR-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-REFACTUR-OK
               DISPLAY 'ERROR DE ARCHIVO DE REFACTURACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-REFACTUR
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 204000-LEER-REFACTUR
               PERFORM UNTIL WSS-FS-REFACTUR-EOF
                 IF RFC-CODIGO = WSV-CODIGO
                         AND RFC-PERIODO-ORIG = WSV-PERIODO
                   IF WS-CANT-PREVIAS < 20000
                     ADD 1 TO WS-CANT-PREVIAS
                     MOVE RFC-ENTRYID-ORIG
                       TO TPV-ENTRYID-ORIG(WS-CANT-PREVIAS)
                     MOVE RFC-AJUSTE TO TPV-AJUSTE(WS-CANT-PREVIAS)
                     MOVE RFC-PRECIO-FACTURADO
                       TO TPV-PRECIO-FACTURADO(WS-CANT-PREVIAS)
                   ELSE
      * Sin todas las correcciones anteriores se volveria a ajustar
      * lo ya ajustado.
                     DISPLAY 'ERROR: MAS DE 20000 CORRECCIONES '
                             'ANTERIORES DEL CODIGO Y PERIODO'
                     CLOSE REFACTUR
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                 END-IF
                 PERFORM 204000-LEER-REFACTUR
               END-PERFORM
             END-IF
             CLOSE REFACTUR
           END-IF.


       204000-LEER-REFACTUR.
           READ REFACTUR
           IF NOT WSS-FS-REFACTUR-OK AND NOT WSS-FS-REFACTUR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-REFACTUR
             MOVE '10' TO WSS-FS-REFACTUR
           END-IF.


       206000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE '10' TO WSS-FS-SERVHIST
           END-IF
           IF WSS-FS-SERVHIST-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       207000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-EVALUAR-CARGO.
      * Un paquete se factura con un asiento por componente marcado
      * 'PAQ' y el codigo del paquete en el DESCRIP; un codigo simple
      * se busca por CODSERVICIO. Las notas y los ajustes anteriores
      * no son cargos.
           MOVE 'N' TO WS-CARGO-DEL-CODIGO
           IF WSC-PERIODO = WSV-PERIODO AND WSC-MONTO > 0
                   AND WSC-DESCRIP(1:7) NOT = 'NC REF '
                   AND WSC-DESCRIP(1:7) NOT = 'ND REF '
             IF WS-CAT-ES-PAQUETE
               IF WSC-DESCRIP(1:4) = 'PAQ '
                       AND WSC-DESCRIP(5:3) = WSV-CODIGO
                 MOVE 'S' TO WS-CARGO-DEL-CODIGO
               END-IF
             ELSE
               IF WSC-CODSERVICIO = WSV-CODIGO
                 MOVE 'S' TO WS-CARGO-DEL-CODIGO
               END-IF
             END-IF
           END-IF
           IF WS-ES-DEL-CODIGO
             MOVE 'T' TO ECL-FUNCION
             MOVE WSC-NUMCUENTA TO ECL-NROCUENTA
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI
             END-CALL
             IF ECL-EMPRESA = WSP-EMPRESA
               PERFORM 212000-AGREGAR-CARGO
             END-IF
           END-IF.


       212000-AGREGAR-CARGO.
           IF WS-CANT-CARGOS >= 20000
             DISPLAY 'ERROR: MAS DE 20000 CARGOS DEL CODIGO EN EL '
                     'PERIODO, NO SE CORRIGE NADA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-CARGOS
           MOVE WS-CANT-CARGOS TO WS-IND-CARGO
           MOVE WSC-ENTRYID TO TCG-ENTRYID(WS-IND-CARGO)
           MOVE WSC-NUMCUENTA TO TCG-NUMCUENTA(WS-IND-CARGO)
           MOVE WSC-CODSERVICIO TO TCG-CODSERVICIO(WS-IND-CARGO)
           MOVE WSC-ORIGEN TO TCG-ORIGEN(WS-IND-CARGO)
           MOVE WSC-MONTO TO TCG-MONTO(WS-IND-CARGO)
           MOVE 0 TO TCG-CORRECTO(WS-IND-CARGO)
           MOVE 0 TO TCG-AJUSTE(WS-IND-CARGO)
           MOVE WSV-PRECIO-FACTURADO
             TO TCG-PRECIO-FACTURADO(WS-IND-CARGO)
           MOVE 0 TO TCG-CREDITOS-PREVIOS(WS-IND-CARGO)
           MOVE 'P' TO TCG-ESTADO(WS-IND-CARGO)
           MOVE SPACES TO TCG-MOTIVO(WS-IND-CARGO)
           MOVE 0 TO TCG-ENTRYID-NUEVO(WS-IND-CARGO)
           PERFORM 215000-BUSCAR-PRECIO-PROPIO
           EVALUATE TRUE
             WHEN WSC-DESCRIP(12:6) = 'PREPAG'
               MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
               MOVE 'ABONO PREPAGO' TO TCG-MOTIVO(WS-IND-CARGO)
             WHEN WSC-DESCRIP(12:6) = 'PENAL '
               MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
               MOVE 'PENALIDAD' TO TCG-MOTIVO(WS-IND-CARGO)
             WHEN NOT WS-CAT-ES-PAQUETE
                     AND WSC-DESCRIP(1:4) = 'PAQ '
               MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
               MOVE 'COMPONENTE DE PAQUETE' TO TCG-MOTIVO(WS-IND-CARGO)
             WHEN WS-TIENE-PRECIO-PROPIO
               MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
               MOVE 'PRECIO PROPIO CUENTA' TO TCG-MOTIVO(WS-IND-CARGO)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.


       215000-BUSCAR-PRECIO-PROPIO.
           MOVE 'N' TO WS-CUENTA-CON-PRECIO
           PERFORM VARYING WS-IND-PROPIO FROM 1 BY 1
                     UNTIL WS-IND-PROPIO > WS-CANT-PRECIO-PROPIO
             IF TPP-NUMCUENTA(WS-IND-PROPIO) = WSC-NUMCUENTA
               MOVE 'S' TO WS-CUENTA-CON-PRECIO
               MOVE WS-CANT-PRECIO-PROPIO TO WS-IND-PROPIO
             END-IF
           END-PERFORM.


       230000-CALCULAR-AJUSTES.
      * El cargo correcto es el facturado en proporcion al precio, asi
      * la cantidad y el prorrateo del mes quedan como se facturaron.
      * Si el cargo ya tuvo correcciones se parte del precio que tomo
      * la primera y se ajusta solo lo que falte.
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-A-CONTABILIZAR(WS-IND-CARGO)
               PERFORM 232000-SUMAR-PREVIAS
               IF WS-HAY-PREVIA
                 MOVE WS-PRECIO-BASE
                   TO TCG-PRECIO-FACTURADO(WS-IND-CARGO)
               END-IF
               COMPUTE TCG-CORRECTO(WS-IND-CARGO) ROUNDED =
                       TCG-MONTO(WS-IND-CARGO) * WSV-PRECIO-CORRECTO
                       / TCG-PRECIO-FACTURADO(WS-IND-CARGO)
                 ON SIZE ERROR
                   MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
                   MOVE 'SUPERA EL MAXIMO' TO TCG-MOTIVO(WS-IND-CARGO)
               END-COMPUTE
               IF TCG-A-CONTABILIZAR(WS-IND-CARGO)
                 COMPUTE TCG-AJUSTE(WS-IND-CARGO) =
                         TCG-CORRECTO(WS-IND-CARGO)
                         - TCG-MONTO(WS-IND-CARGO)
                         - WS-AJUSTES-PREVIOS
                   ON SIZE ERROR
                     MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
                     MOVE 'SUPERA EL MAXIMO'
                       TO TCG-MOTIVO(WS-IND-CARGO)
                 END-COMPUTE
               END-IF
               IF TCG-A-CONTABILIZAR(WS-IND-CARGO)
                       AND TCG-AJUSTE(WS-IND-CARGO) = 0
                 MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
                 IF WS-HAY-PREVIA
                   MOVE 'YA CORREGIDO' TO TCG-MOTIVO(WS-IND-CARGO)
                 ELSE
                   MOVE 'SIN DIFERENCIA' TO TCG-MOTIVO(WS-IND-CARGO)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           PERFORM 235000-SUMAR-CREDITOS-PREVIOS
      * Como en NOTASCREDITO, una nota no puede superar lo que aun
      * queda por acreditar del cargo.
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-A-CONTABILIZAR(WS-IND-CARGO)
                     AND TCG-AJUSTE(WS-IND-CARGO) < 0
               COMPUTE WS-SALDO-ACREDITABLE =
                       TCG-MONTO(WS-IND-CARGO)
                       - TCG-CREDITOS-PREVIOS(WS-IND-CARGO)
               COMPUTE WS-IMPORTE-CREDITO =
                       0 - TCG-AJUSTE(WS-IND-CARGO)
               IF WS-IMPORTE-CREDITO > WS-SALDO-ACREDITABLE
                 MOVE 'X' TO TCG-ESTADO(WS-IND-CARGO)
                 MOVE 'SUPERA LO ACREDITABLE'
                   TO TCG-MOTIVO(WS-IND-CARGO)
               END-IF
             END-IF
           END-PERFORM.


       232000-SUMAR-PREVIAS.
           MOVE 0 TO WS-AJUSTES-PREVIOS
           MOVE 'N' TO WS-PREVIA-HALLADA
           PERFORM VARYING WS-IND-PREVIA FROM 1 BY 1
                     UNTIL WS-IND-PREVIA > WS-CANT-PREVIAS
             IF TPV-ENTRYID-ORIG(WS-IND-PREVIA)
                     = TCG-ENTRYID(WS-IND-CARGO)
               ADD TPV-AJUSTE(WS-IND-PREVIA) TO WS-AJUSTES-PREVIOS
               IF NOT WS-HAY-PREVIA
                 MOVE 'S' TO WS-PREVIA-HALLADA
                 MOVE TPV-PRECIO-FACTURADO(WS-IND-PREVIA)
                   TO WS-PRECIO-BASE
               END-IF
             END-IF
           END-PERFORM.


       235000-SUMAR-CREDITOS-PREVIOS.
           OPEN INPUT NOTASCRED
           IF WSS-FS-NOTASCRED-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-NOTASCRED-OK
               DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 236000-LEER-NOTA
               PERFORM UNTIL WSS-FS-NOTASCRED-EOF
                 PERFORM 237000-BUSCAR-CARGO-DE-NOTA
                 IF WS-IND-CAR-HALLADO NOT = 0
                   ADD NC-IMPORTE
                     TO TCG-CREDITOS-PREVIOS(WS-IND-CAR-HALLADO)
                 END-IF
                 PERFORM 236000-LEER-NOTA
               END-PERFORM
             END-IF
             CLOSE NOTASCRED
           END-IF.


       236000-LEER-NOTA.
           READ NOTASCRED
           IF NOT WSS-FS-NOTASCRED-OK AND NOT WSS-FS-NOTASCRED-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
             MOVE '10' TO WSS-FS-NOTASCRED
           END-IF.


       237000-BUSCAR-CARGO-DE-NOTA.
           MOVE 0 TO WS-IND-CAR-HALLADO
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-ENTRYID(WS-IND-CARGO) = NC-ENTRYID-ORIG
               MOVE WS-IND-CARGO TO WS-IND-CAR-HALLADO
               MOVE WS-CANT-CARGOS TO WS-IND-CARGO
             END-IF
           END-PERFORM.


       250000-VISTA-PREVIA.
           MOVE 0 TO WSA-LINEAS
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             DISPLAY 'SIN VISTA PREVIA NO SE CONTABILIZA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE WSP-RAZON-SOCIAL TO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'REFACTURACION - VISTA PREVIA - EMPRESA ' WSP-EMPRESA
                  ' - FECHA ' WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CODIGO ' WSV-CODIGO ' ' WS-CAT-DESCRIP
                  '  PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WSV-PRECIO-FACTURADO TO WSE-PRECIO
           MOVE WSV-PRECIO-CORRECTO TO WSE-PRECIO-2
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRECIO FACTURADO ' WSE-PRECIO
                  '  PRECIO CORRECTO ' WSE-PRECIO-2
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'LOS AJUSTES SE ASIENTAN EN EL PERIODO '
                  WS-PERIODO-ASIENTO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
      * Origen S: SERVICIO.DAT, H: SERVHIST.DAT.
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE 'CUENTA'          TO WS-LINEA-REPORTE(1:6)
           MOVE 'ENTRYID'         TO WS-LINEA-REPORTE(10:7)
           MOVE 'O'               TO WS-LINEA-REPORTE(19:1)
           MOVE 'FACTURADO'       TO WS-LINEA-REPORTE(21:9)
           MOVE 'CORRECTO'        TO WS-LINEA-REPORTE(41:8)
           MOVE 'AJUSTE'          TO WS-LINEA-REPORTE(60:6)
           MOVE 'TIPO'            TO WS-LINEA-REPORTE(67:4)
           PERFORM 258000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             PERFORM 252000-LINEA-CARGO
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WS-CANT-CARGOS TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CARGOS REVISADOS      ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WSA-CANT-CREDITOS TO WSE-CANTIDAD
           MOVE WSA-TOTAL-CREDITOS TO WSE-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'NOTAS DE CREDITO      ' WSE-CANTIDAD
                  '  IMPORTE ' WSE-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WSA-CANT-DEBITOS TO WSE-CANTIDAD
           MOVE WSA-TOTAL-DEBITOS TO WSE-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CARGOS ADICIONALES    ' WSE-CANTIDAD
                  '  IMPORTE ' WSE-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WSA-CANT-EXCLUIDOS TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EXCLUIDOS             ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-NETO TO WSE-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'AJUSTE NETO                   ' '  IMPORTE '
                  WSE-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 258000-ESCRIBIR-LINEA
           CLOSE REPORTE
           MOVE 'REFACTURACION'   TO WS-REPIDX-NOMBRE
           MOVE 'REFACTURACION'   TO WS-REPIDX-PROGRAMA
           MOVE '..\REFACTUR.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS        TO WS-REPIDX-LINEAS
           PERFORM 395000-GRABAR-INDICE
           DISPLAY 'VISTA PREVIA EN REFACTUR.REP'
           DISPLAY 'CARGOS REVISADOS:   ' WS-CANT-CARGOS
           MOVE WSA-TOTAL-CREDITOS TO WSE-TOTAL
           DISPLAY 'NOTAS DE CREDITO:   ' WSA-CANT-CREDITOS
                   ' POR ' WSE-TOTAL
           MOVE WSA-TOTAL-DEBITOS TO WSE-TOTAL
           DISPLAY 'CARGOS ADICIONALES: ' WSA-CANT-DEBITOS
                   ' POR ' WSE-TOTAL
           DISPLAY 'EXCLUIDOS:          ' WSA-CANT-EXCLUIDOS.


       252000-LINEA-CARGO.
           MOVE TCG-MONTO(WS-IND-CARGO) TO WSE-MONTO
           MOVE SPACES TO WS-LINEA-REPORTE
           IF TCG-EXCLUIDO(WS-IND-CARGO)
             ADD 1 TO WSA-CANT-EXCLUIDOS
             STRING TCG-NUMCUENTA(WS-IND-CARGO) ' '
                    TCG-ENTRYID(WS-IND-CARGO) '  '
                    TCG-ORIGEN(WS-IND-CARGO) ' '
                    WSE-MONTO '  EXCLUIDO: '
                    TCG-MOTIVO(WS-IND-CARGO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             MOVE TCG-CORRECTO(WS-IND-CARGO) TO WSE-CORRECTO
             MOVE TCG-AJUSTE(WS-IND-CARGO) TO WSE-AJUSTE
             ADD TCG-AJUSTE(WS-IND-CARGO) TO WSA-TOTAL-NETO
             IF TCG-AJUSTE(WS-IND-CARGO) < 0
               ADD 1 TO WSA-CANT-CREDITOS
               SUBTRACT TCG-AJUSTE(WS-IND-CARGO)
                   FROM WSA-TOTAL-CREDITOS
               STRING TCG-NUMCUENTA(WS-IND-CARGO) ' '
                      TCG-ENTRYID(WS-IND-CARGO) '  '
                      TCG-ORIGEN(WS-IND-CARGO) ' '
                      WSE-MONTO '  ' WSE-CORRECTO '  '
                      WSE-AJUSTE '  NC'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             ELSE
               ADD 1 TO WSA-CANT-DEBITOS
               ADD TCG-AJUSTE(WS-IND-CARGO) TO WSA-TOTAL-DEBITOS
               STRING TCG-NUMCUENTA(WS-IND-CARGO) ' '
                      TCG-ENTRYID(WS-IND-CARGO) '  '
                      TCG-ORIGEN(WS-IND-CARGO) ' '
                      WSE-MONTO '  ' WSE-CORRECTO '  '
                      WSE-AJUSTE '  ND'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
           END-IF
           PERFORM 258000-ESCRIBIR-LINEA.


       258000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS.


       260000-APROBACION.
           IF WSA-CANT-CREDITOS = 0 AND WSA-CANT-DEBITOS = 0
             DISPLAY 'NO HAY AJUSTES PARA CONTABILIZAR'
             PERFORM 300000-FINAL
           END-IF
           DISPLAY 'REVISAR LA VISTA PREVIA ANTES DE CONTABILIZAR'
           DISPLAY 'CLAVE DE SUPERVISOR PARA CONTABILIZAR '
                   '(EN BLANCO = NO CONTABILIZAR): '
           MOVE SPACES TO WS-CLAVE-INGRESADA
           ACCEPT WS-CLAVE-INGRESADA
           IF WS-CLAVE-INGRESADA = SPACES
             DISPLAY 'NO SE CONTABILIZA NINGUN AJUSTE'
             PERFORM 300000-FINAL
           END-IF
           IF WS-CLAVE-INGRESADA NOT = WSP-CLAVE-SUPERVISOR
             DISPLAY 'CLAVE INCORRECTA, NO SE CONTABILIZA NINGUN '
                     'AJUSTE'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       270000-CONTABILIZAR.
      * El ultimo ENTRYID se vuelve a tomar recien aprobada la
      * corrida, por los cargos grabados mientras se revisaba.
           PERFORM 271000-CARGAR-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO WS-PRIMER-ID
           ADD 1 TO WS-PRIMER-ID
           OPEN I-O SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN EXTEND NOTASCRED
           IF WSS-FS-NOTASCRED-NOEXISTE
             OPEN OUTPUT NOTASCRED
           END-IF
           IF NOT WSS-FS-NOTASCRED-OK
             DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
             DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
             CLOSE SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN EXTEND REFACTUR
           IF WSS-FS-REFACTUR-NOEXISTE
             OPEN OUTPUT REFACTUR
           END-IF
           IF NOT WSS-FS-REFACTUR-OK
             DISPLAY 'ERROR DE ARCHIVO DE REFACTURACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-REFACTUR
             CLOSE SERVICIO
             CLOSE NOTASCRED
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'S' TO WS-GRABACION
           MOVE 0 TO WSA-CANT-GRABADOS
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
                        OR NOT WS-GRABACION-OK
             IF TCG-A-CONTABILIZAR(WS-IND-CARGO)
               PERFORM 275000-GRABAR-AJUSTE
             END-IF
           END-PERFORM
           CLOSE SERVICIO
           CLOSE NOTASCRED
           CLOSE REFACTUR
           DISPLAY 'AJUSTES CONTABILIZADOS: ' WSA-CANT-GRABADOS
           IF WSA-CANT-GRABADOS > 0
             DISPLAY 'ENTRYID DEL ' WS-PRIMER-ID ' AL ' WS-ULTIMO-ID
           END-IF
           IF NOT WS-GRABACION-OK
             DISPLAY 'LA CORRIDA SE DETUVO POR UN ERROR: LO GRABADO '
                     'QUEDA EN REFACTUR.DAT Y UNA NUEVA CORRIDA DEL '
                     'MISMO CODIGO Y PERIODO COMPLETA EL RESTO'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       271000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-OK
             PERFORM 207000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF ENTRYID > WS-ULTIMO-ID
                 MOVE ENTRYID TO WS-ULTIMO-ID
               END-IF
               PERFORM 207000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF.


       275000-GRABAR-AJUSTE.
      * Un ajuste mayor que 99.999,99 no entra en el MONTO de un
      * cargo y se asienta en tramos, todos contra el mismo ENTRYID
      * original. Si un tramo no se graba, lo grabado queda en
      * REFACTUR.DAT y la proxima corrida ajusta solo lo que falte.
           IF TCG-AJUSTE(WS-IND-CARGO) < 0
             MOVE -1 TO WS-AJU-SIGNO
             COMPUTE WS-AJU-PENDIENTE = 0 - TCG-AJUSTE(WS-IND-CARGO)
           ELSE
             MOVE 1 TO WS-AJU-SIGNO
             MOVE TCG-AJUSTE(WS-IND-CARGO) TO WS-AJU-PENDIENTE
           END-IF
           MOVE 0 TO TCG-ENTRYID-NUEVO(WS-IND-CARGO)
           PERFORM 276000-GRABAR-TRAMO
             UNTIL WS-AJU-PENDIENTE = 0 OR NOT WS-GRABACION-OK
           IF WS-GRABACION-OK
             ADD 1 TO WSA-CANT-GRABADOS
             MOVE 'G' TO TCG-ESTADO(WS-IND-CARGO)
           END-IF.


       276000-GRABAR-TRAMO.
      * La nota de credito lleva el DESCRIP de NOTASCREDITO ('NC REF'
      * con el motivo en la columna 21); el cargo adicional, la misma
      * forma con 'ND REF'.
           IF WS-AJU-PENDIENTE > 99999,99
             MOVE 99999,99 TO WS-AJU-TRAMO
           ELSE
             MOVE WS-AJU-PENDIENTE TO WS-AJU-TRAMO
           END-IF
           MOVE TCG-CODSERVICIO(WS-IND-CARGO) TO CODSERVICIO
           MOVE TCG-NUMCUENTA(WS-IND-CARGO) TO NUMCUENTA
           MOVE WS-PERIODO-ASIENTO TO PERIODO
           COMPUTE MONTO = WS-AJU-TRAMO * WS-AJU-SIGNO
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID
           MOVE TCG-ENTRYID(WS-IND-CARGO) TO WS-ENTRYID-EDIT
           MOVE SPACES TO DESCRIP
           IF WS-AJU-SIGNO < 0
             STRING 'NC REF ' WS-ENTRYID-EDIT ' MOT REF'
                 DELIMITED BY SIZE INTO DESCRIP
           ELSE
             STRING 'ND REF ' WS-ENTRYID-EDIT ' MOT REF'
                 DELIMITED BY SIZE INTO DESCRIP
           END-IF
           WRITE REG-SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS AL GRABAR EL '
                     'AJUSTE DEL CARGO ' TCG-ENTRYID(WS-IND-CARGO)
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             SUBTRACT 1 FROM WS-ULTIMO-ID
             MOVE 'N' TO WS-GRABACION
           ELSE
             SUBTRACT WS-AJU-TRAMO FROM WS-AJU-PENDIENTE
             ADD 1 TO WS-CANT-ESCRITOS
             IF TCG-ENTRYID-NUEVO(WS-IND-CARGO) = 0
               MOVE WS-ULTIMO-ID TO TCG-ENTRYID-NUEVO(WS-IND-CARGO)
             END-IF
             IF WS-AJU-SIGNO < 0
               MOVE WS-ULTIMO-ID TO NC-ENTRYID
               MOVE TCG-ENTRYID(WS-IND-CARGO) TO NC-ENTRYID-ORIG
               MOVE 'REF' TO NC-MOTIVO
               MOVE WS-AJU-TRAMO TO NC-IMPORTE
               MOVE WSP-FECHA-PROCESO TO NC-FECHA
               MOVE WS-ACC-OPERADOR TO NC-OPERADOR
               MOVE WSP-EMPRESA TO NC-EMPRESA
               WRITE REG-NOTASCRED
             END-IF
             MOVE WS-ULTIMO-ID TO RFC-ENTRYID
             MOVE TCG-ENTRYID(WS-IND-CARGO) TO RFC-ENTRYID-ORIG
             MOVE WSV-CODIGO TO RFC-CODIGO
             MOVE TCG-NUMCUENTA(WS-IND-CARGO) TO RFC-NUMCUENTA
             MOVE WSV-PERIODO TO RFC-PERIODO-ORIG
             MOVE WS-PERIODO-ASIENTO TO RFC-PERIODO-ASIENTO
             MOVE TCG-MONTO(WS-IND-CARGO) TO RFC-MONTO-ORIG
             MOVE MONTO TO RFC-AJUSTE
             MOVE TCG-PRECIO-FACTURADO(WS-IND-CARGO)
               TO RFC-PRECIO-FACTURADO
             MOVE WSV-PRECIO-CORRECTO TO RFC-PRECIO-CORRECTO
             MOVE WSP-FECHA-PROCESO TO RFC-FECHA
             MOVE WS-ACC-OPERADOR TO RFC-OPERADOR
             MOVE WSP-EMPRESA TO RFC-EMPRESA
             WRITE REG-REFACTUR
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   REFACTURACION MASIVA'
           DISPLAY 'Programme: REFACTURACION'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'REFACTURACION'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SERVICIO   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-GRABAR-INDICE.
           COPY WSREPIDX-PROC.
