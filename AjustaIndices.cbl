      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     AJUSTE DE PRECIOS POR CLAUSULA DE INDICE: PARA UN
      *              PERIODO AAAAMM DESDE EL QUE RIGE EL AJUSTE RECORRE
      *              LAS SUSCRIPCIONES VIGENTES DE SUSCRIP.DAT CON
      *              CLAUSULA (SUS-INDICE) Y AJUSTA LAS QUE CUMPLEN SU
      *              FRECUENCIA (3 O 6 MESES) ENTRE EL MES DEL INDICE
      *              DEL ULTIMO AJUSTE (AL PRINCIPIO, EL PERIODO BASE)
      *              Y EL MES ANTERIOR AL PERIODO PEDIDO. EL PRECIO
      *              NUEVO ES EL VIGENTE (PRECIOVIGENTE, O CAT-PRECIO)
      *              POR LA RELACION ENTRE LOS DOS NUMEROS INDICE DE
      *              INDAJUSTE.DAT, Y QUEDA EN SERVPREC.DAT COMO
      *              PRECIO PROPIO DE LA CUENTA DESDE EL PERIODO
      *              PEDIDO. CADA AJUSTE EMITE EN AVISOAJU.REP EL
      *              AVISO AL CLIENTE CON EL PRECIO ANTERIOR, EL NUEVO
      *              Y EL INDICE APLICADO, Y QUEDA EN SU HISTORIA DE
      *              CONTACTOS. UN CLIENTE CON CARTA DEVUELTA POR EL
      *              CORREO (DOMDEVUE.DAT) NO RECIBE EL AVISO IMPRESO
      *              HASTA QUE MANTCLIENTES CORRIJA SU DOMICILIO-C: EL
      *              PRECIO SE AJUSTA IGUAL Y EL AVISO SE CUENTA COMO
      *              RETENIDO. SUSCRIP.DAT SE REGRABA CON EL MES DEL
      *              INDICE APLICADO, ASI QUE REPETIR LA CORRIDA NO
      *              AJUSTA DOS VECES. RC 4 SI ALGUNA SUSCRIPCION
      *              VENCIDA NO SE PUDO AJUSTAR POR FALTA DE INDICE O
      *              DE PRECIO; RC 8 SI NO SE PUEDEN LEER LAS
      *              SUSCRIPCIONES O ABRIR EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  AJUSTAINDICES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIP            ASSIGN TO DISK '..\SUSCRIP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSCRIP.

           SELECT INDAJUSTE          ASSIGN TO DISK '..\INDAJUSTE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INDAJUSTE.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT SERVPREC           ASSIGN TO DISK '..\SERVPREC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVPREC.

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

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT REPORTE            ASSIGN TO DISK '..\AVISOAJU.REP'
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

       FD INDAJUSTE.
           COPY INDAJREC.

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

       FD CONTACTOS.
           COPY CONTACREC.

       FD DOMDEVUE.
           COPY DOMDEVREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==INDAJUSTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVPREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

      * Numeros indice publicados, por indice y mes.
       01 TABLA-INDICES.
         05 WS-CANT-INDICES            PIC 9(04) VALUE 0.
         05 TIX-ENTRY OCCURS 5000 TIMES.
           10 TIX-CODIGO               PIC X(03).
           10 TIX-PERIODO              PIC X(06).
           10 TIX-VALOR                PIC 9(07)V9999.

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(04) VALUE 0.
         05 TC-ENTRY OCCURS 200 TIMES.
           10 TC-CODIGO                PIC X(03).
           10 TC-DESCRIP               PIC X(30).
           10 TC-PRECIO                PIC S9(05)V99.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-NYA                  PIC X(60).
           10 TCL-DOMICILIO            PIC X(50).

      * Clientes con carta devuelta por el correo: mientras el
      * domicilio del maestro siga siendo el de la devolucion el
      * aviso impreso no sale.
       01 TABLA-DEVUELTOS.
         05 WS-CANT-DEVUELTOS          PIC 9(04) VALUE 0.
         05 TDV-ENTRY OCCURS 2000 TIMES.
           10 TDV-NRO-CLIENTE          PIC 9(07).
           10 TDV-DOMICILIO            PIC X(50).

       01 WS-IND-DEVUELTO              PIC 9(04).
       01 WS-CON-DEVOLUCION            PIC X VALUE 'N'.
           88 WS-DOMICILIO-DEVUELTO                     VALUE 'S'.

      * SUSCRIP.DAT es secuencial: se ajusta en esta tabla y se
      * regraba entero, como la baja de SUSCRIPCIONES.
       01 TABLA-SUSCRIP.
         05 WS-CANT-SUSCRIP            PIC 9(05) VALUE 0.
         05 TSU-ENTRY OCCURS 5000 TIMES.
           10 TSU-REGISTRO             PIC X(72).

       01 INDICES.
         05 WS-IND-INDICE              PIC 9(04).
         05 WS-IND-CATALOGO            PIC 9(04).
         05 WS-IND-CAT-HALLADO         PIC 9(04).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLI-HALLADO         PIC 9(05).
         05 WS-IND-SUSCRIP             PIC 9(05).

       01 VARIABLES.
         05 WSV-PERIODO.
           10 WSV-PERIODO-AAAA         PIC 9(04).
           10 WSV-PERIODO-MM           PIC 9(02).
         05 WSV-PERIODO-REF.
           10 WSV-REF-AAAA             PIC 9(04).
           10 WSV-REF-MM               PIC 9(02).
         05 WSV-PERIODO-ULT.
           10 WSV-ULT-AAAA             PIC 9(04).
           10 WSV-ULT-MM               PIC 9(02).
         05 WSV-MESES                  PIC S9(05).
         05 WSV-INDICE-BUSCADO         PIC X(03).
         05 WSV-PERIODO-BUSCADO        PIC X(06).
         05 WSV-VALOR-HALLADO          PIC 9(07)V9999.
         05 WSV-VALOR-ULT              PIC 9(07)V9999.
         05 WSV-VALOR-REF              PIC 9(07)V9999.
         05 WSV-VARIACION              PIC S9(05)V99.

       01 WS-INDICE-HALLADO            PIC X VALUE 'N'.
           88 WS-HAY-INDICE                             VALUE 'S'.

       01 WS-SUSCRIP-CAMBIADO          PIC X VALUE 'N'.
           88 WS-HAY-AJUSTES                            VALUE 'S'.

       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).
       01 WS-PRECIO-NUEVO              PIC S9(05)V99.
       01 WS-PRECIO-VALIDO             PIC X VALUE 'S'.
           88 WS-PRECIO-OK                              VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CON-CLAUSULA           PIC 9(05).
         05 WSA-NO-VENCIDAS            PIC 9(05).
         05 WSA-AJUSTADAS              PIC 9(05).
         05 WSA-SIN-INDICE             PIC 9(05).
         05 WSA-SIN-PRECIO             PIC 9(05).
         05 WSA-SIN-CLIENTE            PIC 9(05).
         05 WSA-AVISOS-RETENIDOS       PIC 9(05).

       01 WS-PRECIO-EDIT               PIC Z(4)9,99-.
       01 WS-VALOR-EDIT                PIC Z(6)9,9999.
       01 WS-VARIACION-EDIT            PIC Z(4)9,99-.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-AJUSTAR-SUSCRIPCIONES
                 PERFORM 280000-REGRABAR-SUSCRIP
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL PERIODO DESDE EL QUE RIGE EL AJUSTE '
                   '(AAAAMM): '
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO IS NOT NUMERIC
                   OR WSV-PERIODO-MM < 1 OR WSV-PERIODO-MM > 12
             DISPLAY 'PERIODO INVALIDO, NO SE AJUSTA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
      * El ajuste que rige desde un mes se calcula con el indice
      * del mes anterior, el ultimo publicado.
           IF WSV-PERIODO-MM = 1
             COMPUTE WSV-REF-AAAA = WSV-PERIODO-AAAA - 1
             MOVE 12 TO WSV-REF-MM
           ELSE
             MOVE WSV-PERIODO-AAAA TO WSV-REF-AAAA
             COMPUTE WSV-REF-MM = WSV-PERIODO-MM - 1
           END-IF
           PERFORM 105000-CARGAR-INDICES
           PERFORM 110000-CARGAR-CATALOGO
           PERFORM 115000-CARGAR-CLIENTES
           PERFORM 117000-CARGAR-DEVUELTOS
           PERFORM 120000-CARGAR-SUSCRIP
           PERFORM 130000-ABRIR-ARCHIVOS.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-INDICES.
           MOVE 0 TO WS-CANT-INDICES
           OPEN INPUT INDAJUSTE
           IF WSS-FS-INDAJUSTE-NOEXISTE
             DISPLAY 'NO HAY INDICES CARGADOS (INDAJUSTE.DAT)'
           ELSE
             IF NOT WSS-FS-INDAJUSTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE INDICES'
               DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-INDICE
               PERFORM UNTIL WSS-FS-INDAJUSTE-EOF
                 IF WS-CANT-INDICES < 5000
                   ADD 1 TO WS-CANT-INDICES
                   MOVE IAJ-CODIGO TO TIX-CODIGO(WS-CANT-INDICES)
                   MOVE IAJ-PERIODO TO TIX-PERIODO(WS-CANT-INDICES)
                   MOVE IAJ-VALOR TO TIX-VALOR(WS-CANT-INDICES)
                 ELSE
                   DISPLAY 'ADVERTENCIA: MAS DE 5000 VALORES EN '
                           'INDAJUSTE.DAT, EL RESTO NO SE USA'
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE '10' TO WSS-FS-INDAJUSTE
                 END-IF
                 IF NOT WSS-FS-INDAJUSTE-EOF
                   PERFORM 106000-LEER-INDICE
                 END-IF
               END-PERFORM
             END-IF
             CLOSE INDAJUSTE
           END-IF.


       106000-LEER-INDICE.
           READ INDAJUSTE
           IF NOT WSS-FS-INDAJUSTE-OK AND NOT WSS-FS-INDAJUSTE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
             MOVE '10' TO WSS-FS-INDAJUSTE
           END-IF.


       110000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 111000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-ES-SERVICIO AND CAT-ACTIVO
                       AND WS-CANT-CATALOGO < 200
                 ADD 1 TO WS-CANT-CATALOGO
                 MOVE CAT-CODIGO  TO TC-CODIGO(WS-CANT-CATALOGO)
                 MOVE CAT-DESCRIP TO TC-DESCRIP(WS-CANT-CATALOGO)
                 MOVE CAT-PRECIO  TO TC-PRECIO(WS-CANT-CATALOGO)
               END-IF
               PERFORM 111000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           ELSE
             DISPLAY 'ADVERTENCIA: SIN CATALOGO DE SERVICIOS, SOLO '
                     'SE AJUSTAN CODIGOS CON PRECIO EN SERVPREC.DAT'
           END-IF.


       111000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       115000-CARGAR-CLIENTES.
      * Sin el maestro de clientes el aviso sale igual, dirigido a
      * la cuenta; solo falta el nombre y el domicilio.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             PERFORM 116000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE NYA-C TO TCL-NYA(WS-CANT-CLIENTES)
                 MOVE DOMICILIO-C TO TCL-DOMICILIO(WS-CANT-CLIENTES)
               END-IF
               PERFORM 116000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           ELSE
             DISPLAY 'ADVERTENCIA: SIN MAESTRO DE CLIENTES, LOS '
                     'AVISOS SALEN SIN DOMICILIO'
           END-IF.


       116000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       117000-CARGAR-DEVUELTOS.
           MOVE 0 TO WS-CANT-DEVUELTOS
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-DOMDEVUE-OK
               PERFORM 118000-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF DDV-VIGENTE
                   IF WS-CANT-DEVUELTOS >= 2000
      * Sin la tabla completa saldrian avisos a domicilios que el
      * correo ya rechazo: se detiene antes de ajustar nada.
                     DISPLAY 'ERROR: MAS DE 2000 DOMICILIOS DEVUELTOS'
                             ', NO SE AJUSTA'
                     CLOSE DOMDEVUE
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                   ADD 1 TO WS-CANT-DEVUELTOS
                   MOVE DDV-NRO-CLIENTE
                     TO TDV-NRO-CLIENTE(WS-CANT-DEVUELTOS)
                   MOVE DDV-DOMICILIO
                     TO TDV-DOMICILIO(WS-CANT-DEVUELTOS)
                 END-IF
                 PERFORM 118000-LEER-DEVUELTO
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF.


       118000-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       120000-CARGAR-SUSCRIP.
           MOVE 0 TO WS-CANT-SUSCRIP
           OPEN INPUT SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 121000-LEER-SUSCRIP
           PERFORM UNTIL WSS-FS-SUSCRIP-EOF
             IF WS-CANT-SUSCRIP < 5000
               ADD 1 TO WS-CANT-SUSCRIP
               MOVE REG-SUSCRIP TO TSU-REGISTRO(WS-CANT-SUSCRIP)
             ELSE
      * Regrabar con la tabla incompleta perderia suscripciones.
               DISPLAY 'ERROR: SUSCRIP.DAT SUPERA LAS 5000 '
                       'SUSCRIPCIONES, NO SE AJUSTA'
               CLOSE SUSCRIP
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 121000-LEER-SUSCRIP
           END-PERFORM
           CLOSE SUSCRIP.


       121000-LEER-SUSCRIP.
           READ SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK AND NOT WSS-FS-SUSCRIP-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE '10' TO WSS-FS-SUSCRIP
           END-IF
           IF WSS-FS-SUSCRIP-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       130000-ABRIR-ARCHIVOS.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE AVISOS'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ADVERTENCIA: SIN ARCHIVO DE CUENTAS, LOS '
                     'AVISOS SALEN SIN DOMICILIO'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF.


       200000-AJUSTAR-SUSCRIPCIONES.
           PERFORM 210000-AJUSTAR-UNA
                     VARYING WS-IND-SUSCRIP FROM 1 BY 1
                     UNTIL WS-IND-SUSCRIP > WS-CANT-SUSCRIP.


       210000-AJUSTAR-UNA.
           MOVE TSU-REGISTRO(WS-IND-SUSCRIP) TO REG-SUSCRIP
           IF SUS-INDICE NOT = SPACES
                   AND SUS-PERIODO-DESDE <= WSV-PERIODO
                   AND SUS-PERIODO-HASTA >= WSV-PERIODO
             ADD 1 TO WSA-CON-CLAUSULA
             IF SUS-ULT-AJUSTE = SPACES
               MOVE SUS-PERIODO-BASE TO WSV-PERIODO-ULT
             ELSE
               MOVE SUS-ULT-AJUSTE TO WSV-PERIODO-ULT
             END-IF
             IF WSV-PERIODO-ULT IS NUMERIC
               COMPUTE WSV-MESES =
                       (WSV-REF-AAAA * 12 + WSV-REF-MM)
                     - (WSV-ULT-AAAA * 12 + WSV-ULT-MM)
             ELSE
               MOVE 0 TO WSV-MESES
             END-IF
             IF SUS-FRECUENCIA IS NOT NUMERIC OR SUS-FRECUENCIA = 0
                     OR WSV-MESES < SUS-FRECUENCIA
               ADD 1 TO WSA-NO-VENCIDAS
             ELSE
               PERFORM 220000-CALCULAR-AJUSTE
             END-IF
           END-IF.


       220000-CALCULAR-AJUSTE.
           MOVE SUS-INDICE TO WSV-INDICE-BUSCADO
           MOVE WSV-PERIODO-ULT TO WSV-PERIODO-BUSCADO
           PERFORM 225000-BUSCAR-VALOR-INDICE
           MOVE WSV-VALOR-HALLADO TO WSV-VALOR-ULT
           IF WS-HAY-INDICE
             MOVE WSV-PERIODO-REF TO WSV-PERIODO-BUSCADO
             PERFORM 225000-BUSCAR-VALOR-INDICE
             MOVE WSV-VALOR-HALLADO TO WSV-VALOR-REF
           END-IF
           IF NOT WS-HAY-INDICE
             DISPLAY 'ADVERTENCIA: CUENTA ' SUS-NUMCUENTA ' CODIGO '
                     SUS-CODSERVICIO ' SIN VALOR DEL INDICE '
                     SUS-INDICE ' PARA ' WSV-PERIODO-BUSCADO
                     ', NO SE AJUSTA'
             ADD 1 TO WSA-SIN-INDICE
             MOVE 4 TO WS-RETURN-CODE
           ELSE
             PERFORM 230000-PRECIO-ANTERIOR
             IF WS-PRECIO-OK
               COMPUTE WS-PRECIO-NUEVO ROUNDED =
                       WS-PRECIO-VIGENTE * WSV-VALOR-REF
                       / WSV-VALOR-ULT
                 ON SIZE ERROR
                   MOVE 'N' TO WS-PRECIO-VALIDO
               END-COMPUTE
               IF NOT WS-PRECIO-OK
                 DISPLAY 'ADVERTENCIA: CUENTA ' SUS-NUMCUENTA
                         ' CODIGO ' SUS-CODSERVICIO ' EL PRECIO '
                         'AJUSTADO SUPERA EL MAXIMO, NO SE AJUSTA'
                 ADD 1 TO WSA-SIN-PRECIO
                 MOVE 4 TO WS-RETURN-CODE
               ELSE
                 PERFORM 240000-APLICAR-AJUSTE
               END-IF
             ELSE
               ADD 1 TO WSA-SIN-PRECIO
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           END-IF.


       225000-BUSCAR-VALOR-INDICE.
           MOVE 'N' TO WS-INDICE-HALLADO
           MOVE 0 TO WSV-VALOR-HALLADO
           PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                     UNTIL WS-IND-INDICE > WS-CANT-INDICES
             IF TIX-CODIGO(WS-IND-INDICE) = WSV-INDICE-BUSCADO
                     AND TIX-PERIODO(WS-IND-INDICE)
                         = WSV-PERIODO-BUSCADO
                     AND TIX-VALOR(WS-IND-INDICE) > 0
               MOVE TIX-VALOR(WS-IND-INDICE) TO WSV-VALOR-HALLADO
               MOVE 'S' TO WS-INDICE-HALLADO
               MOVE WS-CANT-INDICES TO WS-IND-INDICE
             END-IF
           END-PERFORM.


       230000-PRECIO-ANTERIOR.
      * El precio que se ajusta es el que la cuenta venia pagando
      * en el mes anterior al ajuste: su precio propio si ya tuvo
      * un ajuste, si no el general del codigo.
           MOVE 'S' TO WS-PRECIO-VALIDO
           MOVE 0 TO WS-IND-CAT-HALLADO
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                     UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
             IF TC-CODIGO(WS-IND-CATALOGO) = SUS-CODSERVICIO
               MOVE WS-IND-CATALOGO TO WS-IND-CAT-HALLADO
               MOVE WS-CANT-CATALOGO TO WS-IND-CATALOGO
             END-IF
           END-PERFORM
           CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                      SUS-NUMCUENTA
                                      WSV-PERIODO-REF
                                      WS-PRECIO-VIGENTE
                                      WS-PRECIO-HALLADO
           END-CALL
           IF WS-PRECIO-HALLADO NOT = 'S'
             IF WS-IND-CAT-HALLADO NOT = 0
               MOVE TC-PRECIO(WS-IND-CAT-HALLADO) TO WS-PRECIO-VIGENTE
             ELSE
               DISPLAY 'ADVERTENCIA: CUENTA ' SUS-NUMCUENTA
                       ' CODIGO ' SUS-CODSERVICIO ' SIN PRECIO EN '
                       'CATALOGO NI EN SERVPREC.DAT, NO SE AJUSTA'
               MOVE 'N' TO WS-PRECIO-VALIDO
             END-IF
           END-IF.


       240000-APLICAR-AJUSTE.
           PERFORM 245000-GRABAR-PRECIO
           IF WSS-FS-SERVPREC-OK
             MOVE WSV-PERIODO-REF TO SUS-ULT-AJUSTE
             MOVE REG-SUSCRIP TO TSU-REGISTRO(WS-IND-SUSCRIP)
             MOVE 'S' TO WS-SUSCRIP-CAMBIADO
             ADD 1 TO WSA-AJUSTADAS
             PERFORM 255000-BUSCAR-CLIENTE
             PERFORM 257000-VERIFICAR-DOMICILIO
             IF WS-DOMICILIO-DEVUELTO
               ADD 1 TO WSA-AVISOS-RETENIDOS
               DISPLAY 'AVISO RETENIDO: CUENTA ' SUS-NUMCUENTA
                       ' CLIENTE ' CODCLIENTE ' DOMICILIO DEVUELTO'
             ELSE
               PERFORM 250000-EMITIR-AVISO
               PERFORM 260000-REGISTRAR-CONTACTO
             END-IF
           ELSE
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       245000-GRABAR-PRECIO.
      * Se abre y cierra en cada ajuste porque PRECIOVIGENTE lee el
      * mismo archivo en la suscripcion siguiente.
           OPEN EXTEND SERVPREC
           IF WSS-FS-SERVPREC-NOEXISTE
             OPEN OUTPUT SERVPREC
           END-IF
           IF NOT WSS-FS-SERVPREC-OK
             DISPLAY 'ERROR DE ARCHIVO DE PRECIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVPREC
           ELSE
             MOVE SUS-CODSERVICIO   TO PRE-CODIGO
             MOVE WSV-PERIODO       TO PRE-VIGENCIA-DESDE
             MOVE WS-PRECIO-NUEVO   TO PRE-PRECIO
             MOVE WSP-FECHA-PROCESO TO PRE-FECHA-ALTA
             MOVE 'AJUSTAINDICES'   TO PRE-OPERADOR
             MOVE SUS-NUMCUENTA     TO PRE-NUMCUENTA
             WRITE REG-SERVPREC
             CLOSE SERVPREC
           END-IF.


       250000-EMITIR-AVISO.
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           IF WS-IND-CLI-HALLADO NOT = 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'SR/A: ' TCL-NYA(WS-IND-CLI-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: ' TCL-DOMICILIO(WS-IND-CLI-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
           ELSE
             ADD 1 TO WSA-SIN-CLIENTE
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IND-CAT-HALLADO NOT = 0
             STRING 'CUENTA: ' SUS-NUMCUENTA '  SERVICIO: '
                    SUS-CODSERVICIO ' ' TC-DESCRIP(WS-IND-CAT-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             STRING 'CUENTA: ' SUS-NUMCUENTA '  SERVICIO: '
                    SUS-CODSERVICIO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'AVISO DE AJUSTE DE PRECIO POR CLAUSULA DE INDICE'
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CONFORME A LA CLAUSULA DE SU CONTRATO, EL PRECIO '
                  'SE AJUSTA CADA ' SUS-FRECUENCIA ' MESES'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'SEGUN LA VARIACION DEL INDICE INDICADO:'
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSV-VALOR-ULT TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  INDICE ' SUS-INDICE ' DE ' WSV-PERIODO-ULT
                  ':   ' WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSV-VALOR-REF TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  INDICE ' SUS-INDICE ' DE ' WSV-PERIODO-REF
                  ':   ' WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           COMPUTE WSV-VARIACION ROUNDED =
                   (WSV-VALOR-REF / WSV-VALOR-ULT - 1) * 100
             ON SIZE ERROR
               MOVE 0 TO WSV-VARIACION
           END-COMPUTE
           MOVE WSV-VARIACION TO WS-VARIACION-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  VARIACION APLICADA:     ' WS-VARIACION-EDIT ' %'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WS-PRECIO-VIGENTE TO WS-PRECIO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRECIO UNITARIO ANTERIOR: ' WS-PRECIO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WS-PRECIO-NUEVO TO WS-PRECIO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRECIO UNITARIO NUEVO:    ' WS-PRECIO-EDIT
                  '   RIGE DESDE EL PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       255000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-CLI-HALLADO
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
                 MOVE WS-IND-CLIENTE TO WS-IND-CLI-HALLADO
                 MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
               END-IF
             END-PERFORM
           END-IF.


       257000-VERIFICAR-DOMICILIO.
           MOVE 'N' TO WS-CON-DEVOLUCION
           IF WS-IND-CLI-HALLADO NOT = 0
             PERFORM VARYING WS-IND-DEVUELTO FROM 1 BY 1
                       UNTIL WS-IND-DEVUELTO > WS-CANT-DEVUELTOS
               IF TDV-NRO-CLIENTE(WS-IND-DEVUELTO)
                       = TCL-NRO-CLIENTE(WS-IND-CLI-HALLADO)
                       AND TDV-DOMICILIO(WS-IND-DEVUELTO)
                           = TCL-DOMICILIO(WS-IND-CLI-HALLADO)
                 MOVE 'S' TO WS-CON-DEVOLUCION
                 MOVE WS-CANT-DEVUELTOS TO WS-IND-DEVUELTO
               END-IF
             END-PERFORM
           END-IF.


       260000-REGISTRAR-CONTACTO.
           MOVE CODCLIENTE        TO WS-CONTAC-CODCLIENTE
           MOVE SUS-NUMCUENTA     TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO TO WS-CONTAC-FECHA
           MOVE 'CAR'             TO WS-CONTAC-CANAL
           MOVE 'AJUSTAINDICES'   TO WS-CONTAC-PROGRAMA
           MOVE SPACES            TO WS-CONTAC-RESULTADO
           STRING 'AVISO AJUSTE ' SUS-INDICE ' COD '
                  SUS-CODSERVICIO ' DESDE ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
           COPY WSCONTAC-PROC.


       280000-REGRABAR-SUSCRIP.
           IF WS-HAY-AJUSTES
             OPEN OUTPUT SUSCRIP
             IF NOT WSS-FS-SUSCRIP-OK
               DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM VARYING WS-IND-SUSCRIP FROM 1 BY 1
                         UNTIL WS-IND-SUSCRIP > WS-CANT-SUSCRIP
                 MOVE TSU-REGISTRO(WS-IND-SUSCRIP) TO REG-SUSCRIP
                 WRITE REG-SUSCRIP
               END-PERFORM
               CLOSE SUSCRIP
             END-IF
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
           DISPLAY 'Purpose:   AJUSTE DE PRECIOS POR INDICE'
           DISPLAY 'Programme: AJUSTAINDICES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'PERIODO DEL AJUSTE:     ' WSV-PERIODO
           DISPLAY 'SUSCRIPCIONES LEIDAS:   ' WS-CANT-LEIDOS
           DISPLAY 'VIGENTES CON CLAUSULA:  ' WSA-CON-CLAUSULA
           DISPLAY 'AUN NO VENCIDAS:        ' WSA-NO-VENCIDAS
           DISPLAY 'AJUSTADAS:              ' WSA-AJUSTADAS
           DISPLAY 'AVISOS RETENIDOS:       ' WSA-AVISOS-RETENIDOS
           DISPLAY 'SIN VALOR DEL INDICE:   ' WSA-SIN-INDICE
           DISPLAY 'SIN PRECIO AJUSTABLE:   ' WSA-SIN-PRECIO
           DISPLAY 'AVISOS SIN DOMICILIO:   ' WSA-SIN-CLIENTE.


       330000-CERRAR-ARCHIVOS.
           CLOSE REPORTE
           CLOSE CUENTAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'AVISOS AJUSTE INDICE' TO WS-REPIDX-NOMBRE
           MOVE 'AJUSTAINDICES'        TO WS-REPIDX-PROGRAMA
           MOVE '..\AVISOAJU.REP'      TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS       TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'AJUSTAINDICES'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SUSCRIP    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
