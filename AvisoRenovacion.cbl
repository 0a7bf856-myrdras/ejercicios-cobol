      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     AVISOS DE RENOVACION DE CONTRATOS: CORRIDA MENSUAL
      *              QUE RECORRE LAS SUSCRIPCIONES DE SUSCRIP.DAT CON
      *              PERMANENCIA MINIMA (SUS-PLAZO-MESES) Y LISTA LAS
      *              QUE TERMINAN SU PLAZO DENTRO DE LOS PROXIMOS 30
      *              DIAS CONTADOS DESDE LA FECHA DE PROCESO. EL PLAZO
      *              VENCE EL ULTIMO DIA DEL MES DESDE MAS LOS MESES DE
      *              PERMANENCIA MENOS UNO; LAS QUE YA TIENEN LA BAJA
      *              ANTES DE ESE MES NO SE AVISAN. CADA CONTRATO
      *              EMITE EN AVISOREN.REP EL AVISO AL CLIENTE CON EL
      *              FIN DEL PLAZO, LOS DIAS QUE FALTAN Y EL PRECIO
      *              VIGENTE, Y QUEDA EN SU HISTORIA DE CONTACTOS.
      *              UN CLIENTE CON CARTA DEVUELTA POR EL CORREO
      *              (DOMDEVUE.DAT) NO RECIBE EL AVISO IMPRESO HASTA
      *              QUE MANTCLIENTES CORRIJA SU DOMICILIO-C: EL AVISO
      *              SE CUENTA COMO RETENIDO.
      *              RC 8 SI NO SE PUEDEN LEER LAS SUSCRIPCIONES O
      *              ABRIR EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  AVISORENOVACION.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIP            ASSIGN TO DISK '..\SUSCRIP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSCRIP.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

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

           SELECT REPORTE            ASSIGN TO DISK '..\AVISOREN.REP'
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

       FD SERVCAT.
           COPY CATSERV.

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
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
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

      * Anticipacion del aviso, en dias corridos.
       01 WS-DIAS-AVISO                PIC 9(03) VALUE 30.

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(04) VALUE 0.
         05 TC-ENTRY OCCURS 200 TIMES.
           10 TC-CODIGO                PIC X(03).
           10 TC-DESCRIP               PIC X(30).
           10 TC-PRECIO                PIC S9(05)V99.
           10 TC-TIPO                  PIC X(01).
               88 TC-ES-PAQUETE                         VALUE 'C'.

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

       01 INDICES.
         05 WS-IND-CATALOGO            PIC 9(04).
         05 WS-IND-CAT-HALLADO         PIC 9(04).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLI-HALLADO         PIC 9(05).

      * El fin del plazo se cuenta como AAAA * 12 + MM y vence el
      * ultimo dia de ese mes: el dia anterior al primero del mes
      * siguiente.
       01 VARIABLES.
         05 WSV-DESDE.
           10 WSV-DESDE-AAAA           PIC 9(04).
           10 WSV-DESDE-MM             PIC 9(02).
         05 WSV-FIN.
           10 WSV-FIN-AAAA             PIC 9(04).
           10 WSV-FIN-MM               PIC 9(02).
         05 WSV-MES-FIN                PIC 9(06).
         05 WSV-FECHA-SIGUIENTE.
           10 WSV-SIG-AAAA             PIC 9(04).
           10 WSV-SIG-MM               PIC 9(02).
           10 WSV-SIG-DD               PIC 9(02).
         05 WSV-FECHA-SIG-NUM REDEFINES WSV-FECHA-SIGUIENTE
                                       PIC 9(08).
         05 WSV-FECHA-FIN              PIC 9(08).
         05 WSV-JULIANO-HOY            PIC 9(07).
         05 WSV-JULIANO-FIN            PIC 9(07).
         05 WSV-DIAS-FALTAN            PIC S9(07).

       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).
       01 WS-PRECIO-AVISO              PIC S9(09)V99.
       01 WS-PAQUETE.
           COPY PAQCALC.
       01 WS-PAQ-RESULTADO             PIC X(01).

       01 ACUMULADORES.
         05 WSA-CON-PLAZO              PIC 9(05).
         05 WSA-AVISADAS               PIC 9(05).
         05 WSA-CON-BAJA               PIC 9(05).
         05 WSA-SIN-CLIENTE            PIC 9(05).
         05 WSA-AVISOS-RETENIDOS       PIC 9(05).

       01 WS-PRECIO-EDIT               PIC Z(8)9,99-.
       01 WS-DIAS-EDIT                 PIC ZZ9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESAR-SUSCRIP
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           COMPUTE WSV-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           PERFORM 110000-CARGAR-CATALOGO
           PERFORM 115000-CARGAR-CLIENTES
           PERFORM 117000-CARGAR-DEVUELTOS
           PERFORM 130000-ABRIR-ARCHIVOS.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 111000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF WS-CANT-CATALOGO < 200
                 ADD 1 TO WS-CANT-CATALOGO
                 MOVE CAT-CODIGO  TO TC-CODIGO(WS-CANT-CATALOGO)
                 MOVE CAT-DESCRIP TO TC-DESCRIP(WS-CANT-CATALOGO)
                 MOVE CAT-PRECIO  TO TC-PRECIO(WS-CANT-CATALOGO)
                 MOVE CAT-TIPO    TO TC-TIPO(WS-CANT-CATALOGO)
               END-IF
               PERFORM 111000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           ELSE
             DISPLAY 'ADVERTENCIA: SIN CATALOGO DE SERVICIOS, LOS '
                     'AVISOS SALEN SIN DESCRIPCION DEL SERVICIO'
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
      * correo ya rechazo: se detiene.
                     DISPLAY 'ERROR: MAS DE 2000 DOMICILIOS DEVUELTOS'
                             ', NO SE GENERAN AVISOS'
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


       130000-ABRIR-ARCHIVOS.
           OPEN INPUT SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
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


       200000-PROCESAR-SUSCRIP.
           PERFORM 205000-LEER-SUSCRIP
           PERFORM UNTIL WSS-FS-SUSCRIP-EOF
             PERFORM 210000-EVALUAR-UNA
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


       210000-EVALUAR-UNA.
           IF SUS-PLAZO-MESES IS NUMERIC AND SUS-PLAZO-MESES > 0
                   AND SUS-PERIODO-DESDE IS NUMERIC
             ADD 1 TO WSA-CON-PLAZO
             MOVE SUS-PERIODO-DESDE TO WSV-DESDE
             COMPUTE WSV-MES-FIN =
                     WSV-DESDE-AAAA * 12 + WSV-DESDE-MM - 1
                     + SUS-PLAZO-MESES - 1
             COMPUTE WSV-FIN-AAAA = WSV-MES-FIN / 12
             COMPUTE WSV-FIN-MM = WSV-MES-FIN - WSV-FIN-AAAA * 12 + 1
             IF SUS-PERIODO-HASTA < WSV-FIN
               ADD 1 TO WSA-CON-BAJA
             ELSE
               PERFORM 220000-CALCULAR-DIAS
               IF WSV-DIAS-FALTAN >= 0
                       AND WSV-DIAS-FALTAN <= WS-DIAS-AVISO
                 PERFORM 255000-BUSCAR-CLIENTE
                 PERFORM 257000-VERIFICAR-DOMICILIO
                 IF WS-DOMICILIO-DEVUELTO
                   ADD 1 TO WSA-AVISOS-RETENIDOS
                   DISPLAY 'AVISO RETENIDO: CUENTA ' SUS-NUMCUENTA
                           ' CLIENTE ' CODCLIENTE
                           ' DOMICILIO DEVUELTO'
                 ELSE
                   ADD 1 TO WSA-AVISADAS
                   PERFORM 230000-PRECIO-VIGENTE
                   PERFORM 250000-EMITIR-AVISO
                   PERFORM 260000-REGISTRAR-CONTACTO
                 END-IF
               END-IF
             END-IF
           END-IF.


       220000-CALCULAR-DIAS.
           IF WSV-FIN-MM = 12
             COMPUTE WSV-SIG-AAAA = WSV-FIN-AAAA + 1
             MOVE 1 TO WSV-SIG-MM
           ELSE
             MOVE WSV-FIN-AAAA TO WSV-SIG-AAAA
             COMPUTE WSV-SIG-MM = WSV-FIN-MM + 1
           END-IF
           MOVE 1 TO WSV-SIG-DD
           COMPUTE WSV-JULIANO-FIN =
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA-SIG-NUM) - 1
           COMPUTE WSV-FECHA-FIN =
                   FUNCTION DATE-OF-INTEGER(WSV-JULIANO-FIN)
           COMPUTE WSV-DIAS-FALTAN = WSV-JULIANO-FIN - WSV-JULIANO-HOY.


       230000-PRECIO-VIGENTE.
      * Precio que la cuenta paga hoy: el del paquete con su
      * descuento, su precio propio o fechado, o el del catalogo.
           MOVE 0 TO WS-PRECIO-AVISO
           MOVE 0 TO WS-IND-CAT-HALLADO
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                     UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
             IF TC-CODIGO(WS-IND-CATALOGO) = SUS-CODSERVICIO
               MOVE WS-IND-CATALOGO TO WS-IND-CAT-HALLADO
               MOVE WS-CANT-CATALOGO TO WS-IND-CATALOGO
             END-IF
           END-PERFORM
           IF WS-IND-CAT-HALLADO NOT = 0
                   AND TC-ES-PAQUETE(WS-IND-CAT-HALLADO)
             CALL 'PRECIOPAQUETE' USING SUS-CODSERVICIO
                                        SUS-NUMCUENTA
                                        WSP-FECHA-PROCESO(1:6)
                                        WS-PAQUETE
                                        WS-PAQ-RESULTADO
             END-CALL
             MOVE PQC-PRECIO-PAQUETE TO WS-PRECIO-AVISO
           ELSE
             CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                        SUS-NUMCUENTA
                                        WSP-FECHA-PROCESO(1:6)
                                        WS-PRECIO-VIGENTE
                                        WS-PRECIO-HALLADO
             END-CALL
             IF WS-PRECIO-HALLADO NOT = 'S'
               IF WS-IND-CAT-HALLADO NOT = 0
                 MOVE TC-PRECIO(WS-IND-CAT-HALLADO)
                   TO WS-PRECIO-VIGENTE
               ELSE
                 MOVE 0 TO WS-PRECIO-VIGENTE
               END-IF
             END-IF
             MOVE WS-PRECIO-VIGENTE TO WS-PRECIO-AVISO
           END-IF
           COMPUTE WS-PRECIO-AVISO = WS-PRECIO-AVISO * SUS-CANTIDAD.


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
           MOVE 'AVISO DE RENOVACION DE CONTRATO'
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EL PLAZO MINIMO DE ' SUS-PLAZO-MESES
                  ' MESES DE SU CONTRATO, VIGENTE DESDE EL PERIODO '
                  SUS-PERIODO-DESDE ','
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSV-DIAS-FALTAN TO WS-DIAS-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VENCE EL ' WSV-FECHA-FIN(7:2) '/'
                  WSV-FECHA-FIN(5:2) '/' WSV-FECHA-FIN(1:4)
                  ' (DENTRO DE ' WS-DIAS-EDIT ' DIAS). DE NO MEDIAR'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'AVISO EN CONTRARIO EL SERVICIO CONTINUA SIN PLAZO '
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'MINIMO Y PUEDE DARSE DE BAJA SIN PENALIDAD.'
             TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WS-PRECIO-AVISO TO WS-PRECIO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRECIO MENSUAL VIGENTE:   ' WS-PRECIO-EDIT
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
           MOVE 'AVISORENOVACION' TO WS-CONTAC-PROGRAMA
           MOVE SPACES            TO WS-CONTAC-RESULTADO
           STRING 'AVISO RENOVACION COD ' SUS-CODSERVICIO
                  ' VENCE ' WSV-FECHA-FIN
                  DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
           COPY WSCONTAC-PROC.


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
           DISPLAY 'Purpose:   AVISOS DE RENOVACION'
           DISPLAY 'Programme: AVISORENOVACION'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'FECHA DE PROCESO:       ' WSP-FECHA-PROCESO
           DISPLAY 'DIAS DE ANTICIPACION:   ' WS-DIAS-AVISO
           DISPLAY 'SUSCRIPCIONES LEIDAS:   ' WS-CANT-LEIDOS
           DISPLAY 'CON PERMANENCIA:        ' WSA-CON-PLAZO
           DISPLAY 'CON BAJA ANTES DEL FIN: ' WSA-CON-BAJA
           DISPLAY 'AVISADAS:               ' WSA-AVISADAS
           DISPLAY 'AVISOS SIN DOMICILIO:   ' WSA-SIN-CLIENTE
           DISPLAY 'AVISOS RETENIDOS:       ' WSA-AVISOS-RETENIDOS.


       330000-CERRAR-ARCHIVOS.
           CLOSE SUSCRIP
           CLOSE REPORTE
           CLOSE CUENTAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'AVISOS RENOVACION'    TO WS-REPIDX-NOMBRE
           MOVE 'AVISORENOVACION'      TO WS-REPIDX-PROGRAMA
           MOVE '..\AVISOREN.REP'      TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS       TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'AVISORENOVACION' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SUSCRIP    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
