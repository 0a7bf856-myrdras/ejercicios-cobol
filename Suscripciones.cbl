      *              ASIENTOS DEL PERIODO PEDIDO, VALORIZANDO AL
      *              CAT-PRECIO DEL CATALOGO. LA CARGA MANUAL POR
      *              PROG01 DE LA SERIE 6 QUEDA PARA LAS EXCEPCIONES.
      *              LAS CUENTAS CON EL SUMINISTRO CORTADO EN
      *              CORTES.DAT (CORTESERVICIO) NO SE FACTURAN. LOS
      *              CODIGOS CON TARIFA ESCALONADA EN TARIFAS.DAT (AGUA
      *              Y LUZ) SE FACTURAN POR CONSUMO DESDE MEDIDORES.
      *              UNA SUSCRIPCION PREPAGA (SUS-PREPAGO) SE FACTURA
      *              UNA SOLA VEZ POR TODO SU PLAZO (1 A 12 PERIODOS)
      *              CON LA MARCA 'PREPAG' EN EL DESCRIP, Y DEJA EN
      *              DIFERIDO.DAT EL INGRESO DIFERIDO QUE
      *              DEVENGAPREPAGOS LIBERA PERIODO A PERIODO. LA BAJA
      *              ANTICIPADA DE UNA
      *              PREPAGA DEJA LO NO DEVENGADO PENDIENTE DE NOTA DE
      *              CREDITO (NOTASCREDITO) Y, SI YA ESTABA COBRADO, DE
      *              REEMBOLSO. CON LA VARIABLE DE ENTORNO CICLO_PROCESO
      *              LA GENERACION SE LIMITA A LAS CUENTAS DE ESE CICLO
      *              DE FACTURACION (RUTINA CICLOCUENTA); EN BLANCO
      *              GENERA TODAS. UNA SUSCRIPCION PUEDE LLEVAR UNA
      *              CLAUSULA DE AJUSTE POR INDICE (INDICE DE
      *              INDAJUSTE.DAT, CADA 3 O 6 MESES DESDE UN PERIODO
      *              BASE) QUE AJUSTAINDICES APLICA DEJANDO EL PRECIO
      *              PROPIO DE LA CUENTA EN SERVPREC.DAT. UN PAQUETE
      *              DEL CATALOGO (CAT-TIPO 'C') SE FACTURA CON UN
      *              ASIENTO POR COMPONENTE, CON EL PRECIO DEL PAQUETE
      *              REPARTIDO POR LA RUTINA PRECIOPAQUETE Y LA MARCA
      *              'PAQ' Y EL CODIGO DE PAQUETE EN EL DESCRIP; NO
      *              ADMITE PREPAGO NI CLAUSULA DE AJUSTE. UNA
      *              SUSCRIPCION PUEDE LLEVAR UNA PERMANENCIA MINIMA
      *              (12 O 24 MESES) CON SU REGLA DE PENALIDAD: LA BAJA
      *              ANTERIOR AL FIN DEL PLAZO GRABA EN SERVICIO.DAT EL
      *              CARGO DE PENALIDAD, SALVO QUE EL SUPERVISOR LO
      *              CONDONE CON SU CLAVE. LA PENALIDAD SE ASIENTA CON
      *              EL CODIGO 'PEN' DEL CATALOGO (NO CON EL DEL ABONO,
      *              QUE EN UN PAQUETE NO SE FACTURA) EN EL PERIODO DE
      *              PROCESO; SI ESE PERIODO ESTA CERRADO O 'PEN' NO
      *              ESTA ACTIVO LA BAJA NO SE GRABA, COMO CONTRACARGOS
      *              QUE NO IMPORTA CON EL PERIODO CERRADO. LA CLAVE
      *              DEL SUPERVISOR SE PIDE ANTES DE GRABAR LA BAJA.
      *              AVISORENOVACION AVISA LOS
      *              PLAZOS QUE VENCEN. TODA BAJA LLEVA SU MOTIVO
      *              (TABLA MOTBAJA; 'FP' FALTA DE PAGO, QUE SE PROPONE
      *              SOLO SI LA CUENTA ESTA CORTADA) PARA EL ANALISIS
      *              DE BAJAS DE CHURNMENSUAL.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MONEXT.

           SELECT CORTES             ASSIGN TO DISK '..\CORTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTES.

           SELECT TARIFAS            ASSIGN TO DISK '..\TARIFAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TARIFAS.

           SELECT DIFERIDO           ASSIGN TO DISK '..\DIFERIDO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DIFERIDO.

           SELECT INDAJUSTE          ASSIGN TO DISK '..\INDAJUSTE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INDAJUSTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 SUS-PERIODO-HASTA         PIC X(06).
         05 SUS-FECHA-DESDE           PIC 9(08).
         05 SUS-FECHA-HASTA           PIC 9(08).
         05 SUS-PREPAGO               PIC X(01).
             88 SUS-ES-PREPAGO                         VALUE 'S'.
      * Clausula de ajuste por indice: SUS-INDICE nombra un indice de
      * INDAJUSTE.DAT (en blanco, sin clausula), SUS-FRECUENCIA los
      * meses entre ajustes (3 o 6) y SUS-PERIODO-BASE el mes del
      * indice al que esta referido el precio pactado. AJUSTAINDICES
      * deja en SUS-ULT-AJUSTE el mes del indice del ultimo ajuste.
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
      * Permanencia minima: SUS-PLAZO-MESES meses contados desde el
      * periodo desde (cero o en blanco, sin permanencia). La baja
      * anterior al fin del plazo genera la penalidad: con regla 'F'
      * el importe fijo SUS-PEN-VALOR, con regla 'M' el SUS-PEN-VALOR
      * por ciento de los abonos que faltan hasta el fin del plazo.
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
             88 SUS-PEN-FIJA                           VALUE 'F'.
             88 SUS-PEN-REMANENTE                      VALUE 'M'.
         05 SUS-PEN-VALOR             PIC 9(05)V99.
      * Motivo de la baja, uno de la tabla MOTBAJA; en blanco mientras
      * la suscripcion sigue vigente.
         05 SUS-MOTIVO-BAJA           PIC X(02).
             88 SUS-BAJA-FALTA-PAGO                    VALUE 'FP'.

       FD SERVICIO.
       01 REG-SERVICIO.
         05 MNX-IMPORTE-ORIGEN        PIC S9(11)V99.
         05 MNX-COTIZACION            PIC 9(07)V9999.

       FD CORTES.
       01 REG-CORTES.
         05 COR-NROCUENTA             PIC 9(08).
         05 COR-NRO-ORDEN             PIC 9(08).
         05 COR-FECHA-CORTE           PIC 9(08).
         05 COR-SALDO-CORTE           PIC S9(15)V99.
         05 COR-ESTADO                PIC X(01).
             88 COR-CORTADA                            VALUE 'C'.
             88 COR-RECONECTADA                        VALUE 'R'.
         05 COR-NRO-RECONEXION        PIC 9(08).
         05 COR-FECHA-RECONEXION      PIC 9(08).

       FD TARIFAS.
       01 REG-TARIFAS.
         05 TAR-CODSERVICIO           PIC X(03).
         05 TAR-HASTA                 PIC 9(07).
         05 TAR-PRECIO                PIC 9(05)V9999.

       FD DIFERIDO.
           COPY DIFEREC.

       FD INDAJUSTE.
           COPY INDAJREC.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==MONEXT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CORTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==TARIFAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DIFERIDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==INDAJUSTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
           10 TC-CODIGO                PIC X(03).
           10 TC-DESCRIP               PIC X(30).
           10 TC-PRECIO                PIC S9(05)V99.
           10 TC-TIPO                  PIC X(01).
               88 TC-ES-PAQUETE                        VALUE 'C'.

       01 WS-IND-CATALOGO              PIC 9(04).
       01 WS-IND-CAT-HALLADO           PIC 9(04).
       01 TABLA-SUSCRIP.
         05 WS-CANT-SUSCRIP            PIC 9(05) VALUE 0.
         05 TSU-ENTRY OCCURS 5000 TIMES.
           10 TSU-REGISTRO             PIC X(72).

       01 WS-IND-SUSCRIP               PIC 9(05).
       01 WS-BAJA-HALLADA              PIC X VALUE 'N'.
         05 WSV-PERIODO-HASTA          PIC X(06).
         05 WSV-FECHA-DESDE            PIC 9(08).
         05 WSV-FECHA-HASTA            PIC 9(08).
         05 WSV-PREPAGO                PIC X(01).
         05 WSV-INDICE                 PIC X(03).
         05 WSV-FRECUENCIA             PIC 9(02).
         05 WSV-PERIODO-BASE           PIC X(06).
         05 WSV-PLAZO-MESES            PIC 9(02).
         05 WSV-PEN-REGLA              PIC X(01).
         05 WSV-PEN-VALOR              PIC 9(05)V99.

       01 WS-PERMANENCIA-VALIDA        PIC X VALUE 'S'.
           88 WS-PERMANENCIA-OK                         VALUE 'S'.

      * Penalidad por baja anticipada: el fin del plazo y los meses
      * que faltan se cuentan como AAAA * 12 + MM.
       01 WS-PENALIDAD.
         05 WS-PEN-DESDE.
           10 WS-PEN-DESDE-AAAA        PIC 9(04).
           10 WS-PEN-DESDE-MM          PIC 9(02).
         05 WS-PEN-BAJA.
           10 WS-PEN-BAJA-AAAA         PIC 9(04).
           10 WS-PEN-BAJA-MM           PIC 9(02).
         05 WS-PEN-FIN.
           10 WS-PEN-FIN-AAAA          PIC 9(04).
           10 WS-PEN-FIN-MM            PIC 9(02).
         05 WS-PEN-MES-FIN             PIC 9(06).
         05 WS-PEN-MESES-FALTAN        PIC S9(04).
         05 WS-PEN-PRECIO              PIC S9(07)V99.
         05 WS-PEN-IMPORTE             PIC 9(09)V99.
         05 WS-PEN-TOTAL               PIC 9(09)V99.
         05 WS-PEN-PERIODO             PIC X(06).

       01 WS-COD-PEN-EXISTE            PIC X VALUE 'N'.
           88 WS-PEN-EN-CATALOGO                        VALUE 'S'.

       01 WS-CLAVE-SUPERV              PIC X(08).

       COPY MOTBAJA.

       01 WSV-MOTIVO-BAJA              PIC X(02).
       01 WS-IND-MOTIVO                PIC 9(02).
       01 WS-MOTIVO-VALIDO             PIC X VALUE 'N'.
           88 WS-MOTIVO-OK                              VALUE 'S'.

       01 WS-CLAUSULA-VALIDA           PIC X VALUE 'S'.
           88 WS-CLAUSULA-OK                            VALUE 'S'.
       01 WS-INDICE-HALLADO            PIC X VALUE 'N'.
           88 WS-INDICE-PUBLICADO                       VALUE 'S'.

       01 WS-PERIODO-GEN.
         05 WS-PG-AAAA                 PIC X(04).

       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).

      * Paquetes: el precio del paquete por la cantidad, prorrateado,
      * se reparte entre los componentes en la proporcion que devuelve
      * PRECIOPAQUETE; el ultimo componente absorbe el redondeo.
       01 WS-PAQUETE.
           COPY PAQCALC.
       01 WS-PAQ-RESULTADO             PIC X(01).
       01 WS-PAQ-TOTAL                 PIC 9(13)V99.
       01 WS-PAQ-ACUMULADO             PIC 9(13)V99.
       01 WS-IND-COMP                  PIC 9(02).
       01 WS-CODIGO-CLAVE              PIC X(03).
       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 WS-CLAVES-DESBORDADAS        PIC X VALUE 'N'.
       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.

      * Abonos prepagos: el plazo se mide en periodos AAAAMM y cada
      * uno se factura una sola vez; la clave cuenta + codigo +
      * periodo desde de DIFERIDO.DAT marca los ya facturados.
       01 WS-PREPAGO.
         05 WS-PPG-DESDE.
           10 WS-PPG-DESDE-AAAA        PIC 9(04).
           10 WS-PPG-DESDE-MM          PIC 9(02).
         05 WS-PPG-HASTA.
           10 WS-PPG-HASTA-AAAA        PIC 9(04).
           10 WS-PPG-HASTA-MM          PIC 9(02).
         05 WS-PPG-CANT-PERIODOS       PIC S9(05).
         05 WS-PPG-CUOTA               PIC S9(09)V99.
         05 WS-PPG-CLAVE               PIC X(17).
         05 WS-PPG-FECHA-HOY           PIC 9(08).

       01 TABLA-PREPAGOS.
         05 WS-CANT-PREPAGOS           PIC 9(05) VALUE 0.
         05 TPP-CLAVE OCCURS 5000 TIMES
                                       PIC X(17).

       01 WS-IND-PREPAGO               PIC 9(05).
       01 WS-PREPAGO-HALLADO           PIC X VALUE 'N'.
           88 WS-PREPAGO-FACTURADO                      VALUE 'S'.

      * DIFERIDO.DAT es secuencial: la baja de una prepaga lo copia a
      * esta tabla, marca lo no devengado y lo regraba entero.
       01 TABLA-REG-DIFERIDO.
         05 WS-CANT-REG-DIFERIDO       PIC 9(05) VALUE 0.
         05 TDR-REGISTRO OCCURS 5000 TIMES
                                       PIC X(113).

       01 WS-IND-REG-DIFERIDO          PIC 9(05).
       01 WS-BAJA-PREPAGA              PIC X VALUE 'N'.
           88 WS-ES-BAJA-PREPAGA                        VALUE 'S'.
       01 WS-BAJA-RECHAZADA            PIC X VALUE 'N'.
           88 WS-SE-RECHAZO-BAJA                        VALUE 'S'.
       01 WS-DIFERIDO-CAMBIADO         PIC X VALUE 'N'.
           88 WS-SE-CAMBIO-DIFERIDO                     VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-GENERADOS         PIC 9(05).
         05 WSA-CANT-PREPAGOS          PIC 9(05).
         05 WSA-CANT-PREPAGOS-YA       PIC 9(05).
         05 WSA-CANT-OMITIDOS          PIC 9(05).
         05 WSA-CANT-BLOQUEADOS        PIC 9(05).
         05 WSA-CANT-CORTADOS          PIC 9(05).
         05 WSA-CANT-MEDIDOS           PIC 9(05).
         05 WSA-CANT-OTRO-CICLO        PIC 9(05).
         05 WSA-TOTAL-GENERADO         PIC S9(09)V99.

      * Cuentas contratadas en moneda extranjera: sus abonos dejan
       01 WS-IMPORTE-ORIGEN            PIC S9(11)V99.
       01 WS-FECHA-HOY-MON             PIC 9(08).

      * Cuentas con el suministro cortado por CORTESERVICIO: no se
      * les generan abonos hasta la orden de reconexion.
       01 TABLA-CORTADAS.
         05 WS-CANT-CORTADAS           PIC 9(04) VALUE 0.
         05 TCT-NROCUENTA OCCURS 5000 TIMES
                                       PIC 9(08).

       01 WS-IND-CORTADA               PIC 9(04).
       01 WS-CUENTA-CORTADA            PIC X VALUE 'N'.
           88 WS-ESTA-CORTADA                           VALUE 'S'.

      * Codigos que se facturan por consumo medido (MEDIDORES): la
      * suscripcion sigue indicando que la cuenta tiene el servicio,
      * pero el abono fijo ya no se genera.
       01 TABLA-MEDIDOS.
         05 WS-CANT-MEDIDOS            PIC 9(03) VALUE 0.
         05 TME-CODSERVICIO OCCURS 50 TIMES
                                       PIC X(03).

       01 WS-IND-MEDIDO                PIC 9(03).
       01 WS-CODIGO-MEDIDO             PIC X VALUE 'N'.
           88 WS-ES-MEDIDO                              VALUE 'S'.

      * Control de limite de credito: un abono que desborda el
      * limite del cliente no se genera y queda avisado, porque en
      * una corrida batch no hay supervisor que lo autorice.
         05 WS-CL-RESULTADO            PIC X(01).
         05 WS-CL-DISPONIBLE           PIC S9(11)V99.

       COPY WSCICLO-WS.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-CATALOGO
           PERFORM 108000-CARGAR-CTAMON
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       108000-CARGAR-CTAMON.
           MOVE 0 TO WS-CANT-CTAMON
           OPEN INPUT CTAMON

       105000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CATALOGO
           MOVE 'N' TO WS-COD-PEN-EXISTE
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-NOEXISTE
             DISPLAY 'CATALOGO DE SERVICIOS VACIO'
             ELSE
               PERFORM 106000-LEER-CATALOGO
               PERFORM UNTIL WSS-FS-SERVCAT-EOF
                 IF CAT-CODIGO = 'PEN' AND CAT-ACTIVO
                   MOVE 'S' TO WS-COD-PEN-EXISTE
                 END-IF
                 IF (CAT-ES-SERVICIO OR CAT-ES-PAQUETE)
                         AND CAT-ACTIVO AND WS-CANT-CATALOGO < 200
                   ADD 1 TO WS-CANT-CATALOGO
                   MOVE CAT-CODIGO  TO TC-CODIGO(WS-CANT-CATALOGO)
                   MOVE CAT-DESCRIP TO TC-DESCRIP(WS-CANT-CATALOGO)
                   MOVE CAT-PRECIO  TO TC-PRECIO(WS-CANT-CATALOGO)
                   MOVE CAT-TIPO    TO TC-TIPO(WS-CANT-CATALOGO)
                 END-IF
                 PERFORM 106000-LEER-CATALOGO
               END-PERFORM
             DISPLAY 'INGRESE EL PERIODO HASTA (AAAAMM, '
                     '999999=SIN FIN): '
             ACCEPT WSV-PERIODO-HASTA
             DISPLAY 'ABONO PREPAGO, SE FACTURA TODO EL PLAZO DE UNA '
                     'VEZ (S/N): '
             ACCEPT WSV-PREPAGO
             IF WSV-PREPAGO = 'S' AND TC-ES-PAQUETE(WS-IND-CAT-HALLADO)
               DISPLAY 'UN PAQUETE NO SE FACTURA PREPAGO, QUEDA COMO '
                       'ABONO MENSUAL'
               MOVE 'N' TO WSV-PREPAGO
             END-IF
      * La prepaga se factura por periodos enteros: no lleva fechas
      * de prorrateo y su plazo tiene que ser cierto.
             MOVE 0 TO WS-PPG-CANT-PERIODOS
             IF WSV-PREPAGO = 'S'
               MOVE 0 TO WSV-FECHA-DESDE
               MOVE 0 TO WSV-FECHA-HASTA
               MOVE WSV-PERIODO-DESDE TO WS-PPG-DESDE
               MOVE WSV-PERIODO-HASTA TO WS-PPG-HASTA
               PERFORM 212000-CONTAR-PERIODOS-PREPAGO
             ELSE
               MOVE 'N' TO WSV-PREPAGO
               DISPLAY 'FECHA DE ALTA DENTRO DEL PRIMER PERIODO '
                       '(AAAAMMDD, 0=DESDE EL DIA 1): '
               ACCEPT WSV-FECHA-DESDE
               DISPLAY 'FECHA DE BAJA DENTRO DEL ULTIMO PERIODO '
                       '(AAAAMMDD, 0=HASTA FIN DE MES): '
               ACCEPT WSV-FECHA-HASTA
             END-IF
             IF WSV-PREPAGO = 'S' AND (WS-PPG-CANT-PERIODOS < 1
                                   OR WS-PPG-CANT-PERIODOS > 12)
               DISPLAY 'UN ABONO PREPAGO CUBRE DE 1 A 12 PERIODOS '
                       'CON PERIODO HASTA CIERTO, NO SE GRABA'
             ELSE
               PERFORM 213000-PEDIR-CLAUSULA
               PERFORM 213500-PEDIR-PERMANENCIA
               EVALUATE TRUE
                 WHEN NOT WS-CLAUSULA-OK
                   DISPLAY 'CLAUSULA DE AJUSTE INVALIDA, NO SE GRABA'
                 WHEN NOT WS-PERMANENCIA-OK
                   DISPLAY 'PERMANENCIA INVALIDA, NO SE GRABA'
                 WHEN OTHER
                   PERFORM 211000-GRABAR-ALTA
               END-EVALUATE
             END-IF
           END-IF.


       211000-GRABAR-ALTA.
           OPEN EXTEND SUSCRIP
           IF WSS-FS-SUSCRIP-NOEXISTE
             OPEN OUTPUT SUSCRIP
           END-IF
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
           ELSE
             MOVE WSV-NUMCUENTA     TO SUS-NUMCUENTA
             MOVE WSV-CODSERVICIO   TO SUS-CODSERVICIO
             MOVE WSV-CANTIDAD      TO SUS-CANTIDAD
             MOVE WSV-PERIODO-DESDE TO SUS-PERIODO-DESDE
             MOVE WSV-PERIODO-HASTA TO SUS-PERIODO-HASTA
             MOVE WSV-FECHA-DESDE   TO SUS-FECHA-DESDE
             MOVE WSV-FECHA-HASTA   TO SUS-FECHA-HASTA
             MOVE WSV-PREPAGO       TO SUS-PREPAGO
             MOVE WSV-INDICE        TO SUS-INDICE
             MOVE WSV-FRECUENCIA    TO SUS-FRECUENCIA
             MOVE WSV-PERIODO-BASE  TO SUS-PERIODO-BASE
             MOVE WSV-PERIODO-BASE  TO SUS-ULT-AJUSTE
             MOVE WSV-PLAZO-MESES   TO SUS-PLAZO-MESES
             MOVE WSV-PEN-REGLA     TO SUS-PEN-REGLA
             MOVE WSV-PEN-VALOR     TO SUS-PEN-VALOR
             MOVE SPACES            TO SUS-MOTIVO-BAJA
             WRITE REG-SUSCRIP
             CLOSE SUSCRIP
             DISPLAY 'SUSCRIPCION GRABADA'
           END-IF.


       212000-CONTAR-PERIODOS-PREPAGO.
      * Periodos AAAAMM de WS-PPG-DESDE a WS-PPG-HASTA, ambos
      * incluidos; un periodo mal formado devuelve cero.
           IF WS-PPG-DESDE IS NUMERIC AND WS-PPG-HASTA IS NUMERIC
                   AND WS-PPG-DESDE-MM >= 1 AND WS-PPG-DESDE-MM <= 12
                   AND WS-PPG-HASTA-MM >= 1 AND WS-PPG-HASTA-MM <= 12
             COMPUTE WS-PPG-CANT-PERIODOS =
                     (WS-PPG-HASTA-AAAA * 12 + WS-PPG-HASTA-MM)
                   - (WS-PPG-DESDE-AAAA * 12 + WS-PPG-DESDE-MM) + 1
           ELSE
             MOVE 0 TO WS-PPG-CANT-PERIODOS
           END-IF.


       213000-PEDIR-CLAUSULA.
      * El precio de una prepaga queda fijo por todo su plazo: no
      * lleva clausula de ajuste. Un paquete tampoco: su precio sale
      * de los componentes, que no tienen precio propio de cuenta.
           MOVE SPACES TO WSV-INDICE
           MOVE 0 TO WSV-FRECUENCIA
           MOVE SPACES TO WSV-PERIODO-BASE
           MOVE 'S' TO WS-CLAUSULA-VALIDA
           IF WSV-PREPAGO NOT = 'S'
                   AND NOT TC-ES-PAQUETE(WS-IND-CAT-HALLADO)
             DISPLAY 'CLAUSULA DE AJUSTE, CODIGO DE INDICE '
                     '(EN BLANCO = SIN AJUSTE): '
             ACCEPT WSV-INDICE
           END-IF
           IF WSV-INDICE NOT = SPACES
             DISPLAY 'MESES ENTRE AJUSTES (3 O 6): '
             ACCEPT WSV-FRECUENCIA
             DISPLAY 'PERIODO BASE DEL INDICE (AAAAMM): '
             ACCEPT WSV-PERIODO-BASE
             PERFORM 214000-VERIFICAR-INDICE
             EVALUATE TRUE
               WHEN WSV-FRECUENCIA NOT = 3 AND WSV-FRECUENCIA NOT = 6
                 DISPLAY 'LA FRECUENCIA DE AJUSTE ES DE 3 O 6 MESES'
                 MOVE 'N' TO WS-CLAUSULA-VALIDA
               WHEN NOT WS-INDICE-PUBLICADO
                 DISPLAY 'EL INDICE ' WSV-INDICE ' NO TIENE VALOR '
                         'CARGADO PARA EL PERIODO ' WSV-PERIODO-BASE
                 MOVE 'N' TO WS-CLAUSULA-VALIDA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.


       213500-PEDIR-PERMANENCIA.
      * Una prepaga ya paga su plazo entero por adelantado: no lleva
      * permanencia.
           MOVE 0 TO WSV-PLAZO-MESES
           MOVE SPACES TO WSV-PEN-REGLA
           MOVE 0 TO WSV-PEN-VALOR
           MOVE 'S' TO WS-PERMANENCIA-VALIDA
           IF WSV-PREPAGO NOT = 'S'
             DISPLAY 'MESES DE PERMANENCIA MINIMA (0 = SIN '
                     'PERMANENCIA, 12 O 24): '
             ACCEPT WSV-PLAZO-MESES
           END-IF
           IF WSV-PLAZO-MESES NOT = 0
             DISPLAY 'PENALIDAD POR BAJA ANTICIPADA: IMPORTE FIJO (F) '
                     'O POR CIENTO DE LOS ABONOS QUE FALTAN (M): '
             ACCEPT WSV-PEN-REGLA
             DISPLAY 'IMPORTE O POR CIENTO DE LA PENALIDAD: '
             ACCEPT WSV-PEN-VALOR
             EVALUATE TRUE
               WHEN WSV-PLAZO-MESES NOT = 12
                       AND WSV-PLAZO-MESES NOT = 24
                 DISPLAY 'LA PERMANENCIA ES DE 12 O 24 MESES'
                 MOVE 'N' TO WS-PERMANENCIA-VALIDA
               WHEN WSV-PEN-REGLA NOT = 'F' AND WSV-PEN-REGLA NOT = 'M'
                 DISPLAY 'LA REGLA DE PENALIDAD ES F O M'
                 MOVE 'N' TO WS-PERMANENCIA-VALIDA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.


       214000-VERIFICAR-INDICE.
      * El periodo base tiene que estar publicado en INDAJUSTE.DAT:
      * es el denominador del primer ajuste.
           MOVE 'N' TO WS-INDICE-HALLADO
           OPEN INPUT INDAJUSTE
           IF WSS-FS-INDAJUSTE-OK
             PERFORM 214500-LEER-INDICE
             PERFORM UNTIL WSS-FS-INDAJUSTE-EOF
               IF IAJ-CODIGO = WSV-INDICE
                       AND IAJ-PERIODO = WSV-PERIODO-BASE
                       AND IAJ-VALOR > 0
                 MOVE 'S' TO WS-INDICE-HALLADO
                 MOVE '10' TO WSS-FS-INDAJUSTE
               ELSE
                 PERFORM 214500-LEER-INDICE
               END-IF
             END-PERFORM
             CLOSE INDAJUSTE
           END-IF.


       214500-LEER-INDICE.
           READ INDAJUSTE
           IF NOT WSS-FS-INDAJUSTE-OK AND NOT WSS-FS-INDAJUSTE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
             MOVE '10' TO WSS-FS-INDAJUSTE
           END-IF.


       215000-BUSCAR-EN-CATALOGO.
           MOVE 0 TO WS-IND-CAT-HALLADO
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                         ' CANT ' SUS-CANTIDAD
                         ' DESDE ' SUS-PERIODO-DESDE
                         ' HASTA ' SUS-PERIODO-HASTA
                         ' PREPAGO ' SUS-PREPAGO
                 IF SUS-INDICE NOT = SPACES
                   DISPLAY '   AJUSTE POR ' SUS-INDICE
                           ' CADA ' SUS-FRECUENCIA ' MESES, BASE '
                           SUS-PERIODO-BASE ' ULTIMO AJUSTE '
                           SUS-ULT-AJUSTE
                 END-IF
                 IF SUS-PLAZO-MESES IS NUMERIC AND SUS-PLAZO-MESES > 0
                   DISPLAY '   PERMANENCIA ' SUS-PLAZO-MESES
                           ' MESES, PENALIDAD ' SUS-PEN-REGLA ' '
                           SUS-PEN-VALOR
                 END-IF
                 IF SUS-MOTIVO-BAJA NOT = SPACES
                   DISPLAY '   MOTIVO DE BAJA ' SUS-MOTIVO-BAJA
                 END-IF
                 PERFORM 221000-LEER-SUSCRIP
               END-PERFORM
               CLOSE SUSCRIP
       230000-BAJA.
      * La baja se hace estampando el periodo hasta con el ultimo
      * periodo facturado: el registro queda como constancia de la
      * vigencia historica de la suscripcion. En una prepaga ya
      * facturada, lo que queda sin devengar despues de ese periodo
      * pasa a nota de credito.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NUMCUENTA
           DISPLAY 'INGRESE EL CODIGO DE SERVICIO: '
           ACCEPT WSV-CODSERVICIO
           DISPLAY 'INGRESE EL ULTIMO PERIODO VIGENTE (AAAAMM): '
           ACCEPT WSV-PERIODO-HASTA
           PERFORM 232000-PEDIR-MOTIVO
           IF WS-MOTIVO-OK
             PERFORM 235000-REGRABAR-CON-BAJA
           ELSE
             DISPLAY 'MOTIVO DE BAJA INVALIDO, NO SE GRABA'
           END-IF.


       232000-PEDIR-MOTIVO.
      * Una cuenta cortada por CORTESERVICIO se da de baja por falta
      * de pago salvo que el operador indique otro motivo.
           PERFORM 243000-CARGAR-CORTADAS
           MOVE WSV-NUMCUENTA TO SUS-NUMCUENTA
           PERFORM 244000-VERIFICAR-CORTE
           DISPLAY 'MOTIVOS DE BAJA:'
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                     UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
             DISPLAY '   ' TMB-CODIGO(WS-IND-MOTIVO) ' '
                     TMB-DESCRIP(WS-IND-MOTIVO)
           END-PERFORM
           MOVE SPACES TO WSV-MOTIVO-BAJA
           IF WS-ESTA-CORTADA
             DISPLAY 'LA CUENTA ESTA CORTADA: INGRESE EL MOTIVO '
                     '(ENTER = FP): '
           ELSE
             DISPLAY 'INGRESE EL MOTIVO DE LA BAJA: '
           END-IF
           ACCEPT WSV-MOTIVO-BAJA
           IF WSV-MOTIVO-BAJA = SPACES AND WS-ESTA-CORTADA
             MOVE 'FP' TO WSV-MOTIVO-BAJA
           END-IF
           MOVE 'N' TO WS-MOTIVO-VALIDO
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                     UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
             IF TMB-CODIGO(WS-IND-MOTIVO) = WSV-MOTIVO-BAJA
               MOVE 'S' TO WS-MOTIVO-VALIDO
             END-IF
           END-PERFORM.


       235000-REGRABAR-CON-BAJA.
      * cambio y se regraba entero, como PROG08 de la Serie 6.
           MOVE 0 TO WS-CANT-SUSCRIP
           MOVE 'N' TO WS-BAJA-HALLADA
           MOVE 'N' TO WS-BAJA-PREPAGA
           MOVE 'N' TO WS-BAJA-RECHAZADA
           MOVE 0 TO WS-PEN-TOTAL
           OPEN INPUT SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             PERFORM UNTIL WSS-FS-SUSCRIP-EOF
               IF SUS-NUMCUENTA = WSV-NUMCUENTA
                       AND SUS-CODSERVICIO = WSV-CODSERVICIO
                 PERFORM 236000-CALCULAR-PENALIDAD
                 MOVE WSV-PERIODO-HASTA TO SUS-PERIODO-HASTA
                 MOVE WSV-MOTIVO-BAJA TO SUS-MOTIVO-BAJA
                 MOVE 'S' TO WS-BAJA-HALLADA
                 IF SUS-ES-PREPAGO
                   MOVE 'S' TO WS-BAJA-PREPAGA
                 END-IF
               END-IF
               IF WS-CANT-SUSCRIP < 5000
                 ADD 1 TO WS-CANT-SUSCRIP
               PERFORM 221000-LEER-SUSCRIP
             END-PERFORM
             CLOSE SUSCRIP
             IF WS-SE-HALLO-BAJA AND WS-PEN-TOTAL > 0
               PERFORM 236500-APLICAR-PENALIDAD
             END-IF
             IF WS-SE-HALLO-BAJA AND WS-ES-BAJA-PREPAGA
                     AND NOT WS-SE-RECHAZO-BAJA
               PERFORM 237000-CANCELAR-DIFERIDO
             END-IF
             EVALUATE TRUE
               WHEN NOT WS-SE-HALLO-BAJA
                 DISPLAY 'NO EXISTE UNA SUSCRIPCION CON ESOS DATOS'
               WHEN WS-SE-RECHAZO-BAJA
                 DISPLAY 'LA BAJA NO SE GRABA'
               WHEN OTHER
                 OPEN OUTPUT SUSCRIP
                 PERFORM VARYING WS-IND-SUSCRIP FROM 1 BY 1
                           UNTIL WS-IND-SUSCRIP > WS-CANT-SUSCRIP
                   MOVE TSU-REGISTRO(WS-IND-SUSCRIP) TO REG-SUSCRIP
                   WRITE REG-SUSCRIP
                 END-PERFORM
                 CLOSE SUSCRIP
                 DISPLAY 'SUSCRIPCION DADA DE BAJA AL PERIODO '
                         WSV-PERIODO-HASTA
                 IF WS-PEN-TOTAL > 0
                   PERFORM 236700-GRABAR-PENALIDAD
                 END-IF
             END-EVALUATE
           END-IF.


       236000-CALCULAR-PENALIDAD.
      * El plazo vence en el periodo desde mas los meses de
      * permanencia menos uno; los meses que faltan se cuentan desde
      * el ultimo periodo vigente de la baja.
           IF SUS-PLAZO-MESES IS NUMERIC AND SUS-PLAZO-MESES > 0
                   AND NOT SUS-ES-PREPAGO
                   AND SUS-PERIODO-DESDE IS NUMERIC
                   AND WSV-PERIODO-HASTA IS NUMERIC
             MOVE SUS-PERIODO-DESDE TO WS-PEN-DESDE
             MOVE WSV-PERIODO-HASTA TO WS-PEN-BAJA
             COMPUTE WS-PEN-MES-FIN =
                     WS-PEN-DESDE-AAAA * 12 + WS-PEN-DESDE-MM - 1
                     + SUS-PLAZO-MESES - 1
             COMPUTE WS-PEN-FIN-AAAA = WS-PEN-MES-FIN / 12
             COMPUTE WS-PEN-FIN-MM =
                     WS-PEN-MES-FIN - WS-PEN-FIN-AAAA * 12 + 1
             COMPUTE WS-PEN-MESES-FALTAN =
                     (WS-PEN-FIN-AAAA * 12 + WS-PEN-FIN-MM)
                   - (WS-PEN-BAJA-AAAA * 12 + WS-PEN-BAJA-MM)
             IF WS-PEN-MESES-FALTAN > 0
               MOVE 0 TO WS-PEN-IMPORTE
               EVALUATE TRUE
                 WHEN SUS-PEN-FIJA
                   MOVE SUS-PEN-VALOR TO WS-PEN-IMPORTE
                 WHEN SUS-PEN-REMANENTE
                   PERFORM 236200-PRECIO-PENALIDAD
                   COMPUTE WS-PEN-IMPORTE ROUNDED =
                           WS-PEN-PRECIO * SUS-CANTIDAD
                           * WS-PEN-MESES-FALTAN
                           * SUS-PEN-VALOR / 100
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               ADD WS-PEN-IMPORTE TO WS-PEN-TOTAL
               DISPLAY 'BAJA ANTERIOR AL FIN DE LA PERMANENCIA ('
                       WS-PEN-FIN '): FALTAN ' WS-PEN-MESES-FALTAN
                       ' MESES, PENALIDAD ' WS-PEN-IMPORTE
             END-IF
           END-IF.


       236200-PRECIO-PENALIDAD.
      * Precio vigente del abono al periodo de la baja; un paquete
      * vale lo que suman sus componentes con el descuento.
           MOVE 0 TO WS-PEN-PRECIO
           PERFORM 215000-BUSCAR-EN-CATALOGO
           IF WS-IND-CAT-HALLADO NOT = 0
             IF TC-ES-PAQUETE(WS-IND-CAT-HALLADO)
               CALL 'PRECIOPAQUETE' USING SUS-CODSERVICIO
                                          SUS-NUMCUENTA
                                          WSV-PERIODO-HASTA
                                          WS-PAQUETE
                                          WS-PAQ-RESULTADO
               END-CALL
               MOVE PQC-PRECIO-PAQUETE TO WS-PEN-PRECIO
             ELSE
               CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                          SUS-NUMCUENTA
                                          WSV-PERIODO-HASTA
                                          WS-PRECIO-VIGENTE
                                          WS-PRECIO-HALLADO
               END-CALL
               IF WS-PRECIO-HALLADO NOT = 'S'
                 MOVE TC-PRECIO(WS-IND-CAT-HALLADO)
                   TO WS-PRECIO-VIGENTE
               END-IF
               MOVE WS-PRECIO-VIGENTE TO WS-PEN-PRECIO
             END-IF
           END-IF.


       236500-APLICAR-PENALIDAD.
      * Se decide antes de regrabar SUSCRIP.DAT: una baja con
      * penalidad que no se puede asentar no se graba, para que el
      * cargo no quede perdido.
           DISPLAY 'PENALIDAD POR BAJA ANTICIPADA: ' WS-PEN-TOTAL
           DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR PARA '
                   'CONDONARLA (O ENTER PARA APLICARLA): '
           ACCEPT WS-CLAVE-SUPERV
           IF WS-CLAVE-SUPERV = WSP-CLAVE-SUPERVISOR
             DISPLAY 'PENALIDAD CONDONADA POR SUPERVISOR'
             MOVE 0 TO WS-PEN-TOTAL
           ELSE
             MOVE WSP-FECHA-PROCESO(1:6) TO WS-PEN-PERIODO
             CALL 'PERIODOABIERTO' USING WS-PEN-PERIODO
                                         WS-PERIODO-ABIERTO
             END-CALL
             EVALUATE TRUE
               WHEN WS-PERIODO-ABIERTO NOT = 'S'
                 DISPLAY 'EL PERIODO ' WS-PEN-PERIODO ' ESTA '
                         'CERRADO, NO SE PUEDE ASENTAR LA PENALIDAD'
                 MOVE 'S' TO WS-BAJA-RECHAZADA
               WHEN NOT WS-PEN-EN-CATALOGO
                 DISPLAY 'ERROR: EL CODIGO PEN NO ESTA ACTIVO EN EL '
                         'CATALOGO, DARLO DE ALTA CON CATALOGOSERVICIOS'
                 MOVE 'S' TO WS-BAJA-RECHAZADA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.


       236700-GRABAR-PENALIDAD.
      * Columnas fijas como el prorrateo: la marca 'PENAL ' en la
      * columna 12 y 'BAJA AAAAMM' en la 18, que 241500 toma como
      * discriminador para que la penalidad no tape el abono del mes.
      * Se asienta con el codigo 'PEN'; el abono que la origina queda
      * en las columnas 7 a 9 del DESCRIP.
           PERFORM 241000-CARGAR-ID-Y-CLAVES
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             OPEN OUTPUT SERVICIO
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS, LA PENALIDAD '
                     'NO SE GRABA'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           ELSE
             IF WS-PEN-TOTAL > 99999,99
               DISPLAY 'ADVERTENCIA: LA PENALIDAD SUPERA EL MAXIMO '
                       'DE UN ASIENTO, SE TOPEA'
               MOVE 99999,99 TO WS-PEN-TOTAL
             END-IF
             MOVE 'PEN' TO CODSERVICIO
             MOVE WSV-NUMCUENTA TO NUMCUENTA
             MOVE SPACES TO DESCRIP
             STRING 'ABONO ' WSV-CODSERVICIO
                 DELIMITED BY SIZE INTO DESCRIP(1:10)
             MOVE 'PENAL ' TO DESCRIP(12:6)
             STRING 'BAJA ' WSV-PERIODO-HASTA
                 DELIMITED BY SIZE INTO DESCRIP(18:13)
             MOVE WS-PEN-PERIODO(1:4) TO AAAA
             MOVE WS-PEN-PERIODO(5:2) TO MM
             MOVE WS-PEN-TOTAL TO MONTO
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WS-CANT-ESCRITOS
               DISPLAY 'PENALIDAD GRABADA EN EL ASIENTO ' WS-ULTIMO-ID
               MOVE WS-PEN-TOTAL TO WS-MONTO-CALCULADO
               MOVE WSV-NUMCUENTA TO SUS-NUMCUENTA
               PERFORM 249000-REGISTRAR-MONEDA
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             END-IF
             CLOSE SERVICIO
           END-IF.


       237000-CANCELAR-DIFERIDO.
      * Cada prepago vigente de la cuenta y codigo cuyo plazo pasa
      * del nuevo periodo hasta queda en baja anticipada: sus
      * periodos a devengar se recortan y el resto del importe
      * queda pendiente de nota de credito. Si algun prepago no
      * admite la baja no se toca nada.
           MOVE 0 TO WS-CANT-REG-DIFERIDO
           MOVE 'N' TO WS-DIFERIDO-CAMBIADO
           OPEN INPUT DIFERIDO
           IF WSS-FS-DIFERIDO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DIFERIDO-OK
               DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
               MOVE 'S' TO WS-BAJA-RECHAZADA
             ELSE
               PERFORM 238500-LEER-DIFERIDO
               PERFORM UNTIL WSS-FS-DIFERIDO-EOF
                 IF DFR-NUMCUENTA = WSV-NUMCUENTA
                         AND DFR-CODSERVICIO = WSV-CODSERVICIO
                         AND DFR-VIGENTE
                         AND DFR-PERIODO-HASTA > WSV-PERIODO-HASTA
                   PERFORM 238000-CALCULAR-NO-DEVENGADO
                 END-IF
                 IF WS-CANT-REG-DIFERIDO < 5000
                   ADD 1 TO WS-CANT-REG-DIFERIDO
                   MOVE REG-DIFERIDO
                     TO TDR-REGISTRO(WS-CANT-REG-DIFERIDO)
                 ELSE
                   DISPLAY 'ERROR: DIFERIDO.DAT SUPERA LOS 5000 '
                           'REGISTROS'
                   MOVE 'S' TO WS-BAJA-RECHAZADA
                 END-IF
                 PERFORM 238500-LEER-DIFERIDO
               END-PERFORM
               CLOSE DIFERIDO
               IF WS-SE-CAMBIO-DIFERIDO AND NOT WS-SE-RECHAZO-BAJA
                 OPEN OUTPUT DIFERIDO
                 PERFORM VARYING WS-IND-REG-DIFERIDO FROM 1 BY 1
                      UNTIL WS-IND-REG-DIFERIDO > WS-CANT-REG-DIFERIDO
                   MOVE TDR-REGISTRO(WS-IND-REG-DIFERIDO)
                     TO REG-DIFERIDO
                   WRITE REG-DIFERIDO
                 END-PERFORM
                 CLOSE DIFERIDO
               END-IF
             END-IF
           END-IF.


       238000-CALCULAR-NO-DEVENGADO.
      * Se devengan los periodos del desde del prepago al nuevo
      * periodo hasta; lo no devengado es el total menos esas
      * cuotas. Lo ya devengado por DEVENGAPREPAGOS no se revierte:
      * la baja no puede quedar antes del ultimo periodo devengado.
           MOVE DFR-PERIODO-DESDE TO WS-PPG-DESDE
           MOVE WSV-PERIODO-HASTA TO WS-PPG-HASTA
           PERFORM 212000-CONTAR-PERIODOS-PREPAGO
           IF WS-PPG-CANT-PERIODOS < 0
             MOVE 0 TO WS-PPG-CANT-PERIODOS
           END-IF
           IF WSV-PERIODO-HASTA IS NOT NUMERIC
             DISPLAY 'PERIODO HASTA INVALIDO PARA UN PREPAGO'
             MOVE 'S' TO WS-BAJA-RECHAZADA
           ELSE
             IF WS-PPG-CANT-PERIODOS < DFR-PERIODOS-DEVENGADOS
               DISPLAY 'EL PREPAGO ' DFR-ENTRYID ' YA ESTA DEVENGADO '
                       'HASTA ' DFR-ULTIMO-DEVENGADO ', LA BAJA NO '
                       'PUEDE SER ANTERIOR'
               MOVE 'S' TO WS-BAJA-RECHAZADA
             ELSE
               MOVE WS-PPG-CANT-PERIODOS TO DFR-PERIODOS-EFECTIVOS
               COMPUTE DFR-NO-DEVENGADO =
                       DFR-IMPORTE-TOTAL
                       - DFR-CUOTA * DFR-PERIODOS-EFECTIVOS
               MOVE WSV-PERIODO-HASTA TO DFR-PERIODO-BAJA
               MOVE 'C' TO DFR-ESTADO
               MOVE 'S' TO WS-DIFERIDO-CAMBIADO
               DISPLAY 'PREPAGO ' DFR-ENTRYID ': NO DEVENGADO '
                       DFR-NO-DEVENGADO ' PENDIENTE DE NOTA DE '
                       'CREDITO (NOTASCREDITO)'
             END-IF
           END-IF.


       238500-LEER-DIFERIDO.
           READ DIFERIDO
           IF NOT WSS-FS-DIFERIDO-OK AND NOT WSS-FS-DIFERIDO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
             MOVE '10' TO WSS-FS-DIFERIDO
           END-IF.


       240000-GENERAR.
           DISPLAY 'INGRESE EL AÑO DEL PERIODO A GENERAR: '
           ACCEPT WS-PG-AAAA
           IF NOT WS-PRR-HABILES
             MOVE 'C' TO WS-PRR-CRITERIO
           END-IF
           PERFORM 240500-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             MOVE 5 TO WS-OPCION
             PERFORM 300000-FINAL
           END-IF
           CALL 'PERIODOABIERTO' USING WS-PERIODO-GEN
                                       WS-PERIODO-ABIERTO
           END-CALL
           END-IF
           INITIALIZE ACUMULADORES
           PERFORM 241000-CARGAR-ID-Y-CLAVES
           PERFORM 243000-CARGAR-CORTADAS
           PERFORM 244500-CARGAR-MEDIDOS
           PERFORM 243800-CARGAR-PREPAGOS
      * Sin la tabla de claves completa el control de duplicados no
      * cubre todo SERVICIO.DAT: generar a ciegas duplicaria abonos.
           IF WS-SE-DESBORDO-CLAVES
               END-IF
               CLOSE SUSCRIP
               DISPLAY 'ASIENTOS GENERADOS: ' WSA-CANT-GENERADOS
               DISPLAY 'PREPAGOS FACTURADOS: ' WSA-CANT-PREPAGOS
               DISPLAY 'PREPAGOS YA FACTURADOS (OMITIDOS): '
                       WSA-CANT-PREPAGOS-YA
               DISPLAY 'YA EXISTENTES (OMITIDOS): ' WSA-CANT-OMITIDOS
               DISPLAY 'BLOQUEADOS POR LIMITE: ' WSA-CANT-BLOQUEADOS
               DISPLAY 'CUENTAS CORTADAS (OMITIDAS): '
                       WSA-CANT-CORTADOS
               DISPLAY 'FACTURADOS POR MEDIDOR (OMITIDOS): '
                       WSA-CANT-MEDIDOS
               IF WS-CICLO-SEL NOT = 0
                 DISPLAY 'DE OTROS CICLOS (OMITIDAS): '
                         WSA-CANT-OTRO-CICLO
               END-IF
               DISPLAY 'TOTAL GENERADO: ' WSA-TOTAL-GENERADO
             END-IF
           END-IF.


       240500-LEER-CICLO.
           COPY WSCICLO-PROC.


       241000-CARGAR-ID-Y-CLAVES.
           MOVE 0 TO WS-ULTIMO-ID
           MOVE 0 TO WS-CANT-CLAVES
                 IF WS-CANT-CLAVES < 5000
                   ADD 1 TO WS-CANT-CLAVES
                   PERFORM 241500-DISCRIMINADOR-DE-DESCRIP
                   STRING WS-CODIGO-CLAVE NUMCUENTA AAAA MM
                          WS-DISCRIMINADOR
                       DELIMITED BY SIZE INTO TK-CLAVE(WS-CANT-CLAVES)
                 ELSE
      * generacion anterior, para que la clave de duplicados
      * distinga cada tramo del mes. 248000 la graba a columnas
      * fijas: 'PRORR ' en la columna 12 y la ventana en la 18.
      * El asiento de un componente de paquete entra en la clave con
      * el codigo de paquete que 248200 deja en las columnas 5 a 7.
           MOVE CODSERVICIO TO WS-CODIGO-CLAVE
           IF DESCRIP(1:4) = 'PAQ '
             MOVE DESCRIP(5:3) TO WS-CODIGO-CLAVE
           END-IF
           MOVE SPACES TO WS-DISCRIMINADOR
           IF DESCRIP(12:6) = 'PRORR ' OR DESCRIP(12:6) = 'PENAL '
             MOVE DESCRIP(18:13) TO WS-DISCRIMINADOR
           END-IF.

           END-IF.


       243000-CARGAR-CORTADAS.
           MOVE 0 TO WS-CANT-CORTADAS
           OPEN INPUT CORTES
           IF WSS-FS-CORTES-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CORTES-OK
               PERFORM 243500-LEER-CORTE
               PERFORM UNTIL WSS-FS-CORTES-EOF
                 IF COR-CORTADA AND WS-CANT-CORTADAS < 5000
                   ADD 1 TO WS-CANT-CORTADAS
                   MOVE COR-NROCUENTA
                     TO TCT-NROCUENTA(WS-CANT-CORTADAS)
                 END-IF
                 PERFORM 243500-LEER-CORTE
               END-PERFORM
             END-IF
             CLOSE CORTES
           END-IF.


       243500-LEER-CORTE.
           READ CORTES
           IF NOT WSS-FS-CORTES-OK AND NOT WSS-FS-CORTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CORTES
             MOVE '10' TO WSS-FS-CORTES
           END-IF.


       244000-VERIFICAR-CORTE.
           MOVE 'N' TO WS-CUENTA-CORTADA
           PERFORM VARYING WS-IND-CORTADA FROM 1 BY 1
                     UNTIL WS-IND-CORTADA > WS-CANT-CORTADAS
             IF TCT-NROCUENTA(WS-IND-CORTADA) = SUS-NUMCUENTA
               MOVE 'S' TO WS-CUENTA-CORTADA
               MOVE WS-CANT-CORTADAS TO WS-IND-CORTADA
             END-IF
           END-PERFORM.


       243800-CARGAR-PREPAGOS.
           MOVE 0 TO WS-CANT-PREPAGOS
           OPEN INPUT DIFERIDO
           IF WSS-FS-DIFERIDO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-DIFERIDO-OK
               PERFORM 238500-LEER-DIFERIDO
               PERFORM UNTIL WSS-FS-DIFERIDO-EOF
                 IF WS-CANT-PREPAGOS < 5000
                   ADD 1 TO WS-CANT-PREPAGOS
                   STRING DFR-NUMCUENTA DFR-CODSERVICIO
                          DFR-PERIODO-DESDE
                       DELIMITED BY SIZE
                       INTO TPP-CLAVE(WS-CANT-PREPAGOS)
                 ELSE
                   DISPLAY 'ERROR: DIFERIDO.DAT SUPERA LOS 5000 '
                           'PREPAGOS'
                   MOVE 'S' TO WS-CLAVES-DESBORDADAS
                 END-IF
                 PERFORM 238500-LEER-DIFERIDO
               END-PERFORM
             END-IF
             CLOSE DIFERIDO
           END-IF.


       244500-CARGAR-MEDIDOS.
           MOVE 0 TO WS-CANT-MEDIDOS
           OPEN INPUT TARIFAS
           IF WSS-FS-TARIFAS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-TARIFAS-OK
               PERFORM 244700-LEER-TARIFA
               PERFORM UNTIL WSS-FS-TARIFAS-EOF
                 MOVE TAR-CODSERVICIO TO WSV-CODSERVICIO
                 PERFORM 244800-VERIFICAR-MEDIDO
                 IF NOT WS-ES-MEDIDO AND WS-CANT-MEDIDOS < 50
                   ADD 1 TO WS-CANT-MEDIDOS
                   MOVE TAR-CODSERVICIO
                     TO TME-CODSERVICIO(WS-CANT-MEDIDOS)
                 END-IF
                 PERFORM 244700-LEER-TARIFA
               END-PERFORM
             END-IF
             CLOSE TARIFAS
           END-IF.


       244700-LEER-TARIFA.
           READ TARIFAS
           IF NOT WSS-FS-TARIFAS-OK AND NOT WSS-FS-TARIFAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TARIFAS
             MOVE '10' TO WSS-FS-TARIFAS
           END-IF.


       244800-VERIFICAR-MEDIDO.
           MOVE 'N' TO WS-CODIGO-MEDIDO
           PERFORM VARYING WS-IND-MEDIDO FROM 1 BY 1
                     UNTIL WS-IND-MEDIDO > WS-CANT-MEDIDOS
             IF TME-CODSERVICIO(WS-IND-MEDIDO) = WSV-CODSERVICIO
               MOVE 'S' TO WS-CODIGO-MEDIDO
               MOVE WS-CANT-MEDIDOS TO WS-IND-MEDIDO
             END-IF
           END-PERFORM.


       244900-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       245000-GENERAR-UNA.
           ADD 1 TO WS-CANT-LEIDOS
           MOVE 'N' TO WS-CUENTA-CORTADA
           MOVE 'N' TO WS-CODIGO-MEDIDO
           MOVE SUS-NUMCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 244900-VERIFICAR-CICLO
           IF NOT WS-CUENTA-EN-CICLO
             ADD 1 TO WSA-CANT-OTRO-CICLO
           END-IF
           IF SUS-PERIODO-DESDE <= WS-PERIODO-GEN
                   AND SUS-PERIODO-HASTA >= WS-PERIODO-GEN
                   AND WS-CUENTA-EN-CICLO
             PERFORM 244000-VERIFICAR-CORTE
             MOVE SUS-CODSERVICIO TO WSV-CODSERVICIO
             PERFORM 244800-VERIFICAR-MEDIDO
           END-IF
           IF WS-ES-MEDIDO AND NOT WS-ESTA-CORTADA
             ADD 1 TO WSA-CANT-MEDIDOS
           END-IF
           IF WS-ESTA-CORTADA
             DISPLAY 'CUENTA ' SUS-NUMCUENTA ' CON SUMINISTRO '
                     'CORTADO, NO SE GENERA ' SUS-CODSERVICIO
             ADD 1 TO WSA-CANT-CORTADOS
           END-IF
           IF SUS-PERIODO-DESDE <= WS-PERIODO-GEN
                   AND SUS-PERIODO-HASTA >= WS-PERIODO-GEN
                   AND NOT WS-ESTA-CORTADA AND NOT WS-ES-MEDIDO
                   AND WS-CUENTA-EN-CICLO
             MOVE SUS-CODSERVICIO TO WSV-CODSERVICIO
             PERFORM 215000-BUSCAR-EN-CATALOGO
             IF WS-IND-CAT-HALLADO = 0
                       ' DE LA CUENTA ' SUS-NUMCUENTA
                       ' YA NO EXISTE EN EL CATALOGO, SE OMITE'
             ELSE
               IF SUS-ES-PREPAGO
                 PERFORM 245500-FACTURAR-PREPAGO
               ELSE
                 PERFORM 246400-MEDIR-VIGENCIA
                 PERFORM 246000-VERIFICAR-DUPLICADO
                 EVALUATE TRUE
                   WHEN WS-ES-DUPLICADO
                     ADD 1 TO WSA-CANT-OMITIDOS
                   WHEN TC-ES-PAQUETE(WS-IND-CAT-HALLADO)
                     PERFORM 247200-GRABAR-PAQUETE
                   WHEN OTHER
                     PERFORM 247000-GRABAR-ASIENTO
                 END-EVALUATE
               END-IF
             END-IF
           END-IF
           PERFORM 221000-LEER-SUSCRIP.


       245500-FACTURAR-PREPAGO.
      * La prepaga se factura entera la primera vez que un periodo
      * generado cae dentro de su plazo; en los periodos siguientes
      * DIFERIDO.DAT ya la tiene y no se vuelve a facturar.
           MOVE SPACES TO WS-PPG-CLAVE
           STRING SUS-NUMCUENTA SUS-CODSERVICIO SUS-PERIODO-DESDE
               DELIMITED BY SIZE INTO WS-PPG-CLAVE
           MOVE 'N' TO WS-PREPAGO-HALLADO
           PERFORM VARYING WS-IND-PREPAGO FROM 1 BY 1
                     UNTIL WS-IND-PREPAGO > WS-CANT-PREPAGOS
             IF TPP-CLAVE(WS-IND-PREPAGO) = WS-PPG-CLAVE
               MOVE 'S' TO WS-PREPAGO-HALLADO
               MOVE WS-CANT-PREPAGOS TO WS-IND-PREPAGO
             END-IF
           END-PERFORM
           IF WS-PREPAGO-FACTURADO
             ADD 1 TO WSA-CANT-PREPAGOS-YA
           ELSE
             MOVE SUS-PERIODO-DESDE TO WS-PPG-DESDE
             MOVE SUS-PERIODO-HASTA TO WS-PPG-HASTA
             PERFORM 212000-CONTAR-PERIODOS-PREPAGO
             IF WS-PPG-CANT-PERIODOS < 1 OR WS-PPG-CANT-PERIODOS > 12
               DISPLAY 'ADVERTENCIA: PREPAGO DE LA CUENTA '
                       SUS-NUMCUENTA ' CON PLAZO INVALIDO, SE OMITE'
             ELSE
               PERFORM 247500-VALORIZAR-PREPAGO
             END-IF
           END-IF.


       246000-VERIFICAR-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO
           MOVE SPACES TO WS-DISCRIMINADOR

       247000-GRABAR-ASIENTO.
           CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                      SUS-NUMCUENTA
                                      WS-PERIODO-GEN
                                      WS-PRECIO-VIGENTE
                                      WS-PRECIO-HALLADO
           END-IF.


       247200-GRABAR-PAQUETE.
           CALL 'PRECIOPAQUETE' USING SUS-CODSERVICIO
                                      SUS-NUMCUENTA
                                      WS-PERIODO-GEN
                                      WS-PAQUETE
                                      WS-PAQ-RESULTADO
           END-CALL
           IF WS-PAQ-RESULTADO NOT = 'S' OR PQC-PRECIO-PAQUETE = 0
             DISPLAY 'ADVERTENCIA: EL PAQUETE ' SUS-CODSERVICIO
                     ' DE LA CUENTA ' SUS-NUMCUENTA
                     ' NO TIENE COMPONENTES VALORIZABLES, SE OMITE'
           ELSE
             COMPUTE WS-MONTO-CALCULADO =
                     PQC-PRECIO-PAQUETE * SUS-CANTIDAD
             PERFORM 246500-PRORRATEAR
             IF WS-MONTO-CALCULADO > 99999,99
               DISPLAY 'ADVERTENCIA: ABONO DE LA CUENTA '
                       SUS-NUMCUENTA ' SUPERA EL MAXIMO, SE TOPEA'
               MOVE 99999,99 TO WS-MONTO-CALCULADO
             END-IF
             MOVE WS-MONTO-CALCULADO TO WS-CL-IMPORTE
             CALL 'CONTROLLIMITE' USING SUS-NUMCUENTA
                                        WS-CL-IMPORTE
                                        WS-CL-RESULTADO
                                        WS-CL-DISPONIBLE
             END-CALL
             IF WS-CL-RESULTADO = 'N'
               DISPLAY 'ADVERTENCIA: ABONO DE LA CUENTA '
                       SUS-NUMCUENTA ' BLOQUEADO POR LIMITE DE '
                       'CREDITO, NO SE GENERA'
               ADD 1 TO WSA-CANT-BLOQUEADOS
             ELSE
               MOVE WS-MONTO-CALCULADO TO WS-PAQ-TOTAL
               MOVE 0 TO WS-PAQ-ACUMULADO
               PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                         UNTIL WS-IND-COMP > PQC-CANT-COMP
                 IF WS-IND-COMP = PQC-CANT-COMP
                   COMPUTE WS-MONTO-CALCULADO =
                           WS-PAQ-TOTAL - WS-PAQ-ACUMULADO
                 ELSE
                   COMPUTE WS-MONTO-CALCULADO ROUNDED =
                           WS-PAQ-TOTAL
                           * PQC-COMP-IMPORTE(WS-IND-COMP)
                           / PQC-PRECIO-PAQUETE
                   ADD WS-MONTO-CALCULADO TO WS-PAQ-ACUMULADO
                 END-IF
                 PERFORM 248200-GRABAR-COMPONENTE
               END-PERFORM
             END-IF
           END-IF.


       247500-VALORIZAR-PREPAGO.
      * Todo el plazo al precio vigente del periodo en que se
      * factura. Topear el importe romperia el diferido: un prepago
      * que no entra en un asiento no se genera.
           CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                      SUS-NUMCUENTA
                                      WS-PERIODO-GEN
                                      WS-PRECIO-VIGENTE
                                      WS-PRECIO-HALLADO
           END-CALL
           IF WS-PRECIO-HALLADO NOT = 'S'
             MOVE TC-PRECIO(WS-IND-CAT-HALLADO) TO WS-PRECIO-VIGENTE
           END-IF
           COMPUTE WS-MONTO-CALCULADO =
                   WS-PRECIO-VIGENTE * SUS-CANTIDAD
                   * WS-PPG-CANT-PERIODOS
           IF WS-MONTO-CALCULADO > 99999,99
             DISPLAY 'ADVERTENCIA: PREPAGO DE LA CUENTA '
                     SUS-NUMCUENTA ' SUPERA EL MAXIMO DE UN ASIENTO, '
                     'NO SE GENERA'
             ADD 1 TO WSA-CANT-BLOQUEADOS
           ELSE
             MOVE WS-MONTO-CALCULADO TO WS-CL-IMPORTE
             CALL 'CONTROLLIMITE' USING SUS-NUMCUENTA
                                        WS-CL-IMPORTE
                                        WS-CL-RESULTADO
                                        WS-CL-DISPONIBLE
             END-CALL
             IF WS-CL-RESULTADO = 'N'
               DISPLAY 'ADVERTENCIA: PREPAGO DE LA CUENTA '
                       SUS-NUMCUENTA ' BLOQUEADO POR LIMITE DE '
                       'CREDITO, NO SE GENERA'
               ADD 1 TO WSA-CANT-BLOQUEADOS
             ELSE
               PERFORM 248500-GRABAR-PREPAGO
             END-IF
           END-IF.


       246400-MEDIR-VIGENCIA.
      * Vigencia diaria dentro del periodo generado, medida antes
      * del control de duplicados: la ventana de dias entra en la
           ELSE
             MOVE TC-DESCRIP(WS-IND-CAT-HALLADO) TO DESCRIP
           END-IF
           PERFORM 248100-ESCRIBIR-ASIENTO.


       248100-ESCRIBIR-ASIENTO.
           MOVE WS-PG-AAAA TO AAAA
           MOVE WS-PG-MM TO MM
           MOVE WS-MONTO-CALCULADO TO MONTO
           END-IF.


       248200-GRABAR-COMPONENTE.
      * 'PAQ ' y el codigo de paquete en las columnas 1 a 7; de la 12
      * en adelante, la marca y ventana de prorrateo como en 248000
      * o, si el mes va entero, la descripcion del paquete.
           MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO CODSERVICIO
           MOVE SUS-NUMCUENTA TO NUMCUENTA
           MOVE SPACES TO DESCRIP
           STRING 'PAQ ' SUS-CODSERVICIO
               DELIMITED BY SIZE INTO DESCRIP(1:7)
           IF WS-PRR-DIAS-VIGENTES NOT = 0
                   AND WS-PRR-DIAS-VIGENTES
                   NOT = WS-PRR-DIAS-PERIODO
             MOVE 'PRORR ' TO DESCRIP(12:6)
             STRING WS-PRR-DESDE(7:2) '-' WS-PRR-HASTA(7:2) ' '
                    WS-PRR-DIAS-VIGENTES
                    '/' WS-PRR-DIAS-PERIODO
                    DELIMITED BY SIZE INTO DESCRIP(18:13)
           ELSE
             MOVE TC-DESCRIP(WS-IND-CAT-HALLADO)(1:19)
               TO DESCRIP(12:19)
           END-IF
           PERFORM 248100-ESCRIBIR-ASIENTO.


       248500-GRABAR-PREPAGO.
           MOVE SUS-CODSERVICIO TO CODSERVICIO
           MOVE SUS-NUMCUENTA TO NUMCUENTA
      * Columnas fijas como el prorrateo: la marca 'PREPAG' en la
      * columna 12 y el plazo 'AAAAMM-AAAAMM' en las columnas 18 a
      * 30. EXPORTACONTAB y TENDENCIASERVICIOS reconocen por la marca
      * el cargo que va a ingreso diferido.
           MOVE SPACES TO DESCRIP
           MOVE TC-DESCRIP(WS-IND-CAT-HALLADO)(1:10) TO DESCRIP(1:10)
           MOVE 'PREPAG' TO DESCRIP(12:6)
           STRING SUS-PERIODO-DESDE '-' SUS-PERIODO-HASTA
               DELIMITED BY SIZE INTO DESCRIP(18:13)
           MOVE WS-PG-AAAA TO AAAA
           MOVE WS-PG-MM TO MM
           MOVE WS-MONTO-CALCULADO TO MONTO
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WSA-CANT-GENERADOS
             ADD 1 TO WSA-CANT-PREPAGOS
             ADD 1 TO WS-CANT-ESCRITOS
             ADD WS-MONTO-CALCULADO TO WSA-TOTAL-GENERADO
             PERFORM 249000-REGISTRAR-MONEDA
             PERFORM 249500-GRABAR-DIFERIDO
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       249500-GRABAR-DIFERIDO.
      * La cuota es el total sobre los periodos del plazo; el
      * redondeo lo absorbe la ultima cuota al devengar.
           COMPUTE WS-PPG-CUOTA ROUNDED =
                   WS-MONTO-CALCULADO / WS-PPG-CANT-PERIODOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PPG-FECHA-HOY
           OPEN EXTEND DIFERIDO
           IF WSS-FS-DIFERIDO-NOEXISTE
             OPEN OUTPUT DIFERIDO
           END-IF
           IF NOT WSS-FS-DIFERIDO-OK
             DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS, EL PREPAGO '
                     WS-ULTIMO-ID ' QUEDA SIN DIFERIR'
             DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
           ELSE
             INITIALIZE REG-DIFERIDO
             MOVE WS-ULTIMO-ID         TO DFR-ENTRYID
             MOVE SUS-NUMCUENTA        TO DFR-NUMCUENTA
             MOVE SUS-CODSERVICIO      TO DFR-CODSERVICIO
             MOVE SUS-PERIODO-DESDE    TO DFR-PERIODO-DESDE
             MOVE SUS-PERIODO-HASTA    TO DFR-PERIODO-HASTA
             MOVE WS-PPG-CANT-PERIODOS TO DFR-CANT-PERIODOS
             MOVE WS-PPG-CANT-PERIODOS TO DFR-PERIODOS-EFECTIVOS
             MOVE WS-MONTO-CALCULADO   TO DFR-IMPORTE-TOTAL
             MOVE WS-PPG-CUOTA         TO DFR-CUOTA
             MOVE WS-PPG-FECHA-HOY     TO DFR-FECHA-ALTA
             MOVE 'V'                  TO DFR-ESTADO
             WRITE REG-DIFERIDO
             CLOSE DIFERIDO
             IF WS-CANT-PREPAGOS < 5000
               ADD 1 TO WS-CANT-PREPAGOS
               MOVE WS-PPG-CLAVE TO TPP-CLAVE(WS-CANT-PREPAGOS)
             END-IF
           END-IF.


       249000-REGISTRAR-MONEDA.
           MOVE SPACES TO WS-MONEDA-CUENTA
           PERFORM VARYING WS-IND-CTAMON FROM 1 BY 1
