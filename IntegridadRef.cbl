      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     BARRIDO DE INTEGRIDAD REFERENCIAL ENTRE ARCHIVOS,
      *              CORRE AL FINAL DE LA CADENA DESPUES DE
      *              PRUEBADIARIA: (1) TODO NUMERO DE CUENTA DE
      *              PAGOS, TARJETAS, SUSCRIP, ALUMCTA, PROMESAS,
      *              RECLAMOS, CREDITOS Y CHEQUES DEBE EXISTIR EN
      *              CUENTAS.DAT (LECTURA AL AZAR POR CLAVE, COMO EL
      *              CONTROL DE HUERFANOS DE PROG06), (2) EL CODCLIENTE
      *              DE CADA CUENTA DEBE EXISTIR EN CLIENTES.DAT,
      *              (3) LA OFICINA DE APERTURA OFIAPE-C DE CADA
      *              CLIENTE DEBE EXISTIR EN OFICINAS.DAT Y (4) EL
      *              CARGO DE CADA APLICACION DE PAGAPLIC.DAT DEBE
      *              EXISTIR EN SERVICIO.DAT, EN SERVHIST.DAT O, SI
      *              CIERREANUAL YA CERRO EL AÑO DEL CARGO, EN EL
      *              HISTORICO ANUAL HISTAAAAEE.DAT DE LA EMPRESA (O EN
      *              EL HISTAAAA.DAT DE LOS CIERRES DEL GRUPO ENTERO
      *              ANTERIORES A LA APERTURA POR EMPRESA). LOS
      *              ARCHIVOS DE CUENTA SE LEEN CON UN UNICO SELECT DE
      *              NOMBRE VARIABLE Y LA POSICION DE LA CUENTA EN EL
      *              REGISTRO, COMO LOS ARCHIVOS VIVOS DE RETENCION;
      *              PAGOS.DAT, INDEXADO, TIENE SELECT PROPIO Y SE
      *              PASA AL MISMO REGISTRO DE ENTRADA.
      *              UNA REFERENCIA EN CERO O EN BLANCO ES UN REGISTRO
      *              SIN VINCULAR, NO UN HUERFANO. CADA HUERFANO SALE
      *              A INTEGRID.REP CON SU RELACION Y AL PIE VA EL
      *              RESUMEN POR RELACION. SI EL TOTAL DE HUERFANOS
      *              SUPERA EL UMBRAL DE PARAM.DAT SE AGREGA UNA MARCA
      *              A CADHOLD.DAT Y CONTROLCADENA NO INICIA LA CADENA
      *              SIGUIENTE, IGUAL QUE CON LA PRUEBA DIARIA; ESTE
      *              BARRIDO NUNCA LEVANTA UNA RETENCION.
      *              SE CORRE POR EMPRESA DEL GRUPO (VARIABLE EMPRESA,
      *              EN BLANCO ES LA '01'): SOLO SE CONTROLAN LOS
      *              REGISTROS DE CUENTAS Y CLIENTES DE LA EMPRESA DE
      *              LA CORRIDA (RUTINA EMPRESACLIENTE); UNA REFERENCIA
      *              A UNA CUENTA O UN CLIENTE QUE NO EXISTE NO TIENE
      *              EMPRESA Y SE INFORMA EN LA CORRIDA DE LA '01'.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  INTEGRIDADREF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA            ASSIGN TO DISK WS-ARCHIVO-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
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

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT PAGAPLIC           ASSIGN TO DISK '..\PAGAPLIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGAPLIC.

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

           SELECT HISTANIO           ASSIGN TO DISK WS-NOMBRE-HISTANIO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTANIO.

           SELECT CADHOLD            ASSIGN TO DISK '..\CADHOLD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CADHOLD.

           SELECT REPORTE            ASSIGN TO DISK '..\INTEGRID.REP'
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
       FD ENTRADA.
       01 REG-ENTRADA                 PIC X(400).

       FD PAGOS.
           COPY PAGOS.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO-C                    PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-C                  PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

       FD OFICINAS.
       01 REG-OFICINAS.
         05 OFI-CODIGO                PIC X(03).
         05 OFI-NOMBRE                PIC X(30).
         05 OFI-REGION                PIC X(15).
         05 OFI-ACTIVA                PIC X(01).

       FD PAGAPLIC.
       01 REG-PAGAPLIC.
         05 PAP-PAG-ENTRYID           PIC 9(08).
         05 PAP-ENTRYID-CARGO         PIC 9(08).
         05 PAP-NROCUENTA             PIC 9(08).
         05 PAP-PERIODO               PIC X(06).
         05 PAP-IMPORTE               PIC S9(05)V99.
         05 PAP-FECHA                 PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
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

      * Historico anual de CIERREANUAL: el mismo registro de
      * SERVHIST.DAT mas un trailer al final.
       FD HISTANIO.
       01 REG-HISTANIO.
         05 CODSERVICIO-A             PIC X(03).
         05 NUMCUENTA-A               PIC 9(08).
         05 DESCRIP-A                 PIC X(30).
         05 PERIODO-A                 PIC X(06).
         05 MONTO-A                   PIC S9(05)V99.
         05 ENTRYID-A                 PIC 9(08).

       FD CADHOLD.
       01 REG-CADHOLD.
         05 HLD-FECHA                 PIC 9(08).
         05 HLD-MOTIVO                PIC X(60).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(160).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ENTRADA==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==OFICINAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGAPLIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTANIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CADHOLD==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(07) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.

       COPY WSRUNLOG-WS.

       COPY WSREPIDX-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

      * Archivo que referencia cuentas: nombre, posicion del numero de
      * cuenta en el registro y posicion y largo de la clave propia
      * del registro que se muestra en el detalle del huerfano.
       01 WS-ARCHIVO-ENTRADA           PIC X(30).

      * Empresa del registro controlado: la de la cuenta o el cliente
      * referenciado, '01' si no existe o no hay referencia.
       01 WS-EMPRESA-REF               PIC X(02).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

      * PAGOS.DAT es indexado: no entra por el SELECT de nombre
      * variable sino por el suyo, y cada recibo se pasa al registro
      * de entrada para el mismo control.
       01 WS-TIPO-ENTRADA              PIC X(01) VALUE 'S'.
           88 WS-ENTRADA-SECUENCIAL                     VALUE 'S'.
           88 WS-ENTRADA-PAGOS                          VALUE 'P'.

       01 WS-ARCHIVO-CUENTA.
         05 WS-POS-CUENTA              PIC 9(03).
         05 WS-POS-CLAVE               PIC 9(03).
         05 WS-LARGO-CLAVE             PIC 9(02).
         05 WS-CUENTA-REF              PIC X(08).
         05 WS-CLAVE-REF               PIC X(16).

      * Resumen por relacion controlada. TRL-ESTADO: 'C' controlada,
      * 'N' no controlada (falta el archivo), 'I' controlada en parte
      * (se lleno una tabla de trabajo).
       01 TABLA-RELACIONES.
         05 WS-CANT-RELACIONES         PIC 9(02) VALUE 0.
         05 TRL-RELACION OCCURS 11 TIMES.
           10 TRL-DESCRIP              PIC X(30).
           10 TRL-LEIDOS               PIC 9(07).
           10 TRL-HUERFANOS            PIC 9(07).
           10 TRL-ESTADO               PIC X(01).
               88 TRL-CONTROLADA                       VALUE 'C'.
               88 TRL-NO-CONTROLADA                    VALUE 'N'.
               88 TRL-INCOMPLETA                       VALUE 'I'.

       01 WS-IND-RELACION              PIC 9(02).

      * Clientes del maestro, para las cuentas sin cliente.
       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(04) VALUE 0.
         05 TCL-CLIENTE OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-EMPRESA              PIC X(02).

       01 WS-IND-CLIENTE               PIC 9(04).
       01 WS-CLIENTES-COMPLETOS        PIC X VALUE 'S'.
           88 WS-TABLA-CLIENTES-LLENA                   VALUE 'N'.

      * Oficinas del maestro, para los clientes sin oficina valida.
       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-CODIGO OCCURS 500 TIMES
                                       PIC X(03).

       01 WS-IND-OFICINA               PIC 9(03).
       01 WS-OFICINAS-COMPLETAS        PIC X VALUE 'S'.
           88 WS-TABLA-OFICINAS-LLENA                   VALUE 'N'.

      * Cargos de PAGAPLIC que no estan en SERVICIO: se buscan
      * despues en una sola pasada de SERVHIST y lo que falta en
      * una pasada del historico anual de cada año de los cargos.
       01 TABLA-CARGOS.
         05 WS-CANT-CARGOS             PIC 9(04) VALUE 0.
         05 TCG-CARGO OCCURS 5000 TIMES.
           10 TCG-ENTRYID-CARGO        PIC 9(08).
           10 TCG-PAG-ENTRYID          PIC 9(08).
           10 TCG-NROCUENTA            PIC 9(08).
           10 TCG-HALLADO              PIC X(01).
           10 TCG-ANIO                 PIC X(04).
           10 TCG-ANIO-BUSCADO         PIC X(01).

       01 WS-IND-CARGO                 PIC 9(04).
       01 WS-IND-PENDIENTE             PIC 9(04).
       01 WS-ANIO-BUSCADO              PIC X(04).
       01 WS-NOMBRE-HISTANIO           PIC X(30).

       01 WS-HALLADO                   PIC X VALUE 'N'.
           88 WS-FUE-HALLADO                            VALUE 'S'.

       01 WS-TOTAL-HUERFANOS           PIC 9(07) VALUE 0.
       01 WS-ED-CANTIDAD               PIC Z(6)9.
       01 WS-ED-CANTIDAD-2             PIC Z(6)9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-CONTROLAR-CUENTAS
                 PERFORM 220000-CONTROLAR-CLIENTES
                 PERFORM 240000-CONTROLAR-CARGOS
                 PERFORM 260000-RESOLVER-RETENCION
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      TABLA-RELACIONES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 120000-ABRIR-REPORTE.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'BARRIDO DE INTEGRIDAD REFERENCIAL'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'FECHA DE PROCESO ' WSP-FECHA-PROCESO
                  ' - EMPRESA ' WSP-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


      *****************************************************************
      * Archivos que referencian una cuenta: cada uno con la posicion
      * de la cuenta y la de su clave propia dentro del registro.
      *****************************************************************
       200000-CONTROLAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 'SIN CUENTAS.DAT NO HAY BARRIDO POSIBLE'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF

           MOVE '..\PAGOS.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'PAGOS -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 9 TO WS-POS-CUENTA
           MOVE 1 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           MOVE 'P' TO WS-TIPO-ENTRADA
           PERFORM 210000-CONTROLAR-UN-ARCHIVO
           MOVE 'S' TO WS-TIPO-ENTRADA

           MOVE '..\TARJETAS.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'TARJETAS -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 17 TO WS-POS-CUENTA
           MOVE 1 TO WS-POS-CLAVE
           MOVE 16 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

      * En SUSCRIP la clave propia es el codigo de servicio.
           MOVE '..\SUSCRIP.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'SUSCRIP -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 1 TO WS-POS-CUENTA
           MOVE 9 TO WS-POS-CLAVE
           MOVE 3 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

      * En ALUMCTA la cuenta va despues del legajo (8), el nombre
      * (20) y el apellido (20).
           MOVE '..\ALUMCTA.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'ALUMCTA -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 49 TO WS-POS-CUENTA
           MOVE 1 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

      * En PROMESAS se muestra la fecha prometida.
           MOVE '..\PROMESAS.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'PROMESAS -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 1 TO WS-POS-CUENTA
           MOVE 9 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

           MOVE '..\RECLAMOS.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'RECLAMOS -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 9 TO WS-POS-CUENTA
           MOVE 1 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

      * En CREDITOS se muestra el recibo que origino el credito.
           MOVE '..\CREDITOS.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'CREDITOS -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 1 TO WS-POS-CUENTA
           MOVE 9 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO

           MOVE '..\CHEQUES.DAT' TO WS-ARCHIVO-ENTRADA
           MOVE 'CHEQUES -> CUENTAS' TO WS-LINEA-REPORTE
           MOVE 9 TO WS-POS-CUENTA
           MOVE 1 TO WS-POS-CLAVE
           MOVE 8 TO WS-LARGO-CLAVE
           PERFORM 210000-CONTROLAR-UN-ARCHIVO.


      * Llega con la descripcion de la relacion en WS-LINEA-REPORTE.
       210000-CONTROLAR-UN-ARCHIVO.
           PERFORM 230000-NUEVA-RELACION
           IF WS-ENTRADA-PAGOS
             OPEN INPUT PAGOS
             MOVE WSS-FS-PAGOS TO WSS-FS-ENTRADA
           ELSE
             OPEN INPUT ENTRADA
           END-IF
           IF NOT WSS-FS-ENTRADA-OK
             MOVE 'N' TO TRL-ESTADO(WS-CANT-RELACIONES)
             DISPLAY 'SIN ARCHIVO ' WS-ARCHIVO-ENTRADA ', SE OMITE'
           ELSE
             PERFORM 212000-LEER-ENTRADA
             PERFORM UNTIL WSS-FS-ENTRADA-EOF
               MOVE 'S' TO WS-HALLADO
               MOVE '01' TO WS-EMPRESA-REF
               MOVE REG-ENTRADA(WS-POS-CUENTA:8) TO WS-CUENTA-REF
               IF WS-CUENTA-REF IS NUMERIC
                       AND WS-CUENTA-REF NOT = '00000000'
                 MOVE WS-CUENTA-REF TO NROCUENTA
                 READ CUENTAS KEY IS NROCUENTA
                   INVALID KEY
                     MOVE 'N' TO WS-HALLADO
                   NOT INVALID KEY
                     PERFORM 216000-EMPRESA-DE-CUENTA
                 END-READ
               END-IF
               IF WS-EMPRESA-REF = WSP-EMPRESA
                 ADD 1 TO TRL-LEIDOS(WS-CANT-RELACIONES)
                 ADD 1 TO WS-CANT-LEIDOS
                 IF NOT WS-FUE-HALLADO
                   MOVE SPACES TO WS-CLAVE-REF
                   MOVE REG-ENTRADA(WS-POS-CLAVE:WS-LARGO-CLAVE)
                     TO WS-CLAVE-REF
                   PERFORM 215000-INFORMAR-HUERFANO
                 END-IF
               END-IF
               PERFORM 212000-LEER-ENTRADA
             END-PERFORM
             IF WS-ENTRADA-PAGOS
               CLOSE PAGOS
             ELSE
               CLOSE ENTRADA
             END-IF
           END-IF.


       212000-LEER-ENTRADA.
           IF WS-ENTRADA-PAGOS
             READ PAGOS
             MOVE WSS-FS-PAGOS TO WSS-FS-ENTRADA
             IF WSS-FS-ENTRADA-OK
               MOVE SPACES TO REG-ENTRADA
               MOVE REG-PAGOS TO REG-ENTRADA
             END-IF
           ELSE
             READ ENTRADA
           END-IF
           IF NOT WSS-FS-ENTRADA-OK AND NOT WSS-FS-ENTRADA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ENTRADA
             MOVE '10' TO WSS-FS-ENTRADA
           END-IF
           IF WSS-FS-ENTRADA-OK
             MOVE REG-ENTRADA(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE '10' TO WSS-FS-ENTRADA
             END-IF
           END-IF.


      * Detalle del huerfano: relacion, clave propia del registro y
      * la referencia que no se encontro.
       215000-INFORMAR-HUERFANO.
           ADD 1 TO TRL-HUERFANOS(WS-CANT-RELACIONES)
           ADD 1 TO WS-TOTAL-HUERFANOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TRL-DESCRIP(WS-CANT-RELACIONES) ' '
                  WS-CLAVE-REF ' REF ' WS-CUENTA-REF
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


      * Llega con la cuenta leida de CUENTAS.DAT: su empresa es la de
      * su cliente.
       216000-EMPRESA-DE-CUENTA.
           MOVE 'C' TO ECL-FUNCION
           MOVE CODCLIENTE TO ECL-NRO-CLIENTE
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           MOVE ECL-EMPRESA TO WS-EMPRESA-REF.


      *****************************************************************
      * Cuentas contra clientes y clientes contra oficinas: se cargan
      * las oficinas, una pasada de CLIENTES controla la oficina de
      * cada cliente y carga la tabla de clientes, y una pasada de
      * CUENTAS controla el cliente de cada cuenta.
      *****************************************************************
       220000-CONTROLAR-CLIENTES.
           PERFORM 221000-CARGAR-OFICINAS
           MOVE 'CLIENTES -> OFICINAS' TO WS-LINEA-REPORTE
           PERFORM 230000-NUEVA-RELACION
           MOVE WS-CANT-RELACIONES TO WS-IND-RELACION
           IF WSS-FS-OFICINAS-NOEXISTE
             MOVE 'N' TO TRL-ESTADO(WS-IND-RELACION)
           END-IF
           IF WS-TABLA-OFICINAS-LLENA
             MOVE 'I' TO TRL-ESTADO(WS-IND-RELACION)
           END-IF
           MOVE 'CUENTAS -> CLIENTES' TO WS-LINEA-REPORTE
           PERFORM 230000-NUEVA-RELACION

           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'SIN ARCHIVO CLIENTES, SE OMITE'
             MOVE 'N' TO TRL-ESTADO(WS-IND-RELACION)
             MOVE 'N' TO TRL-ESTADO(WS-CANT-RELACIONES)
           ELSE
             PERFORM 223000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF EMPRESA-C = SPACES
                 MOVE '01' TO WS-EMPRESA-REF
               ELSE
                 MOVE EMPRESA-C TO WS-EMPRESA-REF
               END-IF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE WS-EMPRESA-REF TO TCL-EMPRESA(WS-CANT-CLIENTES)
               ELSE
                 MOVE 'N' TO WS-CLIENTES-COMPLETOS
               END-IF
               IF WS-EMPRESA-REF = WSP-EMPRESA
                 ADD 1 TO TRL-LEIDOS(WS-IND-RELACION)
                 ADD 1 TO WS-CANT-LEIDOS
               END-IF
               IF OFIAPE-C NOT = SPACES
                       AND WS-EMPRESA-REF = WSP-EMPRESA
                       AND TRL-CONTROLADA(WS-IND-RELACION)
                 PERFORM 224000-BUSCAR-OFICINA
                 IF NOT WS-FUE-HALLADO
                   ADD 1 TO TRL-HUERFANOS(WS-IND-RELACION)
                   ADD 1 TO WS-TOTAL-HUERFANOS
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING TRL-DESCRIP(WS-IND-RELACION) ' '
                          NRO-CLIENTE-C ' REF ' OFIAPE-C
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   PERFORM 250000-ESCRIBIR-LINEA
                 END-IF
               END-IF
               PERFORM 223000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
             PERFORM 226000-CUENTAS-SIN-CLIENTE
           END-IF.


       221000-CARGAR-OFICINAS.
           OPEN INPUT OFICINAS
           IF WSS-FS-OFICINAS-OK
             PERFORM 222000-LEER-OFICINA
             PERFORM UNTIL WSS-FS-OFICINAS-EOF
               IF WS-CANT-OFICINAS < 500
                 ADD 1 TO WS-CANT-OFICINAS
                 MOVE OFI-CODIGO TO TOF-CODIGO(WS-CANT-OFICINAS)
               ELSE
                 MOVE 'N' TO WS-OFICINAS-COMPLETAS
               END-IF
               PERFORM 222000-LEER-OFICINA
             END-PERFORM
             CLOSE OFICINAS
           ELSE
             DISPLAY 'SIN ARCHIVO OFICINAS, SE OMITE'
             MOVE '35' TO WSS-FS-OFICINAS
           END-IF.


       222000-LEER-OFICINA.
           READ OFICINAS
           IF NOT WSS-FS-OFICINAS-OK AND NOT WSS-FS-OFICINAS-EOF
             MOVE '10' TO WSS-FS-OFICINAS
           END-IF.


       223000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       224000-BUSCAR-OFICINA.
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
                        OR WS-FUE-HALLADO
             IF TOF-CODIGO(WS-IND-OFICINA) = OFIAPE-C
               MOVE 'S' TO WS-HALLADO
             END-IF
           END-PERFORM.


      * Pasada secuencial de CUENTAS por su clave primaria. Si la tabla
      * de clientes se lleno la relacion queda controlada en parte y
      * no se informan huerfanos que podrian no serlo.
       226000-CUENTAS-SIN-CLIENTE.
           IF WS-TABLA-CLIENTES-LLENA
             MOVE 'I' TO TRL-ESTADO(WS-CANT-RELACIONES)
             DISPLAY 'MAS DE 5000 CLIENTES, NO SE CONTROLAN LAS '
                     'CUENTAS CONTRA CLIENTES'
           ELSE
             MOVE 0 TO NROCUENTA
             START CUENTAS KEY IS NOT LESS THAN NROCUENTA
               INVALID KEY
                 MOVE '10' TO WSS-FS-CUENTAS
             END-START
             IF WSS-FS-CUENTAS-OK
               PERFORM 227000-LEER-CUENTA
             END-IF
             PERFORM UNTIL WSS-FS-CUENTAS-EOF
               MOVE 'S' TO WS-HALLADO
               MOVE '01' TO WS-EMPRESA-REF
               IF CODCLIENTE NOT = 0
                 MOVE 'N' TO WS-HALLADO
                 PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                           UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
                              OR WS-FUE-HALLADO
                   IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
                     MOVE 'S' TO WS-HALLADO
                     MOVE TCL-EMPRESA(WS-IND-CLIENTE) TO WS-EMPRESA-REF
                   END-IF
                 END-PERFORM
               END-IF
               IF WS-EMPRESA-REF = WSP-EMPRESA
                 ADD 1 TO TRL-LEIDOS(WS-CANT-RELACIONES)
                 ADD 1 TO WS-CANT-LEIDOS
                 IF NOT WS-FUE-HALLADO
                   ADD 1 TO TRL-HUERFANOS(WS-CANT-RELACIONES)
                   ADD 1 TO WS-TOTAL-HUERFANOS
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING TRL-DESCRIP(WS-CANT-RELACIONES) ' '
                          NROCUENTA ' REF ' CODCLIENTE
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   PERFORM 250000-ESCRIBIR-LINEA
                 END-IF
               END-IF
               PERFORM 227000-LEER-CUENTA
             END-PERFORM
           END-IF.


       227000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF.


      * Agrega una relacion al resumen; la descripcion llega en
      * WS-LINEA-REPORTE.
       230000-NUEVA-RELACION.
           ADD 1 TO WS-CANT-RELACIONES
           MOVE WS-LINEA-REPORTE TO TRL-DESCRIP(WS-CANT-RELACIONES)
           MOVE 0 TO TRL-LEIDOS(WS-CANT-RELACIONES)
                     TRL-HUERFANOS(WS-CANT-RELACIONES)
           MOVE 'C' TO TRL-ESTADO(WS-CANT-RELACIONES).


      *****************************************************************
      * Cargos aplicados: primero al azar contra SERVICIO; lo que no
      * esta se aparta y se busca en una sola pasada de SERVHIST. Lo
      * que tampoco esta en el historico es huerfano.
      *****************************************************************
       240000-CONTROLAR-CARGOS.
           MOVE 'PAGAPLIC -> SERVICIO/HISTORIA' TO WS-LINEA-REPORTE
           PERFORM 230000-NUEVA-RELACION
           OPEN INPUT PAGAPLIC
           IF NOT WSS-FS-PAGAPLIC-OK
             DISPLAY 'SIN ARCHIVO PAGAPLIC, SE OMITE'
             MOVE 'N' TO TRL-ESTADO(WS-CANT-RELACIONES)
           ELSE
             OPEN INPUT SERVICIO
             PERFORM 242000-LEER-APLICACION
             PERFORM UNTIL WSS-FS-PAGAPLIC-EOF
               MOVE 'T' TO ECL-FUNCION
               MOVE PAP-NROCUENTA TO ECL-NROCUENTA
               CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
               IF ECL-EMPRESA = WSP-EMPRESA
                 PERFORM 241000-CONTROLAR-APLICACION
               END-IF
               PERFORM 242000-LEER-APLICACION
             END-PERFORM
             CLOSE PAGAPLIC
             IF NOT WSS-FS-SERVICIO-NOEXISTE
               CLOSE SERVICIO
             END-IF
             PERFORM 246000-BUSCAR-EN-HISTORICO
             PERFORM 247000-BUSCAR-EN-ANUALES
             PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                       UNTIL WS-IND-CARGO > WS-CANT-CARGOS
               IF TCG-HALLADO(WS-IND-CARGO) = 'N'
                 ADD 1 TO TRL-HUERFANOS(WS-CANT-RELACIONES)
                 ADD 1 TO WS-TOTAL-HUERFANOS
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING TRL-DESCRIP(WS-CANT-RELACIONES) ' '
                        TCG-PAG-ENTRYID(WS-IND-CARGO) ' '
                        TCG-NROCUENTA(WS-IND-CARGO) ' REF '
                        TCG-ENTRYID-CARGO(WS-IND-CARGO)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 PERFORM 250000-ESCRIBIR-LINEA
               END-IF
             END-PERFORM
           END-IF.


       241000-CONTROLAR-APLICACION.
           ADD 1 TO TRL-LEIDOS(WS-CANT-RELACIONES)
           ADD 1 TO WS-CANT-LEIDOS
           IF PAP-ENTRYID-CARGO NOT = 0
             MOVE 'N' TO WS-HALLADO
             IF WSS-FS-SERVICIO-OK OR WSS-FS-SERVICIO = '23'
               MOVE PAP-ENTRYID-CARGO TO ENTRYID
               READ SERVICIO KEY IS ENTRYID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WS-HALLADO
               END-READ
             END-IF
             IF NOT WS-FUE-HALLADO
               PERFORM 244000-APARTAR-CARGO
             END-IF
           END-IF.


       242000-LEER-APLICACION.
           READ PAGAPLIC
           IF NOT WSS-FS-PAGAPLIC-OK AND NOT WSS-FS-PAGAPLIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
             MOVE '10' TO WSS-FS-PAGAPLIC
           END-IF
           IF WSS-FS-PAGAPLIC-OK
             MOVE REG-PAGAPLIC(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE '10' TO WSS-FS-PAGAPLIC
             END-IF
           END-IF.


      * Con la tabla llena el control queda en parte: los cargos que
      * no entran no se informan.
       244000-APARTAR-CARGO.
           IF WS-CANT-CARGOS < 5000
             ADD 1 TO WS-CANT-CARGOS
             MOVE PAP-ENTRYID-CARGO
               TO TCG-ENTRYID-CARGO(WS-CANT-CARGOS)
             MOVE PAP-PAG-ENTRYID TO TCG-PAG-ENTRYID(WS-CANT-CARGOS)
             MOVE PAP-NROCUENTA TO TCG-NROCUENTA(WS-CANT-CARGOS)
             MOVE 'N' TO TCG-HALLADO(WS-CANT-CARGOS)
             MOVE PAP-PERIODO(1:4) TO TCG-ANIO(WS-CANT-CARGOS)
             MOVE 'N' TO TCG-ANIO-BUSCADO(WS-CANT-CARGOS)
           ELSE
             MOVE 'I' TO TRL-ESTADO(WS-CANT-RELACIONES)
           END-IF.


       246000-BUSCAR-EN-HISTORICO.
           IF WS-CANT-CARGOS > 0
             OPEN INPUT SERVHIST
             IF WSS-FS-SERVHIST-OK
               PERFORM 248000-LEER-HISTORICO
               PERFORM UNTIL WSS-FS-SERVHIST-EOF
                 PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                           UNTIL WS-IND-CARGO > WS-CANT-CARGOS
                   IF TCG-ENTRYID-CARGO(WS-IND-CARGO) = ENTRYID-H
                     MOVE 'S' TO TCG-HALLADO(WS-IND-CARGO)
                   END-IF
                 END-PERFORM
                 PERFORM 248000-LEER-HISTORICO
               END-PERFORM
               CLOSE SERVHIST
             END-IF
           END-IF.


      * Lo que no esta en SERVHIST.DAT pudo pasar al historico anual
      * de su año: una pasada por cada año que quede pendiente.
       247000-BUSCAR-EN-ANUALES.
           PERFORM VARYING WS-IND-PENDIENTE FROM 1 BY 1
                     UNTIL WS-IND-PENDIENTE > WS-CANT-CARGOS
             IF TCG-HALLADO(WS-IND-PENDIENTE) = 'N'
                     AND TCG-ANIO-BUSCADO(WS-IND-PENDIENTE) = 'N'
               MOVE TCG-ANIO(WS-IND-PENDIENTE) TO WS-ANIO-BUSCADO
               PERFORM 247500-BUSCAR-UN-ANIO
             END-IF
           END-PERFORM.


       247500-BUSCAR-UN-ANIO.
           MOVE SPACES TO WS-NOMBRE-HISTANIO
           STRING '..\HIST' WS-ANIO-BUSCADO WSP-EMPRESA '.DAT'
                  DELIMITED BY SIZE INTO WS-NOMBRE-HISTANIO
           OPEN INPUT HISTANIO
      * Los años cerrados antes de la apertura por empresa quedaron
      * en un unico historico del grupo.
           IF WSS-FS-HISTANIO-NOEXISTE
             MOVE SPACES TO WS-NOMBRE-HISTANIO
             STRING '..\HIST' WS-ANIO-BUSCADO '.DAT'
                    DELIMITED BY SIZE INTO WS-NOMBRE-HISTANIO
             OPEN INPUT HISTANIO
           END-IF
           IF WSS-FS-HISTANIO-OK
             PERFORM 248500-LEER-ANUAL
             PERFORM UNTIL WSS-FS-HISTANIO-EOF
               PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                         UNTIL WS-IND-CARGO > WS-CANT-CARGOS
                 IF TCG-ENTRYID-CARGO(WS-IND-CARGO) = ENTRYID-A
                         AND TCG-ANIO(WS-IND-CARGO) = WS-ANIO-BUSCADO
                   MOVE 'S' TO TCG-HALLADO(WS-IND-CARGO)
                 END-IF
               END-PERFORM
               PERFORM 248500-LEER-ANUAL
             END-PERFORM
             CLOSE HISTANIO
           END-IF
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-ANIO(WS-IND-CARGO) = WS-ANIO-BUSCADO
               MOVE 'S' TO TCG-ANIO-BUSCADO(WS-IND-CARGO)
             END-IF
           END-PERFORM.


       248000-LEER-HISTORICO.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             MOVE '10' TO WSS-FS-SERVHIST
           END-IF.


       248500-LEER-ANUAL.
           READ HISTANIO
           IF NOT WSS-FS-HISTANIO-OK AND NOT WSS-FS-HISTANIO-EOF
             MOVE '10' TO WSS-FS-HISTANIO
           END-IF
           IF WSS-FS-HISTANIO-OK
             MOVE REG-HISTANIO(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE '10' TO WSS-FS-HISTANIO
             END-IF
           END-IF.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


      *****************************************************************
      * Resumen por relacion y retencion de la cadena si el total de
      * huerfanos supera el umbral de PARAM.DAT.
      *****************************************************************
       260000-RESOLVER-RETENCION.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'RELACION                         LEIDOS HUERFANOS'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-RELACION FROM 1 BY 1
                     UNTIL WS-IND-RELACION > WS-CANT-RELACIONES
             MOVE TRL-LEIDOS(WS-IND-RELACION) TO WS-ED-CANTIDAD
             MOVE TRL-HUERFANOS(WS-IND-RELACION) TO WS-ED-CANTIDAD-2
             MOVE SPACES TO WS-LINEA-REPORTE
             EVALUATE TRUE
               WHEN TRL-NO-CONTROLADA(WS-IND-RELACION)
                 STRING TRL-DESCRIP(WS-IND-RELACION)
                        ' NO CONTROLADA, FALTA EL ARCHIVO'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN TRL-INCOMPLETA(WS-IND-RELACION)
                 STRING TRL-DESCRIP(WS-IND-RELACION) ' '
                        WS-ED-CANTIDAD '   ' WS-ED-CANTIDAD-2
                        ' CONTROL PARCIAL'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN OTHER
                 STRING TRL-DESCRIP(WS-IND-RELACION) ' '
                        WS-ED-CANTIDAD '   ' WS-ED-CANTIDAD-2
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-EVALUATE
             PERFORM 250000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE WS-TOTAL-HUERFANOS TO WS-ED-CANTIDAD
           MOVE WSP-UMBRAL-HUERFANOS TO WS-ED-CANTIDAD-2
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL DE HUERFANOS ' WS-ED-CANTIDAD
                  '  UMBRAL ' WS-ED-CANTIDAD-2
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA

           IF WS-TOTAL-HUERFANOS > WSP-UMBRAL-HUERFANOS
      * La marca se agrega a la que haya dejado la prueba diaria.
             OPEN EXTEND CADHOLD
             IF WSS-FS-CADHOLD-NOEXISTE
               OPEN OUTPUT CADHOLD
             END-IF
             MOVE WSP-FECHA-PROCESO TO HLD-FECHA
             MOVE SPACES TO HLD-MOTIVO
             STRING 'INTEGRIDAD REFERENCIAL CON ' WS-TOTAL-HUERFANOS
                    ' HUERFANOS, VER INTEGRID.REP'
                    DELIMITED BY SIZE INTO HLD-MOTIVO
             WRITE REG-CADHOLD
             CLOSE CADHOLD
             MOVE 8 TO WS-RETURN-CODE
             DISPLAY 'CADENA RETENIDA: ' WS-TOTAL-HUERFANOS
                     ' REGISTROS HUERFANOS'
             MOVE 'HUERFANOS SOBRE EL UMBRAL: CADENA RETENIDA'
               TO WS-LINEA-REPORTE
           ELSE
             IF WS-TOTAL-HUERFANOS > 0
               MOVE 4 TO WS-RETURN-CODE
               MOVE 'HUERFANOS DENTRO DEL UMBRAL TOLERADO'
                 TO WS-LINEA-REPORTE
             ELSE
               MOVE 'SIN REGISTROS HUERFANOS' TO WS-LINEA-REPORTE
             END-IF
           END-IF
           PERFORM 250000-ESCRIBIR-LINEA.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   INTEGRIDAD REFERENCIAL'
           DISPLAY 'Programme: INTEGRIDADREF'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       330000-CERRAR-ARCHIVOS.
           IF WSS-FS-CUENTAS-OK OR WSS-FS-CUENTAS-EOF
                   OR WSS-FS-CUENTAS = '23'
             CLOSE CUENTAS
           END-IF
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           CLOSE REPORTE.


       395000-REGISTRAR-REPORTE.
           MOVE 'INTEGRIDAD REFERENC.' TO WS-REPIDX-NOMBRE
           MOVE 'INTEGRIDADREF' TO WS-REPIDX-PROGRAMA
           MOVE '..\INTEGRID.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'INTEGRIDADREF'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-REPORTE    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
