      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CONTRACARGOS DE TARJETA: IMPORTA EL ARCHIVO DE
      *              CONTRACARGOS DEL ADQUIRENTE (ADQCONTRA.DAT) Y
      *              CONCILIA CADA UNO CONTRA SU RECIBO DE PAGOS.DAT
      *              CON MEDIO 'TAR' POR LA REFERENCIA DE COMERCIO (EL
      *              NRO DE RECIBO QUE VIAJA CON LA OPERACION). EL
      *              RECIBO TIENE QUE ESTAR APLICADO Y CUBRIR EL
      *              IMPORTE. COMO EL REBOTE DE CARTERACHEQUES, EL
      *              CONTRACARGO REVIERTE LA APLICACION SOBRE
      *              CUENTAS.DAT REABRIENDO EL SALDO Y AGREGA A
      *              SERVICIO.DAT EL CARGO POR CONTRACARGO CON EL
      *              CODIGO 'CBK' DEL CATALOGO. LA REVERSION MISMA
      *              QUEDA ASENTADA EN SERVICIO.DAT CON EL CODIGO 'CBR'
      *              DEL CATALOGO (POSITIVO AL ABRIR EL CASO, NEGATIVO
      *              AL GANARLO), EN TRAMOS DE HASTA 99.999,99, PARA
      *              QUE LA PRUEBA DIARIA, EL AUDITOR DE SALDOS Y LA
      *              EXPORTACION CONTABLE VEAN EL MOVIMIENTO DEL SALDO.
      *              CBK Y CBR TIENEN QUE ESTAR ACTIVOS EN EL CATALOGO.
      *              CADA CONTRACARGO ABRE
      *              UN CASO EN CONTRACAR.DAT QUE SE SIGUE POR LA
      *              REPRESENTACION HASTA GANARLO (EL PAGO SE
      *              RESTITUYE Y EL SALDO VUELVE A BAJAR) O PERDERLO
      *              (LA REVERSION QUEDA FIRME). EL CARGO CBK QUEDA
      *              EN AMBOS CASOS. REIMPORTAR EL MISMO ARCHIVO NO
      *              DUPLICA CASOS. LOS CASOS ABIERTOS SE VEN EN
      *              REPORTETURNO Y EN CLIENTE360.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CONTRACARGOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADQCONTRA          ASSIGN TO DISK '..\ADQCONTRA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ADQCONTRA.

           SELECT CONTRACAR          ASSIGN TO DISK '..\CONTRACAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTRACAR.

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

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD ADQCONTRA.
       01 REG-ADQCONTRA.
         05 ADQ-CASO                  PIC X(12).
         05 ADQ-REFERENCIA            PIC 9(08).
         05 ADQ-FECHA-OPERACION       PIC 9(08).
         05 ADQ-IMPORTE               PIC S9(13)V99.
         05 ADQ-MOTIVO                PIC X(04).
         05 ADQ-FECHA-DEBITO          PIC 9(08).

       FD CONTRACAR.
           COPY CONTRAREC.

       FD PAGOS.
           COPY PAGOS.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO.
           10 AAAA                    PIC X(04).
           10 MM                      PIC X(02).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ADQCONTRA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTRACAR==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

      * CONTRACAR.DAT es secuencial: se carga entero al entrar y se
      * regraba despues de cada operacion que cambia un caso.
       01 TABLA-CASOS.
         05 WS-CANT-CASOS              PIC 9(04) VALUE 0.
         05 TCS-REGISTRO OCCURS 2000 TIMES
                                       PIC X(87).

      * Contracargos del archivo del adquirente, con el resultado de
      * la conciliacion contra PAGOS.DAT de cada uno.
       01 TABLA-ADQUIRENTE.
         05 WS-CANT-ADQ                PIC 9(03) VALUE 0.
         05 TAD-ENTRY OCCURS 500 TIMES.
           10 TAD-CASO                 PIC X(12).
           10 TAD-REFERENCIA           PIC 9(08).
           10 TAD-FECHA-OPERACION      PIC 9(08).
           10 TAD-IMPORTE              PIC S9(13)V99.
           10 TAD-MOTIVO               PIC X(04).
           10 TAD-NROCUENTA            PIC 9(08).
           10 TAD-RESULTADO            PIC X(01).
               88 TAD-SIN-RECIBO                         VALUE ' '.
               88 TAD-CONCILIADO                         VALUE 'C'.
               88 TAD-YA-IMPORTADO                       VALUE 'D'.
               88 TAD-NO-APLICADO                        VALUE 'N'.
               88 TAD-IMPORTE-MAYOR                      VALUE 'M'.
               88 TAD-RECIBO-CON-CASO                    VALUE 'K'.
               88 TAD-PROCESADO                          VALUE 'X'.
               88 TAD-SIN-CUENTA                         VALUE 'Z'.

       01 INDICES.
         05 WS-IND-CASO                PIC 9(04).
         05 WS-IND-CASO-HALLADO        PIC 9(04).
         05 WS-IND-ADQ                 PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-CASO                   PIC X(12).
         05 WSV-RESOLUCION             PIC X(01).

       01 WS-COD-CBK-EXISTE            PIC X VALUE 'N'.
           88 WS-CBK-EN-CATALOGO                        VALUE 'S'.

       01 WS-COD-CBR-EXISTE            PIC X VALUE 'N'.
           88 WS-CBR-EN-CATALOGO                        VALUE 'S'.

       01 WS-RECARGO-CBK               PIC S9(05)V99 VALUE 0.

      * La reversion se asienta en tramos que entren en MONTO-S de
      * SERVICIO.DAT; el signo da el sentido (abrir o ganar el caso).
       01 WS-REVERSION-CBR.
         05 WS-CBR-PENDIENTE           PIC S9(13)V99.
         05 WS-CBR-TRAMO               PIC S9(05)V99.
         05 WS-CBR-SIGNO               PIC S9(01).

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.

       01 WS-PERIODO-PROCESO           PIC X(06).
       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 ACUMULADORES.
         05 WSA-CANT-ABIERTOS          PIC 9(04).
         05 WSA-CANT-RECHAZADOS        PIC 9(04).
         05 WSA-CANT-REPETIDOS         PIC 9(04).
         05 WSA-IMPORTE-ABIERTOS       PIC S9(13)V99.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO
           PERFORM 105000-CARGAR-CASOS
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CASOS.
           MOVE 0 TO WS-CANT-CASOS
           OPEN INPUT CONTRACAR
           IF WSS-FS-CONTRACAR-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTRACAR-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONTRACARGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTRACAR
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-CASO
               PERFORM UNTIL WSS-FS-CONTRACAR-EOF
                 IF WS-CANT-CASOS < 2000
                   ADD 1 TO WS-CANT-CASOS
                   MOVE REG-CONTRACAR TO TCS-REGISTRO(WS-CANT-CASOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia casos: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 2000 CASOS DE CONTRACARGO, '
                           'DEPURAR EL ARCHIVO ANTES DE CONTINUAR'
                   CLOSE CONTRACAR
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-CASO
               END-PERFORM
             END-IF
             CLOSE CONTRACAR
           END-IF.


       106000-LEER-CASO.
           READ CONTRACAR
           IF NOT WSS-FS-CONTRACAR-OK AND NOT WSS-FS-CONTRACAR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTRACAR
             MOVE '10' TO WSS-FS-CONTRACAR
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'CONTRACARGOS DE TARJETA (CONTRACAR.DAT)'
           DISPLAY '1 - IMPORTAR CONTRACARGOS DEL ADQUIRENTE'
           DISPLAY '2 - LISTAR CASOS ABIERTOS'
           DISPLAY '3 - REGISTRAR REPRESENTACION'
           DISPLAY '4 - REGISTRAR RESOLUCION (GANADO / PERDIDO)'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       150000-BUSCAR-CASO.
           MOVE 0 TO WS-IND-CASO-HALLADO
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                     UNTIL WS-IND-CASO > WS-CANT-CASOS
             MOVE TCS-REGISTRO(WS-IND-CASO) TO REG-CONTRACAR
             IF CTC-CASO = WSV-CASO
               MOVE WS-IND-CASO TO WS-IND-CASO-HALLADO
               MOVE WS-CANT-CASOS TO WS-IND-CASO
             END-IF
           END-PERFORM
           IF WS-IND-CASO-HALLADO NOT = 0
             MOVE TCS-REGISTRO(WS-IND-CASO-HALLADO) TO REG-CONTRACAR
           END-IF.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-IMPORTAR
             WHEN 2
               PERFORM 250000-LISTAR-ABIERTOS
             WHEN 3
               PERFORM 260000-REPRESENTAR
             WHEN 4
               PERFORM 270000-RESOLVER
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-IMPORTAR.
           CALL 'PERIODOABIERTO' USING WS-PERIODO-PROCESO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-PROCESO ' ESTA '
                     'CERRADO, NO SE PUEDEN IMPORTAR CONTRACARGOS'
           ELSE
             PERFORM 232000-VERIFICAR-CATALOGO
             IF WS-CBK-EN-CATALOGO AND WS-CBR-EN-CATALOGO
               PERFORM 212000-CARGAR-ADQUIRENTE
               IF WS-CANT-ADQ > 0
                 PERFORM 220000-CONCILIAR-PAGOS
                 PERFORM 230000-ABRIR-CASOS
                 PERFORM 240000-INFORMAR-IMPORTACION
               END-IF
             END-IF
           END-IF.


       212000-CARGAR-ADQUIRENTE.
      * Un caso que ya esta en CONTRACAR.DAT no se vuelve a abrir:
      * reimportar el mismo archivo no duplica reversiones.
           MOVE 0 TO WS-CANT-ADQ
           OPEN INPUT ADQCONTRA
           IF WSS-FS-ADQCONTRA-NOEXISTE
             DISPLAY 'NO HAY ARCHIVO DE CONTRACARGOS DEL ADQUIRENTE'
           ELSE
             IF NOT WSS-FS-ADQCONTRA-OK
               DISPLAY 'ERROR DE ARCHIVO DEL ADQUIRENTE'
               DISPLAY 'FILE STATUS ' WSS-FS-ADQCONTRA
             ELSE
               PERFORM 213000-LEER-ADQUIRENTE
               PERFORM UNTIL WSS-FS-ADQCONTRA-EOF
                 IF WS-CANT-ADQ < 500
                   ADD 1 TO WS-CANT-ADQ
                   INITIALIZE TAD-ENTRY(WS-CANT-ADQ)
                   MOVE ADQ-CASO TO TAD-CASO(WS-CANT-ADQ)
                   MOVE ADQ-REFERENCIA TO TAD-REFERENCIA(WS-CANT-ADQ)
                   MOVE ADQ-FECHA-OPERACION
                     TO TAD-FECHA-OPERACION(WS-CANT-ADQ)
                   MOVE ADQ-IMPORTE TO TAD-IMPORTE(WS-CANT-ADQ)
                   MOVE ADQ-MOTIVO TO TAD-MOTIVO(WS-CANT-ADQ)
                   MOVE ADQ-CASO TO WSV-CASO
                   PERFORM 150000-BUSCAR-CASO
                   IF WS-IND-CASO-HALLADO NOT = 0
                     MOVE 'D' TO TAD-RESULTADO(WS-CANT-ADQ)
                   END-IF
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
                   DISPLAY 'ATENCION: MAS DE 500 CONTRACARGOS, EL '
                           'RESTO QUEDA PARA LA PROXIMA IMPORTACION'
                   MOVE '10' TO WSS-FS-ADQCONTRA
                 END-IF
                 IF NOT WSS-FS-ADQCONTRA-EOF
                   PERFORM 213000-LEER-ADQUIRENTE
                 END-IF
               END-PERFORM
             END-IF
             CLOSE ADQCONTRA
           END-IF.


       213000-LEER-ADQUIRENTE.
           READ ADQCONTRA
           IF NOT WSS-FS-ADQCONTRA-OK AND NOT WSS-FS-ADQCONTRA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ADQCONTRA
             MOVE '10' TO WSS-FS-ADQCONTRA
           END-IF.


       220000-CONCILIAR-PAGOS.
      * Una sola pasada por PAGOS.DAT: cada recibo 'TAR' se cruza con
      * los contracargos que lo referencian.
           OPEN INPUT PAGOS
           IF NOT WSS-FS-PAGOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
           ELSE
             PERFORM 225000-LEER-PAGO
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               IF PAG-MEDIO = 'TAR'
                 PERFORM 222000-CRUZAR-RECIBO
                           VARYING WS-IND-ADQ FROM 1 BY 1
                           UNTIL WS-IND-ADQ > WS-CANT-ADQ
               END-IF
               PERFORM 225000-LEER-PAGO
             END-PERFORM
             CLOSE PAGOS
           END-IF.


       222000-CRUZAR-RECIBO.
           IF TAD-SIN-RECIBO(WS-IND-ADQ)
                   AND TAD-REFERENCIA(WS-IND-ADQ) = PAG-ENTRYID
             MOVE PAG-NROCUENTA TO TAD-NROCUENTA(WS-IND-ADQ)
             EVALUATE TRUE
               WHEN NOT PAG-APLICADO
                 MOVE 'N' TO TAD-RESULTADO(WS-IND-ADQ)
               WHEN TAD-IMPORTE(WS-IND-ADQ) > PAG-IMPORTE
                       OR TAD-IMPORTE(WS-IND-ADQ) <= 0
                 MOVE 'M' TO TAD-RESULTADO(WS-IND-ADQ)
               WHEN OTHER
                 PERFORM 223000-VERIFICAR-RECIBO-LIBRE
             END-EVALUATE
           END-IF.


       223000-VERIFICAR-RECIBO-LIBRE.
      * Un recibo con un caso vivo o perdido ya fue revertido: otro
      * contracargo sobre el mismo recibo se revisa a mano.
           MOVE 'C' TO TAD-RESULTADO(WS-IND-ADQ)
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                     UNTIL WS-IND-CASO > WS-CANT-CASOS
             MOVE TCS-REGISTRO(WS-IND-CASO) TO REG-CONTRACAR
             IF CTC-PAG-ENTRYID = PAG-ENTRYID AND NOT CTC-GANADO
               MOVE 'K' TO TAD-RESULTADO(WS-IND-ADQ)
             END-IF
           END-PERFORM.


       225000-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF.


       230000-ABRIR-CASOS.
      * El contracargo reabre el saldo: el importe debitado por el
      * adquirente vuelve al MONTO de la cuenta y el cargo CBK del
      * catalogo se devenga como un asiento mas, igual que el NSF
      * del cheque rechazado.
           PERFORM 238000-CARGAR-ULTIMO-ID
           OPEN I-O CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             OPEN I-O SERVICIO
             IF WSS-FS-SERVICIO-NOEXISTE
               OPEN OUTPUT SERVICIO
             END-IF
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             ELSE
               PERFORM VARYING WS-IND-ADQ FROM 1 BY 1
                         UNTIL WS-IND-ADQ > WS-CANT-ADQ
                 IF TAD-CONCILIADO(WS-IND-ADQ)
                   PERFORM 235000-REVERTIR-Y-RECARGAR
                 END-IF
               END-PERFORM
               CLOSE SERVICIO
             END-IF
             CLOSE CUENTAS
           END-IF
           PERFORM 290000-GRABAR-CASOS.


       232000-VERIFICAR-CATALOGO.
           MOVE 'N' TO WS-COD-CBK-EXISTE
           MOVE 'N' TO WS-COD-CBR-EXISTE
           OPEN INPUT SERVCAT
           IF NOT WSS-FS-SERVCAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           ELSE
             PERFORM 233000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = 'CBK' AND CAT-ACTIVO
                 MOVE 'S' TO WS-COD-CBK-EXISTE
                 MOVE CAT-PRECIO TO WS-RECARGO-CBK
               END-IF
               IF CAT-CODIGO = 'CBR' AND CAT-ACTIVO
                 MOVE 'S' TO WS-COD-CBR-EXISTE
               END-IF
               PERFORM 233000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF
           IF NOT WS-CBK-EN-CATALOGO
             DISPLAY 'ERROR: EL CODIGO CBK NO ESTA ACTIVO EN EL '
                     'CATALOGO, DARLO DE ALTA CON CATALOGOSERVICIOS'
           END-IF
           IF NOT WS-CBR-EN-CATALOGO
             DISPLAY 'ERROR: EL CODIGO CBR NO ESTA ACTIVO EN EL '
                     'CATALOGO, DARLO DE ALTA CON CATALOGOSERVICIOS'
           END-IF.


       233000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       235000-REVERTIR-Y-RECARGAR.
           MOVE TAD-NROCUENTA(WS-IND-ADQ) TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               MOVE 'Z' TO TAD-RESULTADO(WS-IND-ADQ)
             NOT INVALID KEY
               ADD TAD-IMPORTE(WS-IND-ADQ) TO MONTO
               REWRITE REG-CUENTAS
               IF WSS-FS-CUENTAS-OK
                 MOVE TAD-NROCUENTA(WS-IND-ADQ) TO NUMCUENTA
                 MOVE TAD-IMPORTE(WS-IND-ADQ) TO WS-CBR-PENDIENTE
                 MOVE 1 TO WS-CBR-SIGNO
                 PERFORM 237500-GRABAR-REVERSION-CBR
                 PERFORM 237000-GRABAR-RECARGO-CBK
                 PERFORM 236000-AGREGAR-CASO
                 MOVE 'X' TO TAD-RESULTADO(WS-IND-ADQ)
               ELSE
                 DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
                 DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                 MOVE 'Z' TO TAD-RESULTADO(WS-IND-ADQ)
               END-IF
           END-READ.


       236000-AGREGAR-CASO.
           IF WS-CANT-CASOS < 2000
             INITIALIZE REG-CONTRACAR
             MOVE TAD-CASO(WS-IND-ADQ) TO CTC-CASO
             MOVE TAD-REFERENCIA(WS-IND-ADQ) TO CTC-PAG-ENTRYID
             MOVE TAD-NROCUENTA(WS-IND-ADQ) TO CTC-NROCUENTA
             MOVE TAD-IMPORTE(WS-IND-ADQ) TO CTC-IMPORTE
             MOVE TAD-MOTIVO(WS-IND-ADQ) TO CTC-MOTIVO
             MOVE WSP-FECHA-PROCESO TO CTC-FECHA-ALTA
             MOVE WS-RECARGO-CBK TO CTC-RECARGO
             MOVE WS-ULTIMO-ID TO CTC-ENTRYID-RECARGO
             MOVE 'A' TO CTC-ESTADO
             ADD 1 TO WS-CANT-CASOS
             MOVE REG-CONTRACAR TO TCS-REGISTRO(WS-CANT-CASOS)
             ADD 1 TO WSA-CANT-ABIERTOS
             ADD TAD-IMPORTE(WS-IND-ADQ) TO WSA-IMPORTE-ABIERTOS
           ELSE
             DISPLAY 'ERROR: SIN LUGAR PARA EL CASO '
                     TAD-CASO(WS-IND-ADQ)
                     ', DEPURAR CONTRACAR.DAT'
           END-IF.


       237000-GRABAR-RECARGO-CBK.
           MOVE 'CBK' TO CODSERVICIO
           MOVE TAD-NROCUENTA(WS-IND-ADQ) TO NUMCUENTA
           MOVE 'CARGO POR CONTRACARGO TARJETA' TO DESCRIP
           MOVE WS-PERIODO-PROCESO(1:4) TO AAAA
           MOVE WS-PERIODO-PROCESO(5:2) TO MM
           MOVE WS-RECARGO-CBK TO MONTO-S
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID-S
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WS-CANT-ESCRITOS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       237500-GRABAR-REVERSION-CBR.
      * NUMCUENTA, el importe y el signo vienen cargados: abrir el
      * caso sube el saldo y ganarlo lo baja, siempre con asiento.
           PERFORM UNTIL WS-CBR-PENDIENTE = 0
             IF WS-CBR-PENDIENTE > 99999,99
               MOVE 99999,99 TO WS-CBR-TRAMO
             ELSE
               MOVE WS-CBR-PENDIENTE TO WS-CBR-TRAMO
             END-IF
             SUBTRACT WS-CBR-TRAMO FROM WS-CBR-PENDIENTE
             MOVE 'CBR' TO CODSERVICIO
             IF WS-CBR-SIGNO > 0
               MOVE 'REVERSION PAGO POR CONTRACARGO' TO DESCRIP
             ELSE
               MOVE 'RESTITUCION CONTRACARGO GANADO' TO DESCRIP
             END-IF
             MOVE WS-PERIODO-PROCESO(1:4) TO AAAA
             MOVE WS-PERIODO-PROCESO(5:2) TO MM
             COMPUTE MONTO-S = WS-CBR-TRAMO * WS-CBR-SIGNO
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID-S
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WS-CANT-ESCRITOS
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             END-IF
           END-PERFORM.


       238000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-SERVICIO-OK
               PERFORM 239000-LEER-SERVICIO
               PERFORM UNTIL WSS-FS-SERVICIO-EOF
                 IF ENTRYID-S > WS-ULTIMO-ID
                   MOVE ENTRYID-S TO WS-ULTIMO-ID
                 END-IF
                 PERFORM 239000-LEER-SERVICIO
               END-PERFORM
             END-IF
             CLOSE SERVICIO
           END-IF
           IF WS-ID-INICIAL-SESION = 0
             MOVE WS-ULTIMO-ID TO WS-ID-INICIAL-SESION
           END-IF.


       239000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       240000-INFORMAR-IMPORTACION.
           PERFORM VARYING WS-IND-ADQ FROM 1 BY 1
                     UNTIL WS-IND-ADQ > WS-CANT-ADQ
             EVALUATE TRUE
               WHEN TAD-PROCESADO(WS-IND-ADQ)
                 DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                         ' RECIBO ' TAD-REFERENCIA(WS-IND-ADQ)
                         ' CUENTA ' TAD-NROCUENTA(WS-IND-ADQ)
                         ' ' TAD-IMPORTE(WS-IND-ADQ)
                         ' ABIERTO'
               WHEN TAD-YA-IMPORTADO(WS-IND-ADQ)
                 ADD 1 TO WSA-CANT-REPETIDOS
               WHEN OTHER
                 ADD 1 TO WSA-CANT-RECHAZADOS
                 PERFORM 245000-INFORMAR-RECHAZO
             END-EVALUATE
           END-PERFORM
           DISPLAY 'CASOS ABIERTOS:      ' WSA-CANT-ABIERTOS
                   ' IMPORTE ' WSA-IMPORTE-ABIERTOS
           DISPLAY 'YA IMPORTADOS:       ' WSA-CANT-REPETIDOS
           DISPLAY 'SIN CONCILIAR:       ' WSA-CANT-RECHAZADOS.


       245000-INFORMAR-RECHAZO.
           EVALUATE TRUE
             WHEN TAD-SIN-RECIBO(WS-IND-ADQ)
               DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                       ': NO HAY RECIBO TAR '
                       TAD-REFERENCIA(WS-IND-ADQ)
             WHEN TAD-NO-APLICADO(WS-IND-ADQ)
               DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                       ': EL RECIBO ' TAD-REFERENCIA(WS-IND-ADQ)
                       ' NO ESTA APLICADO'
             WHEN TAD-IMPORTE-MAYOR(WS-IND-ADQ)
               DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                       ': IMPORTE ' TAD-IMPORTE(WS-IND-ADQ)
                       ' INVALIDO O MAYOR AL DEL RECIBO'
             WHEN TAD-RECIBO-CON-CASO(WS-IND-ADQ)
               DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                       ': EL RECIBO ' TAD-REFERENCIA(WS-IND-ADQ)
                       ' YA TIENE UN CONTRACARGO, REVISAR A MANO'
             WHEN OTHER
               DISPLAY 'CASO ' TAD-CASO(WS-IND-ADQ)
                       ': LA CUENTA ' TAD-NROCUENTA(WS-IND-ADQ)
                       ' NO SE PUDO REVERTIR'
           END-EVALUATE.


       250000-LISTAR-ABIERTOS.
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                     UNTIL WS-IND-CASO > WS-CANT-CASOS
             MOVE TCS-REGISTRO(WS-IND-CASO) TO REG-CONTRACAR
             IF CTC-PENDIENTE
               DISPLAY 'CASO ' CTC-CASO
                       ' RECIBO ' CTC-PAG-ENTRYID
                       ' CUENTA ' CTC-NROCUENTA
                       ' ' CTC-IMPORTE
                       ' MOT ' CTC-MOTIVO
                       ' ALTA ' CTC-FECHA-ALTA
                       ' ESTADO ' CTC-ESTADO
             END-IF
           END-PERFORM.


       260000-REPRESENTAR.
           DISPLAY 'INGRESE EL NRO DE CASO DEL ADQUIRENTE: '
           ACCEPT WSV-CASO
           PERFORM 150000-BUSCAR-CASO
           EVALUATE TRUE
             WHEN WS-IND-CASO-HALLADO = 0
               DISPLAY 'NO EXISTE ESE CASO'
             WHEN NOT CTC-ABIERTO
               DISPLAY 'EL CASO NO ESTA ABIERTO (ESTADO '
                       CTC-ESTADO ')'
             WHEN OTHER
               MOVE 'R' TO CTC-ESTADO
               MOVE WSP-FECHA-PROCESO TO CTC-FECHA-REPRES
               MOVE REG-CONTRACAR TO TCS-REGISTRO(WS-IND-CASO-HALLADO)
               PERFORM 290000-GRABAR-CASOS
               DISPLAY 'CASO ' CTC-CASO ' REPRESENTADO'
           END-EVALUATE.


       270000-RESOLVER.
           DISPLAY 'INGRESE EL NRO DE CASO DEL ADQUIRENTE: '
           ACCEPT WSV-CASO
           PERFORM 150000-BUSCAR-CASO
           EVALUATE TRUE
             WHEN WS-IND-CASO-HALLADO = 0
               DISPLAY 'NO EXISTE ESE CASO'
             WHEN NOT CTC-PENDIENTE
               DISPLAY 'EL CASO YA ESTA RESUELTO (ESTADO '
                       CTC-ESTADO ')'
             WHEN OTHER
               DISPLAY 'RESULTADO (G = GANADO, P = PERDIDO): '
               ACCEPT WSV-RESOLUCION
               EVALUATE WSV-RESOLUCION
                 WHEN 'G'
                   PERFORM 275000-RESTITUIR-PAGO
                 WHEN 'P'
                   MOVE 'P' TO CTC-ESTADO
                   MOVE WSP-FECHA-PROCESO TO CTC-FECHA-RESOL
                   MOVE REG-CONTRACAR
                     TO TCS-REGISTRO(WS-IND-CASO-HALLADO)
                   PERFORM 290000-GRABAR-CASOS
                   DISPLAY 'CASO ' CTC-CASO ' PERDIDO: EL SALDO '
                           'QUEDA REABIERTO'
                 WHEN OTHER
                   DISPLAY 'RESULTADO INVALIDO'
               END-EVALUATE
           END-EVALUATE.


       275000-RESTITUIR-PAGO.
      * Ganado el caso, el adquirente devuelve el importe: el pago
      * vuelve a descargar la cuenta como cuando se aplico y la
      * restitucion queda asentada en SERVICIO.DAT como CBR negativo.
           CALL 'PERIODOABIERTO' USING WS-PERIODO-PROCESO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-PROCESO ' ESTA '
                     'CERRADO, NO SE PUEDE RESTITUIR EL PAGO'
           ELSE
             PERFORM 238000-CARGAR-ULTIMO-ID
             OPEN I-O SERVICIO
             IF WSS-FS-SERVICIO-NOEXISTE
               OPEN OUTPUT SERVICIO
             END-IF
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             ELSE
               PERFORM 276000-RESTITUIR-EN-CUENTA
               CLOSE SERVICIO
             END-IF
           END-IF.


       276000-RESTITUIR-EN-CUENTA.
           OPEN I-O CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             MOVE CTC-NROCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 DISPLAY 'LA CUENTA DEL CASO YA NO EXISTE, '
                         'NO SE RESTITUYE'
               NOT INVALID KEY
                 SUBTRACT CTC-IMPORTE FROM MONTO
                 REWRITE REG-CUENTAS
                 IF WSS-FS-CUENTAS-OK
                   MOVE CTC-NROCUENTA TO NUMCUENTA
                   MOVE CTC-IMPORTE TO WS-CBR-PENDIENTE
                   MOVE -1 TO WS-CBR-SIGNO
                   PERFORM 237500-GRABAR-REVERSION-CBR
                   MOVE 'G' TO CTC-ESTADO
                   MOVE WSP-FECHA-PROCESO TO CTC-FECHA-RESOL
                   MOVE REG-CONTRACAR
                     TO TCS-REGISTRO(WS-IND-CASO-HALLADO)
                   PERFORM 290000-GRABAR-CASOS
                   DISPLAY 'CASO ' CTC-CASO ' GANADO: PAGO '
                           'RESTITUIDO EN LA CUENTA'
                 ELSE
                   DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                 END-IF
             END-READ
             CLOSE CUENTAS
           END-IF.


       290000-GRABAR-CASOS.
           OPEN OUTPUT CONTRACAR
           IF NOT WSS-FS-CONTRACAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTRACARGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CONTRACAR
           ELSE
             PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                       UNTIL WS-IND-CASO > WS-CANT-CASOS
               MOVE TCS-REGISTRO(WS-IND-CASO) TO REG-CONTRACAR
               WRITE REG-CONTRACAR
             END-PERFORM
             CLOSE CONTRACAR
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CONTRACARGOS DE TARJETA'
           DISPLAY 'Programme: CONTRACARGOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'CONTRACARGOS'       TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CONTRACAR     TO WS-RUNLOG-STATUS
           MOVE WS-ID-INICIAL-SESION TO WS-RUNLOG-IDINI
           MOVE WS-ULTIMO-ID         TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.
