      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     COTIZACIONES DE VENTA: VENTAS EMITE UNA COTIZACION
      *              NUMERADA CON LA SERIE 'COT' DEL NUMERADOR CENTRAL
      *              PARA UN CLIENTE DE CLIENTES.DAT O PARA UN
      *              PROSPECTO (NOMBRE, OFICINA, CONTACTO, CATEGORIA DE
      *              IVA Y CUIT, VALIDADOS COMO EN EL ALTA DE
      *              MANTCLIENTES), CON RENGLONES DE CODIGOS DEL
      *              CATALOGO Y CANTIDADES VALORIZADOS POR LA RUTINA
      *              PRECIOVIGENTE (O AL CAT-PRECIO SI EL CODIGO NO
      *              TIENE PRECIOS FECHADOS) Y UNA FECHA DE VALIDEZ.
      *              LA CABECERA QUEDA EN COTVTA.DAT Y LOS RENGLONES EN
      *              COTIZDET.DAT (CADA EMPRESA DEL GRUPO NUMERA SU
      *              PROPIA SERIE COT, ASI QUE CABECERA Y RENGLONES SE
      *              BUSCAN POR NUMERO Y EMPRESA); LA COTIZACION
      *              IMPRESA SALE EN
      *              COTIZA.REP. SOLO SE COTIZAN SERVICIOS: UN PAQUETE
      *              SE VALORIZA POR SUS COMPONENTES Y NO ADMITE PRECIO
      *              PROPIO DE CUENTA. ACEPTAR UNA COTIZACION DENTRO DE
      *              SU VALIDEZ HACE EN UN SOLO PASO EL ALTA DEL
      *              CLIENTE (SI ERA PROSPECTO, CON LA CONSULTA AL
      *              BURO), LA CUENTA EN CUENTAS.DAT Y UNA SUSCRIPCION
      *              POR RENGLON EN SUSCRIP.DAT; EL RENGLON COTIZADO A
      *              UN PRECIO DISTINTO DEL VIGENTE AL ACEPTAR DEJA EN
      *              SERVPREC.DAT EL PRECIO PROPIO DE LA CUENTA, PARA
      *              QUE EL GENERADOR DE SUSCRIPCIONES FACTURE LO
      *              COTIZADO. EL VENDEDOR ES EL OPERADOR IDENTIFICADO
      *              POR CONTROLACCESO AL EMITIR. EL INFORME
      *              (COTIZINF.REP) MUESTRA POR VENDEDOR LAS
      *              COTIZACIONES EMITIDAS, ACEPTADAS, VENCIDAS SIN
      *              ACEPTAR Y VIGENTES, CON LA TASA DE CONVERSION.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  COTIZACIONES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTVTA             ASSIGN TO DISK '..\COTVTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTVTA.

           SELECT COTIZDET           ASSIGN TO DISK '..\COTIZDET.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZDET.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SUSCRIP            ASSIGN TO DISK '..\SUSCRIP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSCRIP.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT SERVPREC           ASSIGN TO DISK '..\SERVPREC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVPREC.

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT REPORTE            ASSIGN TO DISK '..\COTIZA.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT INFORME            ASSIGN TO DISK '..\COTIZINF.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INFORME.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

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
      * Cabecera de la cotizacion. COT-NRO-CLIENTE es el cliente
      * cotizado; en un prospecto queda en cero hasta la aceptacion,
      * que graba el numero del cliente dado de alta. Los datos del
      * destinatario se copian al emitir para la impresion.
       FD COTVTA.
       01 REG-COTVTA.
         05 COT-NUMERO                PIC 9(08).
         05 COT-EMPRESA               PIC X(02).
         05 COT-FECHA-EMISION         PIC 9(08).
         05 COT-FECHA-VALIDEZ         PIC 9(08).
         05 COT-VENDEDOR              PIC X(20).
         05 COT-PROSPECTO             PIC X(01).
             88 COT-ES-PROSPECTO                       VALUE 'S'.
         05 COT-NRO-CLIENTE           PIC 9(07).
         05 COT-NYA                   PIC X(60).
         05 COT-OFIAPE                PIC X(03).
         05 COT-TELEFONO              PIC X(15).
         05 COT-EMAIL                 PIC X(40).
         05 COT-DOMICILIO             PIC X(50).
         05 COT-CATIVA                PIC X(01).
         05 COT-CUIT                  PIC 9(11).
         05 COT-TOTAL                 PIC S9(09)V99.
         05 COT-ESTADO                PIC X(01).
             88 COT-EMITIDA                            VALUE 'E'.
             88 COT-ACEPTADA                           VALUE 'A'.
         05 COT-FECHA-ACEPTADA        PIC 9(08).
         05 COT-NROCUENTA             PIC 9(08).

       FD COTIZDET.
       01 REG-COTIZDET.
         05 CTD-NUMERO                PIC 9(08).
         05 CTD-RENGLON               PIC 9(02).
         05 CTD-CODIGO                PIC X(03).
         05 CTD-DESCRIP               PIC X(30).
         05 CTD-CANTIDAD              PIC 9(03).
         05 CTD-PRECIO                PIC S9(05)V99.
         05 CTD-IMPORTE               PIC S9(09)V99.
      * Renglon grabado antes de la serie COT por empresa: en blanco,
      * su numero es unico en todo el grupo.
         05 CTD-EMPRESA               PIC X(02).

       FD CLIENTES.
           COPY CLIMAEST.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

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
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
         05 SUS-PEN-VALOR             PIC 9(05)V99.
         05 SUS-MOTIVO-BAJA           PIC X(02).

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

       FD OFICINAS.
       01 REG-OFICINAS.
         05 OFI-CODIGO                 PIC X(03).
         05 OFI-NOMBRE                 PIC X(30).
         05 OFI-REGION                 PIC X(15).
         05 OFI-ACTIVA                 PIC X(01).

       FD REPORTE.
       01 REG-REPORTE                  PIC X(80).

       FD INFORME.
       01 REG-INFORME                  PIC X(80).

       FD CONTACTOS.
           COPY CONTACREC.

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==COTVTA==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZDET==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SUSCRIP==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVPREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==OFICINAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==INFORME==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       01 WS-RETURN-CODE                PIC 9(02) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSCONTAC-WS.
       COPY WSAPELLIDO-WS.

       COPY WSPARAM-WS.

       01 TABLA-COTIZACIONES.
         05 WS-CANT-COTIZACIONES       PIC 9(04) VALUE 0.
         05 TCO-ENTRY OCCURS 2000 TIMES.
           10 TCO-NUMERO               PIC 9(08).
           10 TCO-EMPRESA              PIC X(02).
           10 TCO-FECHA-EMISION        PIC 9(08).
           10 TCO-FECHA-VALIDEZ        PIC 9(08).
           10 TCO-VENDEDOR             PIC X(20).
           10 TCO-PROSPECTO            PIC X(01).
           10 TCO-NRO-CLIENTE          PIC 9(07).
           10 TCO-NYA                  PIC X(60).
           10 TCO-OFIAPE               PIC X(03).
           10 TCO-TELEFONO             PIC X(15).
           10 TCO-EMAIL                PIC X(40).
           10 TCO-DOMICILIO            PIC X(50).
           10 TCO-CATIVA               PIC X(01).
           10 TCO-CUIT                 PIC 9(11).
           10 TCO-TOTAL                PIC S9(09)V99.
           10 TCO-ESTADO               PIC X(01).
           10 TCO-FECHA-ACEPTADA       PIC 9(08).
           10 TCO-NROCUENTA            PIC 9(08).

      * Renglones de la cotizacion en curso (la que se emite, se
      * imprime o se acepta).
       01 TABLA-RENGLONES.
         05 WS-CANT-RENGLONES          PIC 9(02) VALUE 0.
         05 TRE-ENTRY OCCURS 20 TIMES.
           10 TRE-CODIGO               PIC X(03).
           10 TRE-DESCRIP              PIC X(30).
           10 TRE-CANTIDAD             PIC 9(03).
           10 TRE-PRECIO               PIC S9(05)V99.
           10 TRE-IMPORTE              PIC S9(09)V99.
           10 TRE-PACTAR               PIC X(01).
               88 TRE-LLEVA-PRECIO-PROPIO              VALUE 'S'.

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(03) VALUE 0.
         05 TC-ENTRY OCCURS 200 TIMES.
           10 TC-CODIGO                PIC X(03).
           10 TC-DESCRIP               PIC X(30).
           10 TC-PRECIO                PIC S9(05)V99.

       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-CODIGO OCCURS 100 TIMES
                                       PIC X(03).

       01 TABLA-VENDEDORES.
         05 WS-CANT-VENDEDORES         PIC 9(03) VALUE 0.
         05 TVE-ENTRY OCCURS 200 TIMES.
           10 TVE-VENDEDOR             PIC X(20).
           10 TVE-EMITIDAS             PIC 9(05).
           10 TVE-ACEPTADAS            PIC 9(05).
           10 TVE-VENCIDAS             PIC 9(05).
           10 TVE-VIGENTES             PIC 9(05).
           10 TVE-IMPORTE-ACEPTADO     PIC S9(11)V99.

       01 INDICES.
         05 WS-IND-COTIZACION          PIC 9(04).
         05 WS-IND-COT-HALLADO         PIC 9(04).
         05 WS-IND-RENGLON             PIC 9(02).
         05 WS-IND-CATALOGO            PIC 9(03).
         05 WS-IND-CAT-HALLADO         PIC 9(03).
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-VENDEDOR            PIC 9(03).
         05 WS-IND-VEN-HALLADO         PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'COTIZACIONES'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 VARIABLES.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-NRO-CLIENTE            PIC 9(07).
         05 WSV-NYA                    PIC X(60).
         05 WSV-OFIAPE                 PIC X(03).
         05 WSV-TELEFONO               PIC X(15).
         05 WSV-EMAIL                  PIC X(40).
         05 WSV-DOMICILIO              PIC X(50).
         05 WSV-CATIVA                 PIC X(01).
         05 WSV-CUIT                   PIC 9(11).
         05 WSV-CUIT-VALIDO            PIC X(01).
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-CANTIDAD               PIC 9(03).
         05 WSV-FECHA-VALIDEZ          PIC 9(08).
         05 WSV-NRO-CLIENTE-ALTA       PIC 9(07).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-PERIODO-DESDE          PIC X(06).
         05 WSV-PERIODO-DESDE-R REDEFINES WSV-PERIODO-DESDE.
           10 WSV-PD-AAAA              PIC 9(04).
           10 WSV-PD-MM                PIC 9(02).
         05 WSV-CONFIRMA               PIC X(01).
         05 WSV-TOTAL                  PIC S9(09)V99.

       01 WSF-FECHAS.
         05 WSF-FECHA-DESDE            PIC 9(08).
         05 WSF-FECHA-HASTA            PIC 9(08).

      * Una cotizacion vale por defecto 30 dias corridos.
       01 WS-DIAS-VALIDEZ              PIC 9(03) VALUE 30.
       01 WS-PERIODO-PROCESO           PIC X(06).
       01 WS-EMPRESA-CLIENTE           PIC X(02).

       01 WS-SERIE-COTIZACIONES        PIC X(03) VALUE 'COT'.
       01 WS-NRO-COTIZACION            PIC 9(08).

       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).
       01 WS-IMPORTE-RENGLON           PIC S9(09)V99.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.

       01 WS-DESTINATARIO-VALIDO       PIC X VALUE 'N'.
           88 WS-DESTINATARIO-OK                        VALUE 'S'.
       01 WS-FIN-RENGLONES             PIC X VALUE 'N'.
           88 WS-RENGLONES-COMPLETOS                    VALUE 'S'.
       01 WS-ACEPTACION-VALIDA         PIC X VALUE 'N'.
           88 WS-ACEPTACION-OK                          VALUE 'S'.
       01 WS-CANT-A-PACTAR             PIC 9(02) VALUE 0.

       01 WS-IND-ARROBA                PIC 9(03).
       01 WS-OFICINA-VALIDA            PIC X VALUE 'N'.
           88 WS-OFICINA-ES-VALIDA                      VALUE 'S'.

       01 DATOS-BURO.
         05 WS-BURO-SITUACION          PIC 9(01).
         05 WS-BURO-DEUDA              PIC 9(13)V99.
         05 WS-BURO-FECHA              PIC 9(08).
         05 WS-BURO-RESULTADO          PIC X(01).
             88 WS-BURO-RECHAZA                       VALUE 'R'.
             88 WS-BURO-SIN-DATOS                     VALUE 'N'.
         05 WS-BURO-DEUDA-EDIT         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         05 WS-BURO-ACEPTADO           PIC X(01).
             88 WS-BURO-OK                            VALUE 'S'.

       01 WS-CERROJO.
         05 WS-CJ-ACCION               PIC X(01).
         05 WS-CJ-ARCHIVO              PIC X(12).
         05 WS-CJ-MODO                 PIC X(01).
         05 WS-CJ-RESULTADO            PIC X(01).
         05 WS-CJ-POSEEDOR             PIC X(20).
         05 WS-CJ-TOMADO               PIC X(01) VALUE 'N'.
             88 WS-CERROJO-TOMADO                      VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-EMITIDAS               PIC 9(05).
         05 WSA-ACEPTADAS              PIC 9(05).
         05 WSA-VENCIDAS               PIC 9(05).
         05 WSA-VIGENTES               PIC 9(05).
         05 WSA-IMPORTE-ACEPTADO       PIC S9(11)V99.
         05 WSA-LINEAS-COTIZACION      PIC 9(05).
         05 WSA-LINEAS-INFORME         PIC 9(05).

       01 WS-CONVERSION                PIC 9(03)V99.

       01 WS-EDICION.
         05 WSE-FECHA                  PIC 9999/99/99.
         05 WSE-FECHA-2                PIC 9999/99/99.
         05 WSE-CANTIDAD               PIC ZZ9.
         05 WSE-PRECIO                 PIC ZZ.ZZ9,99.
         05 WSE-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99.
         05 WSE-EMITIDAS               PIC ZZ.ZZ9.
         05 WSE-ACEPTADAS              PIC ZZ.ZZ9.
         05 WSE-VENCIDAS               PIC ZZ.ZZ9.
         05 WSE-VIGENTES               PIC ZZ.ZZ9.
         05 WSE-CONVERSION             PIC ZZ9,99.
         05 WSE-IMPORTE-ACEPTADO       PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 5 TO WS-OPCION
           ELSE
             PERFORM 104000-CARGAR-OFICINAS
             PERFORM 105000-CARGAR-CATALOGO
             PERFORM 107000-CARGAR-COTIZACIONES
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-CARGAR-OFICINAS.
           MOVE 0 TO WS-CANT-OFICINAS
           OPEN INPUT OFICINAS
           IF WSS-FS-OFICINAS-NOEXISTE
             DISPLAY 'ADVERTENCIA: NO HAY MAESTRO DE OFICINAS, '
                     'NO SE VALIDA EL OFIAPE'
           ELSE
             IF NOT WSS-FS-OFICINAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE OFICINAS'
               DISPLAY 'FILE STATUS ' WSS-FS-OFICINAS
             ELSE
               PERFORM 104100-LEER-OFICINA
               PERFORM UNTIL WSS-FS-OFICINAS-EOF
                 IF OFI-ACTIVA = 'S' AND WS-CANT-OFICINAS < 100
                   ADD 1 TO WS-CANT-OFICINAS
                   MOVE OFI-CODIGO TO TOF-CODIGO(WS-CANT-OFICINAS)
                 END-IF
                 PERFORM 104100-LEER-OFICINA
               END-PERFORM
             END-IF
             CLOSE OFICINAS
           END-IF.


       104100-LEER-OFICINA.
           READ OFICINAS
           IF NOT WSS-FS-OFICINAS-OK AND NOT WSS-FS-OFICINAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-OFICINAS
             MOVE '10' TO WSS-FS-OFICINAS
           END-IF.


       105000-CARGAR-CATALOGO.
      * Solo servicios activos: un paquete no se cotiza (su precio
      * sale de los componentes y no admite precio propio de cuenta)
      * y los productos no son abonos.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-NOEXISTE
             DISPLAY 'CATALOGO DE SERVICIOS VACIO'
           ELSE
             IF NOT WSS-FS-SERVCAT-OK
               DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             ELSE
               PERFORM 106000-LEER-CATALOGO
               PERFORM UNTIL WSS-FS-SERVCAT-EOF
                 IF CAT-ES-SERVICIO AND CAT-ACTIVO
                         AND WS-CANT-CATALOGO < 200
                   ADD 1 TO WS-CANT-CATALOGO
                   MOVE CAT-CODIGO  TO TC-CODIGO(WS-CANT-CATALOGO)
                   MOVE CAT-DESCRIP TO TC-DESCRIP(WS-CANT-CATALOGO)
                   MOVE CAT-PRECIO  TO TC-PRECIO(WS-CANT-CATALOGO)
                 END-IF
                 PERFORM 106000-LEER-CATALOGO
               END-PERFORM
             END-IF
             CLOSE SERVCAT
           END-IF.


       106000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       107000-CARGAR-COTIZACIONES.
           MOVE 0 TO WS-CANT-COTIZACIONES
           OPEN INPUT COTVTA
           IF WSS-FS-COTVTA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-COTVTA-OK
               DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-COTVTA
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 108000-LEER-COTIZACION
               PERFORM UNTIL WSS-FS-COTVTA-EOF
                 IF WS-CANT-COTIZACIONES < 2000
                   ADD 1 TO WS-CANT-COTIZACIONES
                   MOVE REG-COTVTA TO TCO-ENTRY(WS-CANT-COTIZACIONES)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia cotizaciones: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 2000 COTIZACIONES, ARCHIVAR '
                           'LAS CERRADAS ANTES DE CONTINUAR'
                   CLOSE COTVTA
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 108000-LEER-COTIZACION
               END-PERFORM
             END-IF
             CLOSE COTVTA
           END-IF.


       108000-LEER-COTIZACION.
           READ COTVTA
           IF NOT WSS-FS-COTVTA-OK AND NOT WSS-FS-COTVTA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-COTVTA
             MOVE '10' TO WSS-FS-COTVTA
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'COTIZACIONES DE VENTA (COTVTA.DAT)'
           DISPLAY '1 - EMITIR UNA COTIZACION'
           DISPLAY '2 - REIMPRIMIR UNA COTIZACION'
           DISPLAY '3 - ACEPTAR UNA COTIZACION'
           DISPLAY '4 - INFORME DE COTIZACIONES POR VENDEDOR'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-EMITIR
             WHEN 2
               PERFORM 220000-REIMPRIMIR
             WHEN 3
               PERFORM 230000-ACEPTAR
             WHEN 4
               PERFORM 240000-INFORME
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-EMITIR.
           IF WS-CANT-COTIZACIONES >= 2000
             DISPLAY 'TABLA DE COTIZACIONES COMPLETA, NO SE EMITE'
           ELSE
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
             DISPLAY 'NUMERO DE CLIENTE A COTIZAR (0 = PROSPECTO, '
                     'CLIENTE NUEVO): '
             ACCEPT WSV-NRO-CLIENTE
             IF WSV-NRO-CLIENTE = 0
               PERFORM 213000-PEDIR-PROSPECTO
             ELSE
               PERFORM 212000-LEER-CLIENTE
             END-IF
             IF WS-DESTINATARIO-OK
               PERFORM 214000-PEDIR-RENGLONES
               IF WS-CANT-RENGLONES = 0
                 DISPLAY 'COTIZACION SIN RENGLONES, NO SE GRABA'
               ELSE
                 PERFORM 216000-PEDIR-VALIDEZ
               END-IF
             END-IF
           END-IF.


       212000-LEER-CLIENTE.
      * El cliente tiene que existir y ser de la empresa de la corrida;
      * sus datos se copian a la cotizacion para imprimirla.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
               NOT INVALID KEY
                 MOVE EMPRESA-C TO WS-EMPRESA-CLIENTE
                 IF WS-EMPRESA-CLIENTE = SPACES
                   MOVE '01' TO WS-EMPRESA-CLIENTE
                 END-IF
                 IF WS-EMPRESA-CLIENTE NOT = WSP-EMPRESA
                   DISPLAY 'EL CLIENTE ES DE LA EMPRESA '
                           WS-EMPRESA-CLIENTE ', NO SE COTIZA'
                 ELSE
                   MOVE NYA-C       TO WSV-NYA
                   MOVE OFIAPE-C    TO WSV-OFIAPE
                   MOVE TELEFONO-C  TO WSV-TELEFONO
                   MOVE EMAIL-C     TO WSV-EMAIL
                   MOVE DOMICILIO-C TO WSV-DOMICILIO
                   MOVE CATIVA-C    TO WSV-CATIVA
                   MOVE CUIT-C      TO WSV-CUIT
                   DISPLAY 'CLIENTE: ' NYA-C
                   MOVE 'S' TO WS-DESTINATARIO-VALIDO
                 END-IF
             END-READ
             CLOSE CLIENTES
           END-IF.


       213000-PEDIR-PROSPECTO.
           DISPLAY 'INGRESE EL NOMBRE Y APELLIDO: '
           ACCEPT WSV-NYA
           DISPLAY 'INGRESE LA OFICINA (3 CARACTERES): '
           ACCEPT WSV-OFIAPE
           DISPLAY 'INGRESE EL TELEFONO: '
           ACCEPT WSV-TELEFONO
           DISPLAY 'INGRESE EL EMAIL: '
           ACCEPT WSV-EMAIL
           DISPLAY 'INGRESE EL DOMICILIO: '
           ACCEPT WSV-DOMICILIO
           DISPLAY 'INGRESE LA CATEGORIA DE IVA '
                   '(R=REGISTRADO E=EXENTO F=CONS.FINAL): '
           ACCEPT WSV-CATIVA
           DISPLAY 'INGRESE LA CLAVE TRIBUTARIA (CUIT, 0 = SIN CLAVE): '
           ACCEPT WSV-CUIT
           PERFORM 213500-VALIDAR-PROSPECTO
           IF NOT WS-DESTINATARIO-OK
             DISPLAY 'DATOS DEL PROSPECTO INVALIDOS, NO SE COTIZA'
           END-IF.


       213500-VALIDAR-PROSPECTO.
      * Las mismas reglas del alta de MANTCLIENTES, para que la
      * aceptacion no tropiece con datos que el alta rechazaria.
           MOVE 'S' TO WS-DESTINATARIO-VALIDO
           IF WSV-NYA = SPACES
             DISPLAY 'EL NOMBRE Y APELLIDO NO PUEDE ESTAR VACIO'
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
           END-IF
           IF WSV-TELEFONO = SPACES
             DISPLAY 'EL TELEFONO NO PUEDE ESTAR VACIO'
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
           END-IF
           MOVE 0 TO WS-IND-ARROBA
           INSPECT WSV-EMAIL TALLYING WS-IND-ARROBA
                   FOR ALL '@'
           IF WS-IND-ARROBA NOT = 1
             DISPLAY 'EL EMAIL DEBE TENER UNA ARROBA'
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
           END-IF
           IF WSV-DOMICILIO = SPACES
             DISPLAY 'EL DOMICILIO NO PUEDE ESTAR VACIO'
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
           END-IF
           IF WS-CANT-OFICINAS > 0
             MOVE 'N' TO WS-OFICINA-VALIDA
             PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                       UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
               IF TOF-CODIGO(WS-IND-OFICINA) = WSV-OFIAPE
                 MOVE 'S' TO WS-OFICINA-VALIDA
                 MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
               END-IF
             END-PERFORM
             IF NOT WS-OFICINA-ES-VALIDA
               DISPLAY 'LA OFICINA NO EXISTE EN OFICINAS.DAT'
               MOVE 'N' TO WS-DESTINATARIO-VALIDO
             END-IF
           END-IF
           IF WSV-CATIVA NOT = 'R' AND WSV-CATIVA NOT = 'E'
                   AND WSV-CATIVA NOT = 'F'
             DISPLAY 'LA CATEGORIA DE IVA ES R, E O F'
             MOVE 'N' TO WS-DESTINATARIO-VALIDO
           END-IF
      * Cero es un cliente sin clave (consumidor final sin documento).
           IF WSV-CUIT NOT = 0
             CALL 'VALIDACUIT' USING WSV-CUIT WSV-CUIT-VALIDO
             END-CALL
             IF WSV-CUIT-VALIDO NOT = 'S'
               DISPLAY 'LA CLAVE TRIBUTARIA ' WSV-CUIT
                       ' NO VERIFICA EL DIGITO MODULO 11'
               MOVE 'N' TO WS-DESTINATARIO-VALIDO
             END-IF
           END-IF.


       214000-PEDIR-RENGLONES.
           MOVE 0 TO WS-CANT-RENGLONES
           MOVE 0 TO WSV-TOTAL
      * Al cotizar todavia no hay cuenta: rige el precio general.
           MOVE 0 TO WSV-NROCUENTA
           MOVE 'N' TO WS-FIN-RENGLONES
           PERFORM UNTIL WS-RENGLONES-COMPLETOS
             DISPLAY 'CODIGO DE SERVICIO DEL RENGLON '
                     WS-CANT-RENGLONES ' MAS UNO (EN BLANCO = FIN): '
             MOVE SPACES TO WSV-CODIGO
             ACCEPT WSV-CODIGO
             IF WSV-CODIGO = SPACES
               MOVE 'S' TO WS-FIN-RENGLONES
             ELSE
               PERFORM 214500-AGREGAR-RENGLON
               IF WS-CANT-RENGLONES = 20
                 DISPLAY 'UNA COTIZACION LLEVA A LO SUMO 20 RENGLONES'
                 MOVE 'S' TO WS-FIN-RENGLONES
               END-IF
             END-IF
           END-PERFORM.


       214500-AGREGAR-RENGLON.
      * Un codigo va una sola vez por cotizacion: al aceptar, el
      * precio propio de la cuenta es uno por codigo.
           PERFORM 215000-BUSCAR-EN-CATALOGO
           MOVE 0 TO WS-IND-COT-HALLADO
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             IF TRE-CODIGO(WS-IND-RENGLON) = WSV-CODIGO
               MOVE WS-IND-RENGLON TO WS-IND-COT-HALLADO
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-IND-CAT-HALLADO = 0
               DISPLAY 'EL CODIGO NO ES UN SERVICIO ACTIVO DEL '
                       'CATALOGO, NO SE AGREGA'
             WHEN WS-IND-COT-HALLADO NOT = 0
               DISPLAY 'EL CODIGO YA ESTA EN LA COTIZACION, NO SE '
                       'AGREGA'
             WHEN OTHER
               DISPLAY 'CANTIDAD: '
               ACCEPT WSV-CANTIDAD
               IF WSV-CANTIDAD = 0
                 DISPLAY 'LA CANTIDAD DEBE SER POSITIVA, NO SE AGREGA'
               ELSE
                 CALL 'PRECIOVIGENTE' USING WSV-CODIGO
                                            WSV-NROCUENTA
                                            WS-PERIODO-PROCESO
                                            WS-PRECIO-VIGENTE
                                            WS-PRECIO-HALLADO
                 END-CALL
                 IF WS-PRECIO-HALLADO NOT = 'S'
                   MOVE TC-PRECIO(WS-IND-CAT-HALLADO)
                     TO WS-PRECIO-VIGENTE
                 END-IF
                 COMPUTE WS-IMPORTE-RENGLON =
                         WS-PRECIO-VIGENTE * WSV-CANTIDAD
                 ADD 1 TO WS-CANT-RENGLONES
                 MOVE WSV-CODIGO TO TRE-CODIGO(WS-CANT-RENGLONES)
                 MOVE TC-DESCRIP(WS-IND-CAT-HALLADO)
                   TO TRE-DESCRIP(WS-CANT-RENGLONES)
                 MOVE WSV-CANTIDAD TO TRE-CANTIDAD(WS-CANT-RENGLONES)
                 MOVE WS-PRECIO-VIGENTE
                   TO TRE-PRECIO(WS-CANT-RENGLONES)
                 MOVE WS-IMPORTE-RENGLON
                   TO TRE-IMPORTE(WS-CANT-RENGLONES)
                 ADD WS-IMPORTE-RENGLON TO WSV-TOTAL
                 MOVE WS-PRECIO-VIGENTE TO WSE-PRECIO
                 MOVE WS-IMPORTE-RENGLON TO WSE-IMPORTE
                 DISPLAY TC-DESCRIP(WS-IND-CAT-HALLADO)
                         ' PRECIO ' WSE-PRECIO ' IMPORTE ' WSE-IMPORTE
               END-IF
           END-EVALUATE.


       215000-BUSCAR-EN-CATALOGO.
           MOVE 0 TO WS-IND-CAT-HALLADO
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                     UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
             IF TC-CODIGO(WS-IND-CATALOGO) = WSV-CODIGO
               MOVE WS-IND-CATALOGO TO WS-IND-CAT-HALLADO
               MOVE WS-CANT-CATALOGO TO WS-IND-CATALOGO
             END-IF
           END-PERFORM.


       216000-PEDIR-VALIDEZ.
           DISPLAY 'VALIDA HASTA (AAAAMMDD, 0 = ' WS-DIAS-VALIDEZ
                   ' DIAS): '
           ACCEPT WSV-FECHA-VALIDEZ
           IF WSV-FECHA-VALIDEZ = 0
             COMPUTE WSV-FECHA-VALIDEZ = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
                      + WS-DIAS-VALIDEZ)
           END-IF
           MOVE WSV-TOTAL TO WSE-IMPORTE
           EVALUATE TRUE
             WHEN WSV-FECHA-VALIDEZ < WSP-FECHA-PROCESO
               DISPLAY 'LA VALIDEZ NO PUEDE SER ANTERIOR A LA FECHA '
                       'DE PROCESO, NO SE GRABA'
             WHEN OTHER
               DISPLAY 'TOTAL MENSUAL COTIZADO: ' WSE-IMPORTE
                       ' VALIDA HASTA ' WSV-FECHA-VALIDEZ
               DISPLAY 'CONFIRMA LA COTIZACION (S/N): '
               ACCEPT WSV-CONFIRMA
               IF WSV-CONFIRMA = 'S' OR WSV-CONFIRMA = 's'
                 PERFORM 217000-GRABAR-COTIZACION
               ELSE
                 DISPLAY 'COTIZACION NO GRABADA'
               END-IF
           END-EVALUATE.


       217000-GRABAR-COTIZACION.
      * Primero los renglones: una cabecera sin renglones no sirve,
      * renglones sin cabecera no se ven.
           CALL 'PROXNUM' USING WS-SERIE-COTIZACIONES WS-NRO-COTIZACION
           END-CALL
           OPEN EXTEND COTIZDET
           IF WSS-FS-COTIZDET-NOEXISTE
             OPEN OUTPUT COTIZDET
           END-IF
           IF NOT WSS-FS-COTIZDET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RENGLONES DE COTIZACION'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZDET
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                       UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
               MOVE WS-NRO-COTIZACION TO CTD-NUMERO
               MOVE WS-IND-RENGLON TO CTD-RENGLON
               MOVE TRE-CODIGO(WS-IND-RENGLON) TO CTD-CODIGO
               MOVE TRE-DESCRIP(WS-IND-RENGLON) TO CTD-DESCRIP
               MOVE TRE-CANTIDAD(WS-IND-RENGLON) TO CTD-CANTIDAD
               MOVE TRE-PRECIO(WS-IND-RENGLON) TO CTD-PRECIO
               MOVE TRE-IMPORTE(WS-IND-RENGLON) TO CTD-IMPORTE
               MOVE WSP-EMPRESA TO CTD-EMPRESA
               WRITE REG-COTIZDET
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE COTIZDET
             ADD 1 TO WS-CANT-COTIZACIONES
             MOVE WS-CANT-COTIZACIONES TO WS-IND-COT-HALLADO
             MOVE WS-NRO-COTIZACION
               TO TCO-NUMERO(WS-IND-COT-HALLADO)
             MOVE WSP-EMPRESA TO TCO-EMPRESA(WS-IND-COT-HALLADO)
             MOVE WSP-FECHA-PROCESO
               TO TCO-FECHA-EMISION(WS-IND-COT-HALLADO)
             MOVE WSV-FECHA-VALIDEZ
               TO TCO-FECHA-VALIDEZ(WS-IND-COT-HALLADO)
             MOVE WS-ACC-OPERADOR TO TCO-VENDEDOR(WS-IND-COT-HALLADO)
             IF WSV-NRO-CLIENTE = 0
               MOVE 'S' TO TCO-PROSPECTO(WS-IND-COT-HALLADO)
             ELSE
               MOVE 'N' TO TCO-PROSPECTO(WS-IND-COT-HALLADO)
             END-IF
             MOVE WSV-NRO-CLIENTE
               TO TCO-NRO-CLIENTE(WS-IND-COT-HALLADO)
             MOVE WSV-NYA TO TCO-NYA(WS-IND-COT-HALLADO)
             MOVE WSV-OFIAPE TO TCO-OFIAPE(WS-IND-COT-HALLADO)
             MOVE WSV-TELEFONO TO TCO-TELEFONO(WS-IND-COT-HALLADO)
             MOVE WSV-EMAIL TO TCO-EMAIL(WS-IND-COT-HALLADO)
             MOVE WSV-DOMICILIO TO TCO-DOMICILIO(WS-IND-COT-HALLADO)
             MOVE WSV-CATIVA TO TCO-CATIVA(WS-IND-COT-HALLADO)
             MOVE WSV-CUIT TO TCO-CUIT(WS-IND-COT-HALLADO)
             MOVE WSV-TOTAL TO TCO-TOTAL(WS-IND-COT-HALLADO)
             MOVE 'E' TO TCO-ESTADO(WS-IND-COT-HALLADO)
             MOVE 0 TO TCO-FECHA-ACEPTADA(WS-IND-COT-HALLADO)
             MOVE 0 TO TCO-NROCUENTA(WS-IND-COT-HALLADO)
             PERFORM 305000-GRABAR-COTIZACIONES
             DISPLAY 'COTIZACION ' WS-NRO-COTIZACION ' REGISTRADA'
             PERFORM 225000-IMPRIMIR-COTIZACION
             IF WSV-NRO-CLIENTE NOT = 0
               MOVE WSV-NRO-CLIENTE TO WS-CONTAC-CODCLIENTE
               MOVE 0 TO WS-CONTAC-NROCUENTA
               MOVE SPACES TO WS-CONTAC-RESULTADO
               STRING 'COTIZACION ' WS-NRO-COTIZACION ' EMITIDA'
                      DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
               PERFORM 250000-REGISTRAR-CONTACTO
             END-IF
           END-IF.


       220000-REIMPRIMIR.
           DISPLAY 'INGRESE EL NUMERO DE COTIZACION: '
           ACCEPT WSV-NUMERO
           PERFORM 221000-BUSCAR-COTIZACION
           IF WS-IND-COT-HALLADO = 0
             DISPLAY 'NO EXISTE UNA COTIZACION DE LA EMPRESA CON ESE '
                     'NUMERO'
           ELSE
             PERFORM 222000-CARGAR-RENGLONES
             PERFORM 225000-IMPRIMIR-COTIZACION
           END-IF.


       221000-BUSCAR-COTIZACION.
           MOVE 0 TO WS-IND-COT-HALLADO
           PERFORM VARYING WS-IND-COTIZACION FROM 1 BY 1
                     UNTIL WS-IND-COTIZACION > WS-CANT-COTIZACIONES
             IF TCO-NUMERO(WS-IND-COTIZACION) = WSV-NUMERO
                     AND TCO-EMPRESA(WS-IND-COTIZACION) = WSP-EMPRESA
               MOVE WS-IND-COTIZACION TO WS-IND-COT-HALLADO
               MOVE WS-CANT-COTIZACIONES TO WS-IND-COTIZACION
             END-IF
           END-PERFORM.


       222000-CARGAR-RENGLONES.
           MOVE 0 TO WS-CANT-RENGLONES
           OPEN INPUT COTIZDET
           IF NOT WSS-FS-COTIZDET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RENGLONES DE COTIZACION'
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZDET
           ELSE
             PERFORM 222500-LEER-RENGLON
             PERFORM UNTIL WSS-FS-COTIZDET-EOF
               IF CTD-NUMERO = TCO-NUMERO(WS-IND-COT-HALLADO)
                       AND (CTD-EMPRESA = SPACES
                         OR CTD-EMPRESA = WSP-EMPRESA)
                       AND WS-CANT-RENGLONES < 20
                 ADD 1 TO WS-CANT-RENGLONES
                 MOVE CTD-CODIGO TO TRE-CODIGO(WS-CANT-RENGLONES)
                 MOVE CTD-DESCRIP TO TRE-DESCRIP(WS-CANT-RENGLONES)
                 MOVE CTD-CANTIDAD TO TRE-CANTIDAD(WS-CANT-RENGLONES)
                 MOVE CTD-PRECIO TO TRE-PRECIO(WS-CANT-RENGLONES)
                 MOVE CTD-IMPORTE TO TRE-IMPORTE(WS-CANT-RENGLONES)
                 MOVE 'N' TO TRE-PACTAR(WS-CANT-RENGLONES)
                 ADD 1 TO WS-CANT-LEIDOS
               END-IF
               PERFORM 222500-LEER-RENGLON
             END-PERFORM
             CLOSE COTIZDET
           END-IF.


       222500-LEER-RENGLON.
           READ COTIZDET
           IF NOT WSS-FS-COTIZDET-OK AND NOT WSS-FS-COTIZDET-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-COTIZDET
             MOVE '10' TO WSS-FS-COTIZDET
           END-IF.


       225000-IMPRIMIR-COTIZACION.
      * La cotizacion de WS-IND-COT-HALLADO con los renglones de
      * TABLA-RENGLONES; COTIZA.REP guarda la ultima impresa.
           MOVE 0 TO WSA-LINEAS-COTIZACION
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE WSP-RAZON-SOCIAL TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE TCO-FECHA-EMISION(WS-IND-COT-HALLADO) TO WSE-FECHA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'COTIZACION NRO ' TCO-NUMERO(WS-IND-COT-HALLADO)
                    '                    FECHA ' WSE-FECHA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE TCO-FECHA-VALIDEZ(WS-IND-COT-HALLADO) TO WSE-FECHA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'VALIDA HASTA EL ' WSE-FECHA
                    '             VENDEDOR '
                    TCO-VENDEDOR(WS-IND-COT-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             IF TCO-NRO-CLIENTE(WS-IND-COT-HALLADO) = 0
               STRING 'SENOR/A:   ' TCO-NYA(WS-IND-COT-HALLADO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             ELSE
               STRING 'CLIENTE ' TCO-NRO-CLIENTE(WS-IND-COT-HALLADO)
                      ' ' TCO-NYA(WS-IND-COT-HALLADO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: ' TCO-DOMICILIO(WS-IND-COT-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TELEFONO:  ' TCO-TELEFONO(WS-IND-COT-HALLADO)
                    ' EMAIL: ' TCO-EMAIL(WS-IND-COT-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE 'COD DESCRIPCION                    CAN     PRECIO'
               TO WS-LINEA-REPORTE
             MOVE '         IMPORTE' TO WS-LINEA-REPORTE(50:16)
             PERFORM 228000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                       UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
               MOVE TRE-CANTIDAD(WS-IND-RENGLON) TO WSE-CANTIDAD
               MOVE TRE-PRECIO(WS-IND-RENGLON) TO WSE-PRECIO
               MOVE TRE-IMPORTE(WS-IND-RENGLON) TO WSE-IMPORTE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING TRE-CODIGO(WS-IND-RENGLON) ' '
                      TRE-DESCRIP(WS-IND-RENGLON) ' '
                      WSE-CANTIDAD '  ' WSE-PRECIO '  ' WSE-IMPORTE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 228000-ESCRIBIR-LINEA
             END-PERFORM
             MOVE TCO-TOTAL(WS-IND-COT-HALLADO) TO WSE-IMPORTE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL MENSUAL' DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
             MOVE WSE-IMPORTE TO WS-LINEA-REPORTE(52:14)
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE 'IMPORTES MENSUALES POR ABONO, MAS LOS IMPUESTOS '
               TO WS-LINEA-REPORTE
             MOVE 'QUE CORRESPONDAN.' TO WS-LINEA-REPORTE(49:17)
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE 'LOS PRECIOS COTIZADOS SE MANTIENEN SI LA COTIZACION'
               TO WS-LINEA-REPORTE
             MOVE ' SE ACEPTA DENTRO' TO WS-LINEA-REPORTE(52:17)
             PERFORM 228000-ESCRIBIR-LINEA
             MOVE 'DE SU VALIDEZ.' TO WS-LINEA-REPORTE
             PERFORM 228000-ESCRIBIR-LINEA
             CLOSE REPORTE
             MOVE 'COTIZACION'        TO WS-REPIDX-NOMBRE
             MOVE '..\COTIZA.REP'     TO WS-REPIDX-ARCHIVO
             MOVE WSA-LINEAS-COTIZACION TO WS-REPIDX-LINEAS
             PERFORM 395000-GRABAR-INDICE
             DISPLAY 'COTIZACION IMPRESA EN COTIZA.REP'
           END-IF.


       228000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-COTIZACION.


       230000-ACEPTAR.
           DISPLAY 'INGRESE EL NUMERO DE COTIZACION: '
           ACCEPT WSV-NUMERO
           PERFORM 221000-BUSCAR-COTIZACION
           EVALUATE TRUE
             WHEN WS-IND-COT-HALLADO = 0
               DISPLAY 'NO EXISTE UNA COTIZACION DE LA EMPRESA CON '
                       'ESE NUMERO'
             WHEN TCO-ESTADO(WS-IND-COT-HALLADO) = 'A'
               DISPLAY 'LA COTIZACION YA FUE ACEPTADA EL '
                       TCO-FECHA-ACEPTADA(WS-IND-COT-HALLADO)
                       ', CUENTA ' TCO-NROCUENTA(WS-IND-COT-HALLADO)
             WHEN TCO-FECHA-VALIDEZ(WS-IND-COT-HALLADO)
                       < WSP-FECHA-PROCESO
               DISPLAY 'LA COTIZACION VENCIO EL '
                       TCO-FECHA-VALIDEZ(WS-IND-COT-HALLADO)
                       ', HAY QUE EMITIR UNA NUEVA'
             WHEN OTHER
               PERFORM 222000-CARGAR-RENGLONES
               IF WS-CANT-RENGLONES = 0
                 DISPLAY 'LA COTIZACION NO TIENE RENGLONES EN '
                         'COTIZDET.DAT, NO SE ACEPTA'
               ELSE
                 PERFORM 231000-PREPARAR-ACEPTACION
               END-IF
           END-EVALUATE.


       231000-PREPARAR-ACEPTACION.
      * Todo se pide y se verifica antes de grabar nada: el cliente
      * nuevo, la cuenta y el periodo desde el que se factura.
           MOVE 'S' TO WS-ACEPTACION-VALIDA
           IF TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
             DISPLAY 'NUMERO PARA EL CLIENTE NUEVO: '
             ACCEPT WSV-NRO-CLIENTE-ALTA
           ELSE
             MOVE TCO-NRO-CLIENTE(WS-IND-COT-HALLADO)
               TO WSV-NRO-CLIENTE-ALTA
           END-IF
           PERFORM 232000-VERIFICAR-CLIENTE
           IF WS-ACEPTACION-OK
             DISPLAY 'NUMERO PARA LA CUENTA NUEVA: '
             ACCEPT WSV-NROCUENTA
             PERFORM 233000-VERIFICAR-CUENTA
           END-IF
           IF WS-ACEPTACION-OK
             DISPLAY 'PERIODO DESDE EL QUE SE FACTURA (AAAAMM, '
                     '0 = ' WS-PERIODO-PROCESO '): '
             ACCEPT WSV-PERIODO-DESDE
             IF WSV-PERIODO-DESDE = '0' OR WSV-PERIODO-DESDE = SPACES
                     OR WSV-PERIODO-DESDE = '000000'
               MOVE WS-PERIODO-PROCESO TO WSV-PERIODO-DESDE
             END-IF
             IF WSV-PERIODO-DESDE IS NOT NUMERIC
                     OR WSV-PD-MM < 1 OR WSV-PD-MM > 12
               DISPLAY 'PERIODO INVALIDO, NO SE ACEPTA'
               MOVE 'N' TO WS-ACEPTACION-VALIDA
             END-IF
           END-IF
           IF WS-ACEPTACION-OK
                   AND TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
             MOVE TCO-CUIT(WS-IND-COT-HALLADO) TO WSV-CUIT
             PERFORM 234000-CONSULTAR-BURO
             IF NOT WS-BURO-OK
               DISPLAY 'ACEPTACION CANCELADA POR SITUACION EN EL BURO'
               MOVE 'N' TO WS-ACEPTACION-VALIDA
             END-IF
           END-IF
           IF WS-ACEPTACION-OK
             MOVE TCO-TOTAL(WS-IND-COT-HALLADO) TO WSE-IMPORTE
             DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE-ALTA ' '
                     TCO-NYA(WS-IND-COT-HALLADO)
             DISPLAY 'CUENTA ' WSV-NROCUENTA ' CON '
                     WS-CANT-RENGLONES ' SUSCRIPCIONES DESDE '
                     WSV-PERIODO-DESDE ', TOTAL MENSUAL ' WSE-IMPORTE
             DISPLAY 'CONFIRMA LA ACEPTACION (S/N): '
             ACCEPT WSV-CONFIRMA
             IF WSV-CONFIRMA = 'S' OR WSV-CONFIRMA = 's'
               PERFORM 235000-REGISTRAR-ACEPTACION
             ELSE
               DISPLAY 'ACEPTACION NO REGISTRADA'
             END-IF
           END-IF.


       232000-VERIFICAR-CLIENTE.
      * El prospecto necesita un numero libre; el cliente existente
      * tiene que seguir en el maestro.
           IF WSV-NRO-CLIENTE-ALTA = 0
             DISPLAY 'EL NUMERO DE CLIENTE NO PUEDE SER CERO'
             MOVE 'N' TO WS-ACEPTACION-VALIDA
           ELSE
             OPEN INPUT CLIENTES
             IF WSS-FS-CLIENTES-NOEXISTE
                     AND TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
               CONTINUE
             ELSE
               IF NOT WSS-FS-CLIENTES-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
                 DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                 MOVE 'N' TO WS-ACEPTACION-VALIDA
               ELSE
                 MOVE WSV-NRO-CLIENTE-ALTA TO NRO-CLIENTE-C
                 READ CLIENTES
                   INVALID KEY
                     IF TCO-PROSPECTO(WS-IND-COT-HALLADO) NOT = 'S'
                       DISPLAY 'EL CLIENTE COTIZADO YA NO EXISTE EN '
                               'CLIENTES.DAT'
                       MOVE 'N' TO WS-ACEPTACION-VALIDA
                     END-IF
                   NOT INVALID KEY
                     IF TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
                       DISPLAY 'YA EXISTE UN CLIENTE CON ESE NUMERO'
                       MOVE 'N' TO WS-ACEPTACION-VALIDA
                     END-IF
                 END-READ
                 CLOSE CLIENTES
               END-IF
             END-IF
           END-IF.


       233000-VERIFICAR-CUENTA.
           IF WSV-NROCUENTA = 0
             DISPLAY 'EL NUMERO DE CUENTA NO PUEDE SER CERO'
             MOVE 'N' TO WS-ACEPTACION-VALIDA
           ELSE
             OPEN INPUT CUENTAS
             IF WSS-FS-CUENTAS-NOEXISTE
               CONTINUE
             ELSE
               IF NOT WSS-FS-CUENTAS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
                 DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                 MOVE 'N' TO WS-ACEPTACION-VALIDA
               ELSE
                 MOVE WSV-NROCUENTA TO NROCUENTA
                 READ CUENTAS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     DISPLAY 'YA EXISTE UNA CUENTA CON ESE NUMERO'
                     MOVE 'N' TO WS-ACEPTACION-VALIDA
                 END-READ
                 CLOSE CUENTAS
               END-IF
             END-IF
           END-IF.


       234000-CONSULTAR-BURO.
      * Igual que el alta de MANTCLIENTES: sin respuesta se sigue; con
      * situacion de rechazo el operador tiene que confirmar.
           MOVE 'S' TO WS-BURO-ACEPTADO
           CALL 'CONSULTABURO' USING WSV-CUIT
                                     WS-BURO-SITUACION
                                     WS-BURO-DEUDA
                                     WS-BURO-FECHA
                                     WS-BURO-RESULTADO
           END-CALL
           IF WS-BURO-SIN-DATOS
             DISPLAY 'SIN RESPUESTA DEL BURO PARA ESTE CUIT'
           ELSE
             MOVE WS-BURO-DEUDA TO WS-BURO-DEUDA-EDIT
             DISPLAY 'BURO AL ' WS-BURO-FECHA
                     ': SITUACION ' WS-BURO-SITUACION
                     ' DEUDA EN EL SISTEMA ' WS-BURO-DEUDA-EDIT
             IF WS-BURO-RECHAZA
               DISPLAY 'ATENCION: LA SITUACION EN EL BURO ALCANZA '
                       'EL NIVEL DE RECHAZO'
               DISPLAY 'CONFIRMA DE TODAS FORMAS (S/N)? '
               ACCEPT WSV-CONFIRMA
               IF WSV-CONFIRMA NOT = 'S' AND WSV-CONFIRMA NOT = 's'
                 MOVE 'N' TO WS-BURO-ACEPTADO
               END-IF
             END-IF
           END-IF.


       235000-REGISTRAR-ACEPTACION.
      * Con CUENTAS.DAT tomado como en el alta de PROG02: cliente,
      * cuenta, suscripciones y precios pactados, y recien entonces la
      * cotizacion queda aceptada. Si un paso falla no se sigue con
      * los siguientes.
           MOVE 'T' TO WS-CJ-ACCION
           MOVE 'CUENTAS.DAT' TO WS-CJ-ARCHIVO
           MOVE 'E' TO WS-CJ-MODO
           CALL 'CERROJO' USING WS-CJ-ACCION WS-CJ-ARCHIVO
                                WS-CJ-MODO WS-CJ-RESULTADO
                                WS-CJ-POSEEDOR
           END-CALL
           IF WS-CJ-RESULTADO NOT = 'S'
             DISPLAY 'ARCHIVO CUENTAS.DAT EN USO POR '
                     WS-CJ-POSEEDOR ', NO SE ACEPTA'
           ELSE
             MOVE 'S' TO WS-CJ-TOMADO
             IF TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
               PERFORM 236000-GRABAR-CLIENTE
             END-IF
             IF WS-ACEPTACION-OK
               PERFORM 237000-GRABAR-CUENTA
             END-IF
             IF WS-ACEPTACION-OK
               PERFORM 238000-GRABAR-SUSCRIPCIONES
             END-IF
             IF WS-ACEPTACION-OK
               PERFORM 239000-PACTAR-PRECIOS
               MOVE 'A' TO TCO-ESTADO(WS-IND-COT-HALLADO)
               MOVE WSP-FECHA-PROCESO
                 TO TCO-FECHA-ACEPTADA(WS-IND-COT-HALLADO)
               MOVE WSV-NRO-CLIENTE-ALTA
                 TO TCO-NRO-CLIENTE(WS-IND-COT-HALLADO)
               MOVE WSV-NROCUENTA TO TCO-NROCUENTA(WS-IND-COT-HALLADO)
               PERFORM 305000-GRABAR-COTIZACIONES
               MOVE WSV-NRO-CLIENTE-ALTA TO WS-CONTAC-CODCLIENTE
               MOVE WSV-NROCUENTA TO WS-CONTAC-NROCUENTA
               MOVE SPACES TO WS-CONTAC-RESULTADO
               STRING 'COTIZACION ' TCO-NUMERO(WS-IND-COT-HALLADO)
                      ' ACEPTADA'
                      DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
               PERFORM 250000-REGISTRAR-CONTACTO
               DISPLAY 'COTIZACION ' TCO-NUMERO(WS-IND-COT-HALLADO)
                       ' ACEPTADA: CLIENTE ' WSV-NRO-CLIENTE-ALTA
                       ' CUENTA ' WSV-NROCUENTA
             END-IF
             PERFORM 380000-LIBERAR-CERROJO
           END-IF.


       236000-GRABAR-CLIENTE.
           MOVE SPACES TO REG-CLIENTES
           MOVE WSV-NRO-CLIENTE-ALTA TO NRO-CLIENTE-C
           MOVE TCO-NYA(WS-IND-COT-HALLADO) TO NYA-C
           MOVE TCO-OFIAPE(WS-IND-COT-HALLADO) TO OFIAPE-C
           MOVE 0 TO IMPORTE-C
           MOVE TCO-TELEFONO(WS-IND-COT-HALLADO) TO TELEFONO-C
           MOVE TCO-EMAIL(WS-IND-COT-HALLADO) TO EMAIL-C
           MOVE TCO-DOMICILIO(WS-IND-COT-HALLADO) TO DOMICILIO-C
           MOVE 0 TO LIMITE-C
           MOVE TCO-CATIVA(WS-IND-COT-HALLADO) TO CATIVA-C
           MOVE TCO-CUIT(WS-IND-COT-HALLADO) TO CUIT-C
           MOVE 0 TO VTO-EXENCION-C
           MOVE WSP-EMPRESA TO EMPRESA-C
           PERFORM 236500-ARMAR-APELLIDO
           OPEN I-O CLIENTES
           IF WSS-FS-CLIENTES-NOEXISTE
             OPEN OUTPUT CLIENTES
           END-IF
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 'N' TO WS-ACEPTACION-VALIDA
           ELSE
             WRITE REG-CLIENTES
               INVALID KEY
      * Otro puesto lo dio de alta mientras se confirmaba.
                 DISPLAY 'YA EXISTE UN CLIENTE CON ESE NUMERO, '
                         'NO SE ACEPTA'
                 MOVE 'N' TO WS-ACEPTACION-VALIDA
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-ESCRITOS
             END-WRITE
             CLOSE CLIENTES
           END-IF.


       236500-ARMAR-APELLIDO.
           COPY WSAPELLIDO-PROC.


       237000-GRABAR-CUENTA.
      * La cuenta nace sin saldo; el ENTRYID sigue al mayor del
      * archivo, como en el alta de PROG02.
           OPEN I-O CUENTAS
           IF WSS-FS-CUENTAS-NOEXISTE
             OPEN OUTPUT CUENTAS
             CLOSE CUENTAS
             OPEN I-O CUENTAS
           END-IF
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 'N' TO WS-ACEPTACION-VALIDA
           ELSE
             MOVE 0 TO WS-ULTIMO-ID
             PERFORM 237500-LEER-CUENTA
             PERFORM UNTIL WSS-FS-CUENTAS-EOF
               IF ENTRYID > WS-ULTIMO-ID
                 MOVE ENTRYID TO WS-ULTIMO-ID
               END-IF
               PERFORM 237500-LEER-CUENTA
             END-PERFORM
             MOVE WSV-NROCUENTA TO NROCUENTA
             MOVE WSV-NRO-CLIENTE-ALTA TO CODCLIENTE
             MOVE 0 TO MONTO
             MOVE 0 TO FECHAVTO
             MOVE 0 TO FECHAULTPAGO
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID
             WRITE REG-CUENTAS
               INVALID KEY
                 DISPLAY 'YA EXISTE UNA CUENTA CON ESE NUMERO, '
                         'NO SE ACEPTA'
                 MOVE 'N' TO WS-ACEPTACION-VALIDA
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-ESCRITOS
             END-WRITE
             CLOSE CUENTAS
           END-IF
           IF NOT WS-ACEPTACION-OK
                   AND TCO-PROSPECTO(WS-IND-COT-HALLADO) = 'S'
             DISPLAY 'ATENCION: EL CLIENTE ' WSV-NRO-CLIENTE-ALTA
                     ' QUEDO DADO DE ALTA SIN CUENTA'
           END-IF.


       237500-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF.


       238000-GRABAR-SUSCRIPCIONES.
      * Un abono mensual sin fin por renglon, sin prepago, clausula
      * de ajuste ni permanencia: eso se agrega despues por
      * SUSCRIPCIONES si la venta lo pacto.
           OPEN EXTEND SUSCRIP
           IF WSS-FS-SUSCRIP-NOEXISTE
             OPEN OUTPUT SUSCRIP
           END-IF
           IF NOT WSS-FS-SUSCRIP-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             DISPLAY 'ATENCION: LA CUENTA ' WSV-NROCUENTA
                     ' QUEDO DADA DE ALTA SIN SUSCRIPCIONES'
             MOVE 'N' TO WS-ACEPTACION-VALIDA
           ELSE
             PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                       UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
               MOVE WSV-NROCUENTA TO SUS-NUMCUENTA
               MOVE TRE-CODIGO(WS-IND-RENGLON) TO SUS-CODSERVICIO
               MOVE TRE-CANTIDAD(WS-IND-RENGLON) TO SUS-CANTIDAD
               MOVE WSV-PERIODO-DESDE TO SUS-PERIODO-DESDE
               MOVE '999999' TO SUS-PERIODO-HASTA
               MOVE 0 TO SUS-FECHA-DESDE
               MOVE 0 TO SUS-FECHA-HASTA
               MOVE 'N' TO SUS-PREPAGO
               MOVE SPACES TO SUS-INDICE
               MOVE 0 TO SUS-FRECUENCIA
               MOVE SPACES TO SUS-PERIODO-BASE
               MOVE SPACES TO SUS-ULT-AJUSTE
               MOVE 0 TO SUS-PLAZO-MESES
               MOVE SPACES TO SUS-PEN-REGLA
               MOVE 0 TO SUS-PEN-VALOR
               MOVE SPACES TO SUS-MOTIVO-BAJA
               WRITE REG-SUSCRIP
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE SUSCRIP
           END-IF.


       239000-PACTAR-PRECIOS.
      * El renglon cotizado a un precio distinto del que PRECIOVIGENTE
      * da para el periodo desde deja el precio propio de la cuenta
      * con esa vigencia; el que coincide sigue al precio general.
      * Primero se consulta todo y despues se graba, porque la rutina
      * lee el mismo SERVPREC.DAT.
           MOVE 0 TO WS-CANT-A-PACTAR
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TRE-CODIGO(WS-IND-RENGLON) TO WSV-CODIGO
             CALL 'PRECIOVIGENTE' USING WSV-CODIGO
                                        WSV-NROCUENTA
                                        WSV-PERIODO-DESDE
                                        WS-PRECIO-VIGENTE
                                        WS-PRECIO-HALLADO
             END-CALL
             IF WS-PRECIO-HALLADO NOT = 'S'
               PERFORM 215000-BUSCAR-EN-CATALOGO
               IF WS-IND-CAT-HALLADO = 0
                 MOVE 0 TO WS-PRECIO-VIGENTE
               ELSE
                 MOVE TC-PRECIO(WS-IND-CAT-HALLADO)
                   TO WS-PRECIO-VIGENTE
               END-IF
             END-IF
             IF WS-PRECIO-VIGENTE NOT = TRE-PRECIO(WS-IND-RENGLON)
               MOVE 'S' TO TRE-PACTAR(WS-IND-RENGLON)
               ADD 1 TO WS-CANT-A-PACTAR
             END-IF
           END-PERFORM
           IF WS-CANT-A-PACTAR > 0
             OPEN EXTEND SERVPREC
             IF WSS-FS-SERVPREC-NOEXISTE
               OPEN OUTPUT SERVPREC
             END-IF
             IF NOT WSS-FS-SERVPREC-OK
               DISPLAY 'ERROR DE ARCHIVO DE PRECIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVPREC
               DISPLAY 'ATENCION: LA CUENTA ' WSV-NROCUENTA
                       ' SE FACTURARA A PRECIO DE LISTA, CARGAR LOS '
                       'PRECIOS COTIZADOS EN SERVPREC.DAT'
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                         UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
                 IF TRE-LLEVA-PRECIO-PROPIO(WS-IND-RENGLON)
                   MOVE TRE-CODIGO(WS-IND-RENGLON) TO PRE-CODIGO
                   MOVE WSV-PERIODO-DESDE TO PRE-VIGENCIA-DESDE
                   MOVE TRE-PRECIO(WS-IND-RENGLON) TO PRE-PRECIO
                   MOVE WSP-FECHA-PROCESO TO PRE-FECHA-ALTA
                   MOVE WS-ACC-OPERADOR TO PRE-OPERADOR
                   MOVE WSV-NROCUENTA TO PRE-NUMCUENTA
                   WRITE REG-SERVPREC
                   ADD 1 TO WS-CANT-ESCRITOS
                 END-IF
               END-PERFORM
               CLOSE SERVPREC
               DISPLAY WS-CANT-A-PACTAR ' PRECIOS COTIZADOS QUEDAN '
                       'COMO PRECIO PROPIO DE LA CUENTA'
             END-IF
           END-IF.


       240000-INFORME.
      * Por vendedor, las cotizaciones de la empresa emitidas en el
      * rango: aceptadas, vencidas sin aceptar y todavia vigentes. La
      * conversion es aceptadas sobre emitidas.
           DISPLAY 'EMITIDAS DESDE (AAAAMMDD, 0 = SIN LIMITE): '
           ACCEPT WSF-FECHA-DESDE
           DISPLAY 'EMITIDAS HASTA (AAAAMMDD, 0 = SIN LIMITE): '
           ACCEPT WSF-FECHA-HASTA
           IF WSF-FECHA-HASTA = 0
             MOVE 99999999 TO WSF-FECHA-HASTA
           END-IF
           INITIALIZE TABLA-VENDEDORES
                      ACUMULADORES
           PERFORM VARYING WS-IND-COTIZACION FROM 1 BY 1
                     UNTIL WS-IND-COTIZACION > WS-CANT-COTIZACIONES
             IF TCO-EMPRESA(WS-IND-COTIZACION) = WSP-EMPRESA
                     AND TCO-FECHA-EMISION(WS-IND-COTIZACION)
                         >= WSF-FECHA-DESDE
                     AND TCO-FECHA-EMISION(WS-IND-COTIZACION)
                         <= WSF-FECHA-HASTA
               PERFORM 241000-ACUMULAR-COTIZACION
             END-IF
           END-PERFORM
           PERFORM 245000-IMPRIMIR-INFORME.


       241000-ACUMULAR-COTIZACION.
           PERFORM 242000-BUSCAR-VENDEDOR
           IF WS-IND-VEN-HALLADO NOT = 0
             ADD 1 TO TVE-EMITIDAS(WS-IND-VEN-HALLADO)
             ADD 1 TO WSA-EMITIDAS
             EVALUATE TRUE
               WHEN TCO-ESTADO(WS-IND-COTIZACION) = 'A'
                 ADD 1 TO TVE-ACEPTADAS(WS-IND-VEN-HALLADO)
                 ADD TCO-TOTAL(WS-IND-COTIZACION)
                   TO TVE-IMPORTE-ACEPTADO(WS-IND-VEN-HALLADO)
                 ADD 1 TO WSA-ACEPTADAS
                 ADD TCO-TOTAL(WS-IND-COTIZACION)
                   TO WSA-IMPORTE-ACEPTADO
               WHEN TCO-FECHA-VALIDEZ(WS-IND-COTIZACION)
                       < WSP-FECHA-PROCESO
                 ADD 1 TO TVE-VENCIDAS(WS-IND-VEN-HALLADO)
                 ADD 1 TO WSA-VENCIDAS
               WHEN OTHER
                 ADD 1 TO TVE-VIGENTES(WS-IND-VEN-HALLADO)
                 ADD 1 TO WSA-VIGENTES
             END-EVALUATE
           END-IF.


       242000-BUSCAR-VENDEDOR.
           MOVE 0 TO WS-IND-VEN-HALLADO
           PERFORM VARYING WS-IND-VENDEDOR FROM 1 BY 1
                     UNTIL WS-IND-VENDEDOR > WS-CANT-VENDEDORES
             IF TVE-VENDEDOR(WS-IND-VENDEDOR)
                     = TCO-VENDEDOR(WS-IND-COTIZACION)
               MOVE WS-IND-VENDEDOR TO WS-IND-VEN-HALLADO
               MOVE WS-CANT-VENDEDORES TO WS-IND-VENDEDOR
             END-IF
           END-PERFORM
           IF WS-IND-VEN-HALLADO = 0
             IF WS-CANT-VENDEDORES < 200
               ADD 1 TO WS-CANT-VENDEDORES
               MOVE WS-CANT-VENDEDORES TO WS-IND-VEN-HALLADO
               MOVE TCO-VENDEDOR(WS-IND-COTIZACION)
                 TO TVE-VENDEDOR(WS-IND-VEN-HALLADO)
             ELSE
               DISPLAY 'ADVERTENCIA: MAS DE 200 VENDEDORES, LA '
                       'COTIZACION ' TCO-NUMERO(WS-IND-COTIZACION)
                       ' QUEDA FUERA DEL INFORME'
             END-IF
           END-IF.


       245000-IMPRIMIR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
             DISPLAY 'ERROR DE ARCHIVO DE INFORME'
             DISPLAY 'FILE STATUS ' WSS-FS-INFORME
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE WSF-FECHA-DESDE TO WSE-FECHA
             MOVE WSF-FECHA-HASTA TO WSE-FECHA-2
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'COTIZACIONES EMPRESA ' WSP-EMPRESA
                    ' EMITIDAS DEL ' WSE-FECHA ' AL ' WSE-FECHA-2
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 248000-ESCRIBIR-INFORME
             MOVE WSP-FECHA-PROCESO TO WSE-FECHA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'SITUACION A LA FECHA DE PROCESO ' WSE-FECHA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 248000-ESCRIBIR-INFORME
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 248000-ESCRIBIR-INFORME
             MOVE 'VENDEDOR             EMITID ACEPTA VENCID VIGENT '
               TO WS-LINEA-REPORTE
             MOVE ' CONV.%  IMP. ACEPTADO' TO WS-LINEA-REPORTE(50:22)
             PERFORM 248000-ESCRIBIR-INFORME
             PERFORM VARYING WS-IND-VENDEDOR FROM 1 BY 1
                       UNTIL WS-IND-VENDEDOR > WS-CANT-VENDEDORES
               MOVE TVE-EMITIDAS(WS-IND-VENDEDOR) TO WSE-EMITIDAS
               MOVE TVE-ACEPTADAS(WS-IND-VENDEDOR) TO WSE-ACEPTADAS
               MOVE TVE-VENCIDAS(WS-IND-VENDEDOR) TO WSE-VENCIDAS
               MOVE TVE-VIGENTES(WS-IND-VENDEDOR) TO WSE-VIGENTES
               COMPUTE WS-CONVERSION ROUNDED =
                       TVE-ACEPTADAS(WS-IND-VENDEDOR) * 100
                       / TVE-EMITIDAS(WS-IND-VENDEDOR)
               MOVE WS-CONVERSION TO WSE-CONVERSION
               MOVE TVE-IMPORTE-ACEPTADO(WS-IND-VENDEDOR)
                 TO WSE-IMPORTE-ACEPTADO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING TVE-VENDEDOR(WS-IND-VENDEDOR) ' '
                      WSE-EMITIDAS ' ' WSE-ACEPTADAS ' '
                      WSE-VENCIDAS ' ' WSE-VIGENTES '  '
                      WSE-CONVERSION '% ' WSE-IMPORTE-ACEPTADO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 248000-ESCRIBIR-INFORME
             END-PERFORM
             MOVE WSA-EMITIDAS TO WSE-EMITIDAS
             MOVE WSA-ACEPTADAS TO WSE-ACEPTADAS
             MOVE WSA-VENCIDAS TO WSE-VENCIDAS
             MOVE WSA-VIGENTES TO WSE-VIGENTES
             IF WSA-EMITIDAS = 0
               MOVE 0 TO WS-CONVERSION
             ELSE
               COMPUTE WS-CONVERSION ROUNDED =
                       WSA-ACEPTADAS * 100 / WSA-EMITIDAS
             END-IF
             MOVE WS-CONVERSION TO WSE-CONVERSION
             MOVE WSA-IMPORTE-ACEPTADO TO WSE-IMPORTE-ACEPTADO
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 248000-ESCRIBIR-INFORME
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL               ' ' '
                    WSE-EMITIDAS ' ' WSE-ACEPTADAS ' '
                    WSE-VENCIDAS ' ' WSE-VIGENTES '  '
                    WSE-CONVERSION '% ' WSE-IMPORTE-ACEPTADO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 248000-ESCRIBIR-INFORME
             CLOSE INFORME
             MOVE 'COTIZACIONES'      TO WS-REPIDX-NOMBRE
             MOVE '..\COTIZINF.REP'   TO WS-REPIDX-ARCHIVO
             MOVE WSA-LINEAS-INFORME  TO WS-REPIDX-LINEAS
             PERFORM 395000-GRABAR-INDICE
             DISPLAY 'INFORME DE COTIZACIONES EMITIDO EN COTIZINF.REP'
           END-IF.


       248000-ESCRIBIR-INFORME.
           MOVE WS-LINEA-REPORTE TO REG-INFORME
           WRITE REG-INFORME
           ADD 1 TO WSA-LINEAS-INFORME.


       250000-REGISTRAR-CONTACTO.
           MOVE 0                 TO WS-CONTAC-FECHA
           MOVE 'MOS'             TO WS-CONTAC-CANAL
           MOVE 'COTIZACIONES'    TO WS-CONTAC-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-CONTAC-OPERADOR
           COPY WSCONTAC-PROC.


       305000-GRABAR-COTIZACIONES.
           OPEN OUTPUT COTVTA
           IF NOT WSS-FS-COTVTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE COTIZACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-COTVTA
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-COTIZACION FROM 1 BY 1
                       UNTIL WS-IND-COTIZACION > WS-CANT-COTIZACIONES
               MOVE TCO-ENTRY(WS-IND-COTIZACION) TO REG-COTVTA
               WRITE REG-COTVTA
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE COTVTA
           END-IF.


       300000-FINAL.
           PERFORM 380000-LIBERAR-CERROJO
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   COTIZACIONES DE VENTA'
           DISPLAY 'Programme: COTIZACIONES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       380000-LIBERAR-CERROJO.
      * El cerrojo solo se libera si esta corrida lo tomo: un intento
      * rechazado no debe borrar el cerrojo vivo de otro programa.
           IF WS-CERROJO-TOMADO
             MOVE 'L' TO WS-CJ-ACCION
             CALL 'CERROJO' USING WS-CJ-ACCION WS-CJ-ARCHIVO
                                  WS-CJ-MODO WS-CJ-RESULTADO
                                  WS-CJ-POSEEDOR
             END-CALL
             MOVE 'N' TO WS-CJ-TOMADO
           END-IF.


       395000-GRABAR-INDICE.
           MOVE 'COTIZACIONES'    TO WS-REPIDX-PROGRAMA
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'COTIZACIONES'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-COTVTA     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
