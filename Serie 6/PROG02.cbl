      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        01 DE JUNIO 2019.
      * Purpose:     EJERCICIO 2 - ARCHIVOS SECUENCIALES
      *              ALTA DE CUENTAS EN CUENTAS.DAT. UNA CUENTA NUEVA
      *              PUEDE LLEVAR UN DEPOSITO EN GARANTIA
      *              REINTEGRABLE: SE REGISTRA EN DEPOSITOS.DAT CON EL
      *              IMPORTE, LA FECHA DE COBRO Y EL NUMERO DE RECIBO
      *              (SERIE DEP DEL NUMERADOR CENTRAL) Y QUEDA
      *              RETENIDO HASTA EL CIERRE DE LA CUENTA. SOLO DA DE
      *              ALTA CUENTAS DE CLIENTES DE LA EMPRESA DEL GRUPO DE
      *              LA CORRIDA (VARIABLE EMPRESA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ARCHIVO.

           SELECT DEPOSITOS          ASSIGN TO DISK '..\DEPOSITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEPOSITOS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD DEPOSITOS.
       01 REG-DEPOSITOS.
         05 DEP-RECIBO                PIC 9(08).
         05 DEP-NROCUENTA             PIC 9(08).
         05 DEP-IMPORTE               PIC S9(15)V99.
         05 DEP-FECHA-COBRO           PIC 9(08).
         05 DEP-OPERADOR              PIC X(20).
         05 DEP-ESTADO                PIC X(01).
             88 DEP-RETENIDO                           VALUE 'R'.
             88 DEP-LIQUIDADO                          VALUE 'L'.
         05 DEP-FECHA-BAJA            PIC 9(08).
         05 DEP-APLICADO              PIC S9(15)V99.
         05 DEP-REEMBOLSADO           PIC S9(15)V99.
         05 DEP-NRO-REEMBOLSO         PIC 9(08).

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ARCHIVO==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEPOSITOS==.

       01 WS-CANT-ESCRITOS              PIC 9(08) VALUE 0.
       COPY WSRUNLOG-WS.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 WS-DEPOSITO.
         05 WS-DEP-RESPUESTA           PIC X(01).
             88 WS-DEP-SI                               VALUE 'S'.
         05 WS-DEP-IMPORTE             PIC S9(15)V99.
         05 WS-DEP-SERIE               PIC X(03) VALUE 'DEP'.
         05 WS-DEP-RECIBO              PIC 9(08).

       COPY WSPARAM-WS.

       01 WS-DUPLICADO                 PIC X VALUE 'N'.
           88 WS-ES-DUPLICADO                           VALUE 'S'.

         05 WS-ME-STATUS               PIC X(02).
         05 WS-ME-RETORNO              PIC 9(02).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           MOVE 'T' TO WS-CJ-ACCION
           MOVE 'CUENTAS.DAT' TO WS-CJ-ARCHIVO
           MOVE 'E' TO WS-CJ-MODO
           PERFORM 130000-PREGUNTA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-ABRIR-ARCHIVO.
           OPEN I-O ARCHIVO
           IF WSS-FS-ARCHIVO-NOEXISTE

       220000-GRABAR.
           PERFORM 225000-VERIFICAR-DUPLICADO
           MOVE 'C' TO ECL-FUNCION
           MOVE WSV-CODCLIENTE TO ECL-NRO-CLIENTE
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           EVALUATE TRUE
             WHEN WS-ES-DUPLICADO
               DISPLAY 'YA EXISTE UNA CUENTA CON ESE NUMERO, '
                       'NO SE GRABA'
             WHEN ECL-HALLADO AND ECL-EMPRESA NOT = WSP-EMPRESA
               DISPLAY 'EL CLIENTE ES DE LA EMPRESA ' ECL-EMPRESA
                       ', NO SE GRABA'
             WHEN OTHER
               MOVE VARIABLES TO REG-ARCHIVO
               ADD 1 TO WS-ULTIMO-ID
               MOVE WS-ULTIMO-ID TO ENTRYID
               WRITE REG-ARCHIVO
               IF NOT WSS-FS-ARCHIVO-OK
                 DISPLAY 'ERROR DE ARCHIVO'
                 DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
               ELSE
                 ADD 1 TO WS-CANT-ESCRITOS
                 PERFORM 230000-DEPOSITO-GARANTIA
               END-IF
           END-EVALUATE.

       225000-VERIFICAR-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO
           END-READ.


       230000-DEPOSITO-GARANTIA.
           DISPLAY 'LA CUENTA LLEVA DEPOSITO EN GARANTIA (S/N)? '
           ACCEPT WS-DEP-RESPUESTA
           IF WS-DEP-SI
             DISPLAY 'INGRESE EL IMPORTE DEL DEPOSITO: '
             ACCEPT WS-DEP-IMPORTE
             IF WS-DEP-IMPORTE <= 0
               DISPLAY 'IMPORTE INVALIDO, NO SE REGISTRA EL DEPOSITO'
             ELSE
               PERFORM 235000-GRABAR-DEPOSITO
             END-IF
           END-IF.


       235000-GRABAR-DEPOSITO.
           OPEN EXTEND DEPOSITOS
           IF WSS-FS-DEPOSITOS-NOEXISTE
             OPEN OUTPUT DEPOSITOS
           END-IF
           IF NOT WSS-FS-DEPOSITOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEPOSITOS'
             DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
           ELSE
             CALL 'PROXNUM' USING WS-DEP-SERIE WS-DEP-RECIBO
             END-CALL
             MOVE WS-DEP-RECIBO TO DEP-RECIBO
             MOVE WSV-NROCUENTA TO DEP-NROCUENTA
             MOVE WS-DEP-IMPORTE TO DEP-IMPORTE
             MOVE WSP-FECHA-PROCESO TO DEP-FECHA-COBRO
             ACCEPT DEP-OPERADOR FROM ENVIRONMENT 'USER'
             MOVE 'R' TO DEP-ESTADO
             MOVE 0 TO DEP-FECHA-BAJA
             MOVE 0 TO DEP-APLICADO
             MOVE 0 TO DEP-REEMBOLSADO
             MOVE 0 TO DEP-NRO-REEMBOLSO
             WRITE REG-DEPOSITOS
             CLOSE DEPOSITOS
             DISPLAY 'DEPOSITO REGISTRADO, RECIBO NRO ' WS-DEP-RECIBO
           END-IF.


       300000-FINAL.
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-ARCHIVO
           PERFORM 390000-GRABAR-BITACORA
