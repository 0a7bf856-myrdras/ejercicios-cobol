      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida que resuelve a que empresa del
      *              grupo pertenece un cliente (EMPRESA-C del maestro)
      *              o una cuenta (la de su cliente, via CODCLIENTE de
      *              CUENTAS.DAT), para los programas que filtran o
      *              abren por empresa sin cargar el maestro. Los
      *              archivos se abren en la primera llamada y quedan
      *              abiertos hasta la funcion 'F'; se recuerda el
      *              ultimo cliente resuelto para no releerlo en
      *              cuentas consecutivas del mismo cliente. Area de
      *              intercambio: WSEMPCLI.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESACLIENTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

       DATA DIVISION.

       FILE SECTION.
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


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.

      * Los archivos quedan abiertos entre llamadas.
       01 WS-ESTADO-ARCHIVOS           PIC X(01) VALUE 'N'.
           88 WS-ARCHIVOS-ABIERTOS                      VALUE 'S'.

      * Ultimo cliente resuelto.
       01 WS-ULTIMO-CLIENTE            PIC 9(08) VALUE 0.
       01 WS-ULTIMA-EMPRESA            PIC X(02) VALUE '01'.
       01 WS-ULTIMO-RESULTADO          PIC X(01) VALUE 'N'.

       LINKAGE SECTION.

       01 LK-EMPCLI.
           COPY WSEMPCLI.


       PROCEDURE DIVISION USING LK-EMPCLI.

       000000-CONTROL.
           MOVE '01' TO ECL-EMPRESA
           MOVE 'N' TO ECL-RESULTADO
           EVALUATE TRUE
             WHEN ECL-CERRAR
               PERFORM 300000-CERRAR
             WHEN ECL-POR-CLIENTE
               PERFORM 100000-ABRIR
               PERFORM 200000-EMPRESA-DEL-CLIENTE
             WHEN ECL-POR-CUENTA
               PERFORM 100000-ABRIR
               PERFORM 210000-EMPRESA-DE-LA-CUENTA
           END-EVALUATE
           GOBACK.


       100000-ABRIR.
           IF NOT WS-ARCHIVOS-ABIERTOS
             OPEN INPUT CLIENTES
             IF NOT WSS-FS-CLIENTES-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             END-IF
             OPEN INPUT CUENTAS
             IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             END-IF
             MOVE 0 TO WS-ULTIMO-CLIENTE
             MOVE 'S' TO WS-ESTADO-ARCHIVOS
           END-IF.


       200000-EMPRESA-DEL-CLIENTE.
           IF ECL-NRO-CLIENTE = WS-ULTIMO-CLIENTE
                   AND WS-ULTIMO-CLIENTE NOT = 0
             MOVE WS-ULTIMA-EMPRESA TO ECL-EMPRESA
             MOVE WS-ULTIMO-RESULTADO TO ECL-RESULTADO
           ELSE
             MOVE ECL-NRO-CLIENTE TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO ECL-RESULTADO
                 IF EMPRESA-C NOT = SPACES
                   MOVE EMPRESA-C TO ECL-EMPRESA
                 END-IF
             END-READ
             MOVE ECL-NRO-CLIENTE TO WS-ULTIMO-CLIENTE
             MOVE ECL-EMPRESA TO WS-ULTIMA-EMPRESA
             MOVE ECL-RESULTADO TO WS-ULTIMO-RESULTADO
           END-IF.


       210000-EMPRESA-DE-LA-CUENTA.
           MOVE ECL-NROCUENTA TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CODCLIENTE TO ECL-NRO-CLIENTE
               PERFORM 200000-EMPRESA-DEL-CLIENTE
           END-READ.


       300000-CERRAR.
           IF WS-ARCHIVOS-ABIERTOS
             CLOSE CLIENTES
             CLOSE CUENTAS
             MOVE 'N' TO WS-ESTADO-ARCHIVOS
           END-IF
           MOVE 'S' TO ECL-RESULTADO.
