      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de consulta al buro de credito:
      *              busca el CUIT recibido en BUROCONS.DAT (la ultima
      *              respuesta del buro importada por IMPORTABURO) y
      *              devuelve la peor situacion del CUIT en el sistema,
      *              la deuda total y la fecha de la respuesta. El
      *              resultado es 'S' si el CUIT esta informado con
      *              situacion por debajo del parametro
      *              BURO-SIT-RECHAZO, 'R' si la alcanza o la supera y
      *              'N' si el CUIT es cero o el buro no lo informo.
      *              MANTCLIENTES la llama al dar de alta un cliente o
      *              subirle el limite y CONTROLLIMITE al autorizar un
      *              cargo nuevo.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTABURO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUROCONS           ASSIGN TO DISK '..\BUROCONS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BUROCONS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

       DATA DIVISION.

       FILE SECTION.
       FD BUROCONS.
           COPY BUROCONS.

       FD PARAM.
           COPY PARAMREC.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==BUROCONS==.

       COPY WSPARAM-WS.

       LINKAGE SECTION.

       01 LK-CUIT                      PIC 9(11).

       01 LK-SITUACION                 PIC 9(01).

       01 LK-DEUDA-SISTEMA             PIC 9(13)V99.

       01 LK-FECHA-RESPUESTA           PIC 9(08).

       01 LK-RESULTADO                 PIC X(01).
           88 LK-BURO-SIN-OBJECION                   VALUE 'S'.
           88 LK-BURO-RECHAZA                        VALUE 'R'.
           88 LK-BURO-SIN-DATOS                      VALUE 'N'.


       PROCEDURE DIVISION USING LK-CUIT
                                LK-SITUACION
                                LK-DEUDA-SISTEMA
                                LK-FECHA-RESPUESTA
                                LK-RESULTADO.

       000000-CONTROL.
           INITIALIZE SWITCHES
           MOVE 'N' TO LK-RESULTADO
           MOVE 0 TO LK-SITUACION
           MOVE 0 TO LK-DEUDA-SISTEMA
           MOVE 0 TO LK-FECHA-RESPUESTA
           IF LK-CUIT > 0
             PERFORM 090000-LEER-PARAMETROS
             PERFORM 100000-BUSCAR-CUIT
           END-IF
           GOBACK.


       090000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       100000-BUSCAR-CUIT.
           OPEN INPUT BUROCONS
           IF WSS-FS-BUROCONS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-BUROCONS-OK
               PERFORM 110000-LEER-CONSULTA
               PERFORM UNTIL WSS-FS-BUROCONS-EOF
                 IF BCO-CUIT = LK-CUIT
                   MOVE BCO-SITUACION TO LK-SITUACION
                   MOVE BCO-DEUDA-SISTEMA TO LK-DEUDA-SISTEMA
                   MOVE BCO-FECHA-RESPUESTA TO LK-FECHA-RESPUESTA
                   IF BCO-SITUACION >= WSP-BURO-SIT-RECHAZO
                     MOVE 'R' TO LK-RESULTADO
                   ELSE
                     MOVE 'S' TO LK-RESULTADO
                   END-IF
                   MOVE '10' TO WSS-FS-BUROCONS
                 ELSE
                   PERFORM 110000-LEER-CONSULTA
                 END-IF
               END-PERFORM
             END-IF
             CLOSE BUROCONS
           END-IF.


       110000-LEER-CONSULTA.
           READ BUROCONS
           IF NOT WSS-FS-BUROCONS-OK AND NOT WSS-FS-BUROCONS-EOF
             MOVE '10' TO WSS-FS-BUROCONS
           END-IF.
