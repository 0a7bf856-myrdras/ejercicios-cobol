      *              reciente que no supere ese periodo. Si el codigo
      *              no tiene precios fechados devuelve LK-HALLADO 'N'
      *              y el que llama cae al CAT-PRECIO del catalogo,
      *              igual que antes de existir esta rutina. Un
      *              registro con PRE-NUMCUENTA distinto de cero es el
      *              precio propio de la suscripcion de esa cuenta
      *              (lo graba AJUSTAINDICES al aplicar una clausula
      *              de ajuste) y, si hay uno vigente, prevalece sobre
      *              el precio general del codigo. Quien no factura a
      *              una cuenta pasa LK-NUMCUENTA en cero.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         05 PRE-PRECIO                 PIC S9(05)V99.
         05 PRE-FECHA-ALTA             PIC 9(08).
         05 PRE-OPERADOR               PIC X(20).
         05 PRE-NUMCUENTA              PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY WSFS REPLACING ==:TAG:== BY ==SERVPREC==.

       01 WS-MEJOR-VIGENCIA            PIC X(06).
       01 WS-MEJOR-VIGENCIA-CTA        PIC X(06).
       01 WS-PRECIO-CUENTA             PIC S9(05)V99.
       01 WS-HALLADO-CUENTA            PIC X(01).

       LINKAGE SECTION.

       01 LK-CODIGO                    PIC X(03).

       01 LK-NUMCUENTA                 PIC 9(08).

       01 LK-PERIODO                   PIC X(06).

       01 LK-PRECIO                    PIC S9(05)V99.


       PROCEDURE DIVISION USING LK-CODIGO
                                LK-NUMCUENTA
                                LK-PERIODO
                                LK-PRECIO
                                LK-HALLADO.
       000000-CONTROL.
           INITIALIZE SWITCHES
           MOVE 'N' TO LK-HALLADO
           MOVE 'N' TO WS-HALLADO-CUENTA
           MOVE SPACES TO WS-MEJOR-VIGENCIA
           MOVE SPACES TO WS-MEJOR-VIGENCIA-CTA
           OPEN INPUT SERVPREC
           IF WSS-FS-SERVPREC-OK
             PERFORM 100000-LEER-PRECIO
             PERFORM UNTIL WSS-FS-SERVPREC-EOF
      * Los registros grabados antes de existir el precio por cuenta
      * traen la cuenta en blanco: son precios generales.
               IF PRE-NUMCUENTA IS NOT NUMERIC
                 MOVE 0 TO PRE-NUMCUENTA
               END-IF
               IF PRE-CODIGO = LK-CODIGO
                       AND PRE-VIGENCIA-DESDE <= LK-PERIODO
                 PERFORM 110000-EVALUAR-PRECIO
               END-IF
               PERFORM 100000-LEER-PRECIO
             END-PERFORM
             CLOSE SERVPREC
           END-IF
           IF WS-HALLADO-CUENTA = 'S'
             MOVE WS-PRECIO-CUENTA TO LK-PRECIO
             MOVE 'S' TO LK-HALLADO
           END-IF
           GOBACK.


           IF NOT WSS-FS-SERVPREC-OK AND NOT WSS-FS-SERVPREC-EOF
             MOVE '10' TO WSS-FS-SERVPREC
           END-IF.


       110000-EVALUAR-PRECIO.
           IF PRE-NUMCUENTA = 0
             IF PRE-VIGENCIA-DESDE >= WS-MEJOR-VIGENCIA
               MOVE PRE-VIGENCIA-DESDE TO WS-MEJOR-VIGENCIA
               MOVE PRE-PRECIO TO LK-PRECIO
               MOVE 'S' TO LK-HALLADO
             END-IF
           ELSE
             IF PRE-NUMCUENTA = LK-NUMCUENTA AND LK-NUMCUENTA NOT = 0
                     AND PRE-VIGENCIA-DESDE >= WS-MEJOR-VIGENCIA-CTA
               MOVE PRE-VIGENCIA-DESDE TO WS-MEJOR-VIGENCIA-CTA
               MOVE PRE-PRECIO TO WS-PRECIO-CUENTA
               MOVE 'S' TO WS-HALLADO-CUENTA
             END-IF
           END-IF.
