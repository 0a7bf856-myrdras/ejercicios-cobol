      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de grupos empresarios. Con
      *              funcion 'C' devuelve el grupo al que pertenece el
      *              cliente recibido segun GRUPOMIE.DAT, con el
      *              cliente pagador y el limite de credito del grupo
      *              tomados de GRUPOS.DAT. Con funcion 'M' devuelve
      *              en LK-NRO-CLIENTE el miembro numero LK-POSICION
      *              del grupo recibido, para recorrer el grupo
      *              entero llamando con posicion 1, 2, ... hasta que
      *              vuelva 'N'. El resultado es 'S' si encontro y 'N'
      *              si el cliente no esta en ningun grupo o no hay
      *              mas miembros. Los dos archivos se cargan en
      *              memoria en la primera llamada de la corrida.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOCLIENTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS             ASSIGN TO DISK '..\GRUPOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOS.

           SELECT GRUPOMIE           ASSIGN TO DISK '..\GRUPOMIE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOMIE.

       DATA DIVISION.

       FILE SECTION.
       FD GRUPOS.
           COPY GRUPOREC.

       FD GRUPOMIE.
           COPY GRUPOMIE.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOMIE==.

       01 WS-CARGADO                   PIC X(01) VALUE 'N'.
           88 WS-TABLAS-CARGADAS                        VALUE 'S'.

       01 TABLA-GRUPOS.
         05 WS-CANT-GRUPOS             PIC 9(04) VALUE 0.
         05 TGR-ENTRY OCCURS 999 TIMES.
           10 TGR-CODIGO               PIC 9(04).
           10 TGR-PAGADOR              PIC 9(07).
           10 TGR-LIMITE               PIC 9(09)V99.

       01 TABLA-MIEMBROS.
         05 WS-CANT-MIEMBROS           PIC 9(04) VALUE 0.
         05 TMI-ENTRY OCCURS 5000 TIMES.
           10 TMI-GRUPO                PIC 9(04).
           10 TMI-NRO-CLIENTE          PIC 9(07).

       01 INDICES.
         05 WS-IND-GRUPO               PIC 9(04).
         05 WS-IND-GRUPO-HALLADO       PIC 9(04).
         05 WS-IND-MIEMBRO             PIC 9(04).
         05 WS-IND-MIEMBRO-HALLADO     PIC 9(04).

       01 WS-POSICION-ACTUAL           PIC 9(04).

       LINKAGE SECTION.

       01 LK-FUNCION                   PIC X(01).
           88 LK-GRUPO-DE-CLIENTE                    VALUE 'C'.
           88 LK-MIEMBRO-DE-GRUPO                    VALUE 'M'.

       01 LK-NRO-CLIENTE               PIC 9(07).

       01 LK-GRUPO                     PIC 9(04).

       01 LK-POSICION                  PIC 9(04).

       01 LK-PAGADOR                   PIC 9(07).

       01 LK-LIMITE                    PIC 9(09)V99.

       01 LK-RESULTADO                 PIC X(01).
           88 LK-HALLADO                             VALUE 'S'.
           88 LK-NO-HALLADO                          VALUE 'N'.


       PROCEDURE DIVISION USING LK-FUNCION
                                LK-NRO-CLIENTE
                                LK-GRUPO
                                LK-POSICION
                                LK-PAGADOR
                                LK-LIMITE
                                LK-RESULTADO.

       000000-CONTROL.
           IF NOT WS-TABLAS-CARGADAS
             PERFORM 100000-CARGAR-GRUPOS
             PERFORM 110000-CARGAR-MIEMBROS
             MOVE 'S' TO WS-CARGADO
           END-IF
           MOVE 'N' TO LK-RESULTADO
           EVALUATE TRUE
             WHEN LK-GRUPO-DE-CLIENTE
               PERFORM 200000-GRUPO-DE-CLIENTE
             WHEN LK-MIEMBRO-DE-GRUPO
               PERFORM 220000-MIEMBRO-DE-GRUPO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           GOBACK.


       100000-CARGAR-GRUPOS.
           INITIALIZE SWITCHES
           MOVE 0 TO WS-CANT-GRUPOS
           OPEN INPUT GRUPOS
           IF WSS-FS-GRUPOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-GRUPOS-OK
               PERFORM 105000-LEER-GRUPO
               PERFORM UNTIL WSS-FS-GRUPOS-EOF
                 IF WS-CANT-GRUPOS < 999 AND GRP-CODIGO NOT = 0
                   ADD 1 TO WS-CANT-GRUPOS
                   MOVE GRP-CODIGO TO TGR-CODIGO(WS-CANT-GRUPOS)
                   MOVE GRP-PAGADOR TO TGR-PAGADOR(WS-CANT-GRUPOS)
                   IF GRP-LIMITE IS NUMERIC
                     MOVE GRP-LIMITE TO TGR-LIMITE(WS-CANT-GRUPOS)
                   ELSE
                     MOVE 0 TO TGR-LIMITE(WS-CANT-GRUPOS)
                   END-IF
                 END-IF
                 PERFORM 105000-LEER-GRUPO
               END-PERFORM
             END-IF
             CLOSE GRUPOS
           END-IF.


       105000-LEER-GRUPO.
           READ GRUPOS
           IF NOT WSS-FS-GRUPOS-OK AND NOT WSS-FS-GRUPOS-EOF
             MOVE '10' TO WSS-FS-GRUPOS
           END-IF.


       110000-CARGAR-MIEMBROS.
           MOVE 0 TO WS-CANT-MIEMBROS
           OPEN INPUT GRUPOMIE
           IF WSS-FS-GRUPOMIE-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-GRUPOMIE-OK
               PERFORM 115000-LEER-MIEMBRO
               PERFORM UNTIL WSS-FS-GRUPOMIE-EOF
                 IF WS-CANT-MIEMBROS < 5000
                   ADD 1 TO WS-CANT-MIEMBROS
                   MOVE GMI-GRUPO TO TMI-GRUPO(WS-CANT-MIEMBROS)
                   MOVE GMI-NRO-CLIENTE
                     TO TMI-NRO-CLIENTE(WS-CANT-MIEMBROS)
                 ELSE
                   DISPLAY 'ADVERTENCIA: MAS DE 5000 MIEMBROS EN '
                           'GRUPOMIE.DAT, EL RESTO QUEDA SIN GRUPO'
                   MOVE '10' TO WSS-FS-GRUPOMIE
                 END-IF
                 IF NOT WSS-FS-GRUPOMIE-EOF
                   PERFORM 115000-LEER-MIEMBRO
                 END-IF
               END-PERFORM
             END-IF
             CLOSE GRUPOMIE
           END-IF.


       115000-LEER-MIEMBRO.
           READ GRUPOMIE
           IF NOT WSS-FS-GRUPOMIE-OK AND NOT WSS-FS-GRUPOMIE-EOF
             MOVE '10' TO WSS-FS-GRUPOMIE
           END-IF.


       200000-GRUPO-DE-CLIENTE.
           MOVE 0 TO LK-GRUPO
           MOVE 0 TO LK-PAGADOR
           MOVE 0 TO LK-LIMITE
           MOVE 0 TO WS-IND-MIEMBRO-HALLADO
           PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                     UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
             IF TMI-NRO-CLIENTE(WS-IND-MIEMBRO) = LK-NRO-CLIENTE
               MOVE WS-IND-MIEMBRO TO WS-IND-MIEMBRO-HALLADO
               MOVE WS-CANT-MIEMBROS TO WS-IND-MIEMBRO
             END-IF
           END-PERFORM
           IF WS-IND-MIEMBRO-HALLADO NOT = 0
             MOVE TMI-GRUPO(WS-IND-MIEMBRO-HALLADO) TO LK-GRUPO
             PERFORM 210000-BUSCAR-GRUPO
           END-IF.


       210000-BUSCAR-GRUPO.
      * Un miembro de un grupo que ya no existe en GRUPOS.DAT se
      * trata como cliente suelto.
           MOVE 0 TO WS-IND-GRUPO-HALLADO
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             IF TGR-CODIGO(WS-IND-GRUPO) = LK-GRUPO
               MOVE WS-IND-GRUPO TO WS-IND-GRUPO-HALLADO
               MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
             END-IF
           END-PERFORM
           IF WS-IND-GRUPO-HALLADO NOT = 0
             MOVE TGR-PAGADOR(WS-IND-GRUPO-HALLADO) TO LK-PAGADOR
             MOVE TGR-LIMITE(WS-IND-GRUPO-HALLADO) TO LK-LIMITE
             MOVE 'S' TO LK-RESULTADO
           ELSE
             MOVE 0 TO LK-GRUPO
           END-IF.


       220000-MIEMBRO-DE-GRUPO.
           MOVE 0 TO LK-NRO-CLIENTE
           MOVE 0 TO WS-POSICION-ACTUAL
           PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                     UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
             IF TMI-GRUPO(WS-IND-MIEMBRO) = LK-GRUPO
               ADD 1 TO WS-POSICION-ACTUAL
               IF WS-POSICION-ACTUAL = LK-POSICION
                 MOVE TMI-NRO-CLIENTE(WS-IND-MIEMBRO)
                   TO LK-NRO-CLIENTE
                 MOVE 'S' TO LK-RESULTADO
                 MOVE WS-CANT-MIEMBROS TO WS-IND-MIEMBRO
               END-IF
             END-IF
           END-PERFORM.
