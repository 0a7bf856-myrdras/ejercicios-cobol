      *              EXPOSIC.REP LOS CLIENTES QUE SUPERAN EL 80 POR
      *              CIENTO DE SU LIMITE, CON EL PORCENTAJE USADO Y
      *              EL MARGEN RESTANTE, PARA QUE CREDITOS ACTUE
      *              ANTES DEL BLOQUEO DURO DE CONTROLLIMITE. A
      *              CONTINUACION SALEN LOS GRUPOS EMPRESARIOS
      *              (GRUPOS.DAT) CON LIMITE DE GRUPO QUE SUPERAN EL
      *              80 POR CIENTO, SUMANDO LA EXPOSICION DE TODOS
      *              SUS MIEMBROS (GRUPOMIE.DAT).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT GRUPOS             ASSIGN TO DISK '..\GRUPOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOS.

           SELECT GRUPOMIE           ASSIGN TO DISK '..\GRUPOMIE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOMIE.

           SELECT REPORTE            ASSIGN TO DISK '..\EXPOSIC.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
       FD CLIENTES.
           COPY CLIMAEST.

       FD GRUPOS.
           COPY GRUPOREC.

       FD GRUPOMIE.
           COPY GRUPOMIE.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOMIE==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

      * Exposicion acumulada por cliente desde CUENTAS.DAT.
       01 TABLA-EXPOSICION.
         05 WS-CANT-EXPUESTOS          PIC 9(04) VALUE 0.
           10 TEX-CODCLIENTE           PIC 9(08).
           10 TEX-EXPOSICION           PIC S9(15)V99.

      * Grupos empresarios con limite de grupo y la exposicion
      * juntada de sus miembros.
       01 TABLA-GRUPOS.
         05 WS-CANT-GRUPOS             PIC 9(04) VALUE 0.
         05 TGR-ENTRY OCCURS 999 TIMES.
           10 TGR-CODIGO               PIC 9(04).
           10 TGR-NOMBRE               PIC X(40).
           10 TGR-LIMITE               PIC 9(09)V99.
           10 TGR-EXPOSICION           PIC S9(15)V99.

       01 INDICES.
         05 WS-IND-EXP                 PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).
         05 WS-IND-GRUPO               PIC 9(04).
         05 WS-IND-GRUPO-HALLADO       PIC 9(04).

       01 WS-PORCENTAJE-USADO          PIC 9(05)V99.
       01 WS-MARGEN                    PIC S9(11)V99.

       01 ACUMULADORES.
         05 WSA-CANT-SOBRE-80          PIC 9(04).
         05 WSA-GRUPOS-SOBRE-80        PIC 9(04).

       01 WS-LINEA-REPORTE             PIC X(80).

                 PERFORM 100000-INICIO
                 PERFORM 200000-ACUMULAR-EXPOSICION
                 PERFORM 220000-COMPARAR-LIMITES
                 PERFORM 260000-COMPARAR-GRUPOS
                 PERFORM 300000-FINAL.


           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


           ADD 1 TO WS-CANT-ESCRITOS.


       260000-COMPARAR-GRUPOS.
      * Sin GRUPOS.DAT no hay grupos definidos y la seccion no sale.
           OPEN INPUT GRUPOS
           IF WSS-FS-GRUPOS-OK
             PERFORM 261000-LEER-GRUPO
             PERFORM UNTIL WSS-FS-GRUPOS-EOF
               IF GRP-LIMITE IS NUMERIC AND GRP-LIMITE > 0
                       AND WS-CANT-GRUPOS < 999
                 ADD 1 TO WS-CANT-GRUPOS
                 MOVE GRP-CODIGO TO TGR-CODIGO(WS-CANT-GRUPOS)
                 MOVE GRP-NOMBRE TO TGR-NOMBRE(WS-CANT-GRUPOS)
                 MOVE GRP-LIMITE TO TGR-LIMITE(WS-CANT-GRUPOS)
                 MOVE 0 TO TGR-EXPOSICION(WS-CANT-GRUPOS)
               END-IF
               PERFORM 261000-LEER-GRUPO
             END-PERFORM
             CLOSE GRUPOS
           END-IF
           IF WS-CANT-GRUPOS > 0
             PERFORM 262000-SUMAR-MIEMBROS
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'GRUPOS SOBRE EL 80% DE SU LIMITE DE GRUPO'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                       UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
               PERFORM 265000-EVALUAR-GRUPO
             END-PERFORM
           END-IF.


       261000-LEER-GRUPO.
           READ GRUPOS
           IF NOT WSS-FS-GRUPOS-OK AND NOT WSS-FS-GRUPOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOS
             MOVE '10' TO WSS-FS-GRUPOS
           END-IF.


       262000-SUMAR-MIEMBROS.
           OPEN INPUT GRUPOMIE
           IF WSS-FS-GRUPOMIE-OK
             PERFORM 263000-LEER-MIEMBRO
             PERFORM UNTIL WSS-FS-GRUPOMIE-EOF
               PERFORM 264000-SUMAR-MIEMBRO
               PERFORM 263000-LEER-MIEMBRO
             END-PERFORM
             CLOSE GRUPOMIE
           END-IF.


       263000-LEER-MIEMBRO.
           READ GRUPOMIE
           IF NOT WSS-FS-GRUPOMIE-OK AND NOT WSS-FS-GRUPOMIE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOMIE
             MOVE '10' TO WSS-FS-GRUPOMIE
           END-IF.


       264000-SUMAR-MIEMBRO.
           MOVE 0 TO WS-IND-GRUPO-HALLADO
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             IF TGR-CODIGO(WS-IND-GRUPO) = GMI-GRUPO
               MOVE WS-IND-GRUPO TO WS-IND-GRUPO-HALLADO
               MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
             END-IF
           END-PERFORM
           IF WS-IND-GRUPO-HALLADO NOT = 0
             PERFORM VARYING WS-IND-EXP FROM 1 BY 1
                       UNTIL WS-IND-EXP > WS-CANT-EXPUESTOS
               IF TEX-CODCLIENTE(WS-IND-EXP) = GMI-NRO-CLIENTE
                 ADD TEX-EXPOSICION(WS-IND-EXP)
                   TO TGR-EXPOSICION(WS-IND-GRUPO-HALLADO)
                 MOVE WS-CANT-EXPUESTOS TO WS-IND-EXP
               END-IF
             END-PERFORM
           END-IF.


       265000-EVALUAR-GRUPO.
           COMPUTE WS-PORCENTAJE-USADO ROUNDED =
                   TGR-EXPOSICION(WS-IND-GRUPO) * 100
                   / TGR-LIMITE(WS-IND-GRUPO)
           IF WS-PORCENTAJE-USADO >= 80
             ADD 1 TO WSA-GRUPOS-SOBRE-80
             COMPUTE WS-MARGEN =
                     TGR-LIMITE(WS-IND-GRUPO)
                     - TGR-EXPOSICION(WS-IND-GRUPO)
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'GRUPO ' TGR-CODIGO(WS-IND-GRUPO)
                    ' ' TGR-NOMBRE(WS-IND-GRUPO)(1:20)
                    ' USADO ' WS-PORCENTAJE-USADO
                    '% MARGEN ' WS-MARGEN
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-ARCHIVOS
           DISPLAY 'Programme: EXPOSICIONCREDITO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'CLIENTES SOBRE EL 80%: ' WSA-CANT-SOBRE-80
           IF WS-CANT-GRUPOS > 0
             DISPLAY 'GRUPOS SOBRE EL 80%:   ' WSA-GRUPOS-SOBRE-80
           END-IF.


       330000-CERRAR-ARCHIVOS.
