      *              LINEAS), PERMITE REIMPRIMIR CUALQUIER REPORTE
      *              PASADO VOLCANDO SU ARCHIVO A PANTALLA, Y MARCA
      *              LOS REPORTES DIARIOS ESPERADOS QUE UNA CORRIDA NO
      *              PRODUJO. EL OPERADOR SE IDENTIFICA CON
      *              CONTROLACCESO; SI EN USUARIOS.DAT ESTA ASIGNADO A
      *              UNA OFICINA Y NO ES SUPERVISOR, SOLO VE LOS
      *              SPOOLS REPARTIDOS PARA SU OFICINA (OFI= EN EL
      *              INDICE). CASA CENTRAL Y SUPERVISORES VEN TODO,
      *              INCLUIDOS LOS CONSOLIDADOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS
                                           WSS-FS-REIMPRESION.

           SELECT USUARIOS           ASSIGN TO DISK '..\USUARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USUARIOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       FILE SECTION.
       FD REPINDEX.
       01 REG-REPINDEX                PIC X(160).

       FD REIMPRESION.
       01 REG-REIMPRESION             PIC X(80).

       FD USUARIOS.
       01 REG-USUARIOS.
         05 USU-OPERADOR               PIC X(20).
         05 USU-NOMBRE                 PIC X(40).
         05 USU-CLAVE-HASH             PIC 9(09).
         05 USU-ROL                    PIC X(01).
         05 USU-INTENTOS               PIC 9(01).
         05 USU-ESTADO                 PIC X(01).
         05 USU-OFICINA                PIC X(03).
         05 USU-EMPRESAS               PIC X(10).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==REPINDEX==.
           COPY WSFS REPLACING ==:TAG:== BY ==REIMPRESION==.
           COPY WSFS REPLACING ==:TAG:== BY ==USUARIOS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
         05 WSB-LINEAS                 PIC X(08).
         05 FILLER                     PIC X(05).
         05 WSB-PAGINAS                PIC X(04).
         05 FILLER                     PIC X(05).
         05 WSB-OFICINA                PIC X(03).
         05 FILLER                     PIC X(04).

       01 TABLA-INDICE.
         05 WS-CANT-INDICE             PIC 9(04) VALUE 0.
           10 TI-OPERADOR              PIC X(20).
           10 TI-ARCHIVO               PIC X(30).
           10 TI-LINEAS                PIC X(08).
           10 TI-OFICINA               PIC X(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 TABLA-ESPERADOS-R REDEFINES TABLA-ESPERADOS.
         05 TE-NOMBRE OCCURS 3 TIMES   PIC X(20).

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'VISORREPORTES'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

      * Oficina del operador: en blanco ve todo el indice.
       01 WS-OFICINA-OPERADOR          PIC X(03) VALUE SPACES.

       COPY WSHDR-WS.


       100000-INICIO.
           INITIALIZE SWITCHES

           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 4 TO WS-OPCION
             PERFORM 300000-FINAL
           END-IF
           PERFORM 102000-CARGAR-OFICINA
           DISPLAY 'CONSULTAR EL INDICE VIVO (V) O EL '
                   'ARCHIVO ANUAL (A)? '
           ACCEPT WS-ORIGEN-INDICE
           PERFORM 130000-MOSTRAR-MENU.


       102000-CARGAR-OFICINA.
           MOVE SPACES TO WS-OFICINA-OPERADOR
           OPEN INPUT USUARIOS
           IF WSS-FS-USUARIOS-OK
             PERFORM 103000-LEER-USUARIO
             PERFORM UNTIL WSS-FS-USUARIOS-EOF
               IF USU-OPERADOR = WS-ACC-OPERADOR
                       AND USU-ROL NOT = 'S'
                 MOVE USU-OFICINA TO WS-OFICINA-OPERADOR
               END-IF
               PERFORM 103000-LEER-USUARIO
             END-PERFORM
             CLOSE USUARIOS
           END-IF
           IF WS-OFICINA-OPERADOR NOT = SPACES
             DISPLAY 'REPORTES DE LA OFICINA ' WS-OFICINA-OPERADOR
           END-IF.


       103000-LEER-USUARIO.
           READ USUARIOS
           IF NOT WSS-FS-USUARIOS-OK AND NOT WSS-FS-USUARIOS-EOF
             MOVE '10' TO WSS-FS-USUARIOS
           END-IF.


       105000-CARGAR-INDICE.
           MOVE 0 TO WS-CANT-INDICE
           OPEN INPUT REPINDEX
             ELSE
               PERFORM 106000-LEER-INDICE
               PERFORM UNTIL WSS-FS-REPINDEX-EOF
                 MOVE REG-REPINDEX TO WS-LINEA-INDICE
                 IF WS-CANT-INDICE < 2000
                       AND (WS-OFICINA-OPERADOR = SPACES
                         OR WSB-OFICINA = WS-OFICINA-OPERADOR)
                   ADD 1 TO WS-CANT-INDICE
                   MOVE WSB-FECHA    TO TI-FECHA(WS-CANT-INDICE)
                   MOVE WSB-NOMBRE   TO TI-NOMBRE(WS-CANT-INDICE)
                   MOVE WSB-PROGRAMA TO TI-PROGRAMA(WS-CANT-INDICE)
                   MOVE WSB-OPERADOR TO TI-OPERADOR(WS-CANT-INDICE)
                   MOVE WSB-ARCHIVO  TO TI-ARCHIVO(WS-CANT-INDICE)
                   MOVE WSB-LINEAS   TO TI-LINEAS(WS-CANT-INDICE)
                   MOVE WSB-OFICINA  TO TI-OFICINA(WS-CANT-INDICE)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-INDICE
                     ' ' TI-OPERADOR(WS-IND-I)
                     ' ' TI-ARCHIVO(WS-IND-I)
                     ' LINEAS ' TI-LINEAS(WS-IND-I)
                     ' ' TI-OFICINA(WS-IND-I)
           END-PERFORM.


