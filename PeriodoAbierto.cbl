      *              abierto, para no frenar la operacion antes de que
      *              el supervisor cargue el calendario. Todo programa
      *              que graba datos fechados por periodo la llama antes
      *              de escribir. Cada empresa del grupo lleva su
      *              propio calendario: cuenta solo el registro de la
      *              empresa de la corrida (variable EMPRESA); un
      *              registro sin empresa es de la '01'.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         05 PER-ESTADO                 PIC X(01).
             88 PER-ABIERTO                            VALUE 'A'.
             88 PER-CERRADO                            VALUE 'C'.
         05 PER-EMPRESA                PIC X(02).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==PERIODOS==.

       COPY WSEMPRESA-WS.

       LINKAGE SECTION.

       01 LK-PERIODO                   PIC X(06).
       000000-CONTROL.
           INITIALIZE SWITCHES
           MOVE 'S' TO LK-ABIERTO
           PERFORM 050000-TOMAR-EMPRESA
           OPEN INPUT PERIODOS
           IF WSS-FS-PERIODOS-OK
             PERFORM 100000-LEER-PERIODO
             PERFORM UNTIL WSS-FS-PERIODOS-EOF
               IF PER-EMPRESA = SPACES
                 MOVE '01' TO PER-EMPRESA
               END-IF
               IF PER-PERIODO = LK-PERIODO AND PER-CERRADO
                       AND PER-EMPRESA = WS-EMPRESA-CORRIDA
                 MOVE 'N' TO LK-ABIERTO
               END-IF
               PERFORM 100000-LEER-PERIODO
           GOBACK.


       050000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       100000-LEER-PERIODO.
           READ PERIODOS
           IF NOT WSS-FS-PERIODOS-OK AND NOT WSS-FS-PERIODOS-EOF
