      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        22 DE AGOSTO 2026.
      * Purpose:     ORDENAMIENTO DE LOS ARCHIVOS DE ENTRADA DEL
      *              MERGE: DEJA TRANSAC.DAT ORDENADO POR NUMERO DE
      *              CLIENTE CON EL VERBO SORT, PARA QUE UNA ENTREGA
      *              DESORDENADA NO ABORTE EVINT-EJ01 EN
      *              106000-VERIFICAR-ORDEN-ENTRADA. CLIENTES.DAT ES
      *              INDEXADO POR NUMERO DE CLIENTE: SE LEE SIEMPRE EN
      *              ORDEN Y NO ADMITE NUMEROS DUPLICADOS, ASI QUE NO
      *              SE ORDENA. CORRE PARA LA EMPRESA DEL GRUPO DE LA
      *              VARIABLE EMPRESA ('01' EN BLANCO): SOLO LAS
      *              TRANSACCIONES DE CLIENTES DE ESA EMPRESA (RUTINA
      *              EMPRESACLIENTE) QUEDAN EN TRANSAC.DAT; LAS DE OTRA
      *              EMPRESA SE APARTAN A TRANOTRA.DAT PARA SU PROPIA
      *              CORRIDA, SIN PERDERSE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSAC.

           SELECT ORDENADOS          ASSIGN TO DISK '..\ORDENA.TMP'.

           SELECT TRANOTRA           ASSIGN TO DISK '..\TRANOTRA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANOTRA.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 NRO-LOTE-T                 PIC 9(08).
       01 REG-TRANSAC-TRL             PIC X(31).

       FD TRANOTRA.
       01 REG-TRANOTRA                PIC X(27).

       SD ORDENADOS.
       01 REG-ORDENADOS.
         05 ORD-NRO-CLIENTE            PIC 9(7).
         05 ORD-RESTO                  PIC X(20).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==TRANSAC==.
           COPY WSFS REPLACING ==:TAG:== BY ==TRANOTRA==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 ACUMULADORES.
         05 WSA-CANT-TRANSAC           PIC 9(05).
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(05).

       COPY WSTRAILER.

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSEMPRESA-WS.

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-ORDENAR-TRANSAC
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
           PERFORM 103000-TOMAR-EMPRESA.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       200000-ORDENAR-TRANSAC.
           DISPLAY 'TRANSAC.DAT ORDENADO POR NRO. DE CLIENTE'.


       204000-ABRIR-TRANOTRA.
           OPEN EXTEND TRANOTRA
           IF WSS-FS-TRANOTRA-NOEXISTE
             OPEN OUTPUT TRANOTRA
           END-IF
           IF NOT WSS-FS-TRANOTRA-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES DE OTRA '
                     'EMPRESA'
             DISPLAY 'FILE STATUS ' WSS-FS-TRANOTRA
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       205000-SOLTAR-TRANSAC.
           OPEN INPUT TRANSAC
           IF NOT WSS-FS-TRANSAC-OK
             DISPLAY 'FILE STATUS ' WSS-FS-TRANSAC
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM 204000-ABRIR-TRANOTRA
             PERFORM 206000-LEER-TRANSAC
             PERFORM UNTIL WSS-FS-TRANSAC-EOF
               MOVE 'C' TO ECL-FUNCION
               MOVE NRO-CLIENTE-T TO ECL-NRO-CLIENTE
               CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
      * Sin TRANOTRA.DAT no se aparta nada: la corrida termina con
      * error pero ninguna transaccion se pierde.
               IF ECL-EMPRESA = WS-EMPRESA-CORRIDA
                       OR NOT WSS-FS-TRANOTRA-OK
                 MOVE REG-TRANSAC TO REG-ORDENADOS(1:27)
                 RELEASE REG-ORDENADOS
               ELSE
                 MOVE REG-TRANSAC TO REG-TRANOTRA
                 WRITE REG-TRANOTRA
                 ADD 1 TO WSA-CANT-OTRA-EMPRESA
               END-IF
               ADD 1 TO WS-CANT-LEIDOS
               PERFORM 206000-LEER-TRANSAC
             END-PERFORM
             CLOSE TRANSAC
             CLOSE TRANOTRA
             MOVE 'F' TO ECL-FUNCION
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           END-IF.


               MOVE REG-ORDENADOS(1:27) TO REG-TRANSAC
               WRITE REG-TRANSAC
               ADD 1 TO WSA-CANT-TRANSAC
               ADD 1 TO WS-CANT-ESCRITOS
               ADD 1 TO WS-TRL-CANT
               ADD IMPORTE-T TO WS-TRL-HASH
               PERFORM 208000-RETORNAR-TRANSAC
           END-RETURN.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'EMPRESA: ' WS-EMPRESA-CORRIDA
           DISPLAY 'TRANSACCIONES ORDENADAS: ' WSA-CANT-TRANSAC
           DISPLAY 'APARTADAS DE OTRA EMPRESA (TRANOTRA.DAT): '
                   WSA-CANT-OTRA-EMPRESA.


       390000-GRABAR-BITACORA.
           MOVE 'ORDENAARCHIVOS'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-TRANSAC    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
