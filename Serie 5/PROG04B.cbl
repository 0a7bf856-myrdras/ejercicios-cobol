      * Date:        01 DE JUNIO 2019.
      * Purpose:     EJERCICIO 4B - ARCHIVOS - CREACION DE ARCHIVO DE
      *              SALIDA A IMAGEN DEL DE ENTRADA
      *              TOTALIZA LOS CLIENTES DE LA EMPRESA DEL GRUPO DE
      *              LA CORRIDA (VARIABLE EMPRESA; EN BLANCO EN EL
      *              MAESTRO VALE '01').
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA            ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'

       COPY WSRUNLOG-WS.

       01 Constantes.
           05 WSC-1                    PIC 9(01)        VALUE 1.


       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSEMPRESA-WS.

       COPY WSHDR-WS.


           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-TOMAR-EMPRESA
           PERFORM 105000-CARGAR-OFICINAS
           PERFORM 110000-ABRIR-ENTRADA

           PERFORM 130000-PRIMER-LECTURA.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       105000-CARGAR-OFICINAS.
           MOVE 0 TO WS-CANT-OFICINAS
           OPEN INPUT OFICINAS

       131000-LEER-ENTRADA.
           READ ENTRADA
              EVALUATE TRUE
                 WHEN WSS-FS-ENTRADA-OK
                      CONTINUE

       200000-PROCESO.
           ADD WSC-1                       TO WSA-LEI-ENTRADA
           IF EMPRESA-C = SPACES
             MOVE '01' TO EMPRESA-C
           END-IF
           IF EMPRESA-C = WS-EMPRESA-CORRIDA
             PERFORM 220000-TOTIMPORT
             PERFORM 225000-ACUMULAR-OFICINA
           END-IF
           PERFORM 131000-LEER-ENTRADA.


       320000-TOTALES-DE-CONTROL.
           DISPLAY '**************************************'
           DISPLAY 'TOTAL LEIDOS = ' WSA-LEI-ENTRADA
           DISPLAY 'EMPRESA      = ' WS-EMPRESA-CORRIDA
           DISPLAY '**************************************'.

           DISPLAY 'SUBTOTALES POR OFICINA:'
