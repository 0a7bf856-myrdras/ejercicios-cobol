      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DE LA TABLA MENSUAL DE INDICES DE
      *              AJUSTE DE PRECIOS (INDAJUSTE.DAT: CODIGO DE
      *              INDICE, PERIODO AAAAMM Y NUMERO INDICE PUBLICADO).
      *              LAS SUSCRIPCIONES CON CLAUSULA DE AJUSTE NOMBRAN
      *              UNO DE ESTOS INDICES Y AJUSTAINDICES APLICA SU
      *              VARIACION A LOS PRECIOS. CARGAR UN PERIODO YA
      *              EXISTENTE CORRIGE SU VALOR.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTINDICES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDAJUSTE          ASSIGN TO DISK '..\INDAJUSTE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INDAJUSTE.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD INDAJUSTE.
           COPY INDAJREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==INDAJUSTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-INDICES.
         05 WS-CANT-INDICES            PIC 9(04) VALUE 0.
         05 TIX-ENTRY OCCURS 5000 TIMES.
           10 TIX-CODIGO               PIC X(03).
           10 TIX-PERIODO              PIC X(06).
           10 TIX-VALOR                PIC 9(07)V9999.
           10 TIX-FECHA-ALTA           PIC 9(08).
           10 TIX-OPERADOR             PIC X(20).

       01 INDICES.
         05 WS-IND-INDICE              PIC 9(04).
         05 WS-IND-INDICE-HALLADO      PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-CANT-LISTADOS             PIC 9(04) VALUE 0.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-PERIODO.
           10 WSV-PERIODO-AAAA         PIC 9(04).
           10 WSV-PERIODO-MM           PIC 9(02).
         05 WSV-VALOR                  PIC 9(07)V9999.

       01 WS-VALOR-EDIT                PIC Z(6)9,9999.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 3
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 105000-CARGAR-INDICES
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-INDICES.
           MOVE 0 TO WS-CANT-INDICES
           OPEN INPUT INDAJUSTE
           IF WSS-FS-INDAJUSTE-NOEXISTE
             DISPLAY 'NO HAY INDICES CARGADOS, SE CREARA AL GRABAR'
           ELSE
             IF NOT WSS-FS-INDAJUSTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE INDICES'
               DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-INDICE
               PERFORM UNTIL WSS-FS-INDAJUSTE-EOF
                 IF WS-CANT-INDICES < 5000
                   ADD 1 TO WS-CANT-INDICES
                   MOVE IAJ-CODIGO TO TIX-CODIGO(WS-CANT-INDICES)
                   MOVE IAJ-PERIODO TO TIX-PERIODO(WS-CANT-INDICES)
                   MOVE IAJ-VALOR TO TIX-VALOR(WS-CANT-INDICES)
                   MOVE IAJ-FECHA-ALTA
                     TO TIX-FECHA-ALTA(WS-CANT-INDICES)
                   MOVE IAJ-OPERADOR TO TIX-OPERADOR(WS-CANT-INDICES)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-INDICE
               END-PERFORM
             END-IF
             CLOSE INDAJUSTE
           END-IF.


       106000-LEER-INDICE.
           READ INDAJUSTE
           IF NOT WSS-FS-INDAJUSTE-OK AND NOT WSS-FS-INDAJUSTE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
             MOVE '10' TO WSS-FS-INDAJUSTE
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'INDICES DE AJUSTE DE PRECIOS (INDAJUSTE.DAT)'
           DISPLAY '1 - CARGAR O CORREGIR EL VALOR DE UN PERIODO'
           DISPLAY '2 - LISTAR UN INDICE'
           DISPLAY '3 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-CARGAR-VALOR
             WHEN 2
               PERFORM 220000-LISTAR
             WHEN 3
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 3
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-INDICE.
           MOVE 0 TO WS-IND-INDICE-HALLADO
           PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                     UNTIL WS-IND-INDICE > WS-CANT-INDICES
             IF TIX-CODIGO(WS-IND-INDICE) = WSV-CODIGO
                     AND TIX-PERIODO(WS-IND-INDICE) = WSV-PERIODO
               MOVE WS-IND-INDICE TO WS-IND-INDICE-HALLADO
               MOVE WS-CANT-INDICES TO WS-IND-INDICE
             END-IF
           END-PERFORM.


       210000-CARGAR-VALOR.
           DISPLAY 'INGRESE EL CODIGO DE INDICE (P. EJ. IPC): '
           ACCEPT WSV-CODIGO
           DISPLAY 'INGRESE EL PERIODO (AAAAMM): '
           ACCEPT WSV-PERIODO
           DISPLAY 'INGRESE EL NUMERO INDICE DEL PERIODO: '
           ACCEPT WSV-VALOR
           EVALUATE TRUE
             WHEN WSV-CODIGO = SPACES
               DISPLAY 'CODIGO DE INDICE INVALIDO, NO SE GRABA'
             WHEN WSV-PERIODO IS NOT NUMERIC
                  OR WSV-PERIODO-MM < 1 OR WSV-PERIODO-MM > 12
               DISPLAY 'PERIODO INVALIDO, NO SE GRABA'
             WHEN WSV-VALOR = 0
               DISPLAY 'EL NUMERO INDICE NO PUEDE SER CERO, NO SE '
                       'GRABA'
             WHEN OTHER
               PERFORM 215000-GUARDAR-VALOR
           END-EVALUATE.


       215000-GUARDAR-VALOR.
           PERFORM 205000-BUSCAR-INDICE
           IF WS-IND-INDICE-HALLADO = 0
             IF WS-CANT-INDICES < 5000
               ADD 1 TO WS-CANT-INDICES
               MOVE WS-CANT-INDICES TO WS-IND-INDICE-HALLADO
               MOVE WSV-CODIGO TO TIX-CODIGO(WS-IND-INDICE-HALLADO)
               MOVE WSV-PERIODO TO TIX-PERIODO(WS-IND-INDICE-HALLADO)
             ELSE
               DISPLAY 'TABLA DE INDICES COMPLETA'
             END-IF
           ELSE
             MOVE TIX-VALOR(WS-IND-INDICE-HALLADO) TO WS-VALOR-EDIT
             DISPLAY 'SE CORRIGE EL VALOR ANTERIOR ' WS-VALOR-EDIT
           END-IF
           IF WS-IND-INDICE-HALLADO NOT = 0
             MOVE WSV-VALOR TO TIX-VALOR(WS-IND-INDICE-HALLADO)
             MOVE FUNCTION CURRENT-DATE(1:8)
               TO TIX-FECHA-ALTA(WS-IND-INDICE-HALLADO)
             ACCEPT TIX-OPERADOR(WS-IND-INDICE-HALLADO)
               FROM ENVIRONMENT 'USER'
             PERFORM 305000-GRABAR-INDICES
             DISPLAY 'VALOR GRABADO'
           END-IF.


       220000-LISTAR.
           DISPLAY 'INGRESE EL CODIGO DE INDICE A LISTAR: '
           ACCEPT WSV-CODIGO
           MOVE 0 TO WS-CANT-LISTADOS
           DISPLAY 'IND PERIODO       VALOR CARGADO  POR'
           PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                     UNTIL WS-IND-INDICE > WS-CANT-INDICES
             IF TIX-CODIGO(WS-IND-INDICE) = WSV-CODIGO
               ADD 1 TO WS-CANT-LISTADOS
               MOVE TIX-VALOR(WS-IND-INDICE) TO WS-VALOR-EDIT
               DISPLAY TIX-CODIGO(WS-IND-INDICE)
                       ' ' TIX-PERIODO(WS-IND-INDICE)
                       ' ' WS-VALOR-EDIT
                       ' ' TIX-FECHA-ALTA(WS-IND-INDICE)
                       ' ' TIX-OPERADOR(WS-IND-INDICE)
             END-IF
           END-PERFORM
           IF WS-CANT-LISTADOS = 0
             DISPLAY 'NO HAY VALORES CARGADOS PARA ESE INDICE'
           END-IF.


       305000-GRABAR-INDICES.
           OPEN OUTPUT INDAJUSTE
           IF NOT WSS-FS-INDAJUSTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE INDICES'
             DISPLAY 'FILE STATUS ' WSS-FS-INDAJUSTE
           ELSE
             PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                       UNTIL WS-IND-INDICE > WS-CANT-INDICES
               MOVE TIX-CODIGO(WS-IND-INDICE) TO IAJ-CODIGO
               MOVE TIX-PERIODO(WS-IND-INDICE) TO IAJ-PERIODO
               MOVE TIX-VALOR(WS-IND-INDICE) TO IAJ-VALOR
               MOVE TIX-FECHA-ALTA(WS-IND-INDICE) TO IAJ-FECHA-ALTA
               MOVE TIX-OPERADOR(WS-IND-INDICE) TO IAJ-OPERADOR
               WRITE REG-INDAJUSTE
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE INDAJUSTE
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   INDICES DE AJUSTE DE PRECIOS'
           DISPLAY 'Programme: MANTINDICES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTINDICES'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-INDAJUSTE  TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
