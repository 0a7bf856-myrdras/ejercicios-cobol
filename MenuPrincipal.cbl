      *              QUEDA EN LA BITACORA COMO RASTRO DE SESION. LA
      *              CADENA BATCH SIGUE SIENDO DE DRIVER.BAT: ESTE
      *              MENU ES PARA EL DIA INTERACTIVO DEL MOSTRADOR.
      *              LA EMPRESA DEL GRUPO ES LA DE LA VARIABLE EMPRESA
      *              CON QUE SE ABRE EL MENU: SE MUESTRA EN EL TITULO,
      *              CONTROLACCESO VERIFICA QUE EL OPERADOR ESTE
      *              AUTORIZADO EN ELLA Y LOS PROGRAMAS LANZADOS LA
      *              HEREDAN.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 USU-ROL                    PIC X(01).
         05 USU-INTENTOS               PIC 9(01).
         05 USU-ESTADO                 PIC X(01).
         05 USU-OFICINA                PIC X(03).
         05 USU-EMPRESAS               PIC X(10).

       FD PERMISOS.
       01 REG-PERMISOS.

       01 WS-CANT-LANZADOS             PIC 9(05) VALUE 0.

       COPY WSEMPRESA-WS.

       COPY WSHDR-WS.



       100000-INICIO.
           INITIALIZE SWITCHES
           PERFORM 103000-TOMAR-EMPRESA

           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
           END-IF.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       105000-CARGAR-ROL.
           MOVE 'O' TO WS-ROL-OPERADOR
           OPEN INPUT USUARIOS
           DISPLAY ' '
           DISPLAY '================ MENU PRINCIPAL ================'
           DISPLAY 'OPERADOR: ' WS-ACC-OPERADOR
                   '  EMPRESA: ' WS-EMPRESA-CORRIDA
           DISPLAY '1 - CAPTURAS'
           DISPLAY '2 - MANTENIMIENTOS'
           DISPLAY '3 - COBRANZAS'
           DISPLAY '8  - USUARIOS'
           DISPLAY '9  - ALTA DE CARGOS (SERIE 6)'
           DISPLAY '10 - MANTENIMIENTO DE CARGOS (SERIE 6)'
           DISPLAY '11 - CICLOS DE FACTURACION'
           DISPLAY '12 - GRUPOS EMPRESARIOS'
           DISPLAY '13 - TERCEROS (COBRO POR CUENTA DE OTROS)'
           DISPLAY '14 - INDICES DE AJUSTE DE PRECIOS'
           DISPLAY '15 - PROVEEDORES DE MERCADERIA'
           DISPLAY '16 - VOLVER'
           DISPLAY 'OPCION: '
           ACCEPT WS-SUBOPCION
           EVALUATE WS-SUBOPCION
             WHEN 10
               MOVE 'PROG08' TO WS-PROGRAMA-ELEGIDO
               MOVE 'SERIE 6' TO WS-CARPETA-ELEGIDA
             WHEN 11
               MOVE 'MANTCICLOS' TO WS-PROGRAMA-ELEGIDO
             WHEN 12
               MOVE 'MANTGRUPOS' TO WS-PROGRAMA-ELEGIDO
             WHEN 13
               MOVE 'MANTTERCEROS' TO WS-PROGRAMA-ELEGIDO
             WHEN 14
               MOVE 'MANTINDICES' TO WS-PROGRAMA-ELEGIDO
             WHEN 15
               MOVE 'MANTPROVEEDORES' TO WS-PROGRAMA-ELEGIDO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.


       230000-MENU-COBRANZAS.
           DISPLAY '1  - PROMESAS DE PAGO'
           DISPLAY '2  - CARTERA DE CHEQUES'
           DISPLAY '3  - DEBITO AUTOMATICO'
           DISPLAY '4  - NOTAS DE CREDITO'
           DISPLAY '5  - APROBACION DE CAMBIOS'
           DISPLAY '6  - RECUPERAR CUENTA ARCHIVADA'
           DISPLAY '7  - CONTRACARGOS DE TARJETA'
           DISPLAY '8  - HISTORIA DE CONTACTOS Y CARTAS DEVUELTAS'
           DISPLAY '9  - JUICIOS DE COBRO'
           DISPLAY '10 - VOLVER'
           DISPLAY 'OPCION: '
           ACCEPT WS-SUBOPCION
           EVALUATE WS-SUBOPCION
               MOVE 'APROBCAMBIOS' TO WS-PROGRAMA-ELEGIDO
             WHEN 6
               MOVE 'RECUPERACUENTA' TO WS-PROGRAMA-ELEGIDO
             WHEN 7
               MOVE 'CONTRACARGOS' TO WS-PROGRAMA-ELEGIDO
             WHEN 8
               MOVE 'HISTCONTACTOS' TO WS-PROGRAMA-ELEGIDO
             WHEN 9
               MOVE 'JUICIOS' TO WS-PROGRAMA-ELEGIDO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           DISPLAY '3 - CUENTAS DE UN CLIENTE'
           DISPLAY '4 - REPORTE DE AUDITORIA'
           DISPLAY '5 - REPORTE DE BITACORA'
           DISPLAY '6 - EXTRACCIONES A MEDIDA (DICCIONARIO)'
           DISPLAY '7 - VOLVER'
           DISPLAY 'OPCION: '
           ACCEPT WS-SUBOPCION
           EVALUATE WS-SUBOPCION
               MOVE 'REPORTEAUDITORIA' TO WS-PROGRAMA-ELEGIDO
             WHEN 5
               MOVE 'REPORTEBITACORA' TO WS-PROGRAMA-ELEGIDO
             WHEN 6
               MOVE 'EXTRACTOADHOC' TO WS-PROGRAMA-ELEGIDO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
