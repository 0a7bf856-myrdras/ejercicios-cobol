      *              DEJA LA DIFERENCIA DE CAMBIO ACUMULADA EN
      *              DIFCAM.DAT PARA QUE EXPORTACONTAB LA ASIENTE, Y
      *              EMITE EL DETALLE EN REVALUA.REP. CORRE A FIN DE
      *              MES DESPUES DEL CIERRE DE PERIODO. LA COTIZACION
      *              DE CIERRE ES LA DEL ULTIMO DIA HABIL DEL MES DE
      *              PROCESO: SI PARA ALGUNA MONEDA EN USO NO ESTA EN
      *              COTIZA.DAT, O SIGUE OBSERVADA EN COTIZEXC.DAT SIN
      *              CONFIRMAR, NO REVALUA NADA Y TERMINA CON CODIGO 8.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTAMON.

           SELECT COTIZA             ASSIGN TO DISK '..\COTIZA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZA.

           SELECT COTIZEXC           ASSIGN TO DISK '..\COTIZEXC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COTIZEXC.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
         05 CTM-MONEDA                 PIC X(03).
         05 CTM-COTIZACION-ULTIMA      PIC 9(07)V9999.

       FD COTIZA.
       01 REG-COTIZA.
         05 COT-MONEDA                 PIC X(03).
         05 COT-FECHA                  PIC 9(08).
         05 COT-COTIZACION             PIC 9(07)V9999.

       FD COTIZEXC.
           COPY COTEXREC.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZA==.
           COPY WSFS REPLACING ==:TAG:== BY ==COTIZEXC==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DIFCAM==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-IND-CTAMON                PIC 9(04).

      * Monedas en uso y estado de su cotizacion de cierre.
       01 TABLA-MONEDAS-CIERRE.
         05 WS-CANT-MONEDAS            PIC 9(02) VALUE 0.
         05 TMC-ENTRY OCCURS 50 TIMES.
           10 TMC-MONEDA               PIC X(03).
           10 TMC-CARGADA              PIC X(01).
           10 TMC-PENDIENTE            PIC X(01).

       01 WS-IND-MONEDA                PIC 9(02).
       01 WS-IND-MON-HALLADA           PIC 9(02).

       01 WS-CIERRE.
         05 WS-FECHA-CIERRE            PIC 9(08).
         05 WS-FECHA-AUX               PIC 9(08).
         05 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           10 WS-AUX-ANIO              PIC 9(04).
           10 WS-AUX-MES               PIC 9(02).
           10 WS-AUX-DIA               PIC 9(02).
         05 WS-JULIANO-CIERRE          PIC 9(08).
         05 WS-DIA-FUNCION             PIC X(01).
         05 WS-DIA-HASTA               PIC 9(08).
         05 WS-DIA-RESULTADO           PIC 9(08).
         05 WS-CIERRE-INCOMPLETO       PIC X(01).

       01 WS-MONEDA-VIGENTE.
         05 WS-MV-COTIZACION           PIC 9(07)V9999.
         05 WS-MV-HALLADO              PIC X(01).

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-CTAMON
           PERFORM 120000-ABRIR-REPORTE
           PERFORM 107000-VERIFICAR-CIERRE
           PERFORM 110000-ABRIR-CUENTAS.


       103000-LEER-PARAMETROS.
           END-IF.


       107000-VERIFICAR-CIERRE.
           PERFORM 107100-CALCULAR-FECHA-CIERRE
           MOVE 0 TO WS-CANT-MONEDAS
           PERFORM VARYING WS-IND-CTAMON FROM 1 BY 1
                     UNTIL WS-IND-CTAMON > WS-CANT-CTAMON
             MOVE TCM-MONEDA(WS-IND-CTAMON) TO COT-MONEDA
             PERFORM 107400-BUSCAR-MONEDA
             IF WS-IND-MON-HALLADA = 0 AND WS-CANT-MONEDAS < 50
               ADD 1 TO WS-CANT-MONEDAS
               MOVE COT-MONEDA TO TMC-MONEDA(WS-CANT-MONEDAS)
               MOVE 'N' TO TMC-CARGADA(WS-CANT-MONEDAS)
               MOVE 'N' TO TMC-PENDIENTE(WS-CANT-MONEDAS)
             END-IF
           END-PERFORM
           OPEN INPUT COTIZA
           IF WSS-FS-COTIZA-OK
             READ COTIZA
             PERFORM UNTIL NOT WSS-FS-COTIZA-OK
               IF COT-FECHA = WS-FECHA-CIERRE
                 PERFORM 107400-BUSCAR-MONEDA
                 IF WS-IND-MON-HALLADA NOT = 0
                   MOVE 'S' TO TMC-CARGADA(WS-IND-MON-HALLADA)
                 END-IF
               END-IF
               READ COTIZA
             END-PERFORM
             CLOSE COTIZA
           END-IF
           OPEN INPUT COTIZEXC
           IF WSS-FS-COTIZEXC-OK
             READ COTIZEXC
             PERFORM UNTIL NOT WSS-FS-COTIZEXC-OK
               IF CXC-FECHA = WS-FECHA-CIERRE AND CXC-PENDIENTE
                 MOVE CXC-MONEDA TO COT-MONEDA
                 PERFORM 107400-BUSCAR-MONEDA
                 IF WS-IND-MON-HALLADA NOT = 0
                   MOVE 'S' TO TMC-PENDIENTE(WS-IND-MON-HALLADA)
                 END-IF
               END-IF
               READ COTIZEXC
             END-PERFORM
             CLOSE COTIZEXC
           END-IF
           MOVE 'N' TO WS-CIERRE-INCOMPLETO
           PERFORM VARYING WS-IND-MONEDA FROM 1 BY 1
                     UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
             MOVE SPACES TO WS-LINEA-REPORTE
             EVALUATE TRUE
               WHEN TMC-PENDIENTE(WS-IND-MONEDA) = 'S'
                 STRING 'LA COTIZACION DE CIERRE ' WS-FECHA-CIERRE
                        ' DE ' TMC-MONEDA(WS-IND-MONEDA)
                        ' ESTA OBSERVADA SIN CONFIRMAR'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN TMC-CARGADA(WS-IND-MONEDA) = 'N'
                 STRING 'FALTA LA COTIZACION DE CIERRE '
                        WS-FECHA-CIERRE
                        ' DE ' TMC-MONEDA(WS-IND-MONEDA)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-EVALUATE
             IF WS-LINEA-REPORTE NOT = SPACES
               MOVE 'S' TO WS-CIERRE-INCOMPLETO
               DISPLAY WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           IF WS-CIERRE-INCOMPLETO = 'S'
             MOVE 'NO SE REVALUA: CARGAR O CONFIRMAR LAS COTIZACIONES'
               TO WS-LINEA-REPORTE
             DISPLAY WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'COTIZACIONES DE CIERRE AL ' WS-FECHA-CIERRE
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


      * Ultimo dia habil del mes de proceso: desde el ultimo dia
      * calendario se retrocede hasta uno que DIAHABIL no corra.
       107100-CALCULAR-FECHA-CIERRE.
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-AUX
           MOVE 1 TO WS-AUX-DIA
           IF WS-AUX-MES = 12
             ADD 1 TO WS-AUX-ANIO
             MOVE 1 TO WS-AUX-MES
           ELSE
             ADD 1 TO WS-AUX-MES
           END-IF
           COMPUTE WS-JULIANO-CIERRE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1
           COMPUTE WS-FECHA-CIERRE =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-CIERRE)
           PERFORM 107200-ES-HABIL
           PERFORM UNTIL WS-DIA-RESULTADO = WS-FECHA-CIERRE
             SUBTRACT 1 FROM WS-JULIANO-CIERRE
             COMPUTE WS-FECHA-CIERRE =
                     FUNCTION DATE-OF-INTEGER(WS-JULIANO-CIERRE)
             PERFORM 107200-ES-HABIL
           END-PERFORM.


       107200-ES-HABIL.
           MOVE 'R' TO WS-DIA-FUNCION
           MOVE 0 TO WS-DIA-HASTA
           CALL 'DIAHABIL' USING WS-DIA-FUNCION WS-FECHA-CIERRE
                                 WS-DIA-HASTA WS-DIA-RESULTADO
           END-CALL.


       107400-BUSCAR-MONEDA.
           MOVE 0 TO WS-IND-MON-HALLADA
           PERFORM VARYING WS-IND-MONEDA FROM 1 BY 1
                     UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
             IF TMC-MONEDA(WS-IND-MONEDA) = COT-MONEDA
               MOVE WS-IND-MONEDA TO WS-IND-MON-HALLADA
               MOVE WS-CANT-MONEDAS TO WS-IND-MONEDA
             END-IF
           END-PERFORM.


       110000-ABRIR-CUENTAS.
           OPEN I-O CUENTAS
           IF NOT WSS-FS-CUENTAS-OK

       210000-REVALUAR-CUENTA.
           CALL 'MONEDAVIGENTE' USING TCM-MONEDA(WS-IND-CTAMON)
                                      WS-FECHA-CIERRE
                                      WS-MV-COTIZACION
                                      WS-MV-HALLADO
           END-CALL
