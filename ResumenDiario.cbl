      *              IMPORTE DE RESULT.DAT, ASIENTOS Y MONTO DE
      *              SERVICIO.DAT, RECHAZOS DE TRANSAC-RECHAZADAS.DAT,
      *              CARTERA TOTAL Y BALDES DE ANTIGUEDAD DE
      *              CUENTAS.DAT (EL MOVIMIENTO TOTAL SUMA SERVHIST.DAT
      *              Y LOS AÑOS CERRADOS DE HISTACUM.DAT) Y LOS
      *              STATUS DE LA CADENA EN
      *              RUNLOG.DAT, TODO EN RESUMEN.REP CON LAS CIFRAS
      *              DE LA CORRIDA ANTERIOR AL LADO (SE PERSISTEN EN
      *              RESUMEN.DAT PARA LA COMPARACION DEL DIA
      *              SIGUIENTE). CUANDO HAY CICLOS DE FACTURACION
      *              DEFINIDOS (CICLOS.DAT) LA CARTERA SE ABRE ADEMAS
      *              POR CICLO: CUENTAS, SALDO Y CUENTAS CON MAS DE 90
      *              DIAS DE CADA UNO (RUTINA CICLOCUENTA). LAS
      *              CIFRAS SON CONSOLIDADAS DEL GRUPO; CON MAS DE UNA
      *              EMPRESA LA CARTERA SE ABRE TAMBIEN POR EMPRESA
      *              (RUTINA EMPRESACLIENTE). DEL MONTO EN SERVICIO SE
      *              ABREN APARTE LOS ASIENTOS DE CONVENIOS ('CNV') Y
      *              DE REVERSIONES DE CONTRACARGOS ('CBR'), QUE MUEVEN
      *              LA CARTERA SIN SER FACTURACION.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT HISTACUM           ASSIGN TO DISK '..\HISTACUM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTACUM.

           SELECT CREDITOS           ASSIGN TO DISK '..\CREDITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CREDITOS.
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD HISTACUM.
       01 REG-HISTACUM.
         05 HAC-NROCUENTA             PIC 9(08).
         05 HAC-CANT                  PIC 9(07).
         05 HAC-IMPORTE               PIC S9(15)V99.

       FD CREDITOS.
       01 REG-CREDITOS.
         05 CRE-NROCUENTA             PIC 9(08).
           COPY WSFS REPLACING ==:TAG:== BY ==RECHAZADAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTACUM==.
           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==BITACORA==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESUMEN==.
         05 WSK-MORA-31-60             PIC 9(05).
         05 WSK-MORA-61-90             PIC 9(05).
         05 WSK-MORA-MAS-90            PIC 9(05).
      * Parte del monto en servicio que no es facturacion: convenios
      * y reversiones de contracargos.
         05 WSK-MONTO-CNV              PIC S9(11)V99.
         05 WSK-MONTO-CBR              PIC S9(11)V99.

       01 KPI-DE-AYER.
         05 WSY-FECHA                  PIC 9(08).

       01 WS-LINEA-REPORTE             PIC X(80).

      * Cartera abierta por ciclo de facturacion, indexada por el
      * codigo del ciclo.
       01 TABLA-POR-CICLO.
         05 TCY-ENTRY OCCURS 99 TIMES.
           10 TCY-CUENTAS              PIC 9(05).
           10 TCY-CARTERA              PIC S9(13)V99.
           10 TCY-MORA-MAS-90          PIC 9(05).

       01 WS-IND-CICLO                 PIC 9(03).
       01 WS-HAY-CICLOS                PIC X(01) VALUE 'N'.
           88 WS-CON-CICLOS                             VALUE 'S'.

      * Cartera abierta por empresa del grupo (la del cliente de
      * cada cuenta), ademas del total consolidado.
       01 TABLA-POR-EMPRESA.
         05 WS-CANT-EMPRESAS           PIC 9(02) VALUE 0.
         05 TEM-ENTRY OCCURS 10 TIMES.
           10 TEM-EMPRESA              PIC X(02).
           10 TEM-CUENTAS              PIC 9(05).
           10 TEM-CARTERA              PIC S9(13)V99.
           10 TEM-MORA-MAS-90          PIC 9(05).

       01 WS-IND-EMPRESA               PIC 9(02).
       01 WS-IND-EMP-BUSCA             PIC 9(02).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSCICLO-WS.

       COPY WSHDR-WS.


           INITIALIZE SWITCHES
                      KPI-DE-HOY
                      KPI-DE-AYER
                      TABLA-POR-CICLO
                      TABLA-POR-EMPRESA

           PERFORM 103000-LEER-PARAMETROS
      * La bitacora estampa la fecha real del sistema, no la fecha de
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               ADD 1 TO WSK-ASIENTOS
               ADD MONTO TO WSK-MONTO-SERVICIO
               EVALUATE CODSERVICIO
                 WHEN 'CNV'
                   ADD MONTO TO WSK-MONTO-CNV
                 WHEN 'CBR'
                   ADD MONTO TO WSK-MONTO-CBR
               END-EVALUATE
               PERFORM 215000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
             PERFORM UNTIL WSS-FS-CUENTAS-EOF
               ADD MONTO-C TO WSK-CARTERA
               PERFORM 236000-CLASIFICAR-MORA
               PERFORM 238000-ACUMULAR-CICLO
               PERFORM 239000-ACUMULAR-EMPRESA
               PERFORM 235000-LEER-CUENTA
             END-PERFORM
             CLOSE CUENTAS
             MOVE 'F' TO ECL-FUNCION
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           END-IF.


           END-EVALUATE.


       238000-ACUMULAR-CICLO.
           MOVE NROCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 238500-VERIFICAR-CICLO
           IF WS-CICLO-CUENTA NOT = 0
             MOVE 'S' TO WS-HAY-CICLOS
             MOVE WS-CICLO-CUENTA TO WS-IND-CICLO
             ADD 1 TO TCY-CUENTAS(WS-IND-CICLO)
             ADD MONTO-C TO TCY-CARTERA(WS-IND-CICLO)
             IF WS-DIAS-DE-MORA > 90
               ADD 1 TO TCY-MORA-MAS-90(WS-IND-CICLO)
             END-IF
           END-IF.


       238500-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       239000-ACUMULAR-EMPRESA.
           MOVE 'C' TO ECL-FUNCION
           MOVE CODCLIENTE TO ECL-NRO-CLIENTE
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI END-CALL
           MOVE 0 TO WS-IND-EMPRESA
           PERFORM VARYING WS-IND-EMP-BUSCA FROM 1 BY 1
                     UNTIL WS-IND-EMP-BUSCA > WS-CANT-EMPRESAS
             IF TEM-EMPRESA(WS-IND-EMP-BUSCA) = ECL-EMPRESA
               MOVE WS-IND-EMP-BUSCA TO WS-IND-EMPRESA
               MOVE WS-CANT-EMPRESAS TO WS-IND-EMP-BUSCA
             END-IF
           END-PERFORM
           IF WS-IND-EMPRESA = 0 AND WS-CANT-EMPRESAS < 10
             ADD 1 TO WS-CANT-EMPRESAS
             MOVE WS-CANT-EMPRESAS TO WS-IND-EMPRESA
             MOVE ECL-EMPRESA TO TEM-EMPRESA(WS-IND-EMPRESA)
           END-IF
           IF WS-IND-EMPRESA NOT = 0
             ADD 1 TO TEM-CUENTAS(WS-IND-EMPRESA)
             ADD MONTO-C TO TEM-CARTERA(WS-IND-EMPRESA)
             IF WS-DIAS-DE-MORA > 90
               ADD 1 TO TEM-MORA-MAS-90(WS-IND-EMPRESA)
             END-IF
           END-IF.


       232000-RELEVAR-HISTORIA.
           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-NOEXISTE
             END-IF
             CLOSE SERVHIST
           END-IF
           PERFORM 234000-RELEVAR-ARCHIVADO
           COMPUTE WSK-MOV-TOTAL =
                   WSK-MONTO-SERVICIO + WSK-SERVHIST.

           END-IF.


       234000-RELEVAR-ARCHIVADO.
      * Los años cerrados por CIERREANUAL ya no estan en
      * SERVHIST.DAT: su acumulado de HISTACUM.DAT sigue siendo
      * historia y el movimiento total no cambia con el cierre.
           OPEN INPUT HISTACUM
           IF WSS-FS-HISTACUM-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-HISTACUM-OK
               PERFORM 234500-LEER-ACUMULADO
               PERFORM UNTIL WSS-FS-HISTACUM-EOF
                 ADD HAC-IMPORTE TO WSK-SERVHIST
                 PERFORM 234500-LEER-ACUMULADO
               END-PERFORM
             END-IF
             CLOSE HISTACUM
           END-IF.


       234500-LEER-ACUMULADO.
           READ HISTACUM
           IF NOT WSS-FS-HISTACUM-OK AND NOT WSS-FS-HISTACUM-EOF
             MOVE '10' TO WSS-FS-HISTACUM
           END-IF
           IF WSS-FS-HISTACUM-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       235000-RELEVAR-CREDITOS.
      * Saldo vivo de creditos a favor: PRUEBADIARIA necesita la
      * foto de ayer para descontar el movimiento de creditos de
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 255000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  DE ELLO CONVENIOS:  ' WSK-MONTO-CNV
                  '  CONTRACARGOS ' WSK-MONTO-CBR
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 255000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RECHAZOS:             ' WSK-RECHAZOS
                  ' POR ' WSK-IMP-RECHAZOS
                  '  (ANT ' WSY-RECHAZOS ')'
                  ' / 61-90 ' WSK-MORA-61-90
                  ' / +90 ' WSK-MORA-MAS-90
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 255000-ESCRIBIR-LINEA
           IF WS-CON-CICLOS
             PERFORM 252000-CARTERA-POR-CICLO
           END-IF
           IF WS-CANT-EMPRESAS > 1
             PERFORM 253000-CARTERA-POR-EMPRESA
           END-IF.


       252000-CARTERA-POR-CICLO.
           MOVE 'CARTERA POR CICLO DE FACTURACION:' TO WS-LINEA-REPORTE
           PERFORM 255000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > 99
             IF TCY-CUENTAS(WS-IND-CICLO) > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  CICLO ' WS-IND-CICLO(2:2)
                      ' CUENTAS ' TCY-CUENTAS(WS-IND-CICLO)
                      ' SALDO ' TCY-CARTERA(WS-IND-CICLO)
                      ' +90 ' TCY-MORA-MAS-90(WS-IND-CICLO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 255000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM.


       253000-CARTERA-POR-EMPRESA.
           MOVE 'CARTERA POR EMPRESA DEL GRUPO:' TO WS-LINEA-REPORTE
           PERFORM 255000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-EMPRESA FROM 1 BY 1
                     UNTIL WS-IND-EMPRESA > WS-CANT-EMPRESAS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  EMPRESA ' TEM-EMPRESA(WS-IND-EMPRESA)
                    ' CUENTAS ' TEM-CUENTAS(WS-IND-EMPRESA)
                    ' SALDO ' TEM-CARTERA(WS-IND-EMPRESA)
                    ' +90 ' TEM-MORA-MAS-90(WS-IND-EMPRESA)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 255000-ESCRIBIR-LINEA
           END-PERFORM.


       255000-ESCRIBIR-LINEA.
