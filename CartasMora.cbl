      *              CUENTAS.DAT CLASIFICANDO LA MORA CON EL MISMO
      *              CRITERIO QUE PROG09 DE LA SERIE 6 Y, PARA CADA
      *              CUENTA CON MAS DE 30 DIAS, ARMA UNA CARTA CON LOS
      *              DATOS DE CONTACTO DEL CLIENTE (CLIENTES.DAT,
      *              LEIDO POR CLAVE).
      *              CADA NIVEL DE SEVERIDAD SALE A SU PROPIO ARCHIVO
      *              DE IMPRESION, CON REDACCION MAS DURA A MEDIDA QUE
      *              CRECE LA MORA. UNA PROMESA DE PAGO VIGENTE EN
      *              PROMESAS.DAT SUPRIME LA CARTA DE ESA CUENTA; UNA
      *              PROMESA ROTA (FECHA PROMETIDA PASADA SIN PAGO)
      *              ESCALA LA CUENTA UN NIVEL EN LUGAR DE ARRANCAR
      *              DE NUEVO EN LA PRIMERA CARTA. UNA CUENTA CON
      *              CONVENIO DE PAGO VIGENTE EN CONVENIO.DAT NO
      *              RECIBE CARTA MIENTRAS EL PLAN SE ESTE PAGANDO.
      *              UN CLIENTE CON CARTA DEVUELTA POR EL CORREO
      *              (DOMDEVUE.DAT) NO RECIBE CARTA IMPRESA HASTA QUE
      *              MANTCLIENTES CORRIJA SU DOMICILIO-C. UNA CUENTA
      *              CON JUICIO DE COBRO ABIERTO EN JUICIOS.DAT QUEDA
      *              EN MANOS DEL ABOGADO Y NO RECIBE CARTA. CADA CARTA
      *              EMITIDA O RETENIDA QUEDA EN LA HISTORIA DE
      *              CONTACTOS DEL CLIENTE (CONTACTOS.DAT). CON LA
      *              VARIABLE DE ENTORNO CICLO_PROCESO LA CORRIDA SE
      *              LIMITA A LAS CUENTAS DE ESE CICLO DE FACTURACION
      *              (RUTINA CICLOCUENTA); EN BLANCO, TODAS. LA
      *              CARTA DE UNA SUCURSAL DE UN GRUPO EMPRESARIO
      *              (RUTINA GRUPOCLIENTE) VA DIRIGIDA AL CONTACTO
      *              DEL CLIENTE PAGADOR DEL GRUPO, CON EL NOMBRE DE
      *              LA SUCURSAL DEUDORA EN EL CUERPO. CADA ARCHIVO DE
      *              CARTAS SE REPARTE ADEMAS EN UN SPOOL POR OFICINA
      *              DEL CLIENTE DEUDOR (CAR31OOO.REP, CAR61OOO.REP,
      *              CAR90OOO.REP SEGUN OFIAPE-C), VIA LA RUTINA
      *              REPARTOOFICINAS, PARA QUE CADA OFICINA IMPRIMA
      *              SOLO LAS SUYAS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT PROMESAS           ASSIGN TO DISK '..\PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AGENCIA.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT JUICIOS            ASSIGN TO DISK '..\JUICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUICIOS.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT CARTAS31           ASSIGN TO DISK '..\CARTAS31.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CARTAS31.
         05 AGC-FECHA-DEVUELTA        PIC 9(08).
         05 AGC-ESTADO                PIC X(01).

       FD CONVENIO.
       01 REG-CONVENIO.
         05 CNV-NUMERO                PIC 9(08).
         05 CNV-NROCUENTA             PIC 9(08).
         05 CNV-FECHA-ALTA            PIC 9(08).
         05 CNV-FECHAVTO-ORIGINAL     PIC 9(08).
         05 CNV-DEUDA                 PIC S9(15)V99.
         05 CNV-ANTICIPO              PIC S9(15)V99.
         05 CNV-CANT-CUOTAS           PIC 9(02).
         05 CNV-IMPORTE-CUOTA         PIC S9(15)V99.
         05 CNV-SALDO                 PIC S9(15)V99.
         05 CNV-ESTADO                PIC X(01).
             88 CNV-VIGENTE                            VALUE 'V'.
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD DOMDEVUE.
           COPY DOMDEVREC.

       FD JUICIOS.
           COPY JUICIOREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD CARTAS31.
       01 REG-CARTAS31                PIC X(80).

           COPY WSFS REPLACING ==:TAG:== BY ==ESTRATEG==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECLAMOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==AGENCIA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==JUICIOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CARTAS31==.
           COPY WSFS REPLACING ==:TAG:== BY ==CARTAS61==.
           COPY WSFS REPLACING ==:TAG:== BY ==CARTAS90==.
       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSCONTAC-WS.

       COPY WSREPIDX-WS.

      * Contacto de la carta leido por clave: la entrada 1 es el
      * cliente de la cuenta y la 2 el pagador de su grupo.
       01 TABLA-CLIENTES.
         05 TC-ENTRY OCCURS 2 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-NYA                   PIC X(60).
           10 TC-TELEFONO              PIC X(15).
           10 TC-EMAIL                 PIC X(40).
           10 TC-DOMICILIO             PIC X(50).
           10 TC-OFICINA               PIC X(03).

       01 WS-IND-CLIENTE               PIC 9(05).
       01 WS-IND-HALLADO               PIC 9(05).
       01 WS-IND-DESTINO               PIC 9(05).

      * Grupo empresario del cliente: la carta va al pagador.
       01 DATOS-GRUPO.
         05 WS-GRP-FUNCION             PIC X(01).
         05 WS-GRP-NRO-CLIENTE         PIC 9(07).
         05 WS-GRP-CODIGO              PIC 9(04).
         05 WS-GRP-POSICION            PIC 9(04).
         05 WS-GRP-PAGADOR             PIC 9(07).
         05 WS-GRP-LIMITE              PIC 9(09)V99.
         05 WS-GRP-RESULTADO           PIC X(01).
             88 WS-GRP-HALLADO                        VALUE 'S'.

      * Promesas de pago por cuenta: una vigente sin vencer suprime
      * la carta; una vencida sin pago (rota) escala el nivel.
       01 WS-CON-AGENCIA               PIC X VALUE 'N'.
           88 WS-EN-AGENCIA                             VALUE 'S'.

      * Cuentas con convenio de pago vigente: mientras el plan se
      * pague la cuenta no recibe carta.
       01 TABLA-CONVENIADAS.
         05 WS-CANT-CONVENIADAS        PIC 9(04) VALUE 0.
         05 TCV-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

       01 WS-IND-CONVENIADA            PIC 9(04).
       01 WS-CON-CONVENIO              PIC X VALUE 'N'.
           88 WS-EN-CONVENIO                            VALUE 'S'.

      * Cuentas con juicio de cobro abierto: las maneja el abogado.
       01 TABLA-EN-JUICIO.
         05 WS-CANT-EN-JUICIO          PIC 9(04) VALUE 0.
         05 TJU-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

       01 WS-IND-EN-JUICIO             PIC 9(04).
       01 WS-CON-JUICIO                PIC X VALUE 'N'.
           88 WS-EN-JUICIO                              VALUE 'S'.

      * Clientes con carta devuelta por el correo: mientras el
      * domicilio del maestro siga siendo el de la devolucion la
      * carta impresa no sale.
       01 TABLA-DEVUELTOS.
         05 WS-CANT-DEVUELTOS          PIC 9(04) VALUE 0.
         05 TDV-ENTRY OCCURS 2000 TIMES.
           10 TDV-NRO-CLIENTE          PIC 9(07).
           10 TDV-DOMICILIO            PIC X(50).

       01 WS-IND-DEVUELTO              PIC 9(04).
       01 WS-CON-DEVOLUCION            PIC X VALUE 'N'.
           88 WS-DOMICILIO-DEVUELTO                     VALUE 'S'.

       01 WS-IND-PROMESA               PIC 9(04).
       01 WS-SITUACION-PROMESA         PIC X(01).
           88 WS-SIN-PROMESA                            VALUE ' '.
         05 WSA-CARTAS-90              PIC 9(05).
         05 WSA-CARTAS-SUPRIMIDAS      PIC 9(05).
         05 WSA-CARTAS-EN-AGENCIA      PIC 9(05).
         05 WSA-CARTAS-EN-CONVENIO     PIC 9(05).
         05 WSA-CARTAS-EN-JUICIO       PIC 9(05).
         05 WSA-CARTAS-RETENIDAS       PIC 9(05).
         05 WSA-CUENTAS-OTRO-CICLO     PIC 9(05).
         05 WSA-CARTAS-AL-PAGADOR      PIC 9(05).

       01 WS-LINEA-CARTA               PIC X(80).


       COPY WSPARAM-WS.

       COPY WSCICLO-WS.

       01 WS-REPARTO-ACTIVO            PIC X VALUE 'N'.
           88 WS-HAY-REPARTO                            VALUE 'S'.
       01 WS-REPARTO.
           COPY WSREPARTO.

       COPY WSHDR-WS.


           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 104500-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 105000-ABRIR-CLIENTES
           PERFORM 107000-CARGAR-PROMESAS
           PERFORM 109000-CARGAR-ESTRATEGIAS
           PERFORM 109700-CARGAR-RECLAMOS
           PERFORM 109850-CARGAR-ASIGNADAS
           PERFORM 109950-CARGAR-CONVENIOS
           PERFORM 109970-CARGAR-DEVUELTOS
           PERFORM 109990-CARGAR-JUICIOS
           PERFORM 110000-ABRIR-ENTRADA
           PERFORM 115000-ABRIR-CARTAS
           PERFORM 130000-PRIMER-LECTURA.
           COPY WSPARAM-PROC.


       104500-LEER-CICLO.
           COPY WSCICLO-PROC.


       105000-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       106000-GUARDAR-CLIENTE.
           MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-IND-CLIENTE)
           MOVE NYA-C         TO TC-NYA(WS-IND-CLIENTE)
           MOVE TELEFONO-C    TO TC-TELEFONO(WS-IND-CLIENTE)
           MOVE EMAIL-C       TO TC-EMAIL(WS-IND-CLIENTE)
           MOVE DOMICILIO-C   TO TC-DOMICILIO(WS-IND-CLIENTE)
           MOVE OFIAPE-C      TO TC-OFICINA(WS-IND-CLIENTE).


       107000-CARGAR-PROMESAS.
           END-IF.


       109950-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIADAS
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CONVENIO-OK
               PERFORM 109960-LEER-CONVENIO
               PERFORM UNTIL WSS-FS-CONVENIO-EOF
                 IF CNV-VIGENTE
                         AND WS-CANT-CONVENIADAS < 2000
                   ADD 1 TO WS-CANT-CONVENIADAS
                   MOVE CNV-NROCUENTA
                     TO TCV-NROCUENTA(WS-CANT-CONVENIADAS)
                 END-IF
                 PERFORM 109960-LEER-CONVENIO
               END-PERFORM
             END-IF
             CLOSE CONVENIO
           END-IF.


       109960-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
             MOVE '10' TO WSS-FS-CONVENIO
           END-IF.


       109970-CARGAR-DEVUELTOS.
           MOVE 0 TO WS-CANT-DEVUELTOS
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-DOMDEVUE-OK
               PERFORM 109980-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF DDV-VIGENTE
                   IF WS-CANT-DEVUELTOS >= 2000
      * Sin la tabla completa saldrian cartas a domicilios que el
      * correo ya rechazo: se detiene.
                     DISPLAY 'ERROR: MAS DE 2000 DOMICILIOS DEVUELTOS'
                             ', NO SE GENERAN CARTAS'
                     CLOSE DOMDEVUE
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                   ADD 1 TO WS-CANT-DEVUELTOS
                   MOVE DDV-NRO-CLIENTE
                     TO TDV-NRO-CLIENTE(WS-CANT-DEVUELTOS)
                   MOVE DDV-DOMICILIO
                     TO TDV-DOMICILIO(WS-CANT-DEVUELTOS)
                 END-IF
                 PERFORM 109980-LEER-DEVUELTO
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF.


       109980-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       109990-CARGAR-JUICIOS.
           MOVE 0 TO WS-CANT-EN-JUICIO
           OPEN INPUT JUICIOS
           IF WSS-FS-JUICIOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-JUICIOS-OK
               PERFORM 109995-LEER-JUICIO
               PERFORM UNTIL WSS-FS-JUICIOS-EOF
                 IF JUI-ABIERTO
                         AND WS-CANT-EN-JUICIO < 2000
                   ADD 1 TO WS-CANT-EN-JUICIO
                   MOVE JUI-NROCUENTA
                     TO TJU-NROCUENTA(WS-CANT-EN-JUICIO)
                 END-IF
                 PERFORM 109995-LEER-JUICIO
               END-PERFORM
             END-IF
             CLOSE JUICIOS
           END-IF.


       109995-LEER-JUICIO.
           READ JUICIOS
           IF NOT WSS-FS-JUICIOS-OK AND NOT WSS-FS-JUICIOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
             MOVE '10' TO WSS-FS-JUICIOS
           END-IF.


       110000-ABRIR-ENTRADA.
           OPEN INPUT ENTRADA
           IF NOT WSS-FS-ENTRADA-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTAS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'A' TO RPT-FUNCION
           MOVE '..\CARTAS.TMP' TO RPT-TRABAJO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           IF RPT-OK
             MOVE 'S' TO WS-REPARTO-ACTIVO
           END-IF.




       200000-PROCESO.
           MOVE NROCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 208000-VERIFICAR-CICLO
           IF NOT WS-CUENTA-EN-CICLO
             ADD 1 TO WSA-CUENTAS-OTRO-CICLO
           END-IF
           PERFORM 210000-CALCULAR-MORA
           IF WS-DIAS-DE-MORA > 30 AND MONTO > 0 AND WS-CUENTA-EN-CICLO
             PERFORM 211000-VERIFICAR-RECLAMO
             PERFORM 211500-VERIFICAR-AGENCIA
             PERFORM 211700-VERIFICAR-CONVENIO
             PERFORM 211800-VERIFICAR-JUICIO
             PERFORM 212000-EVALUAR-PROMESA
             IF WS-EN-JUICIO
               ADD 1 TO WSA-CARTAS-EN-JUICIO
             ELSE
             IF WS-EN-AGENCIA
               ADD 1 TO WSA-CARTAS-EN-AGENCIA
             ELSE
             IF WS-EN-CONVENIO
               ADD 1 TO WSA-CARTAS-EN-CONVENIO
             ELSE
             IF WS-TIENE-RECLAMO
               ADD 1 TO WSA-CARTAS-SUPRIMIDAS
             ELSE
               END-IF
               PERFORM 220000-BUSCAR-CLIENTE
               IF WS-IND-HALLADO NOT = 0
                 PERFORM 222000-BUSCAR-DESTINO
                 PERFORM 225000-VERIFICAR-DOMICILIO
                 IF WS-DOMICILIO-DEVUELTO
                   ADD 1 TO WSA-CARTAS-RETENIDAS
                   MOVE SPACES TO WS-CONTAC-RESULTADO
                   STRING 'CARTA NIVEL ' WS-NIVEL
                          ' RETENIDA: DOMICILIO DEVUELTO'
                          DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
                 ELSE
                   PERFORM 230000-ARMAR-CARTA
                   MOVE SPACES TO WS-CONTAC-RESULTADO
                   STRING 'CARTA NIVEL ' WS-NIVEL ' EMITIDA'
                          DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
                 END-IF
                 PERFORM 250000-REGISTRAR-CONTACTO
               ELSE
                 DISPLAY 'ADVERTENCIA: CLIENTE ' CODCLIENTE
                         ' DE LA CUENTA ' NROCUENTA
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           PERFORM 131000-LEER-ENTRADA.


       208000-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       211000-VERIFICAR-RECLAMO.
           MOVE 'N' TO WS-CON-RECLAMO
           PERFORM VARYING WS-IND-RECLAMADA FROM 1 BY 1
           END-PERFORM.


       211700-VERIFICAR-CONVENIO.
           MOVE 'N' TO WS-CON-CONVENIO
           PERFORM VARYING WS-IND-CONVENIADA FROM 1 BY 1
                     UNTIL WS-IND-CONVENIADA > WS-CANT-CONVENIADAS
             IF TCV-NROCUENTA(WS-IND-CONVENIADA) = NROCUENTA
               MOVE 'S' TO WS-CON-CONVENIO
               MOVE WS-CANT-CONVENIADAS TO WS-IND-CONVENIADA
             END-IF
           END-PERFORM.


       211800-VERIFICAR-JUICIO.
           MOVE 'N' TO WS-CON-JUICIO
           PERFORM VARYING WS-IND-EN-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-EN-JUICIO > WS-CANT-EN-JUICIO
             IF TJU-NROCUENTA(WS-IND-EN-JUICIO) = NROCUENTA
               MOVE 'S' TO WS-CON-JUICIO
               MOVE WS-CANT-EN-JUICIO TO WS-IND-EN-JUICIO
             END-IF
           END-PERFORM.


       212000-EVALUAR-PROMESA.
      * Una promesa vigente cuya fecha no paso suprime la carta; una
      * vigente con la fecha pasada y sin pago posterior, o ya

       220000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-HALLADO
           MOVE CODCLIENTE TO NRO-CLIENTE-C
           READ CLIENTES
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 1 TO WS-IND-CLIENTE
               PERFORM 106000-GUARDAR-CLIENTE
               MOVE 1 TO WS-IND-HALLADO
           END-READ.


       222000-BUSCAR-DESTINO.
      * La carta sale al contacto del pagador del grupo cuando el
      * cliente es una sucursal; si el pagador no esta en el maestro
      * se cae al contacto del propio cliente.
           MOVE WS-IND-HALLADO TO WS-IND-DESTINO
           MOVE 'C' TO WS-GRP-FUNCION
           MOVE CODCLIENTE TO WS-GRP-NRO-CLIENTE
           CALL 'GRUPOCLIENTE' USING WS-GRP-FUNCION
                                     WS-GRP-NRO-CLIENTE
                                     WS-GRP-CODIGO
                                     WS-GRP-POSICION
                                     WS-GRP-PAGADOR
                                     WS-GRP-LIMITE
                                     WS-GRP-RESULTADO
           END-CALL
           IF WS-GRP-HALLADO AND WS-GRP-PAGADOR NOT = CODCLIENTE
             MOVE WS-GRP-PAGADOR TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 2 TO WS-IND-CLIENTE
                 PERFORM 106000-GUARDAR-CLIENTE
                 MOVE 2 TO WS-IND-DESTINO
             END-READ
           END-IF.


       225000-VERIFICAR-DOMICILIO.
           MOVE 'N' TO WS-CON-DEVOLUCION
           PERFORM VARYING WS-IND-DEVUELTO FROM 1 BY 1
                     UNTIL WS-IND-DEVUELTO > WS-CANT-DEVUELTOS
             IF TDV-NRO-CLIENTE(WS-IND-DEVUELTO)
                     = TC-NRO-CLIENTE(WS-IND-DESTINO)
                     AND TDV-DOMICILIO(WS-IND-DEVUELTO)
                         = TC-DOMICILIO(WS-IND-DESTINO)
               MOVE 'S' TO WS-CON-DEVOLUCION
               MOVE WS-CANT-DEVUELTOS TO WS-IND-DEVUELTO
             END-IF
           END-PERFORM.

           MOVE ALL '-' TO WS-LINEA-CARTA
           PERFORM 240000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING 'SR/A: ' FUNCTION TRIM(TC-NYA(WS-IND-DESTINO))
                  DELIMITED BY SIZE INTO WS-LINEA-CARTA
           PERFORM 240000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING 'DOMICILIO: '
                  FUNCTION TRIM(TC-DOMICILIO(WS-IND-DESTINO))
                  DELIMITED BY SIZE INTO WS-LINEA-CARTA
           PERFORM 240000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING 'TEL: ' FUNCTION TRIM(TC-TELEFONO(WS-IND-DESTINO))
                  '  EMAIL: '
                  FUNCTION TRIM(TC-EMAIL(WS-IND-DESTINO))
                  DELIMITED BY SIZE INTO WS-LINEA-CARTA
           PERFORM 240000-ESCRIBIR-LINEA
           IF WS-IND-DESTINO NOT = WS-IND-HALLADO
             ADD 1 TO WSA-CARTAS-AL-PAGADOR
             MOVE SPACES TO WS-LINEA-CARTA
             STRING 'POR CUENTA DE: ' CODCLIENTE ' '
                    FUNCTION TRIM(TC-NYA(WS-IND-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-CARTA
             PERFORM 240000-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-CARTA
           STRING 'CUENTA: ' NROCUENTA
                  '  SALDO VENCIDO: ' WS-MONTO-EDIT
               MOVE WS-LINEA-CARTA TO REG-CARTAS90
               WRITE REG-CARTAS90
           END-EVALUATE
           ADD 1 TO WS-CANT-ESCRITOS
           IF WS-HAY-REPARTO
             PERFORM 245000-GRABAR-REPARTO
           END-IF.


      * La carta va a la oficina del cliente deudor aunque se dirija
      * al pagador del grupo.
       245000-GRABAR-REPARTO.
           MOVE 'G' TO RPT-FUNCION
           EVALUATE WS-NIVEL
             WHEN 1
               MOVE 'CAR31' TO RPT-REPORTE
             WHEN 2
               MOVE 'CAR61' TO RPT-REPORTE
             WHEN 3
               MOVE 'CAR90' TO RPT-REPORTE
           END-EVALUATE
           MOVE TC-OFICINA(WS-IND-HALLADO) TO RPT-OFICINA
           MOVE WS-LINEA-CARTA TO RPT-LINEA
           CALL 'REPARTOOFICINAS' USING WS-REPARTO.


       250000-REGISTRAR-CONTACTO.
           MOVE CODCLIENTE        TO WS-CONTAC-CODCLIENTE
           MOVE NROCUENTA         TO WS-CONTAC-NROCUENTA
           MOVE WS-FECHA-HOY      TO WS-CONTAC-FECHA
           MOVE 'CAR'             TO WS-CONTAC-CANAL
           MOVE 'CARTASMORA'      TO WS-CONTAC-PROGRAMA
           COPY WSCONTAC-PROC.


       300000-FINAL.
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 395000-REGISTRAR-REPORTES
           IF WS-HAY-REPARTO
             PERFORM 397000-REPARTIR-OFICINAS
           END-IF
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.

           DISPLAY 'CARTAS NIVEL 61-90 DIAS: ' WSA-CARTAS-61
           DISPLAY 'CARTAS NIVEL +90 DIAS:   ' WSA-CARTAS-90
           DISPLAY 'SUPRIMIDAS POR PROMESA:  ' WSA-CARTAS-SUPRIMIDAS
           DISPLAY 'EN AGENCIA EXTERNA:      ' WSA-CARTAS-EN-AGENCIA
           DISPLAY 'CON CONVENIO VIGENTE:    ' WSA-CARTAS-EN-CONVENIO
           DISPLAY 'CON JUICIO ABIERTO:      ' WSA-CARTAS-EN-JUICIO
           DISPLAY 'RETENIDAS POR DOMICILIO: ' WSA-CARTAS-RETENIDAS
           DISPLAY 'DIRIGIDAS AL PAGADOR:    ' WSA-CARTAS-AL-PAGADOR
           IF WS-CICLO-SEL NOT = 0
             DISPLAY 'CICLO PROCESADO:         ' WS-CICLO-SEL
             DISPLAY 'CUENTAS DE OTROS CICLOS: ' WSA-CUENTAS-OTRO-CICLO
           END-IF.


       330000-CERRAR-ARCHIVOS.
           END-IF
           CLOSE CARTAS31
           CLOSE CARTAS61
           CLOSE CARTAS90
           CLOSE CLIENTES.


       395000-REGISTRAR-REPORTES.
           COPY WSREPIDX-PROC.


       397000-REPARTIR-OFICINAS.
           MOVE 'R'                  TO RPT-FUNCION
           MOVE 'CARTASMORA'         TO RPT-PROGRAMA
           MOVE 'N'                  TO RPT-CONSOLIDADO
           MOVE 'CAR31'              TO RPT-REPORTE
           MOVE 'CARTAS MORA 31-60'  TO RPT-NOMBRE
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           MOVE 'R'                  TO RPT-FUNCION
           MOVE 'CAR61'              TO RPT-REPORTE
           MOVE 'CARTAS MORA 61-90'  TO RPT-NOMBRE
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           MOVE 'R'                  TO RPT-FUNCION
           MOVE 'CAR90'              TO RPT-REPORTE
           MOVE 'CARTAS MORA +90'    TO RPT-NOMBRE
           CALL 'REPARTOOFICINAS' USING WS-REPARTO.


       390000-GRABAR-BITACORA.
           MOVE 'CARTASMORA'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
