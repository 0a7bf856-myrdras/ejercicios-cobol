      *              PAGA POR VARIOS ALUMNOS SE APLICA EL DESCUENTO
      *              POR HERMANOS. EL CONTROL DE DUPLICADOS POR
      *              CODIGO+CUENTA+PERIODO PERMITE RELANZAR LA
      *              CORRIDA SIN FACTURAR DOS VECES. CON LA VARIABLE
      *              DE ENTORNO CICLO_PROCESO SOLO SE GENERAN LAS
      *              CUOTAS DE LAS CUENTAS DE ESE CICLO DE FACTURACION
      *              (RUTINA CICLOCUENTA); EN BLANCO, TODAS. CADA
      *              ALUMNO SE IDENTIFICA POR SU LEGAJO, QUE VA EN EL
      *              DESCRIP DE LA CUOTA Y EN LA CLAVE DE DUPLICADOS;
      *              LOS VINCULOS SIN LEGAJO SE OMITEN HASTA QUE SE
      *              LES ASIGNE UNO EN MANTALUMCTA. SI EL ALUMNO
      *              TIENE UNA BECA VIGENTE EN EL PERIODO (BECAS.DAT,
      *              MANTBECAS) SE GRABA JUNTO CON LA CUOTA UN ASIENTO
      *              NEGATIVO 'BEC' POR EL PORCENTAJE O IMPORTE
      *              BECADO, CON EL GRADO Y EL MOTIVO EN EL DESCRIP
      *              PARA INFORMEBECAS; EL CODIGO 'BEC' DEBE ESTAR
      *              MAPEADO EN CTACONT (MANTCTACONT).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT BECAS              ASSIGN TO DISK '..\BECAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BECAS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       FILE SECTION.
       FD ALUMCTA.
           COPY ALUMCTAREC.

       FD SERVICIO.
       01 REG-SERVICIO.
       FD SERVCAT.
           COPY CATSERV.

       FD BECAS.
           COPY BECAREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==ALUMCTA==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==BECAS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       01 TABLA-VINCULOS.
         05 WS-CANT-VINCULOS           PIC 9(03) VALUE 0.
         05 TV-ENTRY OCCURS 400 TIMES.
           10 TV-LEGAJO                PIC 9(08).
           10 TV-NOMBRE                PIC A(20).
           10 TV-APELLIDO              PIC A(20).
           10 TV-NROCUENTA             PIC 9(08).
           10 TV-GRADO                 PIC 9(02).

       01 TABLA-BECAS.
         05 WS-CANT-BECAS              PIC 9(03) VALUE 0.
         05 TBE-ENTRY OCCURS 500 TIMES.
           10 TBE-LEGAJO               PIC 9(08).
           10 TBE-TIPO                 PIC X(01).
           10 TBE-PORCENTAJE           PIC 9(03)V99.
           10 TBE-MONTO                PIC 9(05)V99.
           10 TBE-DESDE                PIC X(06).
           10 TBE-HASTA                PIC X(06).
           10 TBE-MOTIVO               PIC X(03).

       01 TABLA-CLAVES.
         05 WS-CANT-CLAVES             PIC 9(04) VALUE 0.
         05 TK-CLAVE OCCURS 5000 TIMES
         05 WS-IND-CATALOGO            PIC 9(03).
         05 WS-IND-CAT-HALLADO         PIC 9(03).
         05 WS-IND-VINCULO             PIC 9(03).
         05 WS-IND-VINC-CLAVE          PIC 9(03).
         05 WS-IND-HERMANO             PIC 9(03).
         05 WS-IND-CLAVE               PIC 9(04).
         05 WS-IND-BECA                PIC 9(03).
         05 WS-IND-BECA-HALLADA        PIC 9(03).

       01 WS-PERIODO-GEN.
         05 WS-PG-AAAA                 PIC X(04).
         05 WSV-CANT-HERMANOS          PIC 9(03).
         05 WS-MONTO-CALCULADO         PIC S9(07)V99.
         05 WS-CLAVE-GENERADA          PIC X(27).
         05 WS-LEGAJO-CLAVE            PIC X(08).
         05 WS-MONTO-BECA              PIC S9(07)V99.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.

         05 WSA-CANT-GENERADOS         PIC 9(05).
         05 WSA-CANT-OMITIDOS          PIC 9(05).
         05 WSA-CANT-SIN-ARANCEL       PIC 9(05).
         05 WSA-CANT-OTRO-CICLO        PIC 9(05).
         05 WSA-CANT-SIN-LEGAJO        PIC 9(05).
         05 WSA-TOTAL-GENERADO         PIC S9(11)V99.
         05 WSA-CANT-BECAS             PIC 9(05).
         05 WSA-TOTAL-BECAS            PIC S9(11)V99.

       COPY WSCICLO-WS.

       COPY WSHDR-WS.


           PERFORM 105000-CARGAR-CATALOGO
           PERFORM 108000-CARGAR-VINCULOS
           PERFORM 107000-CARGAR-BECAS
           DISPLAY 'INGRESE EL AÑO DEL PERIODO A GENERAR: '
           ACCEPT WS-PG-AAAA
           DISPLAY 'INGRESE EL MES DEL PERIODO A GENERAR: '
                     'NO SE GENERA'
             PERFORM 300000-FINAL
           END-IF
           PERFORM 104000-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-CARGAR-ID-Y-CLAVES
      * Sin la tabla de claves completa el control de duplicados no
      * cubre todo SERVICIO.DAT: generar a ciegas duplicaria cuotas.
           END-IF.


       104000-LEER-CICLO.
           COPY WSCICLO-PROC.


       105000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           END-IF.


       107000-CARGAR-BECAS.
      * Solo las becas vigentes: las anuladas quedan en el archivo
      * como historia pero ya no descuentan.
           MOVE 0 TO WS-CANT-BECAS
           OPEN INPUT BECAS
           IF WSS-FS-BECAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-BECAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE BECAS'
               DISPLAY 'FILE STATUS ' WSS-FS-BECAS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 107500-LEER-BECA
               PERFORM UNTIL WSS-FS-BECAS-EOF
                 IF BEC-VIGENTE AND WS-CANT-BECAS < 500
                   ADD 1 TO WS-CANT-BECAS
                   MOVE BEC-LEGAJO TO TBE-LEGAJO(WS-CANT-BECAS)
                   MOVE BEC-TIPO TO TBE-TIPO(WS-CANT-BECAS)
                   MOVE BEC-PORCENTAJE
                     TO TBE-PORCENTAJE(WS-CANT-BECAS)
                   MOVE BEC-MONTO TO TBE-MONTO(WS-CANT-BECAS)
                   MOVE BEC-VIG-DESDE TO TBE-DESDE(WS-CANT-BECAS)
                   MOVE BEC-VIG-HASTA TO TBE-HASTA(WS-CANT-BECAS)
                   MOVE BEC-MOTIVO TO TBE-MOTIVO(WS-CANT-BECAS)
                 END-IF
                 PERFORM 107500-LEER-BECA
               END-PERFORM
               CLOSE BECAS
             END-IF
           END-IF.


       107500-LEER-BECA.
           READ BECAS
           IF NOT WSS-FS-BECAS-OK AND NOT WSS-FS-BECAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BECAS
             MOVE '10' TO WSS-FS-BECAS
           END-IF.


       108000-CARGAR-VINCULOS.
           MOVE 0 TO WS-CANT-VINCULOS
           OPEN INPUT ALUMCTA
           PERFORM UNTIL WSS-FS-ALUMCTA-EOF
             IF ALC-ACTIVO AND WS-CANT-VINCULOS < 400
               ADD 1 TO WS-CANT-VINCULOS
               MOVE ALC-LEGAJO TO TV-LEGAJO(WS-CANT-VINCULOS)
               MOVE ALC-NOMBRE TO TV-NOMBRE(WS-CANT-VINCULOS)
               MOVE ALC-APELLIDO TO TV-APELLIDO(WS-CANT-VINCULOS)
               MOVE ALC-NROCUENTA
                 END-IF
                 IF WS-CANT-CLAVES < 5000
                   ADD 1 TO WS-CANT-CLAVES
      * Para los aranceles escolares la clave suma el legajo que
      * 216000 deja en el DESCRIP: dos hermanos del mismo grado
      * comparten codigo y cuenta y no deben taparse entre si.
                   IF CODSERVICIO(1:1) = 'M'
                     PERFORM 114000-LEGAJO-DE-CUOTA
                     STRING CODSERVICIO NUMCUENTA AAAA MM
                            WS-LEGAJO-CLAVE
                         DELIMITED BY SIZE
                         INTO TK-CLAVE(WS-CANT-CLAVES)
                   ELSE
           END-IF.


       114000-LEGAJO-DE-CUOTA.
      * Las cuotas anteriores al legajo traen el apellido en las
      * posiciones 7 a 16 del DESCRIP: se traducen al legajo del
      * vinculo de esa cuenta con ese apellido, para que el periodo
      * en que se pasa de un formato al otro no se facture dos
      * veces. Sin vinculo que coincida queda el texto viejo, que no
      * choca con ninguna clave nueva.
           MOVE DESCRIP(7:8) TO WS-LEGAJO-CLAVE
           IF DESCRIP(7:8) IS NOT NUMERIC
             PERFORM VARYING WS-IND-VINC-CLAVE FROM 1 BY 1
                       UNTIL WS-IND-VINC-CLAVE > WS-CANT-VINCULOS
               IF TV-NROCUENTA(WS-IND-VINC-CLAVE) = NUMCUENTA
                       AND TV-APELLIDO(WS-IND-VINC-CLAVE)(1:10)
                           = DESCRIP(7:10)
                       AND TV-LEGAJO(WS-IND-VINC-CLAVE) NOT = 0
                 MOVE TV-LEGAJO(WS-IND-VINC-CLAVE)
                   TO WS-LEGAJO-CLAVE
                 MOVE WS-CANT-VINCULOS TO WS-IND-VINC-CLAVE
               END-IF
             END-PERFORM
           END-IF.


       200000-PROCESO.
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
           DISPLAY 'YA EXISTENTES (OMITIDAS):  ' WSA-CANT-OMITIDOS
           DISPLAY 'GRADOS SIN ARANCEL:        '
                   WSA-CANT-SIN-ARANCEL
           IF WS-CICLO-SEL NOT = 0
             DISPLAY 'DE OTROS CICLOS (OMITIDAS):'
                     WSA-CANT-OTRO-CICLO
           END-IF
           IF WSA-CANT-SIN-LEGAJO NOT = 0
             DISPLAY 'SIN LEGAJO (OMITIDAS):     '
                     WSA-CANT-SIN-LEGAJO
           END-IF
           DISPLAY 'TOTAL GENERADO:            ' WSA-TOTAL-GENERADO
           DISPLAY 'BECAS APLICADAS:           ' WSA-CANT-BECAS
           DISPLAY 'TOTAL BECADO:              ' WSA-TOTAL-BECAS.


       210000-GENERAR-UNA.
           STRING 'M' TV-GRADO(WS-IND-VINCULO)
               DELIMITED BY SIZE INTO WSV-CODSERVICIO
           PERFORM 212000-BUSCAR-EN-CATALOGO
           MOVE TV-NROCUENTA(WS-IND-VINCULO) TO WS-CICLO-NROCUENTA
           PERFORM 211000-VERIFICAR-CICLO
           IF NOT WS-CUENTA-EN-CICLO
             ADD 1 TO WSA-CANT-OTRO-CICLO
           ELSE
             PERFORM 210500-GENERAR-CUOTA
           END-IF.


       210500-GENERAR-CUOTA.
           IF TV-LEGAJO(WS-IND-VINCULO) = 0
             DISPLAY 'ADVERTENCIA: EL VINCULO DE '
                     TV-APELLIDO(WS-IND-VINCULO) ' CUENTA '
                     TV-NROCUENTA(WS-IND-VINCULO) ' NO TIENE '
                     'LEGAJO, ASIGNARLO EN MANTALUMCTA'
             ADD 1 TO WSA-CANT-SIN-LEGAJO
           ELSE
             PERFORM 210600-GENERAR-CON-LEGAJO
           END-IF.


       210600-GENERAR-CON-LEGAJO.
           IF WS-IND-CAT-HALLADO = 0
             DISPLAY 'ADVERTENCIA: EL GRADO '
                     TV-GRADO(WS-IND-VINCULO) ' NO TIENE ARANCEL '
           END-IF.


       211000-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       212000-BUSCAR-EN-CATALOGO.
           MOVE 0 TO WS-IND-CAT-HALLADO
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1


       214000-VERIFICAR-DUPLICADO.
      * La clave suma el legajo porque dos hermanos del mismo
      * grado comparten codigo y cuenta: sin el legajo el
      * segundo quedaria omitido como duplicado del primero.
           MOVE 'N' TO WS-DUPLICADO
           MOVE SPACES TO WS-CLAVE-GENERADA
           STRING WSV-CODSERVICIO TV-NROCUENTA(WS-IND-VINCULO)
                  WS-PG-AAAA WS-PG-MM
                  TV-LEGAJO(WS-IND-VINCULO)
               DELIMITED BY SIZE INTO WS-CLAVE-GENERADA
           PERFORM VARYING WS-IND-CLAVE FROM 1 BY 1
                     UNTIL WS-IND-CLAVE > WS-CANT-CLAVES

       216000-GRABAR-CUOTA.
           CALL 'PRECIOVIGENTE' USING WSV-CODSERVICIO
                                      TV-NROCUENTA(WS-IND-VINCULO)
                                      WS-PERIODO-GEN
                                      WS-PRECIO-VIGENTE
                                      WS-PRECIO-HALLADO
           END-IF
           MOVE WSV-CODSERVICIO TO CODSERVICIO
           MOVE TV-NROCUENTA(WS-IND-VINCULO) TO NUMCUENTA
      * El legajo va a ancho fijo en el DESCRIP (posiciones 7 a
      * 14): es lo que 110000 relee como parte de la clave de
      * duplicados en una recorrida posterior.
           MOVE SPACES TO DESCRIP
           IF WSV-CANT-HERMANOS > 1
             STRING 'CUOTA '
                    TV-LEGAJO(WS-IND-VINCULO) ' '
                    TV-APELLIDO(WS-IND-VINCULO)(1:6)
                    ' DTO HNOS'
                 DELIMITED BY SIZE INTO DESCRIP
           ELSE
             STRING 'CUOTA '
                    TV-LEGAJO(WS-IND-VINCULO) ' '
                    TV-APELLIDO(WS-IND-VINCULO)(1:15)
                 DELIMITED BY SIZE INTO DESCRIP
           END-IF
           MOVE WS-PG-AAAA TO AAAA
               ADD 1 TO WS-CANT-CLAVES
               MOVE WS-CLAVE-GENERADA TO TK-CLAVE(WS-CANT-CLAVES)
             END-IF
             PERFORM 217000-APLICAR-BECA
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       217000-APLICAR-BECA.
      * La beca se graba solo junto con su cuota: si la cuota ya
      * existia (relanzamiento) tampoco se repite el descuento.
           MOVE 0 TO WS-IND-BECA-HALLADA
           PERFORM VARYING WS-IND-BECA FROM 1 BY 1
                     UNTIL WS-IND-BECA > WS-CANT-BECAS
             IF TBE-LEGAJO(WS-IND-BECA) = TV-LEGAJO(WS-IND-VINCULO)
                     AND TBE-DESDE(WS-IND-BECA) NOT > WS-PERIODO-GEN
                     AND TBE-HASTA(WS-IND-BECA) NOT < WS-PERIODO-GEN
               MOVE WS-IND-BECA TO WS-IND-BECA-HALLADA
               MOVE WS-CANT-BECAS TO WS-IND-BECA
             END-IF
           END-PERFORM
           IF WS-IND-BECA-HALLADA NOT = 0
             IF TBE-TIPO(WS-IND-BECA-HALLADA) = 'P'
               COMPUTE WS-MONTO-BECA ROUNDED =
                       WS-MONTO-CALCULADO
                       * TBE-PORCENTAJE(WS-IND-BECA-HALLADA) / 100
             ELSE
               MOVE TBE-MONTO(WS-IND-BECA-HALLADA) TO WS-MONTO-BECA
             END-IF
             IF WS-MONTO-BECA > WS-MONTO-CALCULADO
               MOVE WS-MONTO-CALCULADO TO WS-MONTO-BECA
             END-IF
             IF WS-MONTO-BECA > 0
               PERFORM 217500-GRABAR-BECA
             END-IF
           END-IF.


       217500-GRABAR-BECA.
      * Asiento negativo, como el 'DPP' de APLICAPAGOS. El DESCRIP
      * lleva a ancho fijo el legajo (6 a 13), el grado (16 a 17) y
      * el motivo (19 a 21), que INFORMEBECAS usa para agrupar.
           MOVE 'BEC' TO CODSERVICIO
           MOVE TV-NROCUENTA(WS-IND-VINCULO) TO NUMCUENTA
           MOVE SPACES TO DESCRIP
           STRING 'BECA '
                  TV-LEGAJO(WS-IND-VINCULO) ' G'
                  TV-GRADO(WS-IND-VINCULO) ' '
                  TBE-MOTIVO(WS-IND-BECA-HALLADA) ' '
                  TV-APELLIDO(WS-IND-VINCULO)(1:8)
               DELIMITED BY SIZE INTO DESCRIP
           MOVE WS-PG-AAAA TO AAAA
           MOVE WS-PG-MM TO MM
           COMPUTE MONTO = 0 - WS-MONTO-BECA
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WSA-CANT-BECAS
             ADD 1 TO WS-CANT-ESCRITOS
             ADD WS-MONTO-BECA TO WSA-TOTAL-BECAS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
