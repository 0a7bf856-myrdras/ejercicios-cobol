      *              AL ARRANCAR Y ABORTA CON UNA LINEA CLARA SI
      *              ALGUN CODIGO DEL PERIODO NO TIENE MAPEO: NUNCA
      *              MAS ACTIVIDAD SIN MAPEAR ESCONDIDA EN UNA
      *              CUENTA POR DEFECTO. LAS FILAS DE TIPO 'K' NO
      *              SON UN PAR DEBE/HABER: MARCAN LA CUENTA DEL DEBE
      *              COMO CUENTA DE CONTROL DEL AUXILIAR CXC
      *              (DEUDORES), CRE (CREDITOS A FAVOR), SUS (COBROS
      *              SIN APLICAR) O CHQ (CHEQUES DIFERIDOS) PARA LA
      *              CONCILIACION DE CONCILIAMAYOR. CADA EMPRESA DEL
      *              GRUPO TIENE SU PROPIO PLAN: EL PROGRAMA LISTA Y DA
      *              DE ALTA LOS MAPEOS DE LA EMPRESA DE LA CORRIDA
      *              (VARIABLE EMPRESA) Y CONSERVA LOS DE LAS DEMAS AL
      *              REGRABAR. UN MAPEO SIN EMPRESA ES DE LA '01'.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 MAP-TIPO                  PIC X(01).
             88 MAP-ES-SERVICIO                        VALUE 'S'.
             88 MAP-ES-MEDIO-PAGO                      VALUE 'P'.
             88 MAP-ES-CONTROL                         VALUE 'K'.
         05 MAP-CODIGO                PIC X(03).
         05 MAP-CTA-DEBE              PIC X(10).
         05 MAP-CTA-HABER             PIC X(10).
         05 MAP-VIG-DESDE             PIC X(06).
         05 MAP-VIG-HASTA             PIC X(06).
         05 MAP-EMPRESA               PIC X(02).

       FD PARAM.
           COPY PARAMREC.
           10 TMP-HABER                PIC X(10).
           10 TMP-DESDE                PIC X(06).
           10 TMP-HASTA                PIC X(06).
           10 TMP-EMPRESA              PIC X(02).

       01 WS-IND-MAPEO                 PIC 9(03).

                     TO TMP-DESDE(WS-CANT-MAPEOS)
                   MOVE MAP-VIG-HASTA
                     TO TMP-HASTA(WS-CANT-MAPEOS)
                   IF MAP-EMPRESA = SPACES
                     MOVE '01' TO TMP-EMPRESA(WS-CANT-MAPEOS)
                   ELSE
                     MOVE MAP-EMPRESA TO TMP-EMPRESA(WS-CANT-MAPEOS)
                   END-IF
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-MAPEO
       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'MAPEO DE CUENTAS CONTABLES (CTACONT.DAT)'
           DISPLAY 'EMPRESA ' WSP-EMPRESA ' ' WSP-RAZON-SOCIAL
           DISPLAY '1 - ALTA DE MAPEO'
           DISPLAY '2 - LISTAR MAPEOS'
           DISPLAY '3 - SALIR'
      * Renumerar el plan de cuentas ya no exige tocar programas: se
      * agrega un mapeo con la vigencia nueva y el anterior se cierra
      * acotando su VIGENCIA HASTA.
           DISPLAY 'INGRESE EL TIPO (S=SERVICIO P=MEDIO DE PAGO '
                   'K=CUENTA DE CONTROL): '
           ACCEPT WSV-TIPO
           IF WSV-TIPO = 'K'
             DISPLAY 'INGRESE EL AUXILIAR (CXC CRE SUS CHQ): '
             ACCEPT WSV-CODIGO
             DISPLAY 'INGRESE LA CUENTA DE CONTROL DEL MAYOR: '
             ACCEPT WSV-DEBE
             MOVE SPACES TO WSV-HABER
           ELSE
             DISPLAY 'INGRESE EL CODIGO (3 CARACTERES): '
             ACCEPT WSV-CODIGO
             DISPLAY 'INGRESE LA CUENTA CONTABLE DEL DEBE: '
             ACCEPT WSV-DEBE
             DISPLAY 'INGRESE LA CUENTA CONTABLE DEL HABER: '
             ACCEPT WSV-HABER
           END-IF
           DISPLAY 'INGRESE LA VIGENCIA DESDE (AAAAMM): '
           ACCEPT WSV-DESDE
           DISPLAY 'INGRESE LA VIGENCIA HASTA (AAAAMM, '
                   '999999=SIN FIN): '
           ACCEPT WSV-HASTA
           EVALUATE TRUE
             WHEN WSV-TIPO NOT = 'S' AND WSV-TIPO NOT = 'P'
                     AND WSV-TIPO NOT = 'K'
               DISPLAY 'TIPO INVALIDO, NO SE GRABA'
             WHEN WSV-TIPO = 'K' AND WSV-CODIGO NOT = 'CXC'
                     AND WSV-CODIGO NOT = 'CRE'
                     AND WSV-CODIGO NOT = 'SUS'
                     AND WSV-CODIGO NOT = 'CHQ'
               DISPLAY 'AUXILIAR INVALIDO, NO SE GRABA'
             WHEN WS-CANT-MAPEOS < 200
               ADD 1 TO WS-CANT-MAPEOS
               MOVE WSV-TIPO TO TMP-TIPO(WS-CANT-MAPEOS)
               MOVE WSV-CODIGO TO TMP-CODIGO(WS-CANT-MAPEOS)
               MOVE WSV-HABER TO TMP-HABER(WS-CANT-MAPEOS)
               MOVE WSV-DESDE TO TMP-DESDE(WS-CANT-MAPEOS)
               MOVE WSV-HASTA TO TMP-HASTA(WS-CANT-MAPEOS)
               MOVE WSP-EMPRESA TO TMP-EMPRESA(WS-CANT-MAPEOS)
               PERFORM 305000-GRABAR-MAPEOS
               DISPLAY 'MAPEO GRABADO'
             WHEN OTHER
               DISPLAY 'TABLA DE MAPEOS COMPLETA'
           END-EVALUATE.


       220000-LISTAR.
           PERFORM VARYING WS-IND-MAPEO FROM 1 BY 1
                     UNTIL WS-IND-MAPEO > WS-CANT-MAPEOS
             IF TMP-EMPRESA(WS-IND-MAPEO) = WSP-EMPRESA
               DISPLAY TMP-TIPO(WS-IND-MAPEO)
                       ' ' TMP-CODIGO(WS-IND-MAPEO)
                       ' D ' TMP-DEBE(WS-IND-MAPEO)
                       ' H ' TMP-HABER(WS-IND-MAPEO)
                       ' DE ' TMP-DESDE(WS-IND-MAPEO)
                       ' A ' TMP-HASTA(WS-IND-MAPEO)
             END-IF
           END-PERFORM.


               MOVE TMP-HABER(WS-IND-MAPEO) TO MAP-CTA-HABER
               MOVE TMP-DESDE(WS-IND-MAPEO) TO MAP-VIG-DESDE
               MOVE TMP-HASTA(WS-IND-MAPEO) TO MAP-VIG-HASTA
               MOVE TMP-EMPRESA(WS-IND-MAPEO) TO MAP-EMPRESA
               WRITE REG-CTACONT
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
