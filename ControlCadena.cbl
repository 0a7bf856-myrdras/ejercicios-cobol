      *              CHECKPOINT INTERNO DE EVINT-EJ01 LLEVADA AL NIVEL
      *              DE LA CADENA ENTERA. SIN ACCION EN EL AMBIENTE,
      *              ABRE UN MENU DE OPERADOR PARA VER EL ESTADO O
      *              FORZAR UNA CORRIDA DESDE EL PRINCIPIO. CADA
      *              EMPRESA DEL GRUPO (VARIABLE EMPRESA, EN BLANCO LA
      *              '01') LLEVA SUS PROPIOS PASOS EN CADENA.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 CAD-FECHA-FIN              PIC 9(08).
         05 CAD-HORA-FIN               PIC 9(06).
         05 CAD-STATUS                 PIC X(02).
      * Empresa del grupo de la cadena; en blanco es la '01'.
         05 CAD-EMPRESA                PIC X(02).

       FD CADHOLD.
       01 REG-CADHOLD.

       01 TABLA-PASOS.
         05 WS-CANT-PASOS              PIC 9(03) VALUE 0.
         05 TP-ENTRY OCCURS 200 TIMES.
           10 TP-EMPRESA               PIC X(02).
           10 TP-PASO                  PIC X(18).
           10 TP-ESTADO                PIC X(01).
           10 TP-FECHA-INI             PIC 9(08).

       01 WS-IND-PASO                  PIC 9(03).
       01 WS-IND-HALLADO               PIC 9(03).
       01 WS-IND-DESTINO               PIC 9(03).

      * Cada empresa del grupo corre su propia cadena: CADENA.DAT
      * guarda los pasos de todas, y la corrida solo mira y toca los
      * de la empresa de la variable EMPRESA.
       COPY WSEMPRESA-WS.

       01 WS-AMBIENTE.
         05 WS-ACCION                  PIC X(10).
           ACCEPT WS-ACCION FROM ENVIRONMENT 'CADENA_ACCION'
           ACCEPT WS-PASO FROM ENVIRONMENT 'CADENA_PASO'
           ACCEPT WS-STATUS-PASO FROM ENVIRONMENT 'CADENA_STATUS'
           PERFORM 103000-TOMAR-EMPRESA
           PERFORM 104000-CARGAR-BASELINE
           PERFORM 105000-CARGAR-CADENA.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       104000-CARGAR-BASELINE.
           MOVE 0 TO WS-CANT-BASE
           OPEN INPUT BASELINE
             END-IF
             PERFORM 106000-LEER-CADENA
             PERFORM UNTIL WSS-FS-CADENA-EOF
               IF WS-CANT-PASOS < 200
                 ADD 1 TO WS-CANT-PASOS
                 MOVE CAD-EMPRESA   TO TP-EMPRESA(WS-CANT-PASOS)
                 IF CAD-EMPRESA = SPACES
                   MOVE '01' TO TP-EMPRESA(WS-CANT-PASOS)
                 END-IF
                 MOVE CAD-PASO      TO TP-PASO(WS-CANT-PASOS)
                 MOVE CAD-ESTADO    TO TP-ESTADO(WS-CANT-PASOS)
                 MOVE CAD-FECHA-INI TO TP-FECHA-INI(WS-CANT-PASOS)
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                     UNTIL WS-IND-PASO > WS-CANT-PASOS
             IF TP-PASO(WS-IND-PASO) = WS-PASO
                     AND TP-EMPRESA(WS-IND-PASO) = WS-EMPRESA-CORRIDA
               MOVE WS-IND-PASO TO WS-IND-HALLADO
               MOVE WS-CANT-PASOS TO WS-IND-PASO
             END-IF

       208000-VERIFICAR-RETENCION.
      * La marca CADHOLD.DAT la deja PRUEBADIARIA cuando el dia no
      * cuadro, o INTEGRIDADREF cuando los huerfanos pasan el umbral:
      * mientras operaciones no la levante, la cadena del dia
      * siguiente no arranca.
           MOVE 'N' TO WS-HAY-RETENCION
           OPEN INPUT CADHOLD
           IF WSS-FS-CADHOLD-OK
       210000-ACCION-INICIO.
           PERFORM 208000-VERIFICAR-RETENCION
           IF WS-CADENA-RETENIDA
             DISPLAY 'CADENA RETENIDA POR LOS CONTROLES DE FIN DE DIA: '
                     WS-MOTIVO-RETENCION
             DISPLAY 'LEVANTAR LA RETENCION DESDE EL MENU DE '
                     'CONTROLCADENA ANTES DE VOLVER A CORRER'
             MOVE 1 TO WS-RETURN-CODE
           ELSE
             IF WS-IND-HALLADO = 0
               IF WS-CANT-PASOS < 200
                 ADD 1 TO WS-CANT-PASOS
                 MOVE WS-CANT-PASOS TO WS-IND-HALLADO
                 MOVE WS-EMPRESA-CORRIDA TO TP-EMPRESA(WS-IND-HALLADO)
                 MOVE WS-PASO TO TP-PASO(WS-IND-HALLADO)
                 MOVE SPACES TO TP-STATUS(WS-IND-HALLADO)
                 MOVE 0 TO TP-FECHA-FIN(WS-IND-HALLADO)
             PERFORM 225000-VERIFICAR-CADENA-COMPLETA
             IF WS-CADENA-COMPLETA
               PERFORM 260000-LIMPIAR-CADENA
               DISPLAY 'CADENA COMPLETA, ESTADO REINICIADO, EMPRESA '
                       WS-EMPRESA-CORRIDA
             ELSE
               PERFORM 250000-REGRABAR-CADENA
               DISPLAY 'PASO ' WS-PASO ' REGISTRADO CON ESTADO '
             PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                       UNTIL WS-IND-PASO > WS-CANT-PASOS
               IF TP-PASO(WS-IND-PASO) = TBA-PASO(WS-IND-BASE)
                       AND TP-EMPRESA(WS-IND-PASO) = WS-EMPRESA-CORRIDA
                 IF TP-ESTADO(WS-IND-PASO) NOT = 'C'
                   ADD TBA-SEGUNDOS-PROM(WS-IND-BASE)
                     TO WS-SEGUNDOS-RESTO
                 END-IF
                 MOVE WS-CANT-PASOS TO WS-IND-PASO
               END-IF
             END-PERFORM
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                     UNTIL WS-IND-PASO > WS-CANT-PASOS
             IF TP-ESTADO(WS-IND-PASO) NOT = 'C'
                     AND TP-EMPRESA(WS-IND-PASO) = WS-EMPRESA-CORRIDA
               MOVE 'N' TO WS-TODOS-COMPLETOS
               MOVE WS-CANT-PASOS TO WS-IND-PASO
             END-IF

       230000-MENU-OPERADOR.
           DISPLAY ' '
           DISPLAY 'CONTROL DE CADENA (CADENA.DAT) - EMPRESA '
                   WS-EMPRESA-CORRIDA
           DISPLAY '1 - VER ESTADO DE LOS PASOS'
           DISPLAY '2 - FORZAR CORRIDA DESDE EL PRINCIPIO'
           DISPLAY '3 - LEVANTAR RETENCION DE LA PRUEBA DIARIA'
               END-IF
             WHEN 2
               PERFORM 260000-LIMPIAR-CADENA
               DISPLAY 'ESTADO BORRADO: LA PROXIMA CORRIDA '
                       'EJECUTA TODOS LOS PASOS'
             WHEN 3


       235000-VER-ESTADO.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                     UNTIL WS-IND-PASO > WS-CANT-PASOS
             IF TP-EMPRESA(WS-IND-PASO) = WS-EMPRESA-CORRIDA
               ADD 1 TO WS-IND-HALLADO
               PERFORM 236000-MOSTRAR-PASO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             DISPLAY 'SIN PASOS REGISTRADOS: LA PROXIMA CORRIDA '
                     'EJECUTA LA CADENA COMPLETA'
           END-IF.


       236000-MOSTRAR-PASO.
           DISPLAY TP-PASO(WS-IND-PASO) ' '
                   TP-ESTADO(WS-IND-PASO) ' INI '
                   TP-FECHA-INI(WS-IND-PASO) ' '
                   TP-HORA-INI(WS-IND-PASO) ' FIN '
                   TP-FECHA-FIN(WS-IND-PASO) ' '
                   TP-HORA-FIN(WS-IND-PASO) ' STATUS '
                   TP-STATUS(WS-IND-PASO).


       250000-REGRABAR-CADENA.
               MOVE TP-FECHA-FIN(WS-IND-PASO) TO CAD-FECHA-FIN
               MOVE TP-HORA-FIN(WS-IND-PASO)  TO CAD-HORA-FIN
               MOVE TP-STATUS(WS-IND-PASO)    TO CAD-STATUS
               MOVE TP-EMPRESA(WS-IND-PASO)   TO CAD-EMPRESA
               WRITE REG-CADENA
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
           END-IF.


      * Borra los pasos de la empresa de la corrida y deja los de
      * las demas empresas del grupo como estaban.
       260000-LIMPIAR-CADENA.
           MOVE 0 TO WS-IND-DESTINO
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
                     UNTIL WS-IND-PASO > WS-CANT-PASOS
             IF TP-EMPRESA(WS-IND-PASO) NOT = WS-EMPRESA-CORRIDA
               ADD 1 TO WS-IND-DESTINO
               MOVE TP-ENTRY(WS-IND-PASO) TO TP-ENTRY(WS-IND-DESTINO)
             END-IF
           END-PERFORM
           MOVE WS-IND-DESTINO TO WS-CANT-PASOS
           PERFORM 250000-REGRABAR-CADENA.


       265000-LEVANTAR-RETENCION.
