      *              CORRESPONDE HOY: LOS PASOS MENSUALES COMO
      *              ACREMORA O CIERREPERIODO DEJAN DE DEPENDER DE LA
      *              MEMORIA DEL OPERADOR. INCLUYE LA CONSULTA DE
      *              QUE CORRE MAÑANA. LA FRECUENCIA POR CICLO CORRE
      *              EL PASO EL DIA DE CIERRE DE UN CICLO DE
      *              FACTURACION (CICLOS.DAT); LA OPCION DE PROGRAMAR
      *              POR CICLO DA DE ALTA UN PASO <PASO>-CNN PARA CADA
      *              CICLO DEFINIDO, Y LA CADENA DE ESE DIA LO CORRE
      *              CON CADENA_PASO=<PASO>-CNN Y CICLO_PROCESO=NN PARA
      *              QUE EL PROGRAMA PROCESE SOLO LAS CUENTAS DEL
      *              CICLO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
             88 CAL-DIARIO                             VALUE 'D'.
             88 CAL-SEMANAL                            VALUE 'S'.
             88 CAL-MENSUAL                            VALUE 'M'.
             88 CAL-POR-CICLO                          VALUE 'C'.
         05 CAL-DIA                    PIC 9(02).

       FD RUNLOG.
       01 WS-PASO-DEBIDO.
         05 WS-PD-RESULTADO            PIC X(01).

       01 WS-CICLO.
         05 WS-CIC-FUNCION             PIC X(01).
         05 WS-CIC-NROCUENTA           PIC 9(08) VALUE 0.
         05 WS-CIC-CODIGO              PIC 9(02).
         05 WS-CIC-DIA-CIERRE          PIC 9(02).
         05 WS-CIC-DIAS-VTO            PIC 9(03).
         05 WS-CIC-RESULTADO           PIC X(01).
         05 WS-PASO-BASE               PIC X(18).
         05 WS-CANT-CICLOS-PROG        PIC 9(02).
         05 WS-IND-CICLO               PIC 9(03).

       COPY WSHDR-WS.



       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


           DISPLAY '2 - BAJA DE PASO'
           DISPLAY '3 - LISTAR EL CALENDARIO'
           DISPLAY '4 - QUE CORRE MAÑANA'
           DISPLAY '5 - PROGRAMAR UN PASO PARA CADA CICLO'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 4
               PERFORM 240000-QUE-CORRE-MANIANA
             WHEN 5
               PERFORM 250000-PROGRAMAR-POR-CICLO
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

                   'CADENA.DAT): '
           ACCEPT WSV-PASO
           DISPLAY 'INGRESE LA FRECUENCIA (D=DIARIA S=SEMANAL '
                   'M=MENSUAL C=CIERRE DE CICLO): '
           ACCEPT WSV-FRECUENCIA
           EVALUATE WSV-FRECUENCIA
             WHEN 'D'
             WHEN 'M'
               DISPLAY 'INGRESE EL N-ESIMO DIA HABIL DEL MES: '
               ACCEPT WSV-DIA
             WHEN 'C'
               DISPLAY 'INGRESE EL CICLO DE FACTURACION: '
               ACCEPT WSV-DIA
               MOVE WSV-DIA TO WS-CIC-CODIGO
               PERFORM 215000-BUSCAR-CICLO
               IF WS-CIC-RESULTADO NOT = 'S'
                 DISPLAY 'EL CICLO NO ESTA EN CICLOS.DAT, NO SE GRABA'
                 MOVE SPACES TO WSV-FRECUENCIA
               END-IF
             WHEN OTHER
               DISPLAY 'FRECUENCIA INVALIDA, NO SE GRABA'
               MOVE SPACES TO WSV-FRECUENCIA
           END-IF.


       215000-BUSCAR-CICLO.
           MOVE 'D' TO WS-CIC-FUNCION
           CALL 'CICLOCUENTA' USING WS-CIC-FUNCION WS-CIC-NROCUENTA
                                    WS-CIC-CODIGO WS-CIC-DIA-CIERRE
                                    WS-CIC-DIAS-VTO WS-CIC-RESULTADO
           END-CALL.


       220000-BAJA.
           DISPLAY 'INGRESE EL PASO A DAR DE BAJA: '
           ACCEPT WSV-PASO
           END-PERFORM.


       250000-PROGRAMAR-POR-CICLO.
      * Un paso por ciclo definido, con el sufijo -Cnn que la cadena
      * usa como CADENA_PASO el dia de cierre de cada ciclo.
           DISPLAY 'INGRESE EL NOMBRE DEL PASO (HASTA 14 LETRAS): '
           ACCEPT WS-PASO-BASE
           MOVE 0 TO WS-CANT-CICLOS-PROG
           IF WS-PASO-BASE = SPACES OR WS-PASO-BASE(15:4) NOT = SPACES
             DISPLAY 'NOMBRE DE PASO INVALIDO, NO SE GRABA'
           ELSE
             PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                       UNTIL WS-IND-CICLO > 99
               MOVE WS-IND-CICLO TO WS-CIC-CODIGO
               PERFORM 215000-BUSCAR-CICLO
               IF WS-CIC-RESULTADO = 'S'
                 PERFORM 255000-PROGRAMAR-CICLO
               END-IF
             END-PERFORM
             IF WS-CANT-CICLOS-PROG = 0
               DISPLAY 'NO HAY CICLOS DEFINIDOS EN CICLOS.DAT'
             ELSE
               PERFORM 305000-GRABAR-CALENDARIO
               DISPLAY 'PASOS PROGRAMADOS: ' WS-CANT-CICLOS-PROG
             END-IF
           END-IF.


       255000-PROGRAMAR-CICLO.
           MOVE SPACES TO WSV-PASO
           STRING WS-PASO-BASE DELIMITED BY SPACE
                  '-C' WS-CIC-CODIGO DELIMITED BY SIZE
                  INTO WSV-PASO
           PERFORM 205000-BUSCAR-PASO
           IF WS-IND-PASO-HALLADO = 0
             IF WS-CANT-PASOS < 50
               ADD 1 TO WS-CANT-PASOS
               MOVE WS-CANT-PASOS TO WS-IND-PASO-HALLADO
               MOVE WSV-PASO TO TCP-PASO(WS-IND-PASO-HALLADO)
             ELSE
               DISPLAY 'CALENDARIO COMPLETO, NO ENTRA ' WSV-PASO
             END-IF
           END-IF
           IF WS-IND-PASO-HALLADO NOT = 0
             MOVE 'C' TO TCP-FRECUENCIA(WS-IND-PASO-HALLADO)
             MOVE WS-CIC-CODIGO TO TCP-DIA(WS-IND-PASO-HALLADO)
             ADD 1 TO WS-CANT-CICLOS-PROG
             DISPLAY '  ' WSV-PASO ' CIERRE EL DIA '
                     WS-CIC-DIA-CIERRE
           END-IF.


       305000-GRABAR-CALENDARIO.
           OPEN OUTPUT CALENPROC
           IF NOT WSS-FS-CALENPROC-OK
