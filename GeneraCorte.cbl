      *              DEL SISTEMA: TOMA LOS CARGOS DE SERVICIO.DAT DEL
      *              PERIODO ELEGIDO, VERIFICA LA CUENTA CONTRA
      *              CUENTAS.DAT, LE ASIGNA LA PRIMERA TARJETA ACTIVA
      *              DEL MAESTRO TARJETAS.DAT (O CEROS SI NO TIENE;
      *              UNA TARJETA REEMPLAZADA POR LA RENOVACION CEDE SU
      *              LUGAR A LA SUCESORA VIGENTE) Y
      *              DEJA EL ARCHIVO ORDENADO POR CUENTA Y TARJETA CON
      *              EL VERBO SORT, LISTO PARA CORTECONTROL. EL TOTAL
      *              DE CONTROL DEBE IGUALAR AL GRAN TOTAL DE PROG03
         05 TAR-TITULAR               PIC X(40).
         05 TAR-ESTADO                PIC X(01).
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD CORTE.
       01 REG-CORTE.
           10 TT-NUMERO               PIC 9(16).
           10 TT-NROCUENTA            PIC 9(08).
           10 TT-ESTADO               PIC X(01).
           10 TT-SUCESORA             PIC 9(16).

       01 WS-IND-TARJETA               PIC 9(04).
       01 WS-IND-CADENA                PIC 9(04).
       01 WS-IND-SUCESORA              PIC 9(04).
       01 WS-IND-CARGA                 PIC 9(04).
       01 WS-SALTOS                    PIC 9(02).
       01 WS-TARJETA-CUENTA            PIC 9(16).

       01 VARIABLES.
                   MOVE TAR-NROCUENTA
                     TO TT-NROCUENTA(WS-CANT-TARJETAS)
                   MOVE TAR-ESTADO TO TT-ESTADO(WS-CANT-TARJETAS)
                   MOVE TAR-SUCESORA
                     TO TT-SUCESORA(WS-CANT-TARJETAS)
                 END-IF
                 PERFORM 106000-LEER-TARJETA
               END-PERFORM


       225000-BUSCAR-TARJETA-ACTIVA.
      * Una tarjeta reemplazada se sigue por la cadena de sucesoras
      * hasta la vigente, que ocupa su lugar en el orden del maestro.
           MOVE 0 TO WS-TARJETA-CUENTA
           PERFORM VARYING WS-IND-TARJETA FROM 1 BY 1
                     UNTIL WS-IND-TARJETA > WS-CANT-TARJETAS
             IF TT-NROCUENTA(WS-IND-TARJETA) = NUMCUENTA
                     AND (TT-ESTADO(WS-IND-TARJETA) = 'A'
                      OR TT-ESTADO(WS-IND-TARJETA) = 'R')
               MOVE WS-IND-TARJETA TO WS-IND-CADENA
               PERFORM 226000-SEGUIR-SUCESORAS
               IF WS-IND-CADENA NOT = 0
                 IF TT-ESTADO(WS-IND-CADENA) = 'A'
                   MOVE TT-NUMERO(WS-IND-CADENA) TO WS-TARJETA-CUENTA
                   MOVE WS-CANT-TARJETAS TO WS-IND-TARJETA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.


       226000-SEGUIR-SUCESORAS.
           MOVE 0 TO WS-SALTOS
           PERFORM UNTIL WS-IND-CADENA = 0
                      OR TT-ESTADO(WS-IND-CADENA) NOT = 'R'
             ADD 1 TO WS-SALTOS
             MOVE 0 TO WS-IND-SUCESORA
             IF WS-SALTOS < 20
               PERFORM VARYING WS-IND-CARGA FROM 1 BY 1
                         UNTIL WS-IND-CARGA > WS-CANT-TARJETAS
                 IF TT-NUMERO(WS-IND-CARGA)
                         = TT-SUCESORA(WS-IND-CADENA)
                   MOVE WS-IND-CARGA TO WS-IND-SUCESORA
                   MOVE WS-CANT-TARJETAS TO WS-IND-CARGA
                 END-IF
               END-PERFORM
             END-IF
             MOVE WS-IND-SUCESORA TO WS-IND-CADENA
           END-PERFORM.


