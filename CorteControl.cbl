         05 TAR-TITULAR               PIC X(40).
         05 TAR-ESTADO                PIC X(01).
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).


       180000-ALERTA-TARJETA.
      * Aviso de movimientos sobre tarjetas bloqueadas, vencidas o
      * ya reemplazadas por la renovacion, evaluado en cada corte de
      * tarjeta.
           IF WS-IND-TAR-HALLADA NOT = 0
             IF WS-ESTADO-CORTE = 'Q' OR WS-ESTADO-CORTE = 'B'
                     OR WS-ESTADO-CORTE = 'R'
                     OR TT-VENCIM(WS-IND-TAR-HALLADA)
                     < WS-PERIODO-HOY
               ADD 1 TO WSA-CANT-ALERTAS
