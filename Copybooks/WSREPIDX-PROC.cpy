      *              WORKING-STORAGE and the SELECT REPINDEX /
      *              FD REPINDEX declared in the program. Takes its
      *              own date, hora y operador, igual que la bitacora
      *              de corridas. Con WS-REPIDX-OFICINA informada
      *              agrega OFI= al final de la linea.
      *****************************************************************
           ACCEPT WS-REPIDX-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPIDX-FECHA
             DISPLAY 'ERROR DE ARCHIVO DE INDICE DE REPORTES'
           ELSE
             MOVE SPACES TO WS-REPIDX-LINEA
             MOVE 1 TO WS-REPIDX-PUNTERO
             STRING WS-REPIDX-FECHA ' ' WS-REPIDX-HORA ' '
                     WS-REPIDX-NOMBRE ' ' WS-REPIDX-PROGRAMA
                     ' OPERADOR=' WS-REPIDX-OPERADOR
                     ' LIN=' WS-REPIDX-LINEAS
                     ' PAG=' WS-REPIDX-PAGINAS
                     DELIMITED BY SIZE INTO WS-REPIDX-LINEA
                     WITH POINTER WS-REPIDX-PUNTERO
             IF WS-REPIDX-OFICINA NOT = SPACES
               STRING ' OFI=' WS-REPIDX-OFICINA
                       DELIMITED BY SIZE INTO WS-REPIDX-LINEA
                       WITH POINTER WS-REPIDX-PUNTERO
             END-IF
             MOVE WS-REPIDX-LINEA TO REG-REPINDEX
             WRITE REG-REPINDEX
             CLOSE REPINDEX
