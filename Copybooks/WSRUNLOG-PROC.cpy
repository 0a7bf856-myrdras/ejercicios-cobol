      *              this copy. Needs COPY WSRUNLOG-WS. in
      *              WORKING-STORAGE and the SELECT RUNLOG / FD RUNLOG
      *              declared in the program. Takes its own date, hora
      *              y operador (el usuario del sistema, salvo que el
      *              programa ya haya cargado WS-RUNLOG-OPERADOR), asi
      *              que no depende de que ya tenga cargado WSHDR-WS.
      *****************************************************************
           IF WS-RUNLOG-OPERADOR = SPACES
             ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT 'USER'
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNLOG-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA
           OPEN EXTEND RUNLOG
