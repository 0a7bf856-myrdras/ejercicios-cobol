      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Toma la empresa de la corrida de la variable de
      *              entorno EMPRESA (la fijan DRIVER.bat y el menu);
      *              sin ella rige la '01', la empresa original. Needs
      *              COPY WSEMPRESA-WS. in WORKING-STORAGE.
      *****************************************************************
           ACCEPT WS-EMPRESA-CORRIDA FROM ENVIRONMENT "EMPRESA"
           IF WS-EMPRESA-CORRIDA = SPACES
             MOVE '01' TO WS-EMPRESA-CORRIDA
           END-IF.
