      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     WORKING-STORAGE field for the group company a
      *              program runs for, in programs that do not read
      *              PARAM.DAT (those use WSP-EMPRESA of WSPARAM-WS).
      *              Bring in with COPY WSEMPRESA-WS. once per program
      *              and COPY WSEMPRESA-PROC. from a paragraph
      *              performed out of 100000-INICIO.
      *****************************************************************
       01 WS-EMPRESA-CORRIDA           PIC X(02) VALUE '01'.
