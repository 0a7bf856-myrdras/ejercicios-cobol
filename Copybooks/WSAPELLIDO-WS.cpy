      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     WORKING-STORAGE fields for deriving the surname
      *              key APELLIDO-C of the client master from NYA-C.
      *              Bring in with COPY WSAPELLIDO-WS. once per program
      *              and COPY WSAPELLIDO-PROC. from a paragraph
      *              performed after NYA-C is filled in.
      *****************************************************************
       01 WS-APELLIDO-AUX.
           05 WS-APE-POS                PIC 9(02).
           05 WS-APE-FIN                PIC 9(02).
           05 WS-APE-LARGO              PIC 9(02).
           05 WS-APE-ANTES-COMA         PIC 9(02).
