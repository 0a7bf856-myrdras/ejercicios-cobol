      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     WORKING-STORAGE fields for running a batch
      *              program for a single billing cycle. Bring in
      *              with COPY WSCICLO-WS. once per program, then
      *              COPY WSCICLO-PROC. from a paragraph performed
      *              out of 100000-INICIO (lee la variable de entorno
      *              CICLO_PROCESO: en blanco o cero la corrida es
      *              de todos los ciclos, como siempre) and, for each
      *              account, MOVE the account number to
      *              WS-CICLO-NROCUENTA and COPY WSCICLO-CTA. from a
      *              paragraph: WS-CICLO-CUENTA queda con el ciclo de
      *              la cuenta y WS-CUENTA-EN-CICLO dice si entra en
      *              la corrida. Un ciclo pedido que no existe en
      *              CICLOS.DAT deja WS-CICLO-INEXISTENTE.
      *****************************************************************
       01 WS-CICLO-CORRIDA.
         05 WS-CICLO-AMBIENTE          PIC X(02).
         05 WS-CICLO-SEL               PIC 9(02) VALUE 0.
         05 WS-CICLO-DIA-CIERRE        PIC 9(02) VALUE 0.
         05 WS-CICLO-DIAS-VTO          PIC 9(03) VALUE 0.
         05 WS-CICLO-ESTADO            PIC X(01) VALUE 'S'.
             88 WS-CICLO-INEXISTENTE                   VALUE 'N'.
         05 WS-CICLO-FUNCION           PIC X(01).
         05 WS-CICLO-NROCUENTA         PIC 9(08).
         05 WS-CICLO-CUENTA            PIC 9(02).
         05 WS-CICLO-CTA-DIA-CIERRE    PIC 9(02).
         05 WS-CICLO-CTA-DIAS-VTO      PIC 9(03).
         05 WS-CICLO-CTA-RESULTADO     PIC X(01).
             88 WS-CICLO-CTA-SIN-CICLOS                VALUE 'N'.
         05 WS-CICLO-CORRE             PIC X(01) VALUE 'S'.
             88 WS-CUENTA-EN-CICLO                     VALUE 'S'.
