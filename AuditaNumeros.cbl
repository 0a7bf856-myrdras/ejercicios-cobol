      *              TENGAN HUECOS NI DUPLICADOS: PARA UNA SERIE SANA
      *              LA CANTIDAD DE NUMEROS ES MAX-MIN+1 Y LA SUMA ES
      *              LA DE LA PROGRESION, CUALQUIER DESVIO DELATA UN
      *              HUECO O UN REPETIDO. CADA SERIE SE LISTA CON LA
      *              EMPRESA DEL GRUPO A LA QUE PERTENECE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-NUMERADOR.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT NOTASCRED          ASSIGN TO DISK '..\NOTASCRED.DAT'
       01 REG-NUMERADOR.
         05 NUM-SERIE                  PIC X(03).
         05 NUM-ULTIMO                 PIC 9(08).
         05 NUM-EMPRESA                PIC X(02).

       FD PAGOS.
           COPY PAGOS.
         05 NC-IMPORTE                PIC S9(05)V99.
         05 NC-FECHA                  PIC 9(08).
         05 NC-OPERADOR               PIC X(20).
         05 NC-EMPRESA                PIC X(02).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).
             ELSE
               PERFORM 205000-LEER-SERIE
               PERFORM UNTIL WSS-FS-NUMERADOR-EOF
                 IF NUM-EMPRESA = SPACES
                   MOVE '01' TO NUM-EMPRESA
                 END-IF
                 DISPLAY '  EMPRESA ' NUM-EMPRESA
                         ' SERIE ' NUM-SERIE
                         ' ULTIMO NUMERO ' NUM-ULTIMO
                 ADD 1 TO WS-CANT-LEIDOS
                 PERFORM 205000-LEER-SERIE
