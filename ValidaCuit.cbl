      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de validacion de la clave
      *              tributaria (CUIT/CUIL de 11 digitos): pondera los
      *              diez primeros digitos con 5-4-3-2-7-6-5-4-3-2,
      *              toma el complemento a 11 del resto de la suma
      *              (11 da 0, 10 no tiene digito valido) y lo compara
      *              con el ultimo digito. Devuelve 'S' en LK-VALIDO
      *              si la clave es correcta y 'N' si no lo es o si es
      *              cero. La usan MANTCLIENTES al tipear la clave y
      *              PADRONFISCAL al cruzar el maestro con el padron.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDACUIT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-CUIT                     PIC 9(11).
       01 WS-DIGITOS-CUIT REDEFINES WS-CUIT.
         05 WS-DIGITO-CUIT OCCURS 11 TIMES PIC 9(01).

       01 WS-PESOS-LITERAL            PIC X(10) VALUE '5432765432'.
       01 WS-PESOS REDEFINES WS-PESOS-LITERAL.
         05 WS-PESO OCCURS 10 TIMES   PIC 9(01).

       01 WS-CALCULO.
         05 WS-ACUM-DV                PIC 9(04).
         05 WS-COCIENTE-DV            PIC 9(04).
         05 WS-RESTO-DV               PIC 9(02).
         05 WS-DIGITO-CALCULADO       PIC 9(02).
         05 WS-IND-DV                 PIC 9(02).

       LINKAGE SECTION.

       01 LK-CUIT                     PIC 9(11).

       01 LK-VALIDO                   PIC X(01).


       PROCEDURE DIVISION USING LK-CUIT
                                LK-VALIDO.

       000000-CONTROL.
           MOVE 'N' TO LK-VALIDO
           IF LK-CUIT IS NUMERIC AND LK-CUIT NOT = 0
             MOVE LK-CUIT TO WS-CUIT
             PERFORM 100000-CALCULAR-DIGITO
             IF WS-DIGITO-CALCULADO < 10
                   AND WS-DIGITO-CALCULADO = WS-DIGITO-CUIT(11)
               MOVE 'S' TO LK-VALIDO
             END-IF
           END-IF
           GOBACK.


       100000-CALCULAR-DIGITO.
           MOVE 0 TO WS-ACUM-DV
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                     UNTIL WS-IND-DV > 10
             COMPUTE WS-ACUM-DV = WS-ACUM-DV
                     + WS-DIGITO-CUIT(WS-IND-DV) * WS-PESO(WS-IND-DV)
           END-PERFORM
           DIVIDE WS-ACUM-DV BY 11 GIVING WS-COCIENTE-DV
                  REMAINDER WS-RESTO-DV
           COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO-DV
           IF WS-DIGITO-CALCULADO = 11
             MOVE 0 TO WS-DIGITO-CALCULADO
           END-IF.
