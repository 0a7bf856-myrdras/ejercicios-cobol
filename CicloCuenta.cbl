      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de ciclos de facturacion. Con
      *              funcion 'C' devuelve el ciclo de la cuenta
      *              recibida segun CICLOCTA.DAT (la asignacion de
      *              ASIGNACICLOS o de MANTCICLOS) con el dia de
      *              cierre y los dias al vencimiento de ese ciclo;
      *              una cuenta todavia sin asignar cae en el ciclo de
      *              codigo mas bajo y el resultado es 'D'. Con
      *              funcion 'D' devuelve la definicion del ciclo
      *              recibido. El resultado es 'S' si encontro, 'N'
      *              si el ciclo no existe o no hay ciclos cargados
      *              (en ese caso la cuenta queda con ciclo cero).
      *              Los dos archivos se cargan en memoria en la
      *              primera llamada de la corrida, asi que la rutina
      *              se puede llamar una vez por cuenta.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOCUENTA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLOS             ASSIGN TO DISK '..\CICLOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOS.

           SELECT CICLOCTA           ASSIGN TO DISK '..\CICLOCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOCTA.

       DATA DIVISION.

       FILE SECTION.
       FD CICLOS.
           COPY CICLOREC.

       FD CICLOCTA.
           COPY CICLOCTA.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOCTA==.

       01 WS-CARGADO                   PIC X(01) VALUE 'N'.
           88 WS-TABLAS-CARGADAS                        VALUE 'S'.

       01 TABLA-CICLOS.
         05 WS-CANT-CICLOS             PIC 9(02) VALUE 0.
         05 TCI-ENTRY OCCURS 99 TIMES.
           10 TCI-CODIGO               PIC 9(02).
           10 TCI-DIA-CIERRE           PIC 9(02).
           10 TCI-DIAS-VTO             PIC 9(03).

       01 WS-CICLO-DEFECTO             PIC 9(02) VALUE 0.

       01 TABLA-ASIGNACION.
         05 WS-CANT-ASIGNADAS          PIC 9(04) VALUE 0.
         05 TCC-ENTRY OCCURS 9999 TIMES.
           10 TCC-NROCUENTA            PIC 9(08).
           10 TCC-CICLO                PIC 9(02).

       01 INDICES.
         05 WS-IND-CICLO               PIC 9(02).
         05 WS-IND-CICLO-HALLADO       PIC 9(02).
         05 WS-IND-CUENTA              PIC 9(04).
         05 WS-IND-CUENTA-HALLADA      PIC 9(04).

       LINKAGE SECTION.

       01 LK-FUNCION                   PIC X(01).
           88 LK-CICLO-DE-CUENTA                     VALUE 'C'.
           88 LK-DEFINICION-CICLO                    VALUE 'D'.

       01 LK-NROCUENTA                 PIC 9(08).

       01 LK-CICLO                     PIC 9(02).

       01 LK-DIA-CIERRE                PIC 9(02).

       01 LK-DIAS-VTO                  PIC 9(03).

       01 LK-RESULTADO                 PIC X(01).
           88 LK-CICLO-HALLADO                       VALUE 'S'.
           88 LK-CICLO-POR-DEFECTO                   VALUE 'D'.
           88 LK-CICLO-INEXISTENTE                   VALUE 'N'.


       PROCEDURE DIVISION USING LK-FUNCION
                                LK-NROCUENTA
                                LK-CICLO
                                LK-DIA-CIERRE
                                LK-DIAS-VTO
                                LK-RESULTADO.

       000000-CONTROL.
           IF NOT WS-TABLAS-CARGADAS
             PERFORM 100000-CARGAR-CICLOS
             PERFORM 110000-CARGAR-ASIGNACION
             MOVE 'S' TO WS-CARGADO
           END-IF
           MOVE 'N' TO LK-RESULTADO
           MOVE 0 TO LK-DIA-CIERRE
           MOVE 0 TO LK-DIAS-VTO
           EVALUATE TRUE
             WHEN LK-CICLO-DE-CUENTA
               PERFORM 200000-CICLO-DE-CUENTA
             WHEN LK-DEFINICION-CICLO
               PERFORM 210000-BUSCAR-CICLO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           GOBACK.


       100000-CARGAR-CICLOS.
           INITIALIZE SWITCHES
           MOVE 0 TO WS-CANT-CICLOS
           MOVE 0 TO WS-CICLO-DEFECTO
           OPEN INPUT CICLOS
           IF WSS-FS-CICLOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CICLOS-OK
               PERFORM 105000-LEER-CICLO
               PERFORM UNTIL WSS-FS-CICLOS-EOF
                 IF WS-CANT-CICLOS < 99 AND CIC-CODIGO NOT = 0
                   ADD 1 TO WS-CANT-CICLOS
                   MOVE CIC-CODIGO TO TCI-CODIGO(WS-CANT-CICLOS)
                   MOVE CIC-DIA-CIERRE
                     TO TCI-DIA-CIERRE(WS-CANT-CICLOS)
                   MOVE CIC-DIAS-VTO TO TCI-DIAS-VTO(WS-CANT-CICLOS)
                   IF WS-CICLO-DEFECTO = 0
                           OR CIC-CODIGO < WS-CICLO-DEFECTO
                     MOVE CIC-CODIGO TO WS-CICLO-DEFECTO
                   END-IF
                 END-IF
                 PERFORM 105000-LEER-CICLO
               END-PERFORM
             END-IF
             CLOSE CICLOS
           END-IF.


       105000-LEER-CICLO.
           READ CICLOS
           IF NOT WSS-FS-CICLOS-OK AND NOT WSS-FS-CICLOS-EOF
             MOVE '10' TO WSS-FS-CICLOS
           END-IF.


       110000-CARGAR-ASIGNACION.
           MOVE 0 TO WS-CANT-ASIGNADAS
           OPEN INPUT CICLOCTA
           IF WSS-FS-CICLOCTA-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CICLOCTA-OK
               PERFORM 115000-LEER-ASIGNACION
               PERFORM UNTIL WSS-FS-CICLOCTA-EOF
                 IF WS-CANT-ASIGNADAS < 9999
                   ADD 1 TO WS-CANT-ASIGNADAS
                   MOVE CCT-NROCUENTA
                     TO TCC-NROCUENTA(WS-CANT-ASIGNADAS)
                   MOVE CCT-CICLO TO TCC-CICLO(WS-CANT-ASIGNADAS)
                 ELSE
                   DISPLAY 'ADVERTENCIA: MAS DE 9999 CUENTAS EN '
                           'CICLOCTA.DAT, EL RESTO VA AL CICLO '
                           WS-CICLO-DEFECTO
                   MOVE '10' TO WSS-FS-CICLOCTA
                 END-IF
                 IF NOT WSS-FS-CICLOCTA-EOF
                   PERFORM 115000-LEER-ASIGNACION
                 END-IF
               END-PERFORM
             END-IF
             CLOSE CICLOCTA
           END-IF.


       115000-LEER-ASIGNACION.
           READ CICLOCTA
           IF NOT WSS-FS-CICLOCTA-OK AND NOT WSS-FS-CICLOCTA-EOF
             MOVE '10' TO WSS-FS-CICLOCTA
           END-IF.


       200000-CICLO-DE-CUENTA.
           MOVE 0 TO LK-CICLO
           MOVE 0 TO WS-IND-CUENTA-HALLADA
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-ASIGNADAS
             IF TCC-NROCUENTA(WS-IND-CUENTA) = LK-NROCUENTA
               MOVE WS-IND-CUENTA TO WS-IND-CUENTA-HALLADA
               MOVE WS-CANT-ASIGNADAS TO WS-IND-CUENTA
             END-IF
           END-PERFORM
           IF WS-IND-CUENTA-HALLADA NOT = 0
             MOVE TCC-CICLO(WS-IND-CUENTA-HALLADA) TO LK-CICLO
             PERFORM 210000-BUSCAR-CICLO
           END-IF
      * Sin asignacion, o asignada a un ciclo que se dio de baja: la
      * cuenta va al ciclo por defecto hasta que se la reasigne.
           IF NOT LK-CICLO-HALLADO AND WS-CICLO-DEFECTO NOT = 0
             MOVE WS-CICLO-DEFECTO TO LK-CICLO
             PERFORM 210000-BUSCAR-CICLO
             MOVE 'D' TO LK-RESULTADO
           END-IF
           IF WS-CICLO-DEFECTO = 0
             MOVE 0 TO LK-CICLO
             MOVE 'N' TO LK-RESULTADO
           END-IF.


       210000-BUSCAR-CICLO.
           MOVE 'N' TO LK-RESULTADO
           MOVE 0 TO WS-IND-CICLO-HALLADO
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             IF TCI-CODIGO(WS-IND-CICLO) = LK-CICLO
               MOVE WS-IND-CICLO TO WS-IND-CICLO-HALLADO
               MOVE WS-CANT-CICLOS TO WS-IND-CICLO
             END-IF
           END-PERFORM
           IF WS-IND-CICLO-HALLADO NOT = 0
             MOVE TCI-DIA-CIERRE(WS-IND-CICLO-HALLADO)
               TO LK-DIA-CIERRE
             MOVE TCI-DIAS-VTO(WS-IND-CICLO-HALLADO) TO LK-DIAS-VTO
             MOVE 'S' TO LK-RESULTADO
           END-IF.
