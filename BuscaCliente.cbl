      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de busqueda de clientes por
      *              nombre para el mostrador (CLIENTE360,
      *              MANTCLIENTES): con el comienzo del apellido se
      *              posiciona en CLIENTES.DAT por la clave alternativa
      *              APELLIDO-C y lista los candidatos con numero,
      *              nombre, oficina y CUIT, de a 15 por pantalla. El
      *              operador elige uno por su numero, pide la pagina
      *              siguiente o abandona con cero. El numero elegido
      *              tiene que ser uno de los listados. La busqueda
      *              no distingue mayusculas. Area de
      *              intercambio: WSBUSCLI.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCACLIENTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

       DATA DIVISION.

       FILE SECTION.
       FD CLIENTES.
           COPY CLIMAEST.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-LARGO-BUSQUEDA            PIC 9(02).

      * Candidatos de la pantalla en curso.
       01 TABLA-CANDIDATOS.
         05 WS-CANT-CANDIDATOS         PIC 9(02) VALUE 0.
         05 TCA-NRO-CLIENTE OCCURS 15 TIMES
                                       PIC 9(07).

       01 WS-IND-CANDIDATO             PIC 9(02).
       01 WS-CANT-LISTADOS             PIC 9(05).

       01 WS-ELECCION                  PIC 9(07).
       01 WS-ESTADO-BUSQUEDA           PIC X(01).
           88 WS-BUSQUEDA-TERMINADA                     VALUE 'S'.

       LINKAGE SECTION.

       01 LK-BUSCLI.
           COPY WSBUSCLI.


       PROCEDURE DIVISION USING LK-BUSCLI.

       000000-CONTROL.
           MOVE 0 TO BCL-NRO-CLIENTE
           MOVE 'N' TO BCL-RESULTADO
           MOVE 0 TO WS-LARGO-BUSQUEDA
           INSPECT BCL-APELLIDO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-IND-CANDIDATO FROM 20 BY -1
                     UNTIL WS-IND-CANDIDATO < 1
                        OR WS-LARGO-BUSQUEDA > 0
             IF BCL-APELLIDO(WS-IND-CANDIDATO:1) NOT = SPACE
               MOVE WS-IND-CANDIDATO TO WS-LARGO-BUSQUEDA
             END-IF
           END-PERFORM
           IF WS-LARGO-BUSQUEDA = 0
             DISPLAY 'INGRESE AL MENOS UNA LETRA DEL APELLIDO'
             GOBACK
           END-IF
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 'E' TO BCL-RESULTADO
             GOBACK
           END-IF
           PERFORM 100000-POSICIONAR
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE 'N' TO WS-ESTADO-BUSQUEDA
           PERFORM UNTIL WS-BUSQUEDA-TERMINADA
             PERFORM 200000-LISTAR-PANTALLA
             PERFORM 300000-PEDIR-ELECCION
           END-PERFORM
           CLOSE CLIENTES
           GOBACK.


       100000-POSICIONAR.
           MOVE SPACES TO APELLIDO-C
           MOVE BCL-APELLIDO(1:WS-LARGO-BUSQUEDA) TO APELLIDO-C
           START CLIENTES KEY IS NOT LESS THAN APELLIDO-C
             INVALID KEY
               MOVE '10' TO WSS-FS-CLIENTES
           END-START
           IF WSS-FS-CLIENTES-OK
             PERFORM 110000-LEER-CANDIDATO
           END-IF.


      * Lee el siguiente por apellido; pasado el prefijo buscado se
      * da por terminado el archivo.
       110000-LEER-CANDIDATO.
           READ CLIENTES NEXT RECORD
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF
           IF WSS-FS-CLIENTES-OK
             IF APELLIDO-C(1:WS-LARGO-BUSQUEDA)
                     NOT = BCL-APELLIDO(1:WS-LARGO-BUSQUEDA)
               MOVE '10' TO WSS-FS-CLIENTES
             END-IF
           END-IF.


       200000-LISTAR-PANTALLA.
           MOVE 0 TO WS-CANT-CANDIDATOS
           IF WSS-FS-CLIENTES-EOF AND WS-CANT-LISTADOS = 0
             DISPLAY 'NINGUN CLIENTE CON APELLIDO '
                     BCL-APELLIDO(1:WS-LARGO-BUSQUEDA)
           ELSE
             DISPLAY 'NUMERO  NOMBRE Y APELLIDO'
                     '                                    OFI CUIT'
           END-IF
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
                      OR WS-CANT-CANDIDATOS = 15
             ADD 1 TO WS-CANT-CANDIDATOS
             ADD 1 TO WS-CANT-LISTADOS
             MOVE NRO-CLIENTE-C TO TCA-NRO-CLIENTE(WS-CANT-CANDIDATOS)
             DISPLAY NRO-CLIENTE-C ' ' NYA-C(1:50) ' ' OFIAPE-C ' '
                     CUIT-C
             PERFORM 110000-LEER-CANDIDATO
           END-PERFORM.


       300000-PEDIR-ELECCION.
           IF WS-CANT-CANDIDATOS = 0
             MOVE 'S' TO WS-ESTADO-BUSQUEDA
           ELSE
             IF WSS-FS-CLIENTES-EOF
               DISPLAY 'INGRESE EL NUMERO DEL CLIENTE ELEGIDO '
                       '(0 = NINGUNO): '
             ELSE
               DISPLAY 'INGRESE EL NUMERO DEL CLIENTE ELEGIDO '
                       '(0 = NINGUNO, 9999999 = MAS CANDIDATOS): '
             END-IF
             MOVE 0 TO WS-ELECCION
             ACCEPT WS-ELECCION
             EVALUATE TRUE
               WHEN WS-ELECCION = 0
                 MOVE 'S' TO WS-ESTADO-BUSQUEDA
               WHEN WS-ELECCION = 9999999
                       AND NOT WSS-FS-CLIENTES-EOF
                 CONTINUE
               WHEN OTHER
                 PERFORM 310000-VALIDAR-ELECCION
             END-EVALUATE
           END-IF.


       310000-VALIDAR-ELECCION.
           PERFORM VARYING WS-IND-CANDIDATO FROM 1 BY 1
                     UNTIL WS-IND-CANDIDATO > WS-CANT-CANDIDATOS
             IF TCA-NRO-CLIENTE(WS-IND-CANDIDATO) = WS-ELECCION
               MOVE WS-ELECCION TO BCL-NRO-CLIENTE
               MOVE 'S' TO BCL-RESULTADO
               MOVE 'S' TO WS-ESTADO-BUSQUEDA
               MOVE WS-CANT-CANDIDATOS TO WS-IND-CANDIDATO
             END-IF
           END-PERFORM
           IF NOT BCL-ELEGIDO
             DISPLAY 'EL NUMERO NO ESTA ENTRE LOS LISTADOS'
      * Se vuelve a pedir sobre la misma pantalla.
             SUBTRACT WS-CANT-CANDIDATOS FROM WS-CANT-LISTADOS
             PERFORM 320000-REPETIR-PANTALLA
           END-IF.


      * Reposiciona en el primer candidato de la pantalla en curso
      * para volver a listarla.
       320000-REPETIR-PANTALLA.
           MOVE TCA-NRO-CLIENTE(1) TO WS-ELECCION
           PERFORM 100000-POSICIONAR
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
                      OR NRO-CLIENTE-C = WS-ELECCION
             PERFORM 110000-LEER-CANDIDATO
           END-PERFORM.
