      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de paquetes de servicios: dado
      *              un codigo de paquete (CAT-TIPO 'C' de SERVCAT.DAT),
      *              una cuenta y un periodo AAAAMM, arma la lista de
      *              componentes segun PAQUETES.DAT, valoriza cada uno
      *              a su precio vigente (PRECIOVIGENTE, o el
      *              CAT-PRECIO del catalogo si no tiene precios
      *              fechados) por la cantidad que trae el paquete,
      *              aplica el descuento del paquete a la suma y
      *              reparte el precio resultante entre los
      *              componentes en proporcion a su precio suelto.
      *              LK-RESULTADO queda en 'S' si pudo valorizar, 'N'
      *              si el codigo no es un paquete o no tiene
      *              componentes y 'P' si algun componente no esta en
      *              el catalogo. Los archivos se releen en cada
      *              llamada, como en PRECIOVIGENTE, para que un alta
      *              del catalogo se vea sin salir del programa.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECIOPAQUETE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAQUETES           ASSIGN TO DISK '..\PAQUETES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAQUETES.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

       DATA DIVISION.

       FILE SECTION.
       FD PAQUETES.
           COPY PAQUEREC.

       FD SERVCAT.
           COPY CATSERV.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==PAQUETES==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.

       01 WS-ES-PAQUETE                PIC X(01).
           88 WS-CODIGO-ES-PAQUETE                      VALUE 'S'.

       01 TABLA-PRECIOS.
         05 TPR-ENTRY OCCURS 20 TIMES.
           10 TPR-PRECIO-CATALOGO      PIC S9(05)V99.
           10 TPR-EN-CATALOGO          PIC X(01).

       01 WS-IND-COMP                  PIC 9(02).
       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).
       01 WS-ACUMULADO                 PIC S9(09)V99.

       LINKAGE SECTION.

       01 LK-CODIGO                    PIC X(03).

       01 LK-NUMCUENTA                 PIC 9(08).

       01 LK-PERIODO                   PIC X(06).

       01 LK-PAQUETE.
           COPY PAQCALC.

       01 LK-RESULTADO                 PIC X(01).


       PROCEDURE DIVISION USING LK-CODIGO
                                LK-NUMCUENTA
                                LK-PERIODO
                                LK-PAQUETE
                                LK-RESULTADO.

       000000-CONTROL.
           INITIALIZE SWITCHES
           INITIALIZE LK-PAQUETE
           INITIALIZE TABLA-PRECIOS
           MOVE 'N' TO LK-RESULTADO
           MOVE 'N' TO WS-ES-PAQUETE
           PERFORM 100000-CARGAR-COMPONENTES
           IF PQC-CANT-COMP NOT = 0
             PERFORM 200000-BUSCAR-EN-CATALOGO
           END-IF
           IF PQC-CANT-COMP NOT = 0 AND WS-CODIGO-ES-PAQUETE
             MOVE 'S' TO LK-RESULTADO
             PERFORM 300000-VALORIZAR
             IF LK-RESULTADO = 'S'
               PERFORM 400000-REPARTIR
             END-IF
           END-IF
           GOBACK.


       100000-CARGAR-COMPONENTES.
           OPEN INPUT PAQUETES
           IF WSS-FS-PAQUETES-OK
             PERFORM 110000-LEER-PAQUETE
             PERFORM UNTIL WSS-FS-PAQUETES-EOF
               IF PAQ-CODIGO = LK-CODIGO AND PQC-CANT-COMP < 20
                 ADD 1 TO PQC-CANT-COMP
                 MOVE PAQ-COMPONENTE
                   TO PQC-COMP-CODIGO(PQC-CANT-COMP)
                 IF PAQ-CANTIDAD IS NOT NUMERIC OR PAQ-CANTIDAD = 0
                   MOVE 1 TO PAQ-CANTIDAD
                 END-IF
                 MOVE PAQ-CANTIDAD
                   TO PQC-COMP-CANTIDAD(PQC-CANT-COMP)
               END-IF
               PERFORM 110000-LEER-PAQUETE
             END-PERFORM
             CLOSE PAQUETES
           END-IF.


       110000-LEER-PAQUETE.
           READ PAQUETES
           IF NOT WSS-FS-PAQUETES-OK AND NOT WSS-FS-PAQUETES-EOF
             MOVE '10' TO WSS-FS-PAQUETES
           END-IF.


       200000-BUSCAR-EN-CATALOGO.
      * Una sola pasada por el catalogo toma el descuento del paquete
      * y el precio de lista y el tipo de cada componente.
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 210000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = LK-CODIGO AND CAT-ES-PAQUETE
                 MOVE 'S' TO WS-ES-PAQUETE
                 IF CAT-DESC-PAQUETE IS NUMERIC
                   MOVE CAT-DESC-PAQUETE TO PQC-DESCUENTO
                 END-IF
               END-IF
               PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                         UNTIL WS-IND-COMP > PQC-CANT-COMP
                 IF CAT-CODIGO = PQC-COMP-CODIGO(WS-IND-COMP)
                   MOVE CAT-PRECIO
                     TO TPR-PRECIO-CATALOGO(WS-IND-COMP)
                   MOVE CAT-TIPO TO PQC-COMP-TIPO(WS-IND-COMP)
                   MOVE 'S' TO TPR-EN-CATALOGO(WS-IND-COMP)
                 END-IF
               END-PERFORM
               PERFORM 210000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       210000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       300000-VALORIZAR.
           MOVE 0 TO PQC-PRECIO-LISTA
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                     UNTIL WS-IND-COMP > PQC-CANT-COMP
             CALL 'PRECIOVIGENTE' USING PQC-COMP-CODIGO(WS-IND-COMP)
                                        LK-NUMCUENTA
                                        LK-PERIODO
                                        WS-PRECIO-VIGENTE
                                        WS-PRECIO-HALLADO
             END-CALL
             IF WS-PRECIO-HALLADO NOT = 'S'
               IF TPR-EN-CATALOGO(WS-IND-COMP) = 'S'
                 MOVE TPR-PRECIO-CATALOGO(WS-IND-COMP)
                   TO WS-PRECIO-VIGENTE
               ELSE
                 MOVE 0 TO WS-PRECIO-VIGENTE
                 MOVE 'P' TO LK-RESULTADO
               END-IF
             END-IF
             COMPUTE PQC-COMP-LISTA(WS-IND-COMP) =
                     WS-PRECIO-VIGENTE * PQC-COMP-CANTIDAD(WS-IND-COMP)
             ADD PQC-COMP-LISTA(WS-IND-COMP) TO PQC-PRECIO-LISTA
           END-PERFORM
           COMPUTE PQC-PRECIO-PAQUETE ROUNDED =
                   PQC-PRECIO-LISTA * (100 - PQC-DESCUENTO) / 100.


       400000-REPARTIR.
      * Cada componente se lleva la parte del precio del paquete
      * proporcional a su precio suelto; el ultimo toma la diferencia
      * para que la suma cierre exacta con el precio del paquete.
           MOVE 0 TO WS-ACUMULADO
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                     UNTIL WS-IND-COMP > PQC-CANT-COMP
             IF WS-IND-COMP = PQC-CANT-COMP
               COMPUTE PQC-COMP-IMPORTE(WS-IND-COMP) =
                       PQC-PRECIO-PAQUETE - WS-ACUMULADO
             ELSE
               IF PQC-PRECIO-LISTA = 0
                 MOVE 0 TO PQC-COMP-IMPORTE(WS-IND-COMP)
               ELSE
                 COMPUTE PQC-COMP-IMPORTE(WS-IND-COMP) ROUNDED =
                         PQC-COMP-LISTA(WS-IND-COMP)
                         * PQC-PRECIO-PAQUETE / PQC-PRECIO-LISTA
               END-IF
               ADD PQC-COMP-IMPORTE(WS-IND-COMP) TO WS-ACUMULADO
             END-IF
           END-PERFORM.
