      *              Centralizar la asignacion evita que dos programas
      *              deriven "el que sigue" rescaneando un archivo y se
      *              pisen la numeracion. Una serie inexistente arranca
      *              en 1 y queda dada de alta. Cada empresa del grupo
      *              tiene su propia serie de los documentos que llevan
      *              la empresa en su registro: facturas (FAC, serie
      *              fiscal) y cotizaciones (COT). La rutina las numera
      *              en la de la corrida (variable de entorno EMPRESA,
      *              '01' si no esta). La serie COT fue comun al grupo:
      *              la de una empresa que todavia no la tiene arranca
      *              en el ultimo numero de la '01', para no repetir
      *              numeros ya emitidos. Las demas series son la clave
      *              de registros de archivos comunes al grupo (recibos
      *              PAG, que son PAG-ENTRYID de PAGOS.DAT, sesiones,
      *              lotes, convenios, reclamos...) y siguen siendo
      *              unicas, bajo la '01'. Un registro sin empresa es
      *              de la '01'.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REG-NUMERADOR.
         05 NUM-SERIE                  PIC X(03).
         05 NUM-ULTIMO                 PIC 9(08).
         05 NUM-EMPRESA                PIC X(02).

       WORKING-STORAGE SECTION.

       01 TABLA-SERIES.
         05 WS-CANT-SERIES             PIC 9(03) VALUE 0.
         05 TS-ENTRY OCCURS 100 TIMES.
           10 TS-EMPRESA               PIC X(02).
           10 TS-SERIE                 PIC X(03).
           10 TS-ULTIMO                PIC 9(08).

       01 WS-IND-SERIE                 PIC 9(03).
       01 WS-IND-HALLADO               PIC 9(03).

       01 WS-EMPRESA                   PIC X(02).

       01 WS-SERIE                     PIC X(03).
           88 WS-SERIE-POR-EMPRESA                      VALUE 'FAC'
                                                              'COT'.
           88 WS-SERIE-ANTES-COMUN                      VALUE 'COT'.

       LINKAGE SECTION.

       01 LK-SERIE                     PIC X(03).

       000000-CONTROL.
           INITIALIZE SWITCHES
           MOVE LK-SERIE TO WS-SERIE
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA"
           IF WS-EMPRESA = SPACES OR NOT WS-SERIE-POR-EMPRESA
             MOVE '01' TO WS-EMPRESA
           END-IF
           PERFORM 100000-CARGAR-SERIES
           PERFORM 200000-ASIGNAR-NUMERO
           PERFORM 300000-REGRABAR-SERIES
               PERFORM UNTIL WSS-FS-NUMERADOR-EOF
                 IF WS-CANT-SERIES < 100
                   ADD 1 TO WS-CANT-SERIES
                   IF NUM-EMPRESA = SPACES
                     MOVE '01' TO NUM-EMPRESA
                   END-IF
                   MOVE NUM-EMPRESA TO TS-EMPRESA(WS-CANT-SERIES)
                   MOVE NUM-SERIE TO TS-SERIE(WS-CANT-SERIES)
                   MOVE NUM-ULTIMO TO TS-ULTIMO(WS-CANT-SERIES)
                 END-IF
           PERFORM VARYING WS-IND-SERIE FROM 1 BY 1
                     UNTIL WS-IND-SERIE > WS-CANT-SERIES
             IF TS-SERIE(WS-IND-SERIE) = LK-SERIE
                     AND TS-EMPRESA(WS-IND-SERIE) = WS-EMPRESA
               MOVE WS-IND-SERIE TO WS-IND-HALLADO
               MOVE WS-CANT-SERIES TO WS-IND-SERIE
             END-IF
           IF WS-IND-HALLADO = 0
             ADD 1 TO WS-CANT-SERIES
             MOVE WS-CANT-SERIES TO WS-IND-HALLADO
             MOVE WS-EMPRESA TO TS-EMPRESA(WS-IND-HALLADO)
             MOVE LK-SERIE TO TS-SERIE(WS-IND-HALLADO)
             MOVE 0 TO TS-ULTIMO(WS-IND-HALLADO)
             IF WS-SERIE-ANTES-COMUN AND WS-EMPRESA NOT = '01'
               PERFORM 210000-ARRANCAR-DE-LA-COMUN
             END-IF
           END-IF
           ADD 1 TO TS-ULTIMO(WS-IND-HALLADO)
           MOVE TS-ULTIMO(WS-IND-HALLADO) TO LK-NUMERO.


       210000-ARRANCAR-DE-LA-COMUN.
           PERFORM VARYING WS-IND-SERIE FROM 1 BY 1
                     UNTIL WS-IND-SERIE > WS-CANT-SERIES
             IF TS-SERIE(WS-IND-SERIE) = LK-SERIE
                     AND TS-EMPRESA(WS-IND-SERIE) = '01'
               MOVE TS-ULTIMO(WS-IND-SERIE)
                 TO TS-ULTIMO(WS-IND-HALLADO)
               MOVE WS-CANT-SERIES TO WS-IND-SERIE
             END-IF
           END-PERFORM.


       300000-REGRABAR-SERIES.
           OPEN OUTPUT NUMERADOR
           IF NOT WSS-FS-NUMERADOR-OK
                       UNTIL WS-IND-SERIE > WS-CANT-SERIES
               MOVE TS-SERIE(WS-IND-SERIE) TO NUM-SERIE
               MOVE TS-ULTIMO(WS-IND-SERIE) TO NUM-ULTIMO
               MOVE TS-EMPRESA(WS-IND-SERIE) TO NUM-EMPRESA
               WRITE REG-NUMERADOR
             END-PERFORM
             CLOSE NUMERADOR
