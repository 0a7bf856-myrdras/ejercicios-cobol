      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida que resuelve la situacion final
      *              de una materia a partir de sus notas de CALIFIC.DAT
      *              (tres trimestres, final y recuperatorio), para que
      *              CARGANOTAS, BOLETINALUMNOS y ESTADISALUMNOS
      *              apliquen la misma regla: con los tres trimestres
      *              cargados y promedio de 6 o mas la materia se
      *              aprueba en la cursada; si no, va a examen final, y
      *              desaprobado el final, al recuperatorio. La nota
      *              definitiva es la de la instancia que cerro la
      *              materia; mientras falte un trimestre queda en
      *              curso con definitiva en cero.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADOMATERIA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 CONSTANTES.
         05 WSC-NOTA-APROBADO          PIC 9(02) VALUE 6.

       01 WS-IND-TRIM                  PIC 9(01).
       01 WS-CANT-TRIM                 PIC 9(01).
       01 WS-SUMA-TRIM                 PIC 9(03).

       LINKAGE SECTION.

       01 LK-MATERIA.
           COPY CALIFEST.


       PROCEDURE DIVISION USING LK-MATERIA.

       000000-CONTROL.
           MOVE 0 TO WS-CANT-TRIM
           MOVE 0 TO WS-SUMA-TRIM
           MOVE 0 TO CLE-PROMEDIO
           MOVE 0 TO CLE-NOTA-DEFINITIVA
           PERFORM VARYING WS-IND-TRIM FROM 1 BY 1
                     UNTIL WS-IND-TRIM > 3
             IF CLE-HAY-TRIM(WS-IND-TRIM) = 'S'
               ADD 1 TO WS-CANT-TRIM
               ADD CLE-NOTA-TRIM(WS-IND-TRIM) TO WS-SUMA-TRIM
             END-IF
           END-PERFORM
           IF WS-CANT-TRIM > 0
             COMPUTE CLE-PROMEDIO ROUNDED =
                     WS-SUMA-TRIM / WS-CANT-TRIM
           END-IF
           EVALUATE TRUE
             WHEN WS-CANT-TRIM < 3
               MOVE 'C' TO CLE-ESTADO
               MOVE 'EN CURSO' TO CLE-ESTADO-TEXTO
             WHEN CLE-PROMEDIO NOT < WSC-NOTA-APROBADO
               MOVE 'A' TO CLE-ESTADO
               MOVE 'APROBADA' TO CLE-ESTADO-TEXTO
               COMPUTE CLE-NOTA-DEFINITIVA ROUNDED = CLE-PROMEDIO
             WHEN CLE-HAY-FINAL NOT = 'S'
      * El promedio truncado: redondeado, un 5,50 figuraria como 6
      * y la materia pasaria por aprobada en ALUMNOS.DAT.
               MOVE 'E' TO CLE-ESTADO
               MOVE 'DEBE FINAL' TO CLE-ESTADO-TEXTO
               MOVE CLE-PROMEDIO TO CLE-NOTA-DEFINITIVA
             WHEN CLE-NOTA-FINAL NOT < WSC-NOTA-APROBADO
               MOVE 'F' TO CLE-ESTADO
               MOVE 'APROB. FINAL' TO CLE-ESTADO-TEXTO
               MOVE CLE-NOTA-FINAL TO CLE-NOTA-DEFINITIVA
             WHEN CLE-HAY-RECUP NOT = 'S'
               MOVE 'P' TO CLE-ESTADO
               MOVE 'DEBE RECUP.' TO CLE-ESTADO-TEXTO
               MOVE CLE-NOTA-FINAL TO CLE-NOTA-DEFINITIVA
             WHEN CLE-NOTA-RECUP NOT < WSC-NOTA-APROBADO
               MOVE 'R' TO CLE-ESTADO
               MOVE 'APROB. RECUP.' TO CLE-ESTADO-TEXTO
               MOVE CLE-NOTA-RECUP TO CLE-NOTA-DEFINITIVA
             WHEN OTHER
               MOVE 'D' TO CLE-ESTADO
               MOVE 'DESAPROBADA' TO CLE-ESTADO-TEXTO
               MOVE CLE-NOTA-RECUP TO CLE-NOTA-DEFINITIVA
           END-EVALUATE
           GOBACK.
