      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina ESTADOMATERIA.
      *              Se trae con COPY CALIFEST. bajo un nivel 01 propio
      *              (WS-MATERIA en quien llama, LK-MATERIA en la
      *              rutina). Quien llama carga las notas de una
      *              materia (cada una con su marca de cargada, 'S') y
      *              la rutina devuelve el promedio de los trimestres
      *              cargados, la nota definitiva y la situacion final
      *              de la materia: con los tres trimestres y promedio
      *              de 6 o mas se aprueba; si no, rinde el final y,
      *              desaprobado el final, el recuperatorio.
      *****************************************************************
         05 CLE-TRIMESTRE OCCURS 3 TIMES.
           10 CLE-NOTA-TRIM            PIC 9(02).
           10 CLE-HAY-TRIM             PIC X(01).
         05 CLE-NOTA-FINAL             PIC 9(02).
         05 CLE-HAY-FINAL              PIC X(01).
         05 CLE-NOTA-RECUP             PIC 9(02).
         05 CLE-HAY-RECUP              PIC X(01).
         05 CLE-PROMEDIO               PIC 9(02)V99.
         05 CLE-NOTA-DEFINITIVA        PIC 9(02).
         05 CLE-ESTADO                 PIC X(01).
             88 CLE-EN-CURSO                           VALUE 'C'.
             88 CLE-APROBADA                           VALUE 'A'
                                                             'F'
                                                             'R'.
             88 CLE-APROBADA-CURSADA                   VALUE 'A'.
             88 CLE-APROBADA-FINAL                     VALUE 'F'.
             88 CLE-APROBADA-RECUP                     VALUE 'R'.
             88 CLE-DEBE-FINAL                         VALUE 'E'.
             88 CLE-DEBE-RECUP                         VALUE 'P'.
             88 CLE-DESAPROBADA                        VALUE 'D'.
         05 CLE-ESTADO-TEXTO           PIC X(14).
