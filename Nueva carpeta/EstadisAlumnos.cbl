      *              Y LA DISTRIBUCION DE PROMEDIOS POR BANDA. ES EL
      *              RESUMEN QUE LOS DOCENTES PIDEN AL CIERRE DE CADA
      *              TRIMESTRE EN LUGAR DE PAGINAR ALUMNO POR ALUMNO.
      *              EL RANKING MUESTRA EL LEGAJO PARA DISTINGUIR A DOS
      *              ALUMNOS DEL MISMO NOMBRE. DADO UN CICLO LECTIVO Y
      *              UN GRADO, COMPARA LOS TRES TRIMESTRES DEL CURSO
      *              CON LAS NOTAS DE CALIFIC.DAT (CARGANOTAS): MEDIA Y
      *              DESAPROBADOS POR MATERIA Y TRIMESTRE Y LA MEDIA
      *              GENERAL DE CADA TRIMESTRE CON SU VARIACION.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS.

           SELECT CALIFIC            ASSIGN TO DISK '..\CALIFIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CALIFIC.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       FILE SECTION.
       FD ALUMNOS.
           COPY ALUMNOREC.

       FD CALIFIC.
           COPY CALIFREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CALIFIC==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       01 TABLA-ALUMNOS.
         05 WS-CANT-ALUMNOS            PIC 9(03) VALUE 0.
         05 TA-ENTRY OCCURS 100 TIMES.
           10 TA-LEGAJO                PIC 9(08).
           10 TA-NOMBRE                PIC X(20).
           10 TA-APELLIDO              PIC X(20).
           10 TA-NOTA OCCURS 10 TIMES  PIC 9(02).

       01 WS-TOPE-RANKING              PIC 9(03).

      * Notas trimestrales del curso elegido, por alumno, materia y
      * trimestre; vale el ultimo renglon grabado de cada una.
       01 TABLA-TRIMESTRES.
         05 WS-CANT-CURSO              PIC 9(03) VALUE 0.
         05 TTR-ENTRY OCCURS 100 TIMES.
           10 TTR-LEGAJO               PIC 9(08).
           10 TTR-MATERIA OCCURS 10 TIMES.
             15 TTR-TRIMESTRE OCCURS 3 TIMES.
               20 TTR-NOTA             PIC 9(02).
               20 TTR-HAY              PIC X(01).

       01 VARIABLES-TRIMESTRE.
         05 WS-CICLO-COMPARAR          PIC 9(04).
         05 WS-GRADO-COMPARAR          PIC 9(02).
         05 WS-IND-CURSO               PIC 9(03).
         05 WS-IND-CURSO-HALLADO       PIC 9(03).
         05 WS-IND-TRIM                PIC 9(01).

       01 ESTADISTICA-TRIMESTRE.
         05 ETR-TRIMESTRE OCCURS 3 TIMES.
           10 ETR-SUMA                 PIC 9(05).
           10 ETR-CANT                 PIC 9(03).
           10 ETR-DESAPROBADOS         PIC 9(03).
           10 ETR-SUMA-CURSO           PIC 9(06).
           10 ETR-CANT-CURSO           PIC 9(04).
           10 ETR-MEDIA                PIC 9(02)V99.
           10 ETR-MEDIA-ED             PIC Z9,99.
           10 ETR-MEDIA-CURSO          PIC 9(02)V99.
       01 WS-VARIACION                 PIC S9(02)V99.
       01 WS-VARIACION-ED              PIC --9,99.

       COPY WSHDR-WS.


               PERFORM UNTIL WSS-FS-ALUMNOS-EOF
                 IF WS-CANT-ALUMNOS < 100
                   ADD 1 TO WS-CANT-ALUMNOS
                   MOVE REG-LEGAJO TO TA-LEGAJO(WS-CANT-ALUMNOS)
                   MOVE REG-NOMBRE TO TA-NOMBRE(WS-CANT-ALUMNOS)
                   MOVE REG-APELLIDO TO TA-APELLIDO(WS-CANT-ALUMNOS)
                   PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
           PERFORM 220000-RANKEAR
           PERFORM 230000-MOSTRAR-TOP-10
           PERFORM 240000-ESTADISTICAS-MATERIA
           PERFORM 250000-DISTRIBUCION
           DISPLAY 'INGRESE EL CICLO LECTIVO PARA COMPARAR TRIMESTRES '
                   '(AAAA, 0 = NO COMPARAR): '
           ACCEPT WS-CICLO-COMPARAR
           IF WS-CICLO-COMPARAR NOT = 0
             DISPLAY 'INGRESE EL GRADO: '
             ACCEPT WS-GRADO-COMPARAR
             PERFORM 260000-CARGAR-TRIMESTRES
             PERFORM 270000-COMPARAR-TRIMESTRES
           END-IF.


       210000-CALCULAR-PROMEDIOS.
                     AND TA-PROMEDIO(WS-IND-ALUMNO)
                     = WSV-NUM(WS-IND-RANK)
               DISPLAY '  ' WS-IND-RANK ') '
                       TA-LEGAJO(WS-IND-ALUMNO) ' '
                       FUNCTION TRIM(TA-NOMBRE(WS-IND-ALUMNO)) ' '
                       FUNCTION TRIM(TA-APELLIDO(WS-IND-ALUMNO))
                       ' PROMEDIO ' TA-PROMEDIO(WS-IND-ALUMNO)
           DISPLAY '  8 A 10:    ' TB-CANT(5).


       260000-CARGAR-TRIMESTRES.
           MOVE 0 TO WS-CANT-CURSO
           OPEN INPUT CALIFIC
           IF WSS-FS-CALIFIC-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CALIFIC-OK
               DISPLAY 'ERROR DE ARCHIVO DE CALIFICACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
             ELSE
               PERFORM 261000-LEER-CALIFICACION
               PERFORM UNTIL WSS-FS-CALIFIC-EOF
                 IF CAL-CICLO = WS-CICLO-COMPARAR
                         AND CAL-GRADO = WS-GRADO-COMPARAR
                         AND CAL-ES-TRIMESTRE
                         AND CAL-MATERIA > 0
                         AND CAL-MATERIA NOT > WSC-CANT-MATERIAS
                   PERFORM 262000-GUARDAR-TRIMESTRE
                 END-IF
                 PERFORM 261000-LEER-CALIFICACION
               END-PERFORM
             END-IF
             CLOSE CALIFIC
           END-IF.


       261000-LEER-CALIFICACION.
           READ CALIFIC
           IF NOT WSS-FS-CALIFIC-OK AND NOT WSS-FS-CALIFIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
             MOVE '10' TO WSS-FS-CALIFIC
           END-IF.


       262000-GUARDAR-TRIMESTRE.
           MOVE 0 TO WS-IND-CURSO-HALLADO
           PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                     UNTIL WS-IND-CURSO > WS-CANT-CURSO
             IF TTR-LEGAJO(WS-IND-CURSO) = CAL-LEGAJO
               MOVE WS-IND-CURSO TO WS-IND-CURSO-HALLADO
               MOVE WS-CANT-CURSO TO WS-IND-CURSO
             END-IF
           END-PERFORM
           IF WS-IND-CURSO-HALLADO = 0
             IF WS-CANT-CURSO < 100
               ADD 1 TO WS-CANT-CURSO
               MOVE WS-CANT-CURSO TO WS-IND-CURSO-HALLADO
               INITIALIZE TTR-ENTRY(WS-IND-CURSO-HALLADO)
               MOVE CAL-LEGAJO TO TTR-LEGAJO(WS-IND-CURSO-HALLADO)
             END-IF
           END-IF
           IF WS-IND-CURSO-HALLADO NOT = 0
             MOVE CAL-INSTANCIA TO WS-IND-TRIM
             MOVE CAL-NOTA TO TTR-NOTA(WS-IND-CURSO-HALLADO
                                       CAL-MATERIA WS-IND-TRIM)
             MOVE 'S' TO TTR-HAY(WS-IND-CURSO-HALLADO
                                 CAL-MATERIA WS-IND-TRIM)
           END-IF.


       270000-COMPARAR-TRIMESTRES.
           DISPLAY '**************************************'
           DISPLAY 'COMPARACION DE TRIMESTRES - GRADO '
                   WS-GRADO-COMPARAR ' CICLO ' WS-CICLO-COMPARAR
           IF WS-CANT-CURSO = 0
             DISPLAY '  SIN NOTAS TRIMESTRALES CARGADAS'
           ELSE
             DISPLAY '  MATERIA       MEDIA (DESAPRUEBAN) POR TRIMESTRE'
             INITIALIZE ESTADISTICA-TRIMESTRE
             PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
                       UNTIL WS-IND-MATERIA > WSC-CANT-MATERIAS
               PERFORM 275000-COMPARAR-MATERIA
             END-PERFORM
             PERFORM VARYING WS-IND-TRIM FROM 1 BY 1
                       UNTIL WS-IND-TRIM > 3
               MOVE 0 TO ETR-MEDIA-CURSO(WS-IND-TRIM)
               IF ETR-CANT-CURSO(WS-IND-TRIM) > 0
                 COMPUTE ETR-MEDIA-CURSO(WS-IND-TRIM) ROUNDED =
                         ETR-SUMA-CURSO(WS-IND-TRIM)
                         / ETR-CANT-CURSO(WS-IND-TRIM)
               END-IF
               MOVE ETR-MEDIA-CURSO(WS-IND-TRIM)
                 TO ETR-MEDIA-ED(WS-IND-TRIM)
             END-PERFORM
             DISPLAY '  MEDIA DEL CURSO T1 ' ETR-MEDIA-ED(1)
                     '  T2 ' ETR-MEDIA-ED(2)
                     '  T3 ' ETR-MEDIA-ED(3)
             IF ETR-CANT-CURSO(1) > 0 AND ETR-CANT-CURSO(3) > 0
               COMPUTE WS-VARIACION =
                       ETR-MEDIA-CURSO(3) - ETR-MEDIA-CURSO(1)
               MOVE WS-VARIACION TO WS-VARIACION-ED
               DISPLAY '  VARIACION DEL PRIMER AL TERCER TRIMESTRE: '
                       WS-VARIACION-ED
             END-IF
           END-IF.


       275000-COMPARAR-MATERIA.
           PERFORM VARYING WS-IND-TRIM FROM 1 BY 1
                     UNTIL WS-IND-TRIM > 3
             MOVE 0 TO ETR-SUMA(WS-IND-TRIM)
             MOVE 0 TO ETR-CANT(WS-IND-TRIM)
             MOVE 0 TO ETR-DESAPROBADOS(WS-IND-TRIM)
             PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                       UNTIL WS-IND-CURSO > WS-CANT-CURSO
               IF TTR-HAY(WS-IND-CURSO WS-IND-MATERIA WS-IND-TRIM)
                       = 'S'
                 ADD TTR-NOTA(WS-IND-CURSO WS-IND-MATERIA
                              WS-IND-TRIM)
                   TO ETR-SUMA(WS-IND-TRIM)
                 ADD 1 TO ETR-CANT(WS-IND-TRIM)
                 IF TTR-NOTA(WS-IND-CURSO WS-IND-MATERIA
                             WS-IND-TRIM) < WSC-NOTA-APROBADO
                   ADD 1 TO ETR-DESAPROBADOS(WS-IND-TRIM)
                 END-IF
               END-IF
             END-PERFORM
             MOVE 0 TO ETR-MEDIA(WS-IND-TRIM)
             IF ETR-CANT(WS-IND-TRIM) > 0
               COMPUTE ETR-MEDIA(WS-IND-TRIM) ROUNDED =
                       ETR-SUMA(WS-IND-TRIM) / ETR-CANT(WS-IND-TRIM)
             END-IF
             MOVE ETR-MEDIA(WS-IND-TRIM) TO ETR-MEDIA-ED(WS-IND-TRIM)
             ADD ETR-SUMA(WS-IND-TRIM) TO ETR-SUMA-CURSO(WS-IND-TRIM)
             ADD ETR-CANT(WS-IND-TRIM) TO ETR-CANT-CURSO(WS-IND-TRIM)
           END-PERFORM
           DISPLAY '  ' TM-NOMBRE(WS-IND-MATERIA)
                   ' T1 ' ETR-MEDIA-ED(1) ' (' ETR-DESAPROBADOS(1) ')'
                   ' T2 ' ETR-MEDIA-ED(2) ' (' ETR-DESAPROBADOS(2) ')'
                   ' T3 ' ETR-MEDIA-ED(3) ' (' ETR-DESAPROBADOS(3) ')'.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
