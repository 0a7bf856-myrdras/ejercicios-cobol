      *              APROBADO/DESAPROBADO, MAS EL PROMEDIO GENERAL),
      *              AL ESTILO DEL CORTE.REP DE CORTECONTROL, PARA
      *              ENTREGAR LA HOJA EN LUGAR DE LEER LA PANTALLA.
      *              LA ASISTENCIA DE ASISTEN.DAT SE ATRIBUYE POR EL
      *              LEGAJO DEL ALUMNO. CON UN CICLO LECTIVO CARGADO EN
      *              CALIFIC.DAT (CARGANOTAS) CADA MATERIA MUESTRA LOS
      *              TRES TRIMESTRES, SU PROMEDIO, EL FINAL Y EL
      *              RECUPERATORIO Y LA SITUACION FINAL (RUTINA
      *              ESTADOMATERIA); EL ALUMNO SIN NOTAS EN EL CICLO
      *              SALE CON LA NOTA UNICA DE ALUMNOS.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN.

           SELECT CALIFIC            ASSIGN TO DISK '..\CALIFIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CALIFIC.

           SELECT REPORTE            ASSIGN TO DISK '..\BOLETIN.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

       FILE SECTION.
       FD ALUMNOS.
           COPY ALUMNOREC.

       FD ASISTEN.
           COPY ASISTREC.

       FD CALIFIC.
           COPY CALIFREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).
       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ASISTEN==.
           COPY WSFS REPLACING ==:TAG:== BY ==CALIFIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 TABLA-ASISTENCIA.
         05 WS-CANT-ASISTEN            PIC 9(04) VALUE 0.
         05 TAS-ENTRY OCCURS 400 TIMES.
           10 TAS-LEGAJO               PIC 9(08).
           10 TAS-PRESENTES            PIC 9(04).
           10 TAS-AUSENTES             PIC 9(04).
           10 TAS-TARDES               PIC 9(04).
       01 WS-TOTAL-DIAS                PIC 9(04).
       01 WS-PORC-AUSENTE              PIC 9(03)V99.

      * Notas del ciclo de CALIFIC.DAT por alumno: por materia,
      * posiciones 1 a 3 los trimestres, 4 el final y 5 el
      * recuperatorio; vale el ultimo renglon grabado de cada una.
       01 TABLA-CALIFICACIONES.
         05 WS-CANT-CALIFIC            PIC 9(03) VALUE 0.
         05 TCB-ENTRY OCCURS 400 TIMES.
           10 TCB-LEGAJO               PIC 9(08).
           10 TCB-MATERIA OCCURS 10 TIMES.
             15 TCB-INSTANCIA OCCURS 5 TIMES.
               20 TCB-NOTA             PIC 9(02).
               20 TCB-HAY              PIC X(01).

       01 WS-IND-CALIFIC               PIC 9(03).
       01 WS-IND-CALIFIC-HALLADO       PIC 9(03).
       01 WS-IND-INSTANCIA             PIC 9(01).

       01 WS-CICLO-BOLETIN             PIC 9(04).

       01 WS-MATERIA.
           COPY CALIFEST.

       01 WS-NOTAS-IMPRESION.
         05 WS-NOTA-IMP OCCURS 5 TIMES PIC X(02).
       01 WS-PROMEDIO-ED               PIC Z9,99.
       01 WS-CANT-CERRADAS             PIC 9(02).
       01 WS-CANT-PENDIENTES           PIC 9(02).

       01 TABLA-NOTAS.
         05 TN-ENTRY OCCURS 10 TIMES.
           10 TN-MATERIA               PIC X(13).
             PERFORM 300000-FINAL
           END-IF
           PERFORM 120000-CARGAR-ASISTENCIA
           DISPLAY 'INGRESE EL CICLO LECTIVO DEL BOLETIN (AAAA, '
                   '0 = SOLO NOTA UNICA): '
           ACCEPT WS-CICLO-BOLETIN
           IF WS-CICLO-BOLETIN NOT = 0
             PERFORM 125000-CARGAR-CALIFICACIONES
           END-IF
           PERFORM 130000-PRIMER-LECTURA.


           MOVE 0 TO WS-IND-ASISTEN-HALLADO
           PERFORM VARYING WS-IND-ASISTEN FROM 1 BY 1
                     UNTIL WS-IND-ASISTEN > WS-CANT-ASISTEN
             IF TAS-LEGAJO(WS-IND-ASISTEN) = ASI-LEGAJO
               MOVE WS-IND-ASISTEN TO WS-IND-ASISTEN-HALLADO
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN
             END-IF
             IF WS-CANT-ASISTEN < 400
               ADD 1 TO WS-CANT-ASISTEN
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN-HALLADO
               MOVE ASI-LEGAJO
                 TO TAS-LEGAJO(WS-IND-ASISTEN-HALLADO)
               MOVE 0 TO TAS-PRESENTES(WS-IND-ASISTEN-HALLADO)
               MOVE 0 TO TAS-AUSENTES(WS-IND-ASISTEN-HALLADO)
               MOVE 0 TO TAS-TARDES(WS-IND-ASISTEN-HALLADO)
           END-IF.


       125000-CARGAR-CALIFICACIONES.
           MOVE 0 TO WS-CANT-CALIFIC
           OPEN INPUT CALIFIC
           IF WSS-FS-CALIFIC-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CALIFIC-OK
               PERFORM 126000-LEER-CALIFICACION
               PERFORM UNTIL WSS-FS-CALIFIC-EOF
                 IF CAL-CICLO = WS-CICLO-BOLETIN
                         AND CAL-MATERIA > 0
                         AND CAL-MATERIA NOT > WSC-CANT-MATERIAS
                   PERFORM 127000-GUARDAR-CALIFICACION
                 END-IF
                 PERFORM 126000-LEER-CALIFICACION
               END-PERFORM
             END-IF
             CLOSE CALIFIC
           END-IF.


       126000-LEER-CALIFICACION.
           READ CALIFIC
           IF NOT WSS-FS-CALIFIC-OK AND NOT WSS-FS-CALIFIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
             MOVE '10' TO WSS-FS-CALIFIC
           END-IF.


       127000-GUARDAR-CALIFICACION.
           MOVE 0 TO WS-IND-CALIFIC-HALLADO
           PERFORM VARYING WS-IND-CALIFIC FROM 1 BY 1
                     UNTIL WS-IND-CALIFIC > WS-CANT-CALIFIC
             IF TCB-LEGAJO(WS-IND-CALIFIC) = CAL-LEGAJO
               MOVE WS-IND-CALIFIC TO WS-IND-CALIFIC-HALLADO
               MOVE WS-CANT-CALIFIC TO WS-IND-CALIFIC
             END-IF
           END-PERFORM
           IF WS-IND-CALIFIC-HALLADO = 0
             IF WS-CANT-CALIFIC < 400
               ADD 1 TO WS-CANT-CALIFIC
               MOVE WS-CANT-CALIFIC TO WS-IND-CALIFIC-HALLADO
               INITIALIZE TCB-ENTRY(WS-IND-CALIFIC-HALLADO)
               MOVE CAL-LEGAJO TO TCB-LEGAJO(WS-IND-CALIFIC-HALLADO)
             END-IF
           END-IF
           IF WS-IND-CALIFIC-HALLADO NOT = 0
             EVALUATE TRUE
               WHEN CAL-ES-FINAL
                 MOVE 4 TO WS-IND-INSTANCIA
               WHEN CAL-ES-RECUPERATORIO
                 MOVE 5 TO WS-IND-INSTANCIA
               WHEN OTHER
                 MOVE CAL-INSTANCIA TO WS-IND-INSTANCIA
             END-EVALUATE
             MOVE CAL-NOTA TO TCB-NOTA(WS-IND-CALIFIC-HALLADO
                                       CAL-MATERIA WS-IND-INSTANCIA)
             MOVE 'S' TO TCB-HAY(WS-IND-CALIFIC-HALLADO
                                 CAL-MATERIA WS-IND-INSTANCIA)
           END-IF.


       130000-PRIMER-LECTURA.
           PERFORM 131000-LEER-ALUMNO
           IF WSS-FS-ALUMNOS-EOF
           STRING 'BOLETIN DE CALIFICACIONES - '
                  FUNCTION TRIM(REG-NOMBRE) ' '
                  FUNCTION TRIM(REG-APELLIDO)
                  ' - LEGAJO ' REG-LEGAJO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 0 TO WS-IND-CALIFIC-HALLADO
           PERFORM VARYING WS-IND-CALIFIC FROM 1 BY 1
                     UNTIL WS-IND-CALIFIC > WS-CANT-CALIFIC
             IF TCB-LEGAJO(WS-IND-CALIFIC) = REG-LEGAJO
               MOVE WS-IND-CALIFIC TO WS-IND-CALIFIC-HALLADO
               MOVE WS-CANT-CALIFIC TO WS-IND-CALIFIC
             END-IF
           END-PERFORM
           IF WS-IND-CALIFIC-HALLADO = 0
             PERFORM 222000-IMPRIMIR-NOTA-UNICA
           ELSE
             PERFORM 225000-IMPRIMIR-TRIMESTRES
           END-IF
           PERFORM 230000-IMPRIMIR-ASISTENCIA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       222000-IMPRIMIR-NOTA-UNICA.
           MOVE 0 TO WS-SUMA-NOTAS
           PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
                     UNTIL WS-IND-MATERIA > WSC-CANT-MATERIAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  PROMEDIO GENERAL: ' WS-PROMEDIO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       225000-IMPRIMIR-TRIMESTRES.
      * El promedio general es el de las notas definitivas de las
      * materias ya cerradas; las que estan en curso no cuentan.
           MOVE 0 TO WS-SUMA-NOTAS
           MOVE 0 TO WS-CANT-CERRADAS
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  CICLO LECTIVO ' WS-CICLO-BOLETIN
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
                     UNTIL WS-IND-MATERIA > WSC-CANT-MATERIAS
             PERFORM 226000-RESOLVER-MATERIA
             IF NOT CLE-EN-CURSO
               ADD 1 TO WS-CANT-CERRADAS
               ADD CLE-NOTA-DEFINITIVA TO WS-SUMA-NOTAS
             END-IF
             IF CLE-DEBE-FINAL OR CLE-DEBE-RECUP OR CLE-DESAPROBADA
               ADD 1 TO WS-CANT-PENDIENTES
             END-IF
             MOVE CLE-PROMEDIO TO WS-PROMEDIO-ED
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ' TN-MATERIA(WS-IND-MATERIA)
                    ' T1 ' WS-NOTA-IMP(1)
                    ' T2 ' WS-NOTA-IMP(2)
                    ' T3 ' WS-NOTA-IMP(3)
                    ' PROM ' WS-PROMEDIO-ED
                    ' FIN ' WS-NOTA-IMP(4)
                    ' REC ' WS-NOTA-IMP(5)
                    ' ' CLE-ESTADO-TEXTO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-CANT-CERRADAS = 0
             MOVE '  PROMEDIO GENERAL: MATERIAS EN CURSO'
               TO WS-LINEA-REPORTE
           ELSE
             COMPUTE WS-PROMEDIO ROUNDED =
                     WS-SUMA-NOTAS / WS-CANT-CERRADAS
             MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
             STRING '  PROMEDIO GENERAL: ' WS-PROMEDIO-ED
                    ' (' WS-CANT-CERRADAS ' MATERIAS CERRADAS)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 250000-ESCRIBIR-LINEA
           IF WS-CANT-PENDIENTES NOT = 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  MATERIAS ADEUDADAS: ' WS-CANT-PENDIENTES
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF.


       226000-RESOLVER-MATERIA.
           PERFORM VARYING WS-IND-INSTANCIA FROM 1 BY 1
                     UNTIL WS-IND-INSTANCIA > 5
             IF TCB-HAY(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA
                        WS-IND-INSTANCIA) = 'S'
               MOVE TCB-NOTA(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA
                             WS-IND-INSTANCIA)
                 TO WS-NOTA-IMP(WS-IND-INSTANCIA)
             ELSE
               MOVE '--' TO WS-NOTA-IMP(WS-IND-INSTANCIA)
             END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-INSTANCIA FROM 1 BY 1
                     UNTIL WS-IND-INSTANCIA > 3
             MOVE TCB-NOTA(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA
                           WS-IND-INSTANCIA)
               TO CLE-NOTA-TRIM(WS-IND-INSTANCIA)
             MOVE TCB-HAY(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA
                          WS-IND-INSTANCIA)
               TO CLE-HAY-TRIM(WS-IND-INSTANCIA)
           END-PERFORM
           MOVE TCB-NOTA(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA 4)
             TO CLE-NOTA-FINAL
           MOVE TCB-HAY(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA 4)
             TO CLE-HAY-FINAL
           MOVE TCB-NOTA(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA 5)
             TO CLE-NOTA-RECUP
           MOVE TCB-HAY(WS-IND-CALIFIC-HALLADO WS-IND-MATERIA 5)
             TO CLE-HAY-RECUP
           CALL 'ESTADOMATERIA' USING WS-MATERIA
           END-CALL.


       230000-IMPRIMIR-ASISTENCIA.
           MOVE 0 TO WS-IND-ASISTEN-HALLADO
           PERFORM VARYING WS-IND-ASISTEN FROM 1 BY 1
                     UNTIL WS-IND-ASISTEN > WS-CANT-ASISTEN
             IF TAS-LEGAJO(WS-IND-ASISTEN) = REG-LEGAJO
               MOVE WS-IND-ASISTEN TO WS-IND-ASISTEN-HALLADO
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN
             END-IF
