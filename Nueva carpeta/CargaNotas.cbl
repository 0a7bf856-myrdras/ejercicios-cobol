      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CARGA DE NOTAS POR MATERIA PARA TODO UN GRADO, COMO
      *              LAS ENTREGA EL DOCENTE: SE ELIGE CICLO LECTIVO,
      *              GRADO, MATERIA E INSTANCIA (TRIMESTRE 1, 2 O 3,
      *              EXAMEN FINAL O RECUPERATORIO) Y SE RECORREN LOS
      *              ALUMNOS ACTIVOS DEL GRADO EN ALUMCTA.DAT. CADA NOTA
      *              SE AGREGA A CALIFIC.DAT, QUE GUARDA LA HISTORIA
      *              COMPLETA (UNA CORRECCION ES UN RENGLON NUEVO). AL
      *              FINAL DE LOS TRIMESTRES SOLO RINDEN FINAL LOS QUE
      *              NO PROMEDIARON 6 Y RECUPERATORIO LOS QUE
      *              DESAPROBARON EL FINAL (RUTINA ESTADOMATERIA). LA
      *              NOTA DEFINITIVA DE CADA MATERIA CERRADA SE
      *              ACTUALIZA EN ALUMNOS.DAT, QUE QUEDA COMO RESUMEN
      *              PARA INSCRIPCIONANUAL Y PROG-03-01-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CARGANOTAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMCTA            ASSIGN TO DISK '..\ALUMCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMCTA.

           SELECT ALUMNOS            ASSIGN TO DISK '..\ALUMNOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS.

           SELECT CALIFIC            ASSIGN TO DISK '..\CALIFIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CALIFIC.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD ALUMCTA.
           COPY ALUMCTAREC.

       FD ALUMNOS.
           COPY ALUMNOREC.

       FD CALIFIC.
           COPY CALIFREC.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMCTA==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CALIFIC==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       01 CONSTANTES.
         05 WSC-CANT-MATERIAS          PIC 9(02) VALUE 10.
      * Nota que el docente ingresa para saltear a un alumno sin
      * grabarle nada (el cero es ausente al examen).
         05 WSC-SIN-NOTA               PIC 9(02) VALUE 99.

       01 TABLA-MATERIAS.
         05 FILLER                     PIC X(13) VALUE 'MATEMATICA'.
         05 FILLER                     PIC X(13) VALUE 'PROGRAMACION'.
         05 FILLER                     PIC X(13) VALUE 'INGLES'.
         05 FILLER                     PIC X(13) VALUE 'METODOLOGIA'.
         05 FILLER                     PIC X(13) VALUE 'LITERATURA'.
         05 FILLER                     PIC X(13) VALUE 'FISICA'.
         05 FILLER                     PIC X(13) VALUE 'QUIMICA'.
         05 FILLER                     PIC X(13) VALUE 'CONTABILIDAD'.
         05 FILLER                     PIC X(13) VALUE 'HISTORIA'.
         05 FILLER                     PIC X(13) VALUE 'BIOLOGIA'.
       01 TABLA-MATERIAS-R REDEFINES TABLA-MATERIAS.
         05 TM-NOMBRE OCCURS 10 TIMES  PIC X(13).

      * Alumnos del grado con sus notas de la materia elegida en el
      * ciclo: posiciones 1 a 3 los trimestres, 4 el final y 5 el
      * recuperatorio, cada una con su marca de cargada.
       01 TABLA-CURSO.
         05 WS-CANT-CURSO              PIC 9(03) VALUE 0.
         05 TCU-ENTRY OCCURS 100 TIMES.
           10 TCU-LEGAJO               PIC 9(08).
           10 TCU-NOMBRE               PIC A(20).
           10 TCU-APELLIDO             PIC A(20).
           10 TCU-INSTANCIA OCCURS 5 TIMES.
             15 TCU-NOTA               PIC 9(02).
             15 TCU-HAY                PIC X(01).
           10 TCU-ESTADO               PIC X(01).
           10 TCU-DEFINITIVA           PIC 9(02).

      * ALUMNOS.DAT entero en memoria para regrabarlo con las notas
      * definitivas.
       01 TABLA-ALUMNOS.
         05 WS-CANT-ALUMNOS            PIC 9(04) VALUE 0.
         05 TAL-REGISTRO OCCURS 2000 TIMES
                                       PIC X(69).

       01 INDICES.
         05 WS-IND-CURSO               PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).
         05 WS-IND-ALUMNO              PIC 9(04).
         05 WS-IND-INSTANCIA           PIC 9(01).
         05 WS-IND-NOTA                PIC 9(02).

       01 VARIABLES.
         05 WSV-CICLO                  PIC 9(04).
         05 WSV-GRADO                  PIC 9(02).
         05 WSV-MATERIA                PIC 9(02).
         05 WSV-INSTANCIA              PIC X(01).
             88 WSV-INSTANCIA-VALIDA                   VALUE '1' '2'
                                                             '3' 'F'
                                                             'R'.
         05 WSV-DOCENTE                PIC X(20).
         05 WSV-NOTA                   PIC 9(02).
         05 WSV-NOTA-ACTUAL            PIC X(02).
         05 WSV-CORRESPONDE            PIC X(01).
         05 WSV-CANT-NOTAS             PIC 9(02).

       01 WS-MATERIA.
           COPY CALIFEST.

       01 ACUMULADORES.
         05 WSA-CANT-GRABADAS          PIC 9(05).
         05 WSA-CANT-SALTEADOS         PIC 9(05).
         05 WSA-CANT-NO-CORRESPONDE    PIC 9(05).
         05 WSA-CANT-ACTUALIZADOS      PIC 9(05).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 110000-PEDIR-DATOS
           PERFORM 120000-CARGAR-CURSO
           IF WS-CANT-CURSO = 0
             DISPLAY 'NO HAY ALUMNOS ACTIVOS EN EL GRADO ' WSV-GRADO
                     ' DEL CICLO ' WSV-CICLO
             PERFORM 300000-FINAL
           END-IF
           PERFORM 130000-CARGAR-CALIFICACIONES.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-PEDIR-DATOS.
           DISPLAY 'INGRESE EL CICLO LECTIVO (AAAA): '
           ACCEPT WSV-CICLO
           DISPLAY 'INGRESE EL GRADO: '
           ACCEPT WSV-GRADO
           PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                     UNTIL WS-IND-NOTA > WSC-CANT-MATERIAS
             DISPLAY WS-IND-NOTA '-' TM-NOMBRE(WS-IND-NOTA)
           END-PERFORM
           DISPLAY 'INGRESE LA MATERIA: '
           ACCEPT WSV-MATERIA
           DISPLAY 'INGRESE LA INSTANCIA (1, 2 O 3 = TRIMESTRE, '
                   'F = FINAL, R = RECUPERATORIO): '
           ACCEPT WSV-INSTANCIA
           DISPLAY 'INGRESE EL DOCENTE: '
           ACCEPT WSV-DOCENTE
           EVALUATE TRUE
             WHEN WSV-CICLO = 0
               DISPLAY 'CICLO LECTIVO INVALIDO'
               PERFORM 300000-FINAL
             WHEN WSV-GRADO = 0
               DISPLAY 'GRADO INVALIDO'
               PERFORM 300000-FINAL
             WHEN WSV-MATERIA = 0 OR WSV-MATERIA > WSC-CANT-MATERIAS
               DISPLAY 'MATERIA INVALIDA'
               PERFORM 300000-FINAL
             WHEN NOT WSV-INSTANCIA-VALIDA
               DISPLAY 'INSTANCIA INVALIDA'
               PERFORM 300000-FINAL
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EVALUATE WSV-INSTANCIA
             WHEN 'F'
               MOVE 4 TO WS-IND-INSTANCIA
             WHEN 'R'
               MOVE 5 TO WS-IND-INSTANCIA
             WHEN OTHER
               MOVE WSV-INSTANCIA TO WS-IND-INSTANCIA
           END-EVALUATE.


       120000-CARGAR-CURSO.
      * Los vinculos anteriores a la inscripcion anual no tienen
      * ciclo (cero) y se toman como del ciclo que se carga.
           MOVE 0 TO WS-CANT-CURSO
           OPEN INPUT ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE VINCULOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA
             PERFORM 300000-FINAL
           END-IF
           PERFORM 121000-LEER-VINCULO
           PERFORM UNTIL WSS-FS-ALUMCTA-EOF
             IF ALC-ACTIVO AND ALC-GRADO = WSV-GRADO
                     AND ALC-LEGAJO NOT = 0
                     AND (ALC-CICLO-LECTIVO = WSV-CICLO
                          OR ALC-CICLO-LECTIVO = 0
                          OR ALC-CICLO-LECTIVO IS NOT NUMERIC)
               IF WS-CANT-CURSO < 100
                 ADD 1 TO WS-CANT-CURSO
                 INITIALIZE TCU-ENTRY(WS-CANT-CURSO)
                 MOVE ALC-LEGAJO TO TCU-LEGAJO(WS-CANT-CURSO)
                 MOVE ALC-NOMBRE TO TCU-NOMBRE(WS-CANT-CURSO)
                 MOVE ALC-APELLIDO TO TCU-APELLIDO(WS-CANT-CURSO)
               ELSE
                 DISPLAY 'ADVERTENCIA: EL GRADO SUPERA LOS 100 '
                         'ALUMNOS, SE OMITE ' ALC-LEGAJO
               END-IF
             END-IF
             PERFORM 121000-LEER-VINCULO
           END-PERFORM
           CLOSE ALUMCTA.


       121000-LEER-VINCULO.
           READ ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK AND NOT WSS-FS-ALUMCTA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA
             MOVE '10' TO WSS-FS-ALUMCTA
           END-IF
           IF WSS-FS-ALUMCTA-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       130000-CARGAR-CALIFICACIONES.
      * Vale el ultimo renglon de cada instancia: el archivo se lee
      * en el orden en que se grabo.
           OPEN INPUT CALIFIC
           IF WSS-FS-CALIFIC-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CALIFIC-OK
               DISPLAY 'ERROR DE ARCHIVO DE CALIFICACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
               PERFORM 300000-FINAL
             ELSE
               PERFORM 131000-LEER-CALIFICACION
               PERFORM UNTIL WSS-FS-CALIFIC-EOF
                 IF CAL-CICLO = WSV-CICLO
                         AND CAL-MATERIA = WSV-MATERIA
                   PERFORM 132000-GUARDAR-CALIFICACION
                 END-IF
                 PERFORM 131000-LEER-CALIFICACION
               END-PERFORM
               CLOSE CALIFIC
             END-IF
           END-IF.


       131000-LEER-CALIFICACION.
           READ CALIFIC
           IF NOT WSS-FS-CALIFIC-OK AND NOT WSS-FS-CALIFIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
             MOVE '10' TO WSS-FS-CALIFIC
           END-IF.


       132000-GUARDAR-CALIFICACION.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                     UNTIL WS-IND-CURSO > WS-CANT-CURSO
             IF TCU-LEGAJO(WS-IND-CURSO) = CAL-LEGAJO
               MOVE WS-IND-CURSO TO WS-IND-HALLADO
               MOVE WS-CANT-CURSO TO WS-IND-CURSO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO NOT = 0
             EVALUATE TRUE
               WHEN CAL-ES-FINAL
                 MOVE 4 TO WS-IND-NOTA
               WHEN CAL-ES-RECUPERATORIO
                 MOVE 5 TO WS-IND-NOTA
               WHEN OTHER
                 MOVE CAL-INSTANCIA TO WS-IND-NOTA
             END-EVALUATE
             MOVE CAL-NOTA TO TCU-NOTA(WS-IND-HALLADO WS-IND-NOTA)
             MOVE 'S' TO TCU-HAY(WS-IND-HALLADO WS-IND-NOTA)
           END-IF.


       200000-PROCESO.
           OPEN EXTEND CALIFIC
           IF WSS-FS-CALIFIC-NOEXISTE
             OPEN OUTPUT CALIFIC
           END-IF
           IF NOT WSS-FS-CALIFIC-OK
             DISPLAY 'ERROR DE ARCHIVO DE CALIFICACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
             PERFORM 300000-FINAL
           END-IF
           DISPLAY 'GRADO ' WSV-GRADO ' CICLO ' WSV-CICLO ' - '
                   TM-NOMBRE(WSV-MATERIA) ' - INSTANCIA '
                   WSV-INSTANCIA
           DISPLAY 'NOTA DE 1 A 10, 0 = AUSENTE, 99 = SALTEAR'
           PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                     UNTIL WS-IND-CURSO > WS-CANT-CURSO
             PERFORM 205000-CALCULAR-ESTADO
             PERFORM 210000-CAPTURAR-NOTA
           END-PERFORM
           CLOSE CALIFIC
           PERFORM 230000-MOSTRAR-SITUACION
           PERFORM 240000-ACTUALIZAR-ALUMNOS.


       205000-CALCULAR-ESTADO.
           PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                     UNTIL WS-IND-NOTA > 3
             MOVE TCU-NOTA(WS-IND-CURSO WS-IND-NOTA)
               TO CLE-NOTA-TRIM(WS-IND-NOTA)
             MOVE TCU-HAY(WS-IND-CURSO WS-IND-NOTA)
               TO CLE-HAY-TRIM(WS-IND-NOTA)
           END-PERFORM
           MOVE TCU-NOTA(WS-IND-CURSO 4) TO CLE-NOTA-FINAL
           MOVE TCU-HAY(WS-IND-CURSO 4) TO CLE-HAY-FINAL
           MOVE TCU-NOTA(WS-IND-CURSO 5) TO CLE-NOTA-RECUP
           MOVE TCU-HAY(WS-IND-CURSO 5) TO CLE-HAY-RECUP
           CALL 'ESTADOMATERIA' USING WS-MATERIA
           END-CALL
           MOVE CLE-ESTADO TO TCU-ESTADO(WS-IND-CURSO)
           MOVE CLE-NOTA-DEFINITIVA TO TCU-DEFINITIVA(WS-IND-CURSO).


       210000-CAPTURAR-NOTA.
      * Rinde final quien termino los trimestres sin promediar 6, y
      * recuperatorio quien ya desaprobo el final; la nota se puede
      * corregir mientras la instancia siga correspondiendo.
           MOVE 'S' TO WSV-CORRESPONDE
           EVALUATE WSV-INSTANCIA
             WHEN 'F'
               IF CLE-EN-CURSO OR CLE-APROBADA-CURSADA
                 MOVE 'N' TO WSV-CORRESPONDE
               END-IF
             WHEN 'R'
               IF NOT CLE-DEBE-RECUP AND NOT CLE-APROBADA-RECUP
                       AND NOT CLE-DESAPROBADA
                 MOVE 'N' TO WSV-CORRESPONDE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WSV-CORRESPONDE = 'N'
             ADD 1 TO WSA-CANT-NO-CORRESPONDE
           ELSE
             MOVE '--' TO WSV-NOTA-ACTUAL
             IF TCU-HAY(WS-IND-CURSO WS-IND-INSTANCIA) = 'S'
               MOVE TCU-NOTA(WS-IND-CURSO WS-IND-INSTANCIA)
                 TO WSV-NOTA-ACTUAL
             END-IF
             DISPLAY TCU-LEGAJO(WS-IND-CURSO) ' '
                     TCU-APELLIDO(WS-IND-CURSO) ' '
                     TCU-NOMBRE(WS-IND-CURSO)
                     ' (ACTUAL ' WSV-NOTA-ACTUAL '): '
             ACCEPT WSV-NOTA
             PERFORM UNTIL WSV-NOTA NOT > 10
                             OR WSV-NOTA = WSC-SIN-NOTA
               DISPLAY 'DATO INVALIDO. INGRESE UNA NOTA ENTRE 0 Y 10 '
                       'O 99 PARA SALTEAR: '
               ACCEPT WSV-NOTA
             END-PERFORM
             IF WSV-NOTA = WSC-SIN-NOTA
               ADD 1 TO WSA-CANT-SALTEADOS
             ELSE
               PERFORM 220000-GRABAR-NOTA
             END-IF
           END-IF.


       220000-GRABAR-NOTA.
           MOVE TCU-LEGAJO(WS-IND-CURSO) TO CAL-LEGAJO
           MOVE WSV-CICLO TO CAL-CICLO
           MOVE WSV-GRADO TO CAL-GRADO
           MOVE WSV-MATERIA TO CAL-MATERIA
           MOVE WSV-INSTANCIA TO CAL-INSTANCIA
           MOVE WSV-NOTA TO CAL-NOTA
           MOVE WSP-FECHA-PROCESO TO CAL-FECHA-CARGA
           MOVE WSV-DOCENTE TO CAL-DOCENTE
           WRITE REG-CALIFIC
           IF WSS-FS-CALIFIC-OK
             ADD 1 TO WSA-CANT-GRABADAS
             ADD 1 TO WS-CANT-ESCRITOS
             MOVE WSV-NOTA
               TO TCU-NOTA(WS-IND-CURSO WS-IND-INSTANCIA)
             MOVE 'S' TO TCU-HAY(WS-IND-CURSO WS-IND-INSTANCIA)
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE CALIFICACIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-CALIFIC
           END-IF.


       230000-MOSTRAR-SITUACION.
           DISPLAY '**************************************'
           DISPLAY 'SITUACION DE ' TM-NOMBRE(WSV-MATERIA)
           PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                     UNTIL WS-IND-CURSO > WS-CANT-CURSO
             PERFORM 205000-CALCULAR-ESTADO
             DISPLAY TCU-LEGAJO(WS-IND-CURSO) ' '
                     TCU-APELLIDO(WS-IND-CURSO) ' PROMEDIO '
                     CLE-PROMEDIO ' ' CLE-ESTADO-TEXTO
                     ' DEFINITIVA ' CLE-NOTA-DEFINITIVA
           END-PERFORM.


       240000-ACTUALIZAR-ALUMNOS.
      * ALUMNOS.DAT guarda una nota por materia: la definitiva de
      * las materias ya cerradas. Una materia en curso no se toca.
           MOVE 0 TO WS-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE ALUMNOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           ELSE
             PERFORM 241000-LEER-ALUMNO
             PERFORM UNTIL WSS-FS-ALUMNOS-EOF
               IF WS-CANT-ALUMNOS < 2000
                 ADD 1 TO WS-CANT-ALUMNOS
                 MOVE REG-ALUMNO TO TAL-REGISTRO(WS-CANT-ALUMNOS)
               ELSE
                 DISPLAY 'ERROR: ALUMNOS.DAT SUPERA LOS 2000 '
                         'ALUMNOS, NO SE ACTUALIZA'
                 CLOSE ALUMNOS
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 241000-LEER-ALUMNO
             END-PERFORM
             CLOSE ALUMNOS
             OPEN OUTPUT ALUMNOS
             PERFORM VARYING WS-IND-ALUMNO FROM 1 BY 1
                       UNTIL WS-IND-ALUMNO > WS-CANT-ALUMNOS
               MOVE TAL-REGISTRO(WS-IND-ALUMNO) TO REG-ALUMNO
               PERFORM 242000-APLICAR-DEFINITIVA
               WRITE REG-ALUMNO
             END-PERFORM
             CLOSE ALUMNOS
           END-IF.


       241000-LEER-ALUMNO.
           READ ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK AND NOT WSS-FS-ALUMNOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
             MOVE '10' TO WSS-FS-ALUMNOS
           END-IF.


       242000-APLICAR-DEFINITIVA.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CURSO FROM 1 BY 1
                     UNTIL WS-IND-CURSO > WS-CANT-CURSO
             IF TCU-LEGAJO(WS-IND-CURSO) = REG-LEGAJO
               MOVE WS-IND-CURSO TO WS-IND-HALLADO
               MOVE WS-CANT-CURSO TO WS-IND-CURSO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO NOT = 0
             IF TCU-ESTADO(WS-IND-HALLADO) NOT = 'C'
               MOVE TCU-DEFINITIVA(WS-IND-HALLADO)
                 TO REG-NOTA(WSV-MATERIA)
               ADD 1 TO WSA-CANT-ACTUALIZADOS
      * REG-CONTADOR es la cantidad de materias con nota, el divisor
      * del promedio de PROG-03-01-SA; es de un digito.
               MOVE 0 TO WSV-CANT-NOTAS
               PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                         UNTIL WS-IND-NOTA > WSC-CANT-MATERIAS
                 IF REG-NOTA(WS-IND-NOTA) NOT = 0
                   ADD 1 TO WSV-CANT-NOTAS
                 END-IF
               END-PERFORM
               IF WSV-CANT-NOTAS > 9
                 MOVE 9 TO WSV-CANT-NOTAS
               END-IF
               MOVE WSV-CANT-NOTAS TO REG-CONTADOR
             END-IF
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CARGA DE NOTAS POR MATERIA'
           DISPLAY 'Programme: CARGANOTAS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'NOTAS GRABADAS:              ' WSA-CANT-GRABADAS
           DISPLAY 'ALUMNOS SALTEADOS:           ' WSA-CANT-SALTEADOS
           DISPLAY 'NO CORRESPONDE LA INSTANCIA: '
                   WSA-CANT-NO-CORRESPONDE
           DISPLAY 'NOTAS DEFINITIVAS EN ALUMNOS:'
                   WSA-CANT-ACTUALIZADOS.


       390000-GRABAR-BITACORA.
           MOVE 'CARGANOTAS'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CALIFIC    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
