      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MIGRACION UNICA DE LOS ARCHIVOS ESCOLARES AL
      *              LEGAJO COMO CLAVE: HASTA AHORA ALUMNOS.DAT,
      *              ALUMCTA.DAT Y ASISTEN.DAT SE REFERIAN AL ALUMNO
      *              POR NOMBRE Y APELLIDO, Y DOS ALUMNOS HOMONIMOS O
      *              UN APELLIDO CORREGIDO MEZCLABAN O PERDIAN DATOS.
      *              ESTE UTILITARIO ASIGNA A CADA ALUMNO SU LEGAJO DE
      *              LA SERIE ALU DEL NUMERADOR (PROXNUM), ARMA
      *              ALUMNOS-NUEVO.DAT, ALUMCTA-NUEVO.DAT Y
      *              ASISTEN-NUEVO.DAT CON EL LEGAJO ADELANTE, Y DEJA
      *              EN MIGRALUM.REP LOS NOMBRES REPETIDOS Y LOS
      *              VINCULOS O ASISTENCIAS QUE NO SE PUDIERON
      *              ATRIBUIR A UN UNICO ALUMNO (QUEDAN CON LEGAJO
      *              CERO, A RESOLVER DESDE MANTALUMCTA). RELEE LOS
      *              ARCHIVOS NUEVOS Y PRUEBA CON CONTEOS QUE NO SE
      *              PERDIO NINGUN REGISTRO; LOS ORIGINALES NO SE
      *              TOCAN.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MIGRAALUMNOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS-V          ASSIGN TO DISK '..\ALUMNOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS-V.

           SELECT ALUMNOS-N          ASSIGN TO DISK
                                       '..\ALUMNOS-NUEVO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS-N.

           SELECT ALUMCTA-V          ASSIGN TO DISK '..\ALUMCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMCTA-V.

           SELECT ALUMCTA-N          ASSIGN TO DISK
                                       '..\ALUMCTA-NUEVO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMCTA-N.

           SELECT ASISTEN-V          ASSIGN TO DISK '..\ASISTEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN-V.

           SELECT ASISTEN-N          ASSIGN TO DISK
                                       '..\ASISTEN-NUEVO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN-N.

           SELECT REPORTE            ASSIGN TO DISK '..\MIGRALUM.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD ALUMNOS-V.
       01 REG-ALUMNO-V.
         05 ALV-NOMBRE                 PIC A(20).
         05 ALV-APELLIDO               PIC A(20).
         05 ALV-RESTO                  PIC X(21).

       FD ALUMNOS-N.
           COPY ALUMNOREC.

       FD ALUMCTA-V.
       01 REG-ALUMCTA-V.
         05 ACV-NOMBRE                 PIC A(20).
         05 ACV-APELLIDO               PIC A(20).
         05 ACV-RESTO                  PIC X(11).

       FD ALUMCTA-N.
           COPY ALUMCTAREC.

       FD ASISTEN-V.
       01 REG-ASISTEN-V.
         05 ASV-NOMBRE                 PIC A(20).
         05 ASV-APELLIDO               PIC A(20).
         05 ASV-RESTO                  PIC X(15).

       FD ASISTEN-N.
           COPY ASISTREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS-V==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS-N==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMCTA-V==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMCTA-N==.
           COPY WSFS REPLACING ==:TAG:== BY ==ASISTEN-V==.
           COPY WSFS REPLACING ==:TAG:== BY ==ASISTEN-N==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 WS-SERIE-ALU                  PIC X(03) VALUE 'ALU'.

      * Alumnos ya numerados: nombre y apellido para atribuir los
      * vinculos y la asistencia, que todavia vienen por nombre.
       01 TABLA-ALUMNOS.
         05 WS-CANT-ALUMNOS            PIC 9(04) VALUE 0.
         05 TAL-ENTRY OCCURS 2000 TIMES.
           10 TAL-LEGAJO               PIC 9(08).
           10 TAL-NOMBRE               PIC A(20).
           10 TAL-APELLIDO             PIC A(20).

       01 INDICES.
         05 WS-IND-ALUMNO              PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).

       01 VARIABLES.
         05 WSV-NOMBRE                 PIC A(20).
         05 WSV-APELLIDO               PIC A(20).
         05 WSV-LEGAJO                 PIC 9(08).
         05 WSV-CANT-COINCIDEN         PIC 9(04).

       01 ACUMULADORES.
         05 WSA-ALU-LEIDOS             PIC 9(05).
         05 WSA-ALU-GRABADOS           PIC 9(05).
         05 WSA-ALU-RELEIDOS           PIC 9(05).
         05 WSA-ALU-REPETIDOS          PIC 9(05).
         05 WSA-ALC-LEIDOS             PIC 9(05).
         05 WSA-ALC-GRABADOS           PIC 9(05).
         05 WSA-ALC-RELEIDOS           PIC 9(05).
         05 WSA-ALC-SIN-LEGAJO         PIC 9(05).
         05 WSA-ASI-LEIDOS             PIC 9(05).
         05 WSA-ASI-GRABADOS           PIC 9(05).
         05 WSA-ASI-RELEIDOS           PIC 9(05).
         05 WSA-ASI-SIN-LEGAJO         PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-MIGRAR-ALUMNOS
                 PERFORM 220000-MIGRAR-VINCULOS
                 PERFORM 240000-MIGRAR-ASISTENCIA
                 PERFORM 260000-RELEER-NUEVOS
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'REPORTE DE MIGRACION DE ARCHIVOS ESCOLARES A LEGAJO'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
      * Un ALUMNOS.DAT que ya empieza con el legajo fue migrado: una
      * segunda pasada le daria a cada alumno un legajo nuevo. El
      * registro migrado es mas largo y se lee con un status de aviso
      * (clase 0), por eso la primera lectura no pasa por 110000.
           OPEN INPUT ALUMNOS-V
           IF NOT WSS-FS-ALUMNOS-V-OK
             DISPLAY 'ERROR DE ARCHIVO DE ALUMNOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           READ ALUMNOS-V
           IF WSS-FS-ALUMNOS-V(1:1) = '0'
                   AND REG-ALUMNO-V(1:8) IS NUMERIC
             DISPLAY 'ERROR: ALUMNOS.DAT YA TIENE LEGAJO, '
                     'LA MIGRACION YA SE HIZO'
             MOVE 'ALUMNOS.DAT YA TIENE LEGAJO, NO SE MIGRA'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             CLOSE ALUMNOS-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF NOT WSS-FS-ALUMNOS-V-OK AND NOT WSS-FS-ALUMNOS-V-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       110000-LEER-ALUMNO-V.
           READ ALUMNOS-V
           IF NOT WSS-FS-ALUMNOS-V-OK AND NOT WSS-FS-ALUMNOS-V-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       120000-LEER-ALUMCTA-V.
           READ ALUMCTA-V
           IF NOT WSS-FS-ALUMCTA-V-OK AND NOT WSS-FS-ALUMCTA-V-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       130000-LEER-ASISTEN-V.
           READ ASISTEN-V
           IF NOT WSS-FS-ASISTEN-V-OK AND NOT WSS-FS-ASISTEN-V-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ASISTEN-V
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-MIGRAR-ALUMNOS.
      * ALUMNOS-V ya quedo abierto y con el primer registro leido
      * por el control de 100000.
           OPEN OUTPUT ALUMNOS-N
           IF NOT WSS-FS-ALUMNOS-N-OK
             DISPLAY 'ERROR DE ARCHIVO NUEVO DE ALUMNOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS-N
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM UNTIL WSS-FS-ALUMNOS-V-EOF
             ADD 1 TO WSA-ALU-LEIDOS
             IF WS-CANT-ALUMNOS NOT < 2000
               DISPLAY 'ERROR: MAS DE 2000 ALUMNOS, AMPLIAR LA TABLA'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 210000-NUMERAR-ALUMNO
             PERFORM 110000-LEER-ALUMNO-V
           END-PERFORM
           CLOSE ALUMNOS-V
           CLOSE ALUMNOS-N.


       210000-NUMERAR-ALUMNO.
           MOVE ALV-NOMBRE TO WSV-NOMBRE
           MOVE ALV-APELLIDO TO WSV-APELLIDO
           PERFORM 280000-BUSCAR-POR-NOMBRE
      * Un nombre repetido no se fusiona: cada registro es un alumno
      * con su propio legajo, y el reporte avisa para que se revise
      * a mano a cual corresponden sus vinculos y asistencias.
           IF WSV-CANT-COINCIDEN > 0
             ADD 1 TO WSA-ALU-REPETIDOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'NOMBRE REPETIDO: ' ALV-APELLIDO ' '
                    ALV-NOMBRE ' LEGAJO '
                    TAL-LEGAJO(WS-IND-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           CALL 'PROXNUM' USING WS-SERIE-ALU
                                WSV-LEGAJO
           END-CALL
           IF WSV-CANT-COINCIDEN > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '                 Y EL LEGAJO ' WSV-LEGAJO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           ADD 1 TO WS-CANT-ALUMNOS
           MOVE WSV-LEGAJO TO TAL-LEGAJO(WS-CANT-ALUMNOS)
           MOVE ALV-NOMBRE TO TAL-NOMBRE(WS-CANT-ALUMNOS)
           MOVE ALV-APELLIDO TO TAL-APELLIDO(WS-CANT-ALUMNOS)
           MOVE WSV-LEGAJO TO REG-LEGAJO
           MOVE ALV-NOMBRE TO REG-NOMBRE
           MOVE ALV-APELLIDO TO REG-APELLIDO
           MOVE ALV-RESTO TO REG-ALUMNO(49:21)
           WRITE REG-ALUMNO
           IF WSS-FS-ALUMNOS-N-OK
             ADD 1 TO WSA-ALU-GRABADOS
           ELSE
             DISPLAY 'ERROR AL GRABAR EL ALUMNO ' ALV-APELLIDO
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS-N
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       220000-MIGRAR-VINCULOS.
           OPEN INPUT ALUMCTA-V
           IF WSS-FS-ALUMCTA-V-NOEXISTE
             MOVE 'ALUMCTA.DAT NO EXISTE, NO HAY VINCULOS A MIGRAR'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           ELSE
             IF NOT WSS-FS-ALUMCTA-V-OK
               DISPLAY 'ERROR DE ARCHIVO DE VINCULOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA-V
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             OPEN OUTPUT ALUMCTA-N
             IF NOT WSS-FS-ALUMCTA-N-OK
               DISPLAY 'ERROR DE ARCHIVO NUEVO DE VINCULOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA-N
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 120000-LEER-ALUMCTA-V
             PERFORM UNTIL WSS-FS-ALUMCTA-V-EOF
               ADD 1 TO WSA-ALC-LEIDOS
               PERFORM 230000-CONVERTIR-VINCULO
               PERFORM 120000-LEER-ALUMCTA-V
             END-PERFORM
             CLOSE ALUMCTA-V
             CLOSE ALUMCTA-N
           END-IF.


       230000-CONVERTIR-VINCULO.
           MOVE ACV-NOMBRE TO WSV-NOMBRE
           MOVE ACV-APELLIDO TO WSV-APELLIDO
           PERFORM 285000-LEGAJO-UNICO
           IF WSV-LEGAJO = 0
             ADD 1 TO WSA-ALC-SIN-LEGAJO
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'VINCULO '
                    ACV-APELLIDO ' ' ACV-NOMBRE
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-MOTIVO-SIN-LEGAJO
           END-IF
           MOVE WSV-LEGAJO TO ALC-LEGAJO
           MOVE ACV-NOMBRE TO ALC-NOMBRE
           MOVE ACV-APELLIDO TO ALC-APELLIDO
           MOVE ACV-RESTO TO REG-ALUMCTA(49:11)
           MOVE 0 TO ALC-CICLO-LECTIVO
           MOVE SPACE TO ALC-REINSCRIPCION
           WRITE REG-ALUMCTA
           IF WSS-FS-ALUMCTA-N-OK
             ADD 1 TO WSA-ALC-GRABADOS
           ELSE
             DISPLAY 'ERROR AL GRABAR EL VINCULO ' ACV-APELLIDO
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA-N
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       240000-MIGRAR-ASISTENCIA.
           OPEN INPUT ASISTEN-V
           IF WSS-FS-ASISTEN-V-NOEXISTE
             MOVE 'ASISTEN.DAT NO EXISTE, NO HAY ASISTENCIA A MIGRAR'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           ELSE
             IF NOT WSS-FS-ASISTEN-V-OK
               DISPLAY 'ERROR DE ARCHIVO DE ASISTENCIA'
               DISPLAY 'FILE STATUS ' WSS-FS-ASISTEN-V
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             OPEN OUTPUT ASISTEN-N
             IF NOT WSS-FS-ASISTEN-N-OK
               DISPLAY 'ERROR DE ARCHIVO NUEVO DE ASISTENCIA'
               DISPLAY 'FILE STATUS ' WSS-FS-ASISTEN-N
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 130000-LEER-ASISTEN-V
             PERFORM UNTIL WSS-FS-ASISTEN-V-EOF
               ADD 1 TO WSA-ASI-LEIDOS
               PERFORM 250000-CONVERTIR-ASISTENCIA
               PERFORM 130000-LEER-ASISTEN-V
             END-PERFORM
             CLOSE ASISTEN-V
             CLOSE ASISTEN-N
           END-IF.


       250000-CONVERTIR-ASISTENCIA.
           MOVE ASV-NOMBRE TO WSV-NOMBRE
           MOVE ASV-APELLIDO TO WSV-APELLIDO
           PERFORM 285000-LEGAJO-UNICO
           IF WSV-LEGAJO = 0
             ADD 1 TO WSA-ASI-SIN-LEGAJO
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ASISTENCIA ' ASV-RESTO(1:6) ' '
                    ASV-APELLIDO ' ' ASV-NOMBRE
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-MOTIVO-SIN-LEGAJO
           END-IF
           MOVE WSV-LEGAJO TO ASI-LEGAJO
           MOVE ASV-NOMBRE TO ASI-NOMBRE
           MOVE ASV-APELLIDO TO ASI-APELLIDO
           MOVE ASV-RESTO TO REG-ASISTEN(49:15)
           WRITE REG-ASISTEN
           IF WSS-FS-ASISTEN-N-OK
             ADD 1 TO WSA-ASI-GRABADOS
           ELSE
             DISPLAY 'ERROR AL GRABAR LA ASISTENCIA ' ASV-APELLIDO
             DISPLAY 'FILE STATUS ' WSS-FS-ASISTEN-N
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       260000-RELEER-NUEVOS.
      * La prueba de que no se perdio nada: se cuentan los registros
      * efectivamente presentes en cada archivo nuevo, no los que el
      * programa creyo grabar.
           OPEN INPUT ALUMNOS-N
           IF WSS-FS-ALUMNOS-N-OK
             READ ALUMNOS-N
             PERFORM UNTIL NOT WSS-FS-ALUMNOS-N-OK
               ADD 1 TO WSA-ALU-RELEIDOS
               READ ALUMNOS-N
             END-PERFORM
             CLOSE ALUMNOS-N
           END-IF
           IF WSA-ALC-LEIDOS > 0
             OPEN INPUT ALUMCTA-N
             IF WSS-FS-ALUMCTA-N-OK
               READ ALUMCTA-N
               PERFORM UNTIL NOT WSS-FS-ALUMCTA-N-OK
                 ADD 1 TO WSA-ALC-RELEIDOS
                 READ ALUMCTA-N
               END-PERFORM
               CLOSE ALUMCTA-N
             END-IF
           END-IF
           IF WSA-ASI-LEIDOS > 0
             OPEN INPUT ASISTEN-N
             IF WSS-FS-ASISTEN-N-OK
               READ ASISTEN-N
               PERFORM UNTIL NOT WSS-FS-ASISTEN-N-OK
                 ADD 1 TO WSA-ASI-RELEIDOS
                 READ ASISTEN-N
               END-PERFORM
               CLOSE ASISTEN-N
             END-IF
           END-IF.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       280000-BUSCAR-POR-NOMBRE.
      * Cuenta los alumnos con el nombre de WSV-NOMBRE/WSV-APELLIDO y
      * deja en WS-IND-HALLADO el primero que coincide.
           MOVE 0 TO WSV-CANT-COINCIDEN
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-ALUMNO FROM 1 BY 1
                     UNTIL WS-IND-ALUMNO > WS-CANT-ALUMNOS
             IF TAL-NOMBRE(WS-IND-ALUMNO) = WSV-NOMBRE
                     AND TAL-APELLIDO(WS-IND-ALUMNO) = WSV-APELLIDO
               ADD 1 TO WSV-CANT-COINCIDEN
               IF WS-IND-HALLADO = 0
                 MOVE WS-IND-ALUMNO TO WS-IND-HALLADO
               END-IF
             END-IF
           END-PERFORM.


       285000-LEGAJO-UNICO.
      * Solo un alumno con ese nombre permite atribuir el registro;
      * ninguno o mas de uno lo deja con legajo cero.
           PERFORM 280000-BUSCAR-POR-NOMBRE
           IF WSV-CANT-COINCIDEN = 1
             MOVE TAL-LEGAJO(WS-IND-HALLADO) TO WSV-LEGAJO
           ELSE
             MOVE 0 TO WSV-LEGAJO
           END-IF.


       290000-MOTIVO-SIN-LEGAJO.
      * Completa la linea armada por el llamador con el motivo por el
      * que el registro queda sin legajo.
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WSV-CANT-COINCIDEN = 0
             MOVE '    SIN ALUMNO CON ESE NOMBRE, QUEDA CON LEGAJO 0'
               TO WS-LINEA-REPORTE
           ELSE
             STRING '    AMBIGUO: ' WSV-CANT-COINCIDEN
                    ' ALUMNOS CON ESE NOMBRE, QUEDA CON LEGAJO 0'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           CLOSE REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MIGRACION DE ALUMNOS A LEGAJO'
           DISPLAY 'Programme: MIGRAALUMNOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ALUMNOS    LEIDOS ' WSA-ALU-LEIDOS
                  ' GRABADOS ' WSA-ALU-GRABADOS
                  ' RELEIDOS ' WSA-ALU-RELEIDOS
                  ' REPETIDOS ' WSA-ALU-REPETIDOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VINCULOS   LEIDOS ' WSA-ALC-LEIDOS
                  ' GRABADOS ' WSA-ALC-GRABADOS
                  ' RELEIDOS ' WSA-ALC-RELEIDOS
                  ' SIN LEGAJO ' WSA-ALC-SIN-LEGAJO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ASISTENCIA LEIDOS ' WSA-ASI-LEIDOS
                  ' GRABADOS ' WSA-ASI-GRABADOS
                  ' RELEIDOS ' WSA-ASI-RELEIDOS
                  ' SIN LEGAJO ' WSA-ASI-SIN-LEGAJO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           DISPLAY 'ALUMNOS LEIDOS/GRABADOS/RELEIDOS:    '
                   WSA-ALU-LEIDOS ' ' WSA-ALU-GRABADOS ' '
                   WSA-ALU-RELEIDOS
           DISPLAY 'VINCULOS LEIDOS/GRABADOS/RELEIDOS:   '
                   WSA-ALC-LEIDOS ' ' WSA-ALC-GRABADOS ' '
                   WSA-ALC-RELEIDOS
           DISPLAY 'ASISTENCIA LEIDOS/GRABADOS/RELEIDOS: '
                   WSA-ASI-LEIDOS ' ' WSA-ASI-GRABADOS ' '
                   WSA-ASI-RELEIDOS
           DISPLAY 'NOMBRES REPETIDOS:                   '
                   WSA-ALU-REPETIDOS
           DISPLAY 'VINCULOS SIN LEGAJO:                 '
                   WSA-ALC-SIN-LEGAJO
           DISPLAY 'ASISTENCIAS SIN LEGAJO:              '
                   WSA-ASI-SIN-LEGAJO
           COMPUTE WS-CANT-LEIDOS = WSA-ALU-LEIDOS + WSA-ALC-LEIDOS
                                  + WSA-ASI-LEIDOS
           COMPUTE WS-CANT-ESCRITOS = WSA-ALU-GRABADOS
                                    + WSA-ALC-GRABADOS
                                    + WSA-ASI-GRABADOS
           IF WS-RETURN-CODE = 0
                   AND WSA-ALU-LEIDOS = WSA-ALU-GRABADOS
                   AND WSA-ALU-GRABADOS = WSA-ALU-RELEIDOS
                   AND WSA-ALC-LEIDOS = WSA-ALC-GRABADOS
                   AND WSA-ALC-GRABADOS = WSA-ALC-RELEIDOS
                   AND WSA-ASI-LEIDOS = WSA-ASI-GRABADOS
                   AND WSA-ASI-GRABADOS = WSA-ASI-RELEIDOS
             MOVE 'MIGRACION VERIFICADA: NINGUN REGISTRO SE PERDIO'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             DISPLAY 'MIGRACION VERIFICADA: NINGUN REGISTRO SE '
                     'PERDIO. REVISAR EN MIGRALUM.REP LOS NOMBRES '
                     'REPETIDOS Y LOS REGISTROS SIN LEGAJO, Y '
                     'RENOMBRAR ALUMNOS-NUEVO.DAT, ALUMCTA-NUEVO.DAT '
                     'Y ASISTEN-NUEVO.DAT SOBRE LOS ORIGINALES'
           ELSE
             MOVE 'ERROR DE CONTROL: LA MIGRACION NO VERIFICA'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             DISPLAY 'ERROR DE CONTROL: LA MIGRACION NO VERIFICA, '
                     'NO RENOMBRAR'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'MIGRAALUMNOS'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ALUMNOS-N  TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
