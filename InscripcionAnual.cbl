      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     INSCRIPCION ANUAL Y PROMOCION DE GRADO DE LA
      *              ESCUELA, EN LUGAR DE CORREGIR A MANO CADA GRADO EN
      *              MANTALUMCTA AL CIERRE DEL ANO LECTIVO. PARA CADA
      *              VINCULO ACTIVO DE ALUMCTA.DAT TOMA LAS NOTAS
      *              FINALES DE ALUMNOS.DAT (APROBADA CON 6 O MAS, EL
      *              MISMO CRITERIO DE BOLETINALUMNOS) Y LA ASISTENCIA
      *              DEL ANO DE ASISTEN.DAT (LIBRE CON MAS DEL 25% DE
      *              AUSENCIAS, EL DE ASISTENCIAALUMNOS) Y DECIDE:
      *              PROMUEVE AL GRADO SIGUIENTE, REPITE, O EGRESA AL
      *              APROBAR EL ULTIMO GRADO (EL VINCULO PASA A BAJA Y
      *              CUOTASESCOLARES DEJA DE FACTURARLO). A CADA ALUMNO
      *              QUE CONTINUA LE GENERA EN SERVICIO.DAT LA
      *              MATRICULA ANUAL (CODIGO INS DEL CATALOGO, A PRECIO
      *              VIGENTE). UNA FAMILIA CON DEUDA VENCIDA EN
      *              CUENTAS.DAT QUEDA RETENIDA SIN REINSCRIBIR HASTA
      *              QUE LA ADMINISTRACION LA REVISE Y LA AUTORICE EN
      *              MANTALUMCTA. CADA VINCULO PROCESADO QUEDA MARCADO
      *              CON EL CICLO LECTIVO, ASI QUE LA CORRIDA SE PUEDE
      *              RELANZAR PARA LOS RETENIDOS. TERMINA CON EL PADRON
      *              DE LOS NUEVOS GRADOS EN INSCRIP.REP.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  INSCRIPCIONANUAL.

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

           SELECT ASISTEN            ASSIGN TO DISK '..\ASISTEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASISTEN.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPORTE            ASSIGN TO DISK '..\INSCRIP.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD ALUMCTA.
           COPY ALUMCTAREC.

       FD ALUMNOS.
           COPY ALUMNOREC.

       FD ASISTEN.
           COPY ASISTREC.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-CTA                PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO.
           10 AAAA                    PIC X(04).
           10 MM                      PIC X(02).
         05 MONTO-SRV                 PIC S9(05)V99.
         05 ENTRYID                   PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD PARAM.
           COPY PARAMREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMCTA==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ASISTEN==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSPARAM-WS.

       01 CONSTANTES.
         05 WSC-NOTA-APROBADO          PIC 9(02) VALUE 6.
         05 WSC-CANT-MATERIAS          PIC 9(02) VALUE 10.
      * Materias desaprobadas con que el alumno todavia promueve
      * (las rinde como previas en el grado siguiente).
         05 WSC-MAX-PREVIAS            PIC 9(02) VALUE 2.
      * Umbral reglamentario de inasistencias: con mas de este
      * porcentaje el alumno queda libre y repite (el mismo valor que
      * usan ASISTENCIAALUMNOS y BOLETINALUMNOS).
         05 WSC-PORC-LIBRE             PIC 9(03) VALUE 25.
      * Ultimo grado de la escuela: aprobarlo es egresar.
         05 WSC-ULTIMO-GRADO           PIC 9(02) VALUE 7.
         05 WSC-COD-MATRICULA          PIC X(03) VALUE 'INS'.

       01 TABLA-VINCULOS.
         05 WS-CANT-VINCULOS           PIC 9(03) VALUE 0.
         05 TV-ENTRY OCCURS 400 TIMES.
           10 TV-LEGAJO                PIC 9(08).
           10 TV-NOMBRE                PIC A(20).
           10 TV-APELLIDO              PIC A(20).
           10 TV-NROCUENTA             PIC 9(08).
           10 TV-GRADO                 PIC 9(02).
           10 TV-ESTADO                PIC X(01).
           10 TV-CICLO-LECTIVO         PIC 9(04).
           10 TV-REINSCRIPCION         PIC X(01).
      * Resultado de esta corrida, solo para el padron: P promueve,
      * R repite, E egresa, D retenido por deuda, N retenido sin
      * notas, S sin legajo, blanco sin cambios.
           10 TV-RESULTADO             PIC X(01).

      * Notas finales de ALUMNOS.DAT por legajo.
       01 TABLA-ALUMNOS.
         05 WS-CANT-ALUMNOS            PIC 9(04) VALUE 0.
         05 TAL-ENTRY OCCURS 2000 TIMES.
           10 TAL-LEGAJO               PIC 9(08).
           10 TAL-NOTA OCCURS 10 TIMES PIC 9(02).

      * Asistencia del ano lectivo que cierra, sumada por legajo.
       01 TABLA-ASISTENCIA.
         05 WS-CANT-ASISTEN            PIC 9(04) VALUE 0.
         05 TAS-ENTRY OCCURS 2000 TIMES.
           10 TAS-LEGAJO               PIC 9(08).
           10 TAS-PRESENTES            PIC 9(04).
           10 TAS-AUSENTES             PIC 9(04).
           10 TAS-TARDES               PIC 9(04).

      * Matriculas ya generadas en SERVICIO.DAT (ciclo + legajo del
      * DESCRIP), para no facturar dos veces si se relanza.
       01 TABLA-CLAVES.
         05 WS-CANT-CLAVES             PIC 9(04) VALUE 0.
         05 TK-CLAVE OCCURS 2000 TIMES PIC X(12).

       01 INDICES.
         05 WS-IND-VINCULO             PIC 9(03).
         05 WS-IND-ALUMNO              PIC 9(04).
         05 WS-IND-ALU-HALLADO         PIC 9(04).
         05 WS-IND-ASISTEN             PIC 9(04).
         05 WS-IND-ASI-HALLADO         PIC 9(04).
         05 WS-IND-MATERIA             PIC 9(02).
         05 WS-IND-CLAVE               PIC 9(04).
         05 WS-IND-GRADO               PIC 9(02).

       01 WS-CICLO-NUEVO               PIC 9(04).
       01 WS-CICLO-CERRADO             PIC 9(04).
       01 WS-FECHA-HOY                 PIC 9(08).

       01 WS-PERIODO-FACT.
         05 WS-PF-AAAA                 PIC X(04).
         05 WS-PF-MM                   PIC X(02).

       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 VARIABLES.
         05 WSV-CANT-DESAPROBADAS      PIC 9(02).
         05 WSV-CANT-CALIFICADAS       PIC 9(02).
         05 WSV-TOTAL-DIAS             PIC 9(04).
         05 WSV-PORC-AUSENTE           PIC 9(03)V99.
         05 WSV-CLAVE                  PIC X(12).
         05 WSV-LEGAJO-BUSCADO         PIC 9(08).
         05 WSV-RESULTADO-TXT          PIC X(12).

       01 WS-LIBRE                     PIC X(01).
           88 WS-ES-LIBRE                               VALUE 'S'.
       01 WS-CON-DEUDA                 PIC X(01).
           88 WS-TIENE-DEUDA                            VALUE 'S'.
       01 WS-DUPLICADO                 PIC X(01).
           88 WS-ES-DUPLICADO                           VALUE 'S'.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-PRECIO-CATALOGO           PIC S9(05)V99 VALUE 0.
       01 WS-PRECIO-VIGENTE            PIC S9(05)V99.
       01 WS-PRECIO-HALLADO            PIC X(01).
       01 WS-CODIGO-EN-CATALOGO        PIC X(01) VALUE 'N'.

       01 ACUMULADORES.
         05 WSA-CANT-PROMOVIDOS        PIC 9(05).
         05 WSA-CANT-REPITEN           PIC 9(05).
         05 WSA-CANT-EGRESADOS         PIC 9(05).
         05 WSA-CANT-RET-DEUDA         PIC 9(05).
         05 WSA-CANT-RET-SIN-NOTAS     PIC 9(05).
         05 WSA-CANT-SIN-LEGAJO        PIC 9(05).
         05 WSA-CANT-YA-INSCRIPTOS     PIC 9(05).
         05 WSA-CANT-MATRICULAS        PIC 9(05).
         05 WSA-TOTAL-MATRICULAS       PIC S9(11)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           DISPLAY 'INGRESE EL CICLO LECTIVO A INSCRIBIR (AAAA): '
           ACCEPT WS-CICLO-NUEVO
           COMPUTE WS-CICLO-CERRADO = WS-CICLO-NUEVO - 1
           DISPLAY 'INGRESE EL AÑO DEL PERIODO DE LA MATRICULA: '
           ACCEPT WS-PF-AAAA
           DISPLAY 'INGRESE EL MES DEL PERIODO DE LA MATRICULA: '
           ACCEPT WS-PF-MM
           CALL 'PERIODOABIERTO' USING WS-PERIODO-FACT
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-FACT ' ESTA CERRADO, '
                     'NO SE INSCRIBE'
             PERFORM 300000-FINAL
           END-IF
           PERFORM 105000-BUSCAR-MATRICULA
           IF WS-CODIGO-EN-CATALOGO NOT = 'S'
             DISPLAY 'ERROR: FALTA EL CODIGO ' WSC-COD-MATRICULA
                     ' (MATRICULA ANUAL) EN EL CATALOGO, DARLO DE '
                     'ALTA EN CATALOGOSERVICIOS'
             PERFORM 300000-FINAL
           END-IF
           PERFORM 108000-CARGAR-VINCULOS
           PERFORM 110000-CARGAR-ALUMNOS
           PERFORM 120000-CARGAR-ASISTENCIA
           PERFORM 130000-CARGAR-ID-Y-CLAVES
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             PERFORM 300000-FINAL
           END-IF.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-BUSCAR-MATRICULA.
           MOVE 'N' TO WS-CODIGO-EN-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 106000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = WSC-COD-MATRICULA
                       AND CAT-ES-SERVICIO AND CAT-ACTIVO
                 MOVE 'S' TO WS-CODIGO-EN-CATALOGO
                 MOVE CAT-PRECIO TO WS-PRECIO-CATALOGO
                 MOVE '10' TO WSS-FS-SERVCAT
               ELSE
                 PERFORM 106000-LEER-CATALOGO
               END-IF
             END-PERFORM
             CLOSE SERVCAT
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           END-IF.


       106000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       108000-CARGAR-VINCULOS.
           MOVE 0 TO WS-CANT-VINCULOS
           OPEN INPUT ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK
             DISPLAY 'NO HAY ALUMNOS VINCULADOS (MANTALUMCTA)'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA
             PERFORM 300000-FINAL
           END-IF
           PERFORM 109000-LEER-VINCULO
           PERFORM UNTIL WSS-FS-ALUMCTA-EOF
             IF WS-CANT-VINCULOS NOT < 400
               DISPLAY 'ERROR: EL VINCULO SUPERA LOS 400 ALUMNOS'
               CLOSE ALUMCTA
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-VINCULOS
             ADD 1 TO WS-CANT-LEIDOS
             MOVE ALC-LEGAJO TO TV-LEGAJO(WS-CANT-VINCULOS)
             MOVE ALC-NOMBRE TO TV-NOMBRE(WS-CANT-VINCULOS)
             MOVE ALC-APELLIDO TO TV-APELLIDO(WS-CANT-VINCULOS)
             MOVE ALC-NROCUENTA TO TV-NROCUENTA(WS-CANT-VINCULOS)
             MOVE ALC-GRADO TO TV-GRADO(WS-CANT-VINCULOS)
             MOVE ALC-ESTADO TO TV-ESTADO(WS-CANT-VINCULOS)
             IF ALC-CICLO-LECTIVO IS NUMERIC
               MOVE ALC-CICLO-LECTIVO
                 TO TV-CICLO-LECTIVO(WS-CANT-VINCULOS)
             ELSE
               MOVE 0 TO TV-CICLO-LECTIVO(WS-CANT-VINCULOS)
             END-IF
             MOVE ALC-REINSCRIPCION
               TO TV-REINSCRIPCION(WS-CANT-VINCULOS)
             MOVE SPACE TO TV-RESULTADO(WS-CANT-VINCULOS)
             PERFORM 109000-LEER-VINCULO
           END-PERFORM
           CLOSE ALUMCTA.


       109000-LEER-VINCULO.
           READ ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK AND NOT WSS-FS-ALUMCTA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA
             MOVE '10' TO WSS-FS-ALUMCTA
           END-IF.


       110000-CARGAR-ALUMNOS.
           MOVE 0 TO WS-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE ALUMNOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
             PERFORM 300000-FINAL
           END-IF
           PERFORM 111000-LEER-ALUMNO
           PERFORM UNTIL WSS-FS-ALUMNOS-EOF
             IF WS-CANT-ALUMNOS NOT < 2000
               DISPLAY 'ERROR: MAS DE 2000 ALUMNOS, AMPLIAR LA TABLA'
               CLOSE ALUMNOS
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-ALUMNOS
             MOVE REG-LEGAJO TO TAL-LEGAJO(WS-CANT-ALUMNOS)
             PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
                       UNTIL WS-IND-MATERIA > WSC-CANT-MATERIAS
               MOVE REG-NOTA(WS-IND-MATERIA)
                 TO TAL-NOTA(WS-CANT-ALUMNOS, WS-IND-MATERIA)
             END-PERFORM
             PERFORM 111000-LEER-ALUMNO
           END-PERFORM
           CLOSE ALUMNOS.


       111000-LEER-ALUMNO.
           READ ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK AND NOT WSS-FS-ALUMNOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
             MOVE '10' TO WSS-FS-ALUMNOS
           END-IF.


       120000-CARGAR-ASISTENCIA.
      * Solo cuentan los meses del ano lectivo que cierra; la
      * asistencia sin legajo (migracion) no es de nadie.
           MOVE 0 TO WS-CANT-ASISTEN
           OPEN INPUT ASISTEN
           IF WSS-FS-ASISTEN-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-ASISTEN-OK
               PERFORM 121000-LEER-ASISTENCIA
               PERFORM UNTIL WSS-FS-ASISTEN-EOF
                 IF ASI-PERIODO(1:4) = WS-CICLO-CERRADO
                         AND ASI-LEGAJO NOT = 0
                   PERFORM 122000-ACUMULAR-ASISTENCIA
                 END-IF
                 PERFORM 121000-LEER-ASISTENCIA
               END-PERFORM
             END-IF
             CLOSE ASISTEN
           END-IF.


       121000-LEER-ASISTENCIA.
           READ ASISTEN
           IF NOT WSS-FS-ASISTEN-OK AND NOT WSS-FS-ASISTEN-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ASISTEN
             MOVE '10' TO WSS-FS-ASISTEN
           END-IF.


       122000-ACUMULAR-ASISTENCIA.
           MOVE ASI-LEGAJO TO WSV-LEGAJO-BUSCADO
           PERFORM 240000-BUSCAR-ASISTENCIA
           IF WS-IND-ASI-HALLADO = 0
             IF WS-CANT-ASISTEN < 2000
               ADD 1 TO WS-CANT-ASISTEN
               MOVE WS-CANT-ASISTEN TO WS-IND-ASI-HALLADO
               MOVE ASI-LEGAJO TO TAS-LEGAJO(WS-IND-ASI-HALLADO)
               MOVE 0 TO TAS-PRESENTES(WS-IND-ASI-HALLADO)
               MOVE 0 TO TAS-AUSENTES(WS-IND-ASI-HALLADO)
               MOVE 0 TO TAS-TARDES(WS-IND-ASI-HALLADO)
             END-IF
           END-IF
           IF WS-IND-ASI-HALLADO NOT = 0
             ADD ASI-PRESENTES TO TAS-PRESENTES(WS-IND-ASI-HALLADO)
             ADD ASI-AUSENTES TO TAS-AUSENTES(WS-IND-ASI-HALLADO)
             ADD ASI-TARDES TO TAS-TARDES(WS-IND-ASI-HALLADO)
           END-IF.


       130000-CARGAR-ID-Y-CLAVES.
           MOVE 0 TO WS-ULTIMO-ID
           MOVE 0 TO WS-CANT-CLAVES
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               PERFORM 300000-FINAL
             END-IF
             PERFORM 131000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF ENTRYID > WS-ULTIMO-ID
                 MOVE ENTRYID TO WS-ULTIMO-ID
               END-IF
      * El DESCRIP de la matricula lleva el ciclo en las posiciones
      * 11 a 14 y el legajo en las 23 a 30 (ver 222000).
               IF CODSERVICIO = WSC-COD-MATRICULA
                       AND WS-CANT-CLAVES < 2000
                 ADD 1 TO WS-CANT-CLAVES
                 STRING DESCRIP(11:4) DESCRIP(23:8)
                     DELIMITED BY SIZE
                     INTO TK-CLAVE(WS-CANT-CLAVES)
               END-IF
               PERFORM 131000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF.


       131000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       200000-PROCESO.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             PERFORM 300000-FINAL
           END-IF
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             OPEN OUTPUT SERVICIO
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             CLOSE CUENTAS
             PERFORM 300000-FINAL
           END-IF
           PERFORM 210000-INSCRIBIR-UNO
                     VARYING WS-IND-VINCULO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
           CLOSE SERVICIO
           CLOSE CUENTAS
           PERFORM 250000-REGRABAR-VINCULOS
           PERFORM 260000-IMPRIMIR-PADRON.


       210000-INSCRIBIR-UNO.
      * Un vinculo ya inscripto para el ciclo (o posterior) no se
      * vuelve a tocar: es lo que permite relanzar la corrida.
           EVALUATE TRUE
             WHEN TV-ESTADO(WS-IND-VINCULO) NOT = 'A'
               CONTINUE
             WHEN TV-CICLO-LECTIVO(WS-IND-VINCULO)
                     NOT < WS-CICLO-NUEVO
               ADD 1 TO WSA-CANT-YA-INSCRIPTOS
             WHEN TV-LEGAJO(WS-IND-VINCULO) = 0
               MOVE 'S' TO TV-RESULTADO(WS-IND-VINCULO)
               ADD 1 TO WSA-CANT-SIN-LEGAJO
             WHEN OTHER
               PERFORM 212000-EVALUAR-ALUMNO
               PERFORM 216000-APLICAR-RESULTADO
           END-EVALUATE.


       212000-EVALUAR-ALUMNO.
           MOVE 0 TO WS-IND-ALU-HALLADO
           PERFORM VARYING WS-IND-ALUMNO FROM 1 BY 1
                     UNTIL WS-IND-ALUMNO > WS-CANT-ALUMNOS
             IF TAL-LEGAJO(WS-IND-ALUMNO) = TV-LEGAJO(WS-IND-VINCULO)
               MOVE WS-IND-ALUMNO TO WS-IND-ALU-HALLADO
               MOVE WS-CANT-ALUMNOS TO WS-IND-ALUMNO
             END-IF
           END-PERFORM
           MOVE 0 TO WSV-CANT-DESAPROBADAS
           MOVE 0 TO WSV-CANT-CALIFICADAS
           IF WS-IND-ALU-HALLADO NOT = 0
             PERFORM VARYING WS-IND-MATERIA FROM 1 BY 1
                       UNTIL WS-IND-MATERIA > WSC-CANT-MATERIAS
               IF TAL-NOTA(WS-IND-ALU-HALLADO, WS-IND-MATERIA)
                       NOT = 0
                 ADD 1 TO WSV-CANT-CALIFICADAS
               END-IF
               IF TAL-NOTA(WS-IND-ALU-HALLADO, WS-IND-MATERIA)
                       < WSC-NOTA-APROBADO
                 ADD 1 TO WSV-CANT-DESAPROBADAS
               END-IF
             END-PERFORM
           END-IF
           PERFORM 214000-EVALUAR-ASISTENCIA
      * Sin ninguna nota cargada no hay con que decidir: queda para
      * que la escuela complete las notas y se relance.
           EVALUATE TRUE
             WHEN WSV-CANT-CALIFICADAS = 0
               MOVE 'N' TO TV-RESULTADO(WS-IND-VINCULO)
             WHEN WS-ES-LIBRE
               MOVE 'R' TO TV-RESULTADO(WS-IND-VINCULO)
             WHEN WSV-CANT-DESAPROBADAS > WSC-MAX-PREVIAS
               MOVE 'R' TO TV-RESULTADO(WS-IND-VINCULO)
             WHEN TV-GRADO(WS-IND-VINCULO) NOT < WSC-ULTIMO-GRADO
               MOVE 'E' TO TV-RESULTADO(WS-IND-VINCULO)
             WHEN OTHER
               MOVE 'P' TO TV-RESULTADO(WS-IND-VINCULO)
           END-EVALUATE.


       214000-EVALUAR-ASISTENCIA.
           MOVE 'N' TO WS-LIBRE
           MOVE TV-LEGAJO(WS-IND-VINCULO) TO WSV-LEGAJO-BUSCADO
           PERFORM 240000-BUSCAR-ASISTENCIA
           IF WS-IND-ASI-HALLADO NOT = 0
             COMPUTE WSV-TOTAL-DIAS =
                     TAS-PRESENTES(WS-IND-ASI-HALLADO)
                     + TAS-AUSENTES(WS-IND-ASI-HALLADO)
                     + TAS-TARDES(WS-IND-ASI-HALLADO)
             IF WSV-TOTAL-DIAS > 0
               COMPUTE WSV-PORC-AUSENTE ROUNDED =
                       TAS-AUSENTES(WS-IND-ASI-HALLADO) * 100
                       / WSV-TOTAL-DIAS
               IF WSV-PORC-AUSENTE > WSC-PORC-LIBRE
                 MOVE 'S' TO WS-LIBRE
               END-IF
             END-IF
           END-IF.


       216000-APLICAR-RESULTADO.
      * El egresado no se reinscribe: no se le mira la deuda, que
      * sigue en su cuenta, pero deja de generar cuotas.
           IF TV-RESULTADO(WS-IND-VINCULO) = 'E'
             MOVE 'B' TO TV-ESTADO(WS-IND-VINCULO)
             MOVE WS-CICLO-NUEVO TO TV-CICLO-LECTIVO(WS-IND-VINCULO)
             MOVE SPACE TO TV-REINSCRIPCION(WS-IND-VINCULO)
             ADD 1 TO WSA-CANT-EGRESADOS
           ELSE
             IF TV-RESULTADO(WS-IND-VINCULO) = 'N'
               ADD 1 TO WSA-CANT-RET-SIN-NOTAS
             ELSE
               PERFORM 218000-VERIFICAR-DEUDA
               IF WS-TIENE-DEUDA
                       AND TV-REINSCRIPCION(WS-IND-VINCULO) NOT = 'S'
                 MOVE 'D' TO TV-RESULTADO(WS-IND-VINCULO)
                 ADD 1 TO WSA-CANT-RET-DEUDA
               ELSE
                 PERFORM 220000-REINSCRIBIR
               END-IF
             END-IF
           END-IF.


       218000-VERIFICAR-DEUDA.
      * Deuda vencida: saldo a favor de la empresa con el
      * vencimiento ya pasado a la fecha de proceso.
           MOVE 'N' TO WS-CON-DEUDA
           MOVE TV-NROCUENTA(WS-IND-VINCULO) TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF MONTO > 0 AND FECHAVTO NOT = 0
                       AND FECHAVTO < WS-FECHA-HOY
                 MOVE 'S' TO WS-CON-DEUDA
               END-IF
           END-READ.


       220000-REINSCRIBIR.
           IF TV-RESULTADO(WS-IND-VINCULO) = 'P'
             ADD 1 TO TV-GRADO(WS-IND-VINCULO)
             ADD 1 TO WSA-CANT-PROMOVIDOS
           ELSE
             ADD 1 TO WSA-CANT-REPITEN
           END-IF
           MOVE WS-CICLO-NUEVO TO TV-CICLO-LECTIVO(WS-IND-VINCULO)
           MOVE SPACE TO TV-REINSCRIPCION(WS-IND-VINCULO)
           PERFORM 222000-GRABAR-MATRICULA.


       222000-GRABAR-MATRICULA.
           MOVE SPACES TO WSV-CLAVE
           STRING WS-CICLO-NUEVO TV-LEGAJO(WS-IND-VINCULO)
               DELIMITED BY SIZE INTO WSV-CLAVE
           MOVE 'N' TO WS-DUPLICADO
           PERFORM VARYING WS-IND-CLAVE FROM 1 BY 1
                     UNTIL WS-IND-CLAVE > WS-CANT-CLAVES
             IF TK-CLAVE(WS-IND-CLAVE) = WSV-CLAVE
               MOVE 'S' TO WS-DUPLICADO
               MOVE WS-CANT-CLAVES TO WS-IND-CLAVE
             END-IF
           END-PERFORM
           IF WS-ES-DUPLICADO
             DISPLAY 'LA MATRICULA ' WS-CICLO-NUEVO ' DEL LEGAJO '
                     TV-LEGAJO(WS-IND-VINCULO) ' YA ESTABA GENERADA'
           ELSE
             CALL 'PRECIOVIGENTE' USING WSC-COD-MATRICULA
                                        TV-NROCUENTA(WS-IND-VINCULO)
                                        WS-PERIODO-FACT
                                        WS-PRECIO-VIGENTE
                                        WS-PRECIO-HALLADO
             END-CALL
             IF WS-PRECIO-HALLADO NOT = 'S'
               MOVE WS-PRECIO-CATALOGO TO WS-PRECIO-VIGENTE
             END-IF
             MOVE WSC-COD-MATRICULA TO CODSERVICIO
             MOVE TV-NROCUENTA(WS-IND-VINCULO) TO NUMCUENTA
             MOVE SPACES TO DESCRIP
             STRING 'MATRICULA ' WS-CICLO-NUEVO
                    ' LEGAJO ' TV-LEGAJO(WS-IND-VINCULO)
                 DELIMITED BY SIZE INTO DESCRIP
             MOVE WS-PF-AAAA TO AAAA
             MOVE WS-PF-MM TO MM
             MOVE WS-PRECIO-VIGENTE TO MONTO-SRV
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WSA-CANT-MATRICULAS
               ADD 1 TO WS-CANT-ESCRITOS
               ADD WS-PRECIO-VIGENTE TO WSA-TOTAL-MATRICULAS
               IF WS-CANT-CLAVES < 2000
                 ADD 1 TO WS-CANT-CLAVES
                 MOVE WSV-CLAVE TO TK-CLAVE(WS-CANT-CLAVES)
               END-IF
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             END-IF
           END-IF.


       240000-BUSCAR-ASISTENCIA.
           MOVE 0 TO WS-IND-ASI-HALLADO
           PERFORM VARYING WS-IND-ASISTEN FROM 1 BY 1
                     UNTIL WS-IND-ASISTEN > WS-CANT-ASISTEN
             IF TAS-LEGAJO(WS-IND-ASISTEN) = WSV-LEGAJO-BUSCADO
               MOVE WS-IND-ASISTEN TO WS-IND-ASI-HALLADO
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN
             END-IF
           END-PERFORM.


       250000-REGRABAR-VINCULOS.
           OPEN OUTPUT ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE VINCULOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMCTA
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-VINCULO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
             MOVE TV-LEGAJO(WS-IND-VINCULO) TO ALC-LEGAJO
             MOVE TV-NOMBRE(WS-IND-VINCULO) TO ALC-NOMBRE
             MOVE TV-APELLIDO(WS-IND-VINCULO) TO ALC-APELLIDO
             MOVE TV-NROCUENTA(WS-IND-VINCULO) TO ALC-NROCUENTA
             MOVE TV-GRADO(WS-IND-VINCULO) TO ALC-GRADO
             MOVE TV-ESTADO(WS-IND-VINCULO) TO ALC-ESTADO
             MOVE TV-CICLO-LECTIVO(WS-IND-VINCULO)
               TO ALC-CICLO-LECTIVO
             MOVE TV-REINSCRIPCION(WS-IND-VINCULO)
               TO ALC-REINSCRIPCION
             WRITE REG-ALUMCTA
           END-PERFORM
           CLOSE ALUMCTA.


       260000-IMPRIMIR-PADRON.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PADRON DEL CICLO LECTIVO ' WS-CICLO-NUEVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-GRADO FROM 1 BY 1
                     UNTIL WS-IND-GRADO > WSC-ULTIMO-GRADO
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             STRING 'GRADO ' WS-IND-GRADO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE ALL '-' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-VINCULO FROM 1 BY 1
                       UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
               IF TV-ESTADO(WS-IND-VINCULO) = 'A'
                       AND TV-GRADO(WS-IND-VINCULO) = WS-IND-GRADO
                       AND TV-CICLO-LECTIVO(WS-IND-VINCULO)
                           = WS-CICLO-NUEVO
                 PERFORM 265000-LINEA-ALUMNO
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'EGRESADOS, RETENIDOS Y PENDIENTES' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-VINCULO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
             IF TV-RESULTADO(WS-IND-VINCULO) = 'E' OR 'D' OR 'N'
                                            OR 'S'
               PERFORM 265000-LINEA-ALUMNO
             END-IF
           END-PERFORM.


       265000-LINEA-ALUMNO.
           EVALUATE TV-RESULTADO(WS-IND-VINCULO)
             WHEN 'P'
               MOVE 'PROMOVIDO' TO WSV-RESULTADO-TXT
             WHEN 'R'
               MOVE 'REPITE' TO WSV-RESULTADO-TXT
             WHEN 'E'
               MOVE 'EGRESADO' TO WSV-RESULTADO-TXT
             WHEN 'D'
               MOVE 'RET. DEUDA' TO WSV-RESULTADO-TXT
             WHEN 'N'
               MOVE 'RET. S/NOTAS' TO WSV-RESULTADO-TXT
             WHEN 'S'
               MOVE 'SIN LEGAJO' TO WSV-RESULTADO-TXT
             WHEN OTHER
               MOVE 'YA INSCRIPTO' TO WSV-RESULTADO-TXT
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TV-LEGAJO(WS-IND-VINCULO) ' '
                  TV-APELLIDO(WS-IND-VINCULO)(1:18) ' '
                  TV-NOMBRE(WS-IND-VINCULO)(1:14) ' '
                  TV-NROCUENTA(WS-IND-VINCULO) ' G'
                  TV-GRADO(WS-IND-VINCULO) ' '
                  WSV-RESULTADO-TXT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           ADD 1 TO WS-REPIDX-LINEAS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   INSCRIPCION ANUAL ESCOLAR'
           DISPLAY 'Programme: INSCRIPCIONANUAL'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'VINCULOS LEIDOS:           ' WS-CANT-LEIDOS
           DISPLAY 'PROMOVIDOS:                ' WSA-CANT-PROMOVIDOS
           DISPLAY 'REPITEN:                   ' WSA-CANT-REPITEN
           DISPLAY 'EGRESADOS:                 ' WSA-CANT-EGRESADOS
           DISPLAY 'RETENIDOS POR DEUDA:       ' WSA-CANT-RET-DEUDA
           DISPLAY 'RETENIDOS SIN NOTAS:       '
                   WSA-CANT-RET-SIN-NOTAS
           DISPLAY 'SIN LEGAJO:                ' WSA-CANT-SIN-LEGAJO
           DISPLAY 'YA INSCRIPTOS (OMITIDOS):  '
                   WSA-CANT-YA-INSCRIPTOS
           DISPLAY 'MATRICULAS GENERADAS:      ' WSA-CANT-MATRICULAS
           DISPLAY 'TOTAL MATRICULAS:          ' WSA-TOTAL-MATRICULAS
           IF WSA-CANT-RET-DEUDA NOT = 0
             DISPLAY 'REVISAR LOS RETENIDOS POR DEUDA EN INSCRIP.REP '
                     'Y AUTORIZARLOS EN MANTALUMCTA ANTES DE '
                     'RELANZAR'
           END-IF.


       395000-REGISTRAR-REPORTE.
           MOVE 'PADRON ESCOLAR' TO WS-REPIDX-NOMBRE
           MOVE 'INSCRIPCIONANUAL' TO WS-REPIDX-PROGRAMA
           MOVE '..\INSCRIP.REP' TO WS-REPIDX-ARCHIVO
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'INSCRIPCIONANUAL' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ALUMCTA    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
