      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REGISTRO DE BECAS Y DESCUENTOS DE ARANCEL POR
      *              ALUMNO (BECAS.DAT), BAJO CLAVE DE SUPERVISOR: CADA
      *              BECA ES UN PORCENTAJE (COMPLETA, MEDIA, ...) O UN
      *              IMPORTE FIJO POR MES, CON VIGENCIA DESDE/HASTA,
      *              MOTIVO Y QUIEN LA AUTORIZO. CUOTASESCOLARES LA
      *              APLICA AL GENERAR LA CUOTA MENSUAL COMO UN ASIENTO
      *              NEGATIVO 'BEC' EN SERVICIO.DAT, EN LUGAR DE LAS
      *              NOTAS DE CREDITO MANUALES DE CADA MES, E
      *              INFORMEBECAS RESUME SU COSTO POR GRADO Y MOTIVO.
      *              UN ALUMNO TIENE A LO SUMO UNA BECA VIGENTE EN CADA
      *              PERIODO. LA BAJA ES LOGICA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTBECAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BECAS              ASSIGN TO DISK '..\BECAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BECAS.

           SELECT ALUMNOS            ASSIGN TO DISK '..\ALUMNOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALUMNOS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD BECAS.
           COPY BECAREC.

       FD ALUMNOS.
           COPY ALUMNOREC.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==BECAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ALUMNOS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       01 WS-CLAVE-INGRESADA           PIC X(08).

       01 TABLA-BECAS.
         05 WS-CANT-BECAS              PIC 9(03) VALUE 0.
         05 TBE-ENTRY OCCURS 500 TIMES.
           10 TBE-LEGAJO               PIC 9(08).
           10 TBE-TIPO                 PIC X(01).
           10 TBE-PORCENTAJE           PIC 9(03)V99.
           10 TBE-MONTO                PIC 9(05)V99.
           10 TBE-DESDE                PIC X(06).
           10 TBE-HASTA                PIC X(06).
           10 TBE-MOTIVO               PIC X(03).
           10 TBE-AUTORIZA             PIC X(20).
           10 TBE-FECHA-ALTA           PIC 9(08).
           10 TBE-ESTADO               PIC X(01).

       01 WS-IND-BECA                  PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-LEGAJO                 PIC 9(08).
         05 WSV-NOMBRE                 PIC A(20).
         05 WSV-APELLIDO               PIC A(20).
         05 WSV-TIPO                   PIC X(01).
         05 WSV-PORCENTAJE             PIC 9(03)V99.
         05 WSV-MONTO                  PIC 9(05)V99.
         05 WSV-DESDE                  PIC X(06).
         05 WSV-HASTA                  PIC X(06).
         05 WSV-MOTIVO                 PIC X(03).
         05 WSV-AUTORIZA               PIC X(20).
         05 WSV-NRO-BECA               PIC 9(03).
         05 WSV-CANT-DEL-ALUMNO        PIC 9(03).

       01 WS-ALUMNO-EXISTE             PIC X(01).
       01 WS-SUPERPUESTA               PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR: '
           ACCEPT WS-CLAVE-INGRESADA
           IF WS-CLAVE-INGRESADA NOT = WSP-CLAVE-SUPERVISOR
             DISPLAY 'CLAVE INCORRECTA, ACCESO DENEGADO'
             MOVE 4 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-BECAS
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-BECAS.
           MOVE 0 TO WS-CANT-BECAS
           OPEN INPUT BECAS
           IF WSS-FS-BECAS-NOEXISTE
             DISPLAY 'REGISTRO DE BECAS VACIO, SE CREARA AL GRABAR'
           ELSE
             IF NOT WSS-FS-BECAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE BECAS'
               DISPLAY 'FILE STATUS ' WSS-FS-BECAS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-BECA
               PERFORM UNTIL WSS-FS-BECAS-EOF
                 IF WS-CANT-BECAS < 500
                   ADD 1 TO WS-CANT-BECAS
                   MOVE BEC-LEGAJO TO TBE-LEGAJO(WS-CANT-BECAS)
                   MOVE BEC-TIPO TO TBE-TIPO(WS-CANT-BECAS)
                   MOVE BEC-PORCENTAJE
                     TO TBE-PORCENTAJE(WS-CANT-BECAS)
                   MOVE BEC-MONTO TO TBE-MONTO(WS-CANT-BECAS)
                   MOVE BEC-VIG-DESDE TO TBE-DESDE(WS-CANT-BECAS)
                   MOVE BEC-VIG-HASTA TO TBE-HASTA(WS-CANT-BECAS)
                   MOVE BEC-MOTIVO TO TBE-MOTIVO(WS-CANT-BECAS)
                   MOVE BEC-AUTORIZA TO TBE-AUTORIZA(WS-CANT-BECAS)
                   MOVE BEC-FECHA-ALTA
                     TO TBE-FECHA-ALTA(WS-CANT-BECAS)
                   MOVE BEC-ESTADO TO TBE-ESTADO(WS-CANT-BECAS)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
                   DISPLAY 'ERROR: EL REGISTRO SUPERA LAS 500 BECAS'
                   CLOSE BECAS
                   MOVE 4 TO WS-OPCION
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-BECA
               END-PERFORM
             END-IF
             CLOSE BECAS
           END-IF.


       106000-LEER-BECA.
           READ BECAS
           IF NOT WSS-FS-BECAS-OK AND NOT WSS-FS-BECAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BECAS
             MOVE '10' TO WSS-FS-BECAS
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'REGISTRO DE BECAS (BECAS.DAT)'
           DISPLAY '1 - ALTA DE BECA'
           DISPLAY '2 - ANULAR UNA BECA'
           DISPLAY '3 - LISTAR BECAS'
           DISPLAY '4 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA
             WHEN 2
               PERFORM 230000-ANULAR
             WHEN 3
               PERFORM 240000-LISTAR
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 4
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-ALTA.
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO: '
           ACCEPT WSV-LEGAJO
           PERFORM 212000-VERIFICAR-ALUMNO
           IF WS-ALUMNO-EXISTE NOT = 'S'
             DISPLAY 'EL LEGAJO ' WSV-LEGAJO ' NO EXISTE EN '
                     'ALUMNOS.DAT, NO SE GRABA'
           ELSE
             DISPLAY 'ALUMNO: ' WSV-APELLIDO ' ' WSV-NOMBRE
             PERFORM 214000-INGRESAR-DATOS
             PERFORM 216000-VALIDAR-Y-GRABAR
           END-IF.


       212000-VERIFICAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-EXISTE
           OPEN INPUT ALUMNOS
           IF WSS-FS-ALUMNOS-OK
             PERFORM 213000-LEER-ALUMNO
             PERFORM UNTIL WSS-FS-ALUMNOS-EOF
               IF REG-LEGAJO = WSV-LEGAJO AND WSV-LEGAJO NOT = 0
                 MOVE 'S' TO WS-ALUMNO-EXISTE
                 MOVE REG-NOMBRE TO WSV-NOMBRE
                 MOVE REG-APELLIDO TO WSV-APELLIDO
                 MOVE '10' TO WSS-FS-ALUMNOS
               END-IF
               PERFORM 213000-LEER-ALUMNO
             END-PERFORM
             CLOSE ALUMNOS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE ALUMNOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           END-IF.


       213000-LEER-ALUMNO.
           READ ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK AND NOT WSS-FS-ALUMNOS-EOF
             MOVE '10' TO WSS-FS-ALUMNOS
           END-IF.


       214000-INGRESAR-DATOS.
           MOVE 0 TO WSV-PORCENTAJE
           MOVE 0 TO WSV-MONTO
           DISPLAY 'INGRESE EL TIPO (P=PORCENTAJE M=IMPORTE FIJO): '
           ACCEPT WSV-TIPO
           IF WSV-TIPO = 'P'
             DISPLAY 'INGRESE EL PORCENTAJE (100=COMPLETA, '
                     '50=MEDIA): '
             ACCEPT WSV-PORCENTAJE
           ELSE
             DISPLAY 'INGRESE EL IMPORTE MENSUAL: '
             ACCEPT WSV-MONTO
           END-IF
           DISPLAY 'INGRESE LA VIGENCIA DESDE (AAAAMM): '
           ACCEPT WSV-DESDE
           DISPLAY 'INGRESE LA VIGENCIA HASTA (AAAAMM, '
                   '999999=SIN FIN): '
           ACCEPT WSV-HASTA
           DISPLAY 'INGRESE EL MOTIVO (ACA=MERITO ACADEMICO '
                   'SOC=SOCIOECONOMICA PER=HIJO DE PERSONAL '
                   'DEP=DEPORTIVA OTR=OTRO): '
           ACCEPT WSV-MOTIVO
           DISPLAY 'INGRESE QUIEN LA AUTORIZA: '
           ACCEPT WSV-AUTORIZA.


       216000-VALIDAR-Y-GRABAR.
           PERFORM 218000-VERIFICAR-SUPERPOSICION
           EVALUATE TRUE
             WHEN WSV-TIPO NOT = 'P' AND WSV-TIPO NOT = 'M'
               DISPLAY 'TIPO INVALIDO, NO SE GRABA'
             WHEN WSV-TIPO = 'P'
                     AND (WSV-PORCENTAJE = 0 OR WSV-PORCENTAJE > 100)
               DISPLAY 'PORCENTAJE INVALIDO, NO SE GRABA'
             WHEN WSV-TIPO = 'M' AND WSV-MONTO = 0
               DISPLAY 'IMPORTE INVALIDO, NO SE GRABA'
             WHEN WSV-DESDE IS NOT NUMERIC
                     OR WSV-HASTA IS NOT NUMERIC
                     OR WSV-HASTA < WSV-DESDE
               DISPLAY 'VIGENCIA INVALIDA, NO SE GRABA'
             WHEN WSV-MOTIVO NOT = 'ACA' AND WSV-MOTIVO NOT = 'SOC'
                     AND WSV-MOTIVO NOT = 'PER'
                     AND WSV-MOTIVO NOT = 'DEP'
                     AND WSV-MOTIVO NOT = 'OTR'
               DISPLAY 'MOTIVO INVALIDO, NO SE GRABA'
             WHEN WSV-AUTORIZA = SPACES
               DISPLAY 'FALTA QUIEN LA AUTORIZA, NO SE GRABA'
             WHEN WS-SUPERPUESTA = 'S'
               DISPLAY 'EL ALUMNO YA TIENE UNA BECA VIGENTE EN ESE '
                       'PERIODO, ANULARLA PRIMERO'
             WHEN WS-CANT-BECAS < 500
               ADD 1 TO WS-CANT-BECAS
               MOVE WSV-LEGAJO TO TBE-LEGAJO(WS-CANT-BECAS)
               MOVE WSV-TIPO TO TBE-TIPO(WS-CANT-BECAS)
               MOVE WSV-PORCENTAJE TO TBE-PORCENTAJE(WS-CANT-BECAS)
               MOVE WSV-MONTO TO TBE-MONTO(WS-CANT-BECAS)
               MOVE WSV-DESDE TO TBE-DESDE(WS-CANT-BECAS)
               MOVE WSV-HASTA TO TBE-HASTA(WS-CANT-BECAS)
               MOVE WSV-MOTIVO TO TBE-MOTIVO(WS-CANT-BECAS)
               MOVE WSV-AUTORIZA TO TBE-AUTORIZA(WS-CANT-BECAS)
               MOVE WSP-FECHA-PROCESO
                 TO TBE-FECHA-ALTA(WS-CANT-BECAS)
               MOVE 'A' TO TBE-ESTADO(WS-CANT-BECAS)
               PERFORM 250000-GRABAR-BECAS
               DISPLAY 'BECA GRABADA'
             WHEN OTHER
               DISPLAY 'REGISTRO DE BECAS COMPLETO'
           END-EVALUATE.


       218000-VERIFICAR-SUPERPOSICION.
      * Dos becas del mismo alumno cuyas vigencias se cruzan harian
      * que CUOTASESCOLARES no sepa cual aplicar.
           MOVE 'N' TO WS-SUPERPUESTA
           PERFORM VARYING WS-IND-BECA FROM 1 BY 1
                     UNTIL WS-IND-BECA > WS-CANT-BECAS
             IF TBE-LEGAJO(WS-IND-BECA) = WSV-LEGAJO
                     AND TBE-ESTADO(WS-IND-BECA) = 'A'
                     AND TBE-DESDE(WS-IND-BECA) NOT > WSV-HASTA
                     AND TBE-HASTA(WS-IND-BECA) NOT < WSV-DESDE
               MOVE 'S' TO WS-SUPERPUESTA
             END-IF
           END-PERFORM.


       230000-ANULAR.
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO: '
           ACCEPT WSV-LEGAJO
           MOVE 0 TO WSV-CANT-DEL-ALUMNO
           PERFORM VARYING WS-IND-BECA FROM 1 BY 1
                     UNTIL WS-IND-BECA > WS-CANT-BECAS
             IF TBE-LEGAJO(WS-IND-BECA) = WSV-LEGAJO
                     AND TBE-ESTADO(WS-IND-BECA) = 'A'
               ADD 1 TO WSV-CANT-DEL-ALUMNO
               DISPLAY WS-IND-BECA ' - '
                       TBE-TIPO(WS-IND-BECA) ' '
                       TBE-PORCENTAJE(WS-IND-BECA) '% $'
                       TBE-MONTO(WS-IND-BECA) ' DE '
                       TBE-DESDE(WS-IND-BECA) ' A '
                       TBE-HASTA(WS-IND-BECA) ' '
                       TBE-MOTIVO(WS-IND-BECA)
             END-IF
           END-PERFORM
           IF WSV-CANT-DEL-ALUMNO = 0
             DISPLAY 'EL ALUMNO NO TIENE BECAS VIGENTES'
           ELSE
             DISPLAY 'INGRESE EL NUMERO DE LA BECA A ANULAR: '
             ACCEPT WSV-NRO-BECA
             IF WSV-NRO-BECA = 0 OR WSV-NRO-BECA > WS-CANT-BECAS
               DISPLAY 'NUMERO INVALIDO'
             ELSE
               IF TBE-LEGAJO(WSV-NRO-BECA) NOT = WSV-LEGAJO
                       OR TBE-ESTADO(WSV-NRO-BECA) NOT = 'A'
                 DISPLAY 'NUMERO INVALIDO'
               ELSE
                 MOVE 'B' TO TBE-ESTADO(WSV-NRO-BECA)
                 PERFORM 250000-GRABAR-BECAS
                 DISPLAY 'BECA ANULADA'
               END-IF
             END-IF
           END-IF.


       240000-LISTAR.
           DISPLAY 'LEGAJO / TIPO / PORC / IMPORTE / DESDE / HASTA / '
                   'MOTIVO / AUTORIZA / ESTADO'
           PERFORM VARYING WS-IND-BECA FROM 1 BY 1
                     UNTIL WS-IND-BECA > WS-CANT-BECAS
             DISPLAY TBE-LEGAJO(WS-IND-BECA) ' '
                     TBE-TIPO(WS-IND-BECA) ' '
                     TBE-PORCENTAJE(WS-IND-BECA) ' '
                     TBE-MONTO(WS-IND-BECA) ' '
                     TBE-DESDE(WS-IND-BECA) ' '
                     TBE-HASTA(WS-IND-BECA) ' '
                     TBE-MOTIVO(WS-IND-BECA) ' '
                     TBE-AUTORIZA(WS-IND-BECA) ' '
                     TBE-ESTADO(WS-IND-BECA)
           END-PERFORM.


       250000-GRABAR-BECAS.
           OPEN OUTPUT BECAS
           IF NOT WSS-FS-BECAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE BECAS'
             DISPLAY 'FILE STATUS ' WSS-FS-BECAS
           ELSE
             PERFORM VARYING WS-IND-BECA FROM 1 BY 1
                       UNTIL WS-IND-BECA > WS-CANT-BECAS
               MOVE TBE-LEGAJO(WS-IND-BECA) TO BEC-LEGAJO
               MOVE TBE-TIPO(WS-IND-BECA) TO BEC-TIPO
               MOVE TBE-PORCENTAJE(WS-IND-BECA) TO BEC-PORCENTAJE
               MOVE TBE-MONTO(WS-IND-BECA) TO BEC-MONTO
               MOVE TBE-DESDE(WS-IND-BECA) TO BEC-VIG-DESDE
               MOVE TBE-HASTA(WS-IND-BECA) TO BEC-VIG-HASTA
               MOVE TBE-MOTIVO(WS-IND-BECA) TO BEC-MOTIVO
               MOVE TBE-AUTORIZA(WS-IND-BECA) TO BEC-AUTORIZA
               MOVE TBE-FECHA-ALTA(WS-IND-BECA) TO BEC-FECHA-ALTA
               MOVE TBE-ESTADO(WS-IND-BECA) TO BEC-ESTADO
               WRITE REG-BECA
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE BECAS
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   REGISTRO DE BECAS'
           DISPLAY 'Programme: MANTBECAS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTBECAS'       TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-BECAS      TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
