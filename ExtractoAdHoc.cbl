      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     EXTRACCIONES A MEDIDA GUIADAS POR EL DICCIONARIO
      *              DE DATOS DICCION.DAT (MANTDICCIONARIO): EL
      *              OPERADOR ELIGE UN ARCHIVO FICHADO, LOS CAMPOS
      *              POR SU NOMBRE DE DICCIONARIO Y HASTA CINCO
      *              FILTROS (IGUAL, RANGO CON EXTREMOS OPCIONALES O
      *              LISTA DE VALORES SEPARADOS POR '/'), Y EL
      *              PROGRAMA GRABA UN CSV SEPARADO POR ';' (DECIMAL
      *              CON COMA, FECHAS DD/MM/AAAA) CON UNA FILA DE
      *              TITULOS, MAS UN ARCHIVO .CTL DE CONTROL CON LA
      *              DEFINICION, EL OPERADOR Y LOS REGISTROS LEIDOS Y
      *              EXTRAIDOS. LOS IMPORTES (TIPO I) SE TOMAN CON
      *              DOS DECIMALES IMPLICITOS, COMO EN TODA LA SUITE.
      *              LAS DEFINICIONES SE GUARDAN POR NOMBRE EN
      *              EXTRDEF.DAT PARA VOLVER A CORRERLAS, Y EL NOMBRE
      *              DA EL DEL CSV (..\NOMBRE.CSV / ..\NOMBRE.CTL).
      *              CLIENTES.DAT, CUENTAS.DAT, SERVICIO.DAT Y PAGOS.DAT
      *              SE LEEN POR SU CLAVE; EL RESTO DE LOS ARCHIVOS COMO
      *              SECUENCIALES DE LINEA, SALTEANDO EL TRAILER. EL
      *              OPERADOR SE IDENTIFICA CON CONTROLACCESO Y CADA
      *              CORRIDA DEJA SU LINEA EN RUNLOG.DAT A SU NOMBRE,
      *              PARA LAS AUDITORIAS DE PRIVACIDAD.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  EXTRACTOADHOC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICCION            ASSIGN TO DISK '..\DICCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DICCION.

           SELECT EXTRDEF            ASSIGN TO DISK '..\EXTRDEF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXTRDEF.

           SELECT ENTRADA            ASSIGN TO DISK WS-NOMBRE-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT SALIDA             ASSIGN TO DISK WS-NOMBRE-SALIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SALIDA.

           SELECT CONTROLX           ASSIGN TO DISK WS-NOMBRE-CONTROL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTROLX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD DICCION.
       01 REG-DICCION.
         05 DIC-ARCHIVO               PIC X(12).
         05 DIC-CAMPO                 PIC X(20).
         05 DIC-POSICION              PIC 9(03).
         05 DIC-LARGO                 PIC 9(03).
         05 DIC-TIPO                  PIC X(01).
         05 DIC-VALIDOS               PIC X(30).
         05 DIC-ES-CLAVE              PIC X(01).

       FD EXTRDEF.
       01 REG-EXTRDEF                 PIC X(656).

       FD ENTRADA.
       01 REG-ENTRADA                 PIC X(330).

       FD CLIENTES.
           COPY CLIMAEST.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO-C                    PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-C                  PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD PAGOS.
           COPY PAGOS.

       FD SALIDA.
       01 REG-SALIDA                  PIC X(1000).

       FD CONTROLX.
       01 REG-CONTROLX                PIC X(80).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==DICCION==.
           COPY WSFS REPLACING ==:TAG:== BY ==EXTRDEF==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENTRADA==.
           COPY WSFS REPLACING ==:TAG:== BY ==SALIDA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTROLX==.

       01 WS-CANT-LEIDOS                PIC 9(07) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(07) VALUE 0.
       01 WS-RETURN-CODE                PIC 9(04) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSTRAILER.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'EXTRACTOADHOC'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-NOMBRE-ENTRADA            PIC X(30).
       01 WS-NOMBRE-SALIDA             PIC X(30).
       01 WS-NOMBRE-CONTROL            PIC X(30).

       01 TABLA-DICCIONARIO.
         05 WS-CANT-FICHAS             PIC 9(04) VALUE 0.
         05 TD-ENTRY OCCURS 1000 TIMES.
           10 TD-ARCHIVO               PIC X(12).
           10 TD-CAMPO                 PIC X(20).
           10 TD-POSICION              PIC 9(03).
           10 TD-LARGO                 PIC 9(03).
           10 TD-TIPO                  PIC X(01).

      * Definiciones guardadas en EXTRDEF.DAT, como imagen del
      * registro; se detallan al pasarlas a WS-DEFINICION.
       01 TABLA-DEFINICIONES.
         05 WS-CANT-DEFINICIONES       PIC 9(03) VALUE 0.
         05 TDF-ENTRY OCCURS 100 TIMES.
           10 TDF-IMAGEN               PIC X(656).
           10 TDF-NOMBRE REDEFINES TDF-IMAGEN
                                       PIC X(08).

      * Definicion en curso, con el layout del registro de
      * EXTRDEF.DAT. DEF-FIL-OPERADOR: 'E' igual, 'R' rango (un
      * extremo en blanco queda abierto), 'L' lista de valores
      * separados por '/' en DEF-FIL-DESDE.
       01 WS-DEFINICION.
         05 DEF-NOMBRE                 PIC X(08).
         05 DEF-ARCHIVO                PIC X(12).
         05 DEF-OPERADOR               PIC X(20).
         05 DEF-FECHA                  PIC 9(08).
         05 DEF-CANT-CAMPOS            PIC 9(02).
         05 DEF-CAMPO                  PIC X(20) OCCURS 10 TIMES.
         05 DEF-CANT-FILTROS           PIC 9(01).
         05 DEF-FILTRO OCCURS 5 TIMES.
           10 DEF-FIL-CAMPO            PIC X(20).
           10 DEF-FIL-OPERADOR         PIC X(01).
               88 DEF-FIL-IGUAL                        VALUE 'E'.
               88 DEF-FIL-RANGO                        VALUE 'R'.
               88 DEF-FIL-LISTA                        VALUE 'L'.
           10 DEF-FIL-DESDE            PIC X(30).
           10 DEF-FIL-HASTA            PIC X(30).

      * Ficha del diccionario de cada campo y filtro de la
      * definicion en curso, y los extremos numericos de los
      * filtros sobre campos N, F o I.
       01 TABLA-RESUELTA.
         05 TRC-FICHA                  PIC 9(04) OCCURS 10 TIMES.
         05 TRF-ENTRY OCCURS 5 TIMES.
           10 TRF-FICHA                PIC 9(04).
           10 TRF-DESDE-NUM            PIC S9(16)V99.
           10 TRF-HASTA-NUM            PIC S9(16)V99.

       01 INDICES.
         05 WS-IND-FICHA               PIC 9(04).
         05 WS-IND-DEFINICION          PIC 9(03).
         05 WS-IND-CAMPO               PIC 9(02).
         05 WS-IND-FILTRO              PIC 9(02).
         05 WS-IND-HALLADO             PIC 9(04).
         05 WS-IND-CHAR                PIC 9(03).

       01 VARIABLES.
         05 WSV-ARCHIVO                PIC X(12).
         05 WSV-CAMPO                  PIC X(20).
         05 WSV-NOMBRE                 PIC X(08).
         05 WSV-RESPUESTA              PIC X(01).
         05 WSV-DEF-VALIDA             PIC X(01).
             88 WSV-DEFINICION-OK                      VALUE 'S'.
         05 WSV-PASA-FILTROS           PIC X(01).
             88 WSV-REGISTRO-PASA                      VALUE 'S'.
         05 WSV-CUMPLE                 PIC X(01).
             88 WSV-FILTRO-CUMPLE                      VALUE 'S'.
         05 WSV-ES-NUMERICO            PIC X(01).
             88 WSV-CAMPO-NUMERICO                     VALUE 'S'.
         05 WSV-CAMPO-VALIDO           PIC X(01).
             88 WSV-VALOR-LEGIBLE                      VALUE 'S'.
         05 WSV-POSICION               PIC 9(03).
         05 WSV-LARGO                  PIC 9(03).
         05 WSV-TIPO                   PIC X(01).
         05 WSV-TEXTO                  PIC X(60).
         05 WSV-VALOR-LISTA            PIC X(30).
         05 WSV-PTR-LISTA              PIC 9(03).
         05 WSV-PTR-LINEA              PIC 9(04).
         05 WSV-NUM-VALOR              PIC S9(16)V99.
         05 WSV-NUM-LISTA              PIC S9(16)V99.
         05 WSV-REG-EXTRAIDOS          PIC 9(07).
         05 WSV-REG-LEIDOS             PIC 9(07).
         05 WSV-CON-TRAILER            PIC X(01).

      * Registro leido, sea cual sea el archivo de origen.
       01 WS-REGISTRO                  PIC X(330).

      * Campo numerico alineado a derecha: como entero para N y F,
      * con dos decimales implicitos para I.
       01 WS-NUM-CAMPO                 PIC X(18).
       01 WS-NUM-ENTERO REDEFINES WS-NUM-CAMPO
                                       PIC 9(18).
       01 WS-NUM-IMPORTE REDEFINES WS-NUM-CAMPO
                                       PIC S9(16)V99.

       01 WS-IMPORTE-ED                PIC -(15)9,99.
       01 WS-ENTERO-ED                 PIC Z(17)9.

       01 WS-FECHA-DESGLOSE.
         05 WS-FD-AAAA                 PIC 9(04).
         05 WS-FD-MM                   PIC 9(02).
         05 WS-FD-DD                   PIC 9(02).

       01 WS-LINEA-CSV                 PIC X(1000).
       01 WS-LINEA-CONTROL             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 105000-CARGAR-DICCIONARIO
           IF WS-CANT-FICHAS = 0
             DISPLAY 'EL DICCIONARIO ESTA VACIO (MANTDICCIONARIO)'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 107000-CARGAR-DEFINICIONES
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-DICCIONARIO.
           MOVE 0 TO WS-CANT-FICHAS
           OPEN INPUT DICCION
           IF WSS-FS-DICCION-OK
             PERFORM 106000-LEER-FICHA
             PERFORM UNTIL WSS-FS-DICCION-EOF
               IF WS-CANT-FICHAS < 1000
                 ADD 1 TO WS-CANT-FICHAS
                 MOVE DIC-ARCHIVO TO TD-ARCHIVO(WS-CANT-FICHAS)
                 MOVE DIC-CAMPO TO TD-CAMPO(WS-CANT-FICHAS)
                 MOVE DIC-POSICION TO TD-POSICION(WS-CANT-FICHAS)
                 MOVE DIC-LARGO TO TD-LARGO(WS-CANT-FICHAS)
                 MOVE DIC-TIPO TO TD-TIPO(WS-CANT-FICHAS)
               END-IF
               PERFORM 106000-LEER-FICHA
             END-PERFORM
             CLOSE DICCION
           END-IF.


       106000-LEER-FICHA.
           READ DICCION
           IF NOT WSS-FS-DICCION-OK AND NOT WSS-FS-DICCION-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DICCION
             MOVE '10' TO WSS-FS-DICCION
           END-IF.


       107000-CARGAR-DEFINICIONES.
           MOVE 0 TO WS-CANT-DEFINICIONES
           OPEN INPUT EXTRDEF
           IF WSS-FS-EXTRDEF-OK
             PERFORM 108000-LEER-DEFINICION
             PERFORM UNTIL WSS-FS-EXTRDEF-EOF
               IF WS-CANT-DEFINICIONES < 100
                 ADD 1 TO WS-CANT-DEFINICIONES
                 MOVE REG-EXTRDEF
                   TO TDF-IMAGEN(WS-CANT-DEFINICIONES)
               END-IF
               PERFORM 108000-LEER-DEFINICION
             END-PERFORM
             CLOSE EXTRDEF
           END-IF.


       108000-LEER-DEFINICION.
           READ EXTRDEF
           IF NOT WSS-FS-EXTRDEF-OK AND NOT WSS-FS-EXTRDEF-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-EXTRDEF
             MOVE '10' TO WSS-FS-EXTRDEF
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY '=========== EXTRACCIONES A MEDIDA ==========='
           DISPLAY 'OPERADOR: ' WS-ACC-OPERADOR
           DISPLAY '1 - NUEVA EXTRACCION'
           DISPLAY '2 - CORRER UNA EXTRACCION GUARDADA'
           DISPLAY '3 - LISTAR EXTRACCIONES GUARDADAS'
           DISPLAY '4 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-NUEVA-EXTRACCION
             WHEN 2
               PERFORM 220000-CORRER-GUARDADA
             WHEN 3
               PERFORM 225000-LISTAR-GUARDADAS
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 4
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


      *****************************************************************
      * Arma una definicion nueva a partir del diccionario, la guarda
      * si el operador le da nombre y la corre.
      *****************************************************************
       210000-NUEVA-EXTRACCION.
           INITIALIZE WS-DEFINICION
           DISPLAY 'ARCHIVO A EXTRAER (COMO FIGURA EN EL '
                   'DICCIONARIO): '
           ACCEPT DEF-ARCHIVO
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-FICHA FROM 1 BY 1
                     UNTIL WS-IND-FICHA > WS-CANT-FICHAS
             IF TD-ARCHIVO(WS-IND-FICHA) = DEF-ARCHIVO
               IF WS-IND-HALLADO = 0
                 DISPLAY 'CAMPO                POS LARGO TIPO'
               END-IF
               MOVE WS-IND-FICHA TO WS-IND-HALLADO
               DISPLAY TD-CAMPO(WS-IND-FICHA) ' '
                       TD-POSICION(WS-IND-FICHA) ' '
                       TD-LARGO(WS-IND-FICHA) '   '
                       TD-TIPO(WS-IND-FICHA)
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             DISPLAY 'EL ARCHIVO ' DEF-ARCHIVO ' NO ESTA EN EL '
                     'DICCIONARIO'
           ELSE
             PERFORM 212000-ELEGIR-CAMPOS
             IF DEF-CANT-CAMPOS > 0
               PERFORM 214000-ELEGIR-FILTROS
               PERFORM 230000-RESOLVER-DEFINICION
               IF WSV-DEFINICION-OK
                 DISPLAY 'GUARDAR COMO (NOMBRE DE HASTA 8 LETRAS, '
                         'EN BLANCO NO SE GUARDA): '
                 MOVE SPACES TO WSV-NOMBRE
                 ACCEPT WSV-NOMBRE
                 IF WSV-NOMBRE = SPACES
                   MOVE 'EXTRACTO' TO DEF-NOMBRE
                 ELSE
                   MOVE WSV-NOMBRE TO DEF-NOMBRE
                   MOVE WS-ACC-OPERADOR TO DEF-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:8) TO DEF-FECHA
                   PERFORM 216000-GUARDAR-DEFINICION
                 END-IF
                 PERFORM 240000-EJECUTAR-EXTRACCION
               END-IF
             END-IF
           END-IF.


       212000-ELEGIR-CAMPOS.
           MOVE 0 TO DEF-CANT-CAMPOS
           DISPLAY 'CAMPOS A EXTRAER, UNO POR LINEA (HASTA 10, '
                   'EN BLANCO TERMINA, * = TODOS): '
           MOVE 'X' TO WSV-CAMPO
           PERFORM UNTIL WSV-CAMPO = SPACES OR DEF-CANT-CAMPOS = 10
             MOVE SPACES TO WSV-CAMPO
             ACCEPT WSV-CAMPO
             IF WSV-CAMPO = '*'
               MOVE 0 TO DEF-CANT-CAMPOS
               PERFORM VARYING WS-IND-FICHA FROM 1 BY 1
                         UNTIL WS-IND-FICHA > WS-CANT-FICHAS
                            OR DEF-CANT-CAMPOS = 10
                 IF TD-ARCHIVO(WS-IND-FICHA) = DEF-ARCHIVO
                   ADD 1 TO DEF-CANT-CAMPOS
                   MOVE TD-CAMPO(WS-IND-FICHA)
                     TO DEF-CAMPO(DEF-CANT-CAMPOS)
                 END-IF
               END-PERFORM
               MOVE SPACES TO WSV-CAMPO
             ELSE
               IF WSV-CAMPO NOT = SPACES
                 PERFORM 235000-BUSCAR-FICHA
                 IF WS-IND-HALLADO = 0
                   DISPLAY 'CAMPO INEXISTENTE EN ' DEF-ARCHIVO
                 ELSE
                   ADD 1 TO DEF-CANT-CAMPOS
                   MOVE WSV-CAMPO TO DEF-CAMPO(DEF-CANT-CAMPOS)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF DEF-CANT-CAMPOS = 0
             DISPLAY 'NO SE ELIGIO NINGUN CAMPO'
           END-IF.


       214000-ELEGIR-FILTROS.
           MOVE 0 TO DEF-CANT-FILTROS
           DISPLAY 'FILTROS (HASTA 5): CAMPO A FILTRAR, EN BLANCO '
                   'TERMINA'
           MOVE 'X' TO WSV-CAMPO
           PERFORM UNTIL WSV-CAMPO = SPACES OR DEF-CANT-FILTROS = 5
             DISPLAY 'CAMPO: '
             MOVE SPACES TO WSV-CAMPO
             ACCEPT WSV-CAMPO
             IF WSV-CAMPO NOT = SPACES
               PERFORM 235000-BUSCAR-FICHA
               IF WS-IND-HALLADO = 0
                 DISPLAY 'CAMPO INEXISTENTE EN ' DEF-ARCHIVO
               ELSE
                 PERFORM 215000-CARGAR-FILTRO
               END-IF
             END-IF
           END-PERFORM.


       215000-CARGAR-FILTRO.
           DISPLAY 'CONDICION (E=IGUAL R=RANGO L=LISTA): '
           MOVE SPACES TO WSV-RESPUESTA
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = 'E' AND WSV-RESPUESTA NOT = 'R'
                   AND WSV-RESPUESTA NOT = 'L'
             DISPLAY 'CONDICION INVALIDA, SE DESCARTA EL FILTRO'
           ELSE
             ADD 1 TO DEF-CANT-FILTROS
             MOVE WSV-CAMPO TO DEF-FIL-CAMPO(DEF-CANT-FILTROS)
             MOVE WSV-RESPUESTA TO DEF-FIL-OPERADOR(DEF-CANT-FILTROS)
             MOVE SPACES TO DEF-FIL-DESDE(DEF-CANT-FILTROS)
             MOVE SPACES TO DEF-FIL-HASTA(DEF-CANT-FILTROS)
             EVALUATE WSV-RESPUESTA
               WHEN 'E'
                 DISPLAY 'VALOR: '
                 ACCEPT DEF-FIL-DESDE(DEF-CANT-FILTROS)
               WHEN 'R'
                 DISPLAY 'DESDE (EN BLANCO = SIN MINIMO): '
                 ACCEPT DEF-FIL-DESDE(DEF-CANT-FILTROS)
                 DISPLAY 'HASTA (EN BLANCO = SIN MAXIMO): '
                 ACCEPT DEF-FIL-HASTA(DEF-CANT-FILTROS)
               WHEN 'L'
                 DISPLAY 'VALORES SEPARADOS POR / : '
                 ACCEPT DEF-FIL-DESDE(DEF-CANT-FILTROS)
             END-EVALUATE
           END-IF.


      * Reemplaza la definicion del mismo nombre o la agrega, y
      * regraba EXTRDEF.DAT completo.
       216000-GUARDAR-DEFINICION.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-DEFINICION FROM 1 BY 1
                     UNTIL WS-IND-DEFINICION > WS-CANT-DEFINICIONES
             IF TDF-NOMBRE(WS-IND-DEFINICION) = DEF-NOMBRE
               MOVE WS-IND-DEFINICION TO WS-IND-HALLADO
               MOVE WS-CANT-DEFINICIONES TO WS-IND-DEFINICION
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-DEFINICIONES < 100
               ADD 1 TO WS-CANT-DEFINICIONES
               MOVE WS-CANT-DEFINICIONES TO WS-IND-HALLADO
             ELSE
               DISPLAY 'NO HAY LUGAR PARA MAS DEFINICIONES, '
                       'NO SE GUARDA'
             END-IF
           ELSE
             DISPLAY 'SE REEMPLAZA LA DEFINICION ' DEF-NOMBRE
           END-IF
           IF WS-IND-HALLADO NOT = 0
             MOVE WS-DEFINICION TO TDF-IMAGEN(WS-IND-HALLADO)
             OPEN OUTPUT EXTRDEF
             IF NOT WSS-FS-EXTRDEF-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEFINICIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRDEF
             ELSE
               PERFORM VARYING WS-IND-DEFINICION FROM 1 BY 1
                         UNTIL WS-IND-DEFINICION
                             > WS-CANT-DEFINICIONES
                 MOVE TDF-IMAGEN(WS-IND-DEFINICION) TO REG-EXTRDEF
                 WRITE REG-EXTRDEF
               END-PERFORM
               CLOSE EXTRDEF
               DISPLAY 'DEFINICION ' DEF-NOMBRE ' GUARDADA'
             END-IF
           END-IF.


       220000-CORRER-GUARDADA.
           DISPLAY 'NOMBRE DE LA EXTRACCION: '
           MOVE SPACES TO WSV-NOMBRE
           ACCEPT WSV-NOMBRE
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-DEFINICION FROM 1 BY 1
                     UNTIL WS-IND-DEFINICION > WS-CANT-DEFINICIONES
             IF TDF-NOMBRE(WS-IND-DEFINICION) = WSV-NOMBRE
               MOVE WS-IND-DEFINICION TO WS-IND-HALLADO
               MOVE WS-CANT-DEFINICIONES TO WS-IND-DEFINICION
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             DISPLAY 'NO HAY UNA EXTRACCION GUARDADA CON ESE NOMBRE'
           ELSE
             MOVE TDF-IMAGEN(WS-IND-HALLADO) TO WS-DEFINICION
             PERFORM 230000-RESOLVER-DEFINICION
             IF WSV-DEFINICION-OK
               PERFORM 240000-EJECUTAR-EXTRACCION
             END-IF
           END-IF.


       225000-LISTAR-GUARDADAS.
           IF WS-CANT-DEFINICIONES = 0
             DISPLAY 'NO HAY EXTRACCIONES GUARDADAS'
           END-IF
           PERFORM VARYING WS-IND-DEFINICION FROM 1 BY 1
                     UNTIL WS-IND-DEFINICION > WS-CANT-DEFINICIONES
             MOVE TDF-IMAGEN(WS-IND-DEFINICION) TO WS-DEFINICION
             DISPLAY DEF-NOMBRE ' ' DEF-ARCHIVO ' CAMPOS '
                     DEF-CANT-CAMPOS ' FILTROS ' DEF-CANT-FILTROS
                     ' POR ' DEF-OPERADOR ' EL ' DEF-FECHA
           END-PERFORM.


      *****************************************************************
      * Ubica en el diccionario cada campo y filtro de la definicion
      * (el diccionario pudo cambiar desde que se guardo) y deja los
      * extremos numericos de los filtros listos para comparar.
      *****************************************************************
       230000-RESOLVER-DEFINICION.
           MOVE 'S' TO WSV-DEF-VALIDA
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
                     UNTIL WS-IND-CAMPO > DEF-CANT-CAMPOS
             MOVE DEF-CAMPO(WS-IND-CAMPO) TO WSV-CAMPO
             PERFORM 235000-BUSCAR-FICHA
             IF WS-IND-HALLADO = 0
               DISPLAY 'EL CAMPO ' WSV-CAMPO ' YA NO ESTA EN EL '
                       'DICCIONARIO DE ' DEF-ARCHIVO
               MOVE 'N' TO WSV-DEF-VALIDA
             END-IF
             MOVE WS-IND-HALLADO TO TRC-FICHA(WS-IND-CAMPO)
           END-PERFORM
           PERFORM VARYING WS-IND-FILTRO FROM 1 BY 1
                     UNTIL WS-IND-FILTRO > DEF-CANT-FILTROS
             MOVE DEF-FIL-CAMPO(WS-IND-FILTRO) TO WSV-CAMPO
             PERFORM 235000-BUSCAR-FICHA
             IF WS-IND-HALLADO = 0
               DISPLAY 'EL CAMPO ' WSV-CAMPO ' YA NO ESTA EN EL '
                       'DICCIONARIO DE ' DEF-ARCHIVO
               MOVE 'N' TO WSV-DEF-VALIDA
             ELSE
               MOVE WS-IND-HALLADO TO TRF-FICHA(WS-IND-FILTRO)
               MOVE 0 TO TRF-DESDE-NUM(WS-IND-FILTRO)
               MOVE 0 TO TRF-HASTA-NUM(WS-IND-FILTRO)
               IF TD-TIPO(WS-IND-HALLADO) = 'N' OR 'F' OR 'I'
                 IF DEF-FIL-DESDE(WS-IND-FILTRO) NOT = SPACES
                   COMPUTE TRF-DESDE-NUM(WS-IND-FILTRO) =
                       FUNCTION NUMVAL(DEF-FIL-DESDE(WS-IND-FILTRO))
                 END-IF
                 IF DEF-FIL-HASTA(WS-IND-FILTRO) NOT = SPACES
                   COMPUTE TRF-HASTA-NUM(WS-IND-FILTRO) =
                       FUNCTION NUMVAL(DEF-FIL-HASTA(WS-IND-FILTRO))
                 END-IF
               END-IF
             END-IF
           END-PERFORM.


       235000-BUSCAR-FICHA.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-FICHA FROM 1 BY 1
                     UNTIL WS-IND-FICHA > WS-CANT-FICHAS
             IF TD-ARCHIVO(WS-IND-FICHA) = DEF-ARCHIVO
                     AND TD-CAMPO(WS-IND-FICHA) = WSV-CAMPO
               MOVE WS-IND-FICHA TO WS-IND-HALLADO
               MOVE WS-CANT-FICHAS TO WS-IND-FICHA
             END-IF
           END-PERFORM.


      *****************************************************************
      * Corre la definicion en curso: recorre el archivo, aplica los
      * filtros y graba el CSV, el .CTL de control y la bitacora.
      *****************************************************************
       240000-EJECUTAR-EXTRACCION.
           MOVE 0 TO WSV-REG-LEIDOS
           MOVE 0 TO WSV-REG-EXTRAIDOS
           MOVE 'N' TO WSV-CON-TRAILER
           MOVE SPACES TO WS-NOMBRE-ENTRADA
           STRING '..\' FUNCTION TRIM(DEF-ARCHIVO)
               DELIMITED BY SIZE INTO WS-NOMBRE-ENTRADA
           MOVE SPACES TO WS-NOMBRE-SALIDA
           STRING '..\' FUNCTION TRIM(DEF-NOMBRE) '.CSV'
               DELIMITED BY SIZE INTO WS-NOMBRE-SALIDA
           MOVE SPACES TO WS-NOMBRE-CONTROL
           STRING '..\' FUNCTION TRIM(DEF-NOMBRE) '.CTL'
               DELIMITED BY SIZE INTO WS-NOMBRE-CONTROL

           PERFORM 241000-ABRIR-ENTRADA
           IF NOT WSS-FS-ENTRADA-OK
             DISPLAY 'NO SE PUEDE ABRIR ' DEF-ARCHIVO
             DISPLAY 'FILE STATUS ' WSS-FS-ENTRADA
           ELSE
             OPEN OUTPUT SALIDA
             IF NOT WSS-FS-SALIDA-OK
               DISPLAY 'ERROR DE ARCHIVO DE SALIDA '
                       WS-NOMBRE-SALIDA
               DISPLAY 'FILE STATUS ' WSS-FS-SALIDA
               PERFORM 243000-CERRAR-ENTRADA
             ELSE
               PERFORM 244000-TITULOS-CSV
               PERFORM 242000-LEER-ENTRADA
               PERFORM UNTIL WSS-FS-ENTRADA-EOF
                 ADD 1 TO WSV-REG-LEIDOS
                 PERFORM 250000-APLICAR-FILTROS
                 IF WSV-REGISTRO-PASA
                   PERFORM 260000-ARMAR-LINEA
                   ADD 1 TO WSV-REG-EXTRAIDOS
                 END-IF
                 PERFORM 242000-LEER-ENTRADA
               END-PERFORM
               PERFORM 243000-CERRAR-ENTRADA
               CLOSE SALIDA
               PERFORM 270000-GRABAR-CONTROL
               DISPLAY 'REGISTROS LEIDOS:    ' WSV-REG-LEIDOS
               DISPLAY 'REGISTROS EXTRAIDOS: ' WSV-REG-EXTRAIDOS
               DISPLAY 'SALIDA EN ' WS-NOMBRE-SALIDA ' Y '
                       WS-NOMBRE-CONTROL
               ADD WSV-REG-LEIDOS TO WS-CANT-LEIDOS
               ADD WSV-REG-EXTRAIDOS TO WS-CANT-ESCRITOS
               PERFORM 280000-BITACORA-CORRIDA
             END-IF
           END-IF.


       241000-ABRIR-ENTRADA.
           EVALUATE DEF-ARCHIVO
             WHEN 'CLIENTES.DAT'
               OPEN INPUT CLIENTES
             WHEN 'CUENTAS.DAT'
               OPEN INPUT CUENTAS
             WHEN 'SERVICIO.DAT'
               OPEN INPUT SERVICIO
             WHEN 'PAGOS.DAT'
               OPEN INPUT PAGOS
             WHEN OTHER
               OPEN INPUT ENTRADA
           END-EVALUATE.


      * Deja el registro en WS-REGISTRO; el trailer de control de los
      * secuenciales no es un dato y termina la lectura.
       242000-LEER-ENTRADA.
           MOVE SPACES TO WS-REGISTRO
           EVALUATE DEF-ARCHIVO
             WHEN 'CLIENTES.DAT'
               READ CLIENTES
               MOVE REG-CLIENTES TO WS-REGISTRO
             WHEN 'CUENTAS.DAT'
               READ CUENTAS
               MOVE REG-CUENTAS TO WS-REGISTRO
             WHEN 'SERVICIO.DAT'
               READ SERVICIO
               MOVE REG-SERVICIO TO WS-REGISTRO
             WHEN 'PAGOS.DAT'
               READ PAGOS
               MOVE REG-PAGOS TO WS-REGISTRO
             WHEN OTHER
               READ ENTRADA
               MOVE REG-ENTRADA TO WS-REGISTRO
               IF WSS-FS-ENTRADA-OK
                 MOVE REG-ENTRADA(1:31) TO WS-TRAILER
                 IF WS-ES-TRAILER
                   MOVE 'S' TO WSV-CON-TRAILER
                   MOVE '10' TO WSS-FS-ENTRADA
                 END-IF
               END-IF
           END-EVALUATE
           IF NOT WSS-FS-ENTRADA-OK AND NOT WSS-FS-ENTRADA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ENTRADA
             MOVE '10' TO WSS-FS-ENTRADA
           END-IF.


       243000-CERRAR-ENTRADA.
           EVALUATE DEF-ARCHIVO
             WHEN 'CLIENTES.DAT'
               CLOSE CLIENTES
             WHEN 'CUENTAS.DAT'
               CLOSE CUENTAS
             WHEN 'SERVICIO.DAT'
               CLOSE SERVICIO
             WHEN 'PAGOS.DAT'
               CLOSE PAGOS
             WHEN OTHER
               CLOSE ENTRADA
           END-EVALUATE.


       244000-TITULOS-CSV.
           MOVE SPACES TO WS-LINEA-CSV
           MOVE 1 TO WSV-PTR-LINEA
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
                     UNTIL WS-IND-CAMPO > DEF-CANT-CAMPOS
             IF WS-IND-CAMPO > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
             END-IF
             STRING FUNCTION TRIM(DEF-CAMPO(WS-IND-CAMPO))
                 DELIMITED BY SIZE
                 INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
           END-PERFORM
           MOVE WS-LINEA-CSV TO REG-SALIDA
           WRITE REG-SALIDA.


      *****************************************************************
      * Un registro pasa si cumple todos los filtros de la
      * definicion. Los campos N, F e I se comparan como numeros;
      * un valor ilegible en un campo numerico no cumple ningun
      * filtro. El resto se compara como texto.
      *****************************************************************
       250000-APLICAR-FILTROS.
           MOVE 'S' TO WSV-PASA-FILTROS
           PERFORM VARYING WS-IND-FILTRO FROM 1 BY 1
                     UNTIL WS-IND-FILTRO > DEF-CANT-FILTROS
                        OR NOT WSV-REGISTRO-PASA
             MOVE TRF-FICHA(WS-IND-FILTRO) TO WS-IND-FICHA
             PERFORM 255000-TOMAR-CAMPO
             MOVE 'N' TO WSV-CUMPLE
             IF WSV-CAMPO-NUMERICO
               IF WSV-VALOR-LEGIBLE
                 PERFORM 251000-FILTRO-NUMERICO
               END-IF
             ELSE
               PERFORM 252000-FILTRO-TEXTO
             END-IF
             IF NOT WSV-FILTRO-CUMPLE
               MOVE 'N' TO WSV-PASA-FILTROS
             END-IF
           END-PERFORM.


       251000-FILTRO-NUMERICO.
           EVALUATE TRUE
             WHEN DEF-FIL-IGUAL(WS-IND-FILTRO)
               IF WSV-NUM-VALOR = TRF-DESDE-NUM(WS-IND-FILTRO)
                 MOVE 'S' TO WSV-CUMPLE
               END-IF
             WHEN DEF-FIL-RANGO(WS-IND-FILTRO)
               MOVE 'S' TO WSV-CUMPLE
               IF DEF-FIL-DESDE(WS-IND-FILTRO) NOT = SPACES
                       AND WSV-NUM-VALOR < TRF-DESDE-NUM(WS-IND-FILTRO)
                 MOVE 'N' TO WSV-CUMPLE
               END-IF
               IF DEF-FIL-HASTA(WS-IND-FILTRO) NOT = SPACES
                       AND WSV-NUM-VALOR > TRF-HASTA-NUM(WS-IND-FILTRO)
                 MOVE 'N' TO WSV-CUMPLE
               END-IF
             WHEN DEF-FIL-LISTA(WS-IND-FILTRO)
               MOVE 1 TO WSV-PTR-LISTA
               PERFORM 253000-TOMAR-VALOR-LISTA
               PERFORM UNTIL WSV-VALOR-LISTA = SPACES
                          OR WSV-FILTRO-CUMPLE
                 COMPUTE WSV-NUM-LISTA =
                     FUNCTION NUMVAL(WSV-VALOR-LISTA)
                 IF WSV-NUM-VALOR = WSV-NUM-LISTA
                   MOVE 'S' TO WSV-CUMPLE
                 END-IF
                 PERFORM 253000-TOMAR-VALOR-LISTA
               END-PERFORM
           END-EVALUATE.


       252000-FILTRO-TEXTO.
           EVALUATE TRUE
             WHEN DEF-FIL-IGUAL(WS-IND-FILTRO)
               IF WSV-TEXTO = DEF-FIL-DESDE(WS-IND-FILTRO)
                 MOVE 'S' TO WSV-CUMPLE
               END-IF
             WHEN DEF-FIL-RANGO(WS-IND-FILTRO)
               MOVE 'S' TO WSV-CUMPLE
               IF DEF-FIL-DESDE(WS-IND-FILTRO) NOT = SPACES
                       AND WSV-TEXTO < DEF-FIL-DESDE(WS-IND-FILTRO)
                 MOVE 'N' TO WSV-CUMPLE
               END-IF
               IF DEF-FIL-HASTA(WS-IND-FILTRO) NOT = SPACES
                       AND WSV-TEXTO > DEF-FIL-HASTA(WS-IND-FILTRO)
                 MOVE 'N' TO WSV-CUMPLE
               END-IF
             WHEN DEF-FIL-LISTA(WS-IND-FILTRO)
               MOVE 1 TO WSV-PTR-LISTA
               PERFORM 253000-TOMAR-VALOR-LISTA
               PERFORM UNTIL WSV-VALOR-LISTA = SPACES
                          OR WSV-FILTRO-CUMPLE
                 IF WSV-TEXTO = WSV-VALOR-LISTA
                   MOVE 'S' TO WSV-CUMPLE
                 END-IF
                 PERFORM 253000-TOMAR-VALOR-LISTA
               END-PERFORM
           END-EVALUATE.


       253000-TOMAR-VALOR-LISTA.
           MOVE SPACES TO WSV-VALOR-LISTA
           IF WSV-PTR-LISTA NOT > 30
             UNSTRING DEF-FIL-DESDE(WS-IND-FILTRO)
                 DELIMITED BY '/'
                 INTO WSV-VALOR-LISTA
                 WITH POINTER WSV-PTR-LISTA
           END-IF.


      * Toma el campo de la ficha WS-IND-FICHA del registro: en
      * WSV-TEXTO como texto y, si es N, F o I, en WSV-NUM-VALOR
      * como numero (WSV-CAMPO-VALIDO dice si era legible).
       255000-TOMAR-CAMPO.
           MOVE TD-POSICION(WS-IND-FICHA) TO WSV-POSICION
           MOVE TD-LARGO(WS-IND-FICHA) TO WSV-LARGO
           MOVE TD-TIPO(WS-IND-FICHA) TO WSV-TIPO
           IF WSV-POSICION = 0
             MOVE 1 TO WSV-POSICION
           END-IF
           IF WSV-LARGO = 0 OR WSV-LARGO > 60
             MOVE 60 TO WSV-LARGO
           END-IF
           IF WSV-POSICION + WSV-LARGO > 331
             COMPUTE WSV-LARGO = 331 - WSV-POSICION
           END-IF
           MOVE SPACES TO WSV-TEXTO
           MOVE WS-REGISTRO(WSV-POSICION:WSV-LARGO) TO WSV-TEXTO
           MOVE 'N' TO WSV-ES-NUMERICO
           MOVE 'N' TO WSV-CAMPO-VALIDO
           MOVE 0 TO WSV-NUM-VALOR
           IF WSV-TIPO = 'N' OR 'F' OR 'I'
             MOVE 'S' TO WSV-ES-NUMERICO
             IF WSV-LARGO NOT > 18
               MOVE ALL '0' TO WS-NUM-CAMPO
               MOVE WSV-TEXTO(1:WSV-LARGO)
                 TO WS-NUM-CAMPO(19 - WSV-LARGO:WSV-LARGO)
               IF WSV-TIPO = 'I'
                 IF WS-NUM-IMPORTE IS NUMERIC
                   MOVE 'S' TO WSV-CAMPO-VALIDO
                   MOVE WS-NUM-IMPORTE TO WSV-NUM-VALOR
                 END-IF
               ELSE
                 IF WS-NUM-ENTERO IS NUMERIC
                   MOVE 'S' TO WSV-CAMPO-VALIDO
                   MOVE WS-NUM-ENTERO TO WSV-NUM-VALOR
                 END-IF
               END-IF
             END-IF
           END-IF.


      *****************************************************************
      * Arma la linea del CSV con los campos elegidos: importes con
      * coma decimal, fechas DD/MM/AAAA, textos sin los blancos de
      * relleno y entre comillas si traen ';'. Un valor ilegible en
      * un campo numerico sale tal como esta en el archivo.
      *****************************************************************
       260000-ARMAR-LINEA.
           MOVE SPACES TO WS-LINEA-CSV
           MOVE 1 TO WSV-PTR-LINEA
           PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
                     UNTIL WS-IND-CAMPO > DEF-CANT-CAMPOS
             IF WS-IND-CAMPO > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
             END-IF
             MOVE TRC-FICHA(WS-IND-CAMPO) TO WS-IND-FICHA
             PERFORM 255000-TOMAR-CAMPO
             IF WSV-VALOR-LEGIBLE
               PERFORM 262000-EDITAR-NUMERO
             ELSE
               INSPECT WSV-TEXTO REPLACING ALL '"' BY ''''
               MOVE 0 TO WS-IND-CHAR
               INSPECT WSV-TEXTO TALLYING WS-IND-CHAR FOR ALL ';'
               IF WS-IND-CHAR > 0
                 STRING '"' FUNCTION TRIM(WSV-TEXTO) '"'
                     DELIMITED BY SIZE
                     INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
               ELSE
                 STRING FUNCTION TRIM(WSV-TEXTO)
                     DELIMITED BY SIZE
                     INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-LINEA-CSV TO REG-SALIDA
           WRITE REG-SALIDA.


       262000-EDITAR-NUMERO.
           EVALUATE WSV-TIPO
             WHEN 'I'
               MOVE WSV-NUM-VALOR TO WS-IMPORTE-ED
               STRING FUNCTION TRIM(WS-IMPORTE-ED)
                   DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
             WHEN 'F'
               MOVE WS-NUM-CAMPO(11:8) TO WS-FECHA-DESGLOSE
      * La fecha en cero es el "sin fecha" de la suite: va vacia.
               IF WS-FECHA-DESGLOSE NOT = ZEROS
                 STRING WS-FD-DD '/' WS-FD-MM '/' WS-FD-AAAA
                     DELIMITED BY SIZE
                     INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
               END-IF
             WHEN OTHER
      * Numeros de cuenta, cliente y codigos conservan sus ceros.
               STRING WSV-TEXTO(1:WSV-LARGO)
                   DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WSV-PTR-LINEA
           END-EVALUATE.


       270000-GRABAR-CONTROL.
           OPEN OUTPUT CONTROLX
           IF NOT WSS-FS-CONTROLX-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL '
                     WS-NOMBRE-CONTROL
             DISPLAY 'FILE STATUS ' WSS-FS-CONTROLX
           ELSE
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'EXTRACCION:          ' DEF-NOMBRE
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'ARCHIVO:             ' DEF-ARCHIVO
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'OPERADOR:            ' WS-ACC-OPERADOR
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'FECHA Y HORA:        '
                    FUNCTION CURRENT-DATE(1:8) ' '
                    FUNCTION CURRENT-DATE(9:6)
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             PERFORM VARYING WS-IND-CAMPO FROM 1 BY 1
                       UNTIL WS-IND-CAMPO > DEF-CANT-CAMPOS
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING 'CAMPO:               '
                      DEF-CAMPO(WS-IND-CAMPO)
                   DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               PERFORM 275000-ESCRIBIR-CONTROL
             END-PERFORM
             PERFORM VARYING WS-IND-FILTRO FROM 1 BY 1
                       UNTIL WS-IND-FILTRO > DEF-CANT-FILTROS
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING 'FILTRO:              '
                      DEF-FIL-CAMPO(WS-IND-FILTRO) ' '
                      DEF-FIL-OPERADOR(WS-IND-FILTRO) ' '
                      FUNCTION TRIM(DEF-FIL-DESDE(WS-IND-FILTRO))
                      ' ' FUNCTION TRIM(DEF-FIL-HASTA(WS-IND-FILTRO))
                   DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               PERFORM 275000-ESCRIBIR-CONTROL
             END-PERFORM
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'REGISTROS LEIDOS:    ' WSV-REG-LEIDOS
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             MOVE SPACES TO WS-LINEA-CONTROL
             STRING 'REGISTROS EXTRAIDOS: ' WSV-REG-EXTRAIDOS
                 DELIMITED BY SIZE INTO WS-LINEA-CONTROL
             PERFORM 275000-ESCRIBIR-CONTROL
             IF WSV-CON-TRAILER = 'S'
               MOVE SPACES TO WS-LINEA-CONTROL
               IF WS-TRL-CANT = WSV-REG-LEIDOS
                 STRING 'TRAILER:             CONTEO CONFORME'
                     DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               ELSE
                 STRING 'TRAILER:             INFORMA ' WS-TRL-CANT
                        ' REGISTROS, NO CIERRA'
                     DELIMITED BY SIZE INTO WS-LINEA-CONTROL
                 DISPLAY 'ATENCION: EL TRAILER NO CIERRA CON LO LEIDO'
               END-IF
               PERFORM 275000-ESCRIBIR-CONTROL
             END-IF
             CLOSE CONTROLX
           END-IF.


       275000-ESCRIBIR-CONTROL.
           MOVE WS-LINEA-CONTROL TO REG-CONTROLX
           WRITE REG-CONTROLX.


      * Cada corrida queda en la bitacora a nombre del operador
      * identificado, con lo leido y lo extraido.
       280000-BITACORA-CORRIDA.
           MOVE 'EXTRACTOADHOC'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-RUNLOG-OPERADOR
           MOVE WSV-REG-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WSV-REG-EXTRAIDOS TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ENTRADA    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   EXTRACCIONES A MEDIDA'
           DISPLAY 'Programme: EXTRACTOADHOC'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'EXTRACTOADHOC'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-RUNLOG-OPERADOR
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-DICCION    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
