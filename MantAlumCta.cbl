      *              'M' DEL CATALOGO. CUOTASESCOLARES RECORRE ESTE
      *              VINCULO PARA GENERAR LA CUOTA MENSUAL EN
      *              SERVICIO.DAT. ALTA VALIDANDO QUE EL ALUMNO Y LA
      *              CUENTA EXISTAN, BAJA LOGICA Y LISTADO. EL
      *              ALUMNO SE IDENTIFICA POR SU LEGAJO; LOS VINCULOS
      *              QUE LA MIGRACION DEJO SIN LEGAJO (MIGRAALUMNOS) SE
      *              RESUELVEN A MANO CON LA OPCION 4. LA OPCION 5
      *              AUTORIZA A REINSCRIBIR EN LA INSCRIPCION ANUAL
      *              (INSCRIPCIONANUAL) A UN ALUMNO RETENIDO POR DEUDA
      *              DE SU FAMILIA, UNA VEZ REVISADO EL CASO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

       FILE SECTION.
       FD ALUMCTA.
           COPY ALUMCTAREC.

       FD ALUMNOS.
           COPY ALUMNOREC.

       FD CUENTAS.
       01 REG-CUENTAS.
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

       01 INDICES.
         05 WS-IND-VINCULO             PIC 9(03).
       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-LEGAJO                 PIC 9(08).
         05 WSV-NOMBRE                 PIC A(20).
         05 WSV-APELLIDO               PIC A(20).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-GRADO                  PIC 9(02).
         05 WSV-CICLO-LECTIVO          PIC 9(04).

       01 WS-ALUMNO-EXISTE             PIC X(01).
       01 WS-CUENTA-EXISTE             PIC X(01).
       01 WS-HUBO-CAMBIOS              PIC X(01).

       COPY WSHDR-WS.


       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


               PERFORM UNTIL WSS-FS-ALUMCTA-EOF
                 IF WS-CANT-VINCULOS < 400
                   ADD 1 TO WS-CANT-VINCULOS
                   MOVE ALC-LEGAJO
                     TO TV-LEGAJO(WS-CANT-VINCULOS)
                   MOVE ALC-NOMBRE
                     TO TV-NOMBRE(WS-CANT-VINCULOS)
                   MOVE ALC-APELLIDO
                     TO TV-NROCUENTA(WS-CANT-VINCULOS)
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
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
                   DISPLAY 'ERROR: EL VINCULO SUPERA LOS 400 '
           DISPLAY '1 - VINCULAR UN ALUMNO'
           DISPLAY '2 - DAR DE BAJA UN VINCULO'
           DISPLAY '3 - LISTAR VINCULOS'
           DISPLAY '4 - ASIGNAR LEGAJO A VINCULOS SIN LEGAJO'
           DISPLAY '5 - AUTORIZAR REINSCRIPCION CON DEUDA'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 3
               PERFORM 240000-LISTAR
             WHEN 4
               PERFORM 245000-ASIGNAR-LEGAJOS
             WHEN 5
               PERFORM 248000-AUTORIZAR-REINSCRIPCION
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-ALTA.
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO: '
           ACCEPT WSV-LEGAJO
           PERFORM 212000-VERIFICAR-ALUMNO
           IF WS-ALUMNO-EXISTE NOT = 'S'
             DISPLAY 'EL LEGAJO ' WSV-LEGAJO ' NO EXISTE EN '
                     'ALUMNOS.DAT, NO SE VINCULA'
           ELSE
             DISPLAY 'ALUMNO: ' WSV-APELLIDO ' ' WSV-NOMBRE
             PERFORM 214000-BUSCAR-VINCULO
             IF WS-IND-VINCULO-HALLADO NOT = 0
                     AND TV-ESTADO(WS-IND-VINCULO-HALLADO) = 'A'
               ELSE
                 DISPLAY 'INGRESE EL GRADO (1 A 7): '
                 ACCEPT WSV-GRADO
                 DISPLAY 'INGRESE EL CICLO LECTIVO QUE CURSA (AAAA): '
                 ACCEPT WSV-CICLO-LECTIVO
                 PERFORM 218000-GRABAR-VINCULO
               END-IF
             END-IF


       212000-VERIFICAR-ALUMNO.
      * Busca el legajo WSV-LEGAJO y deja su nombre en WSV-NOMBRE y
      * WSV-APELLIDO para el vinculo.
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
           MOVE 0 TO WS-IND-VINCULO-HALLADO
           PERFORM VARYING WS-IND-VINCULO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
             IF TV-LEGAJO(WS-IND-VINCULO) = WSV-LEGAJO
               MOVE WS-IND-VINCULO TO WS-IND-VINCULO-HALLADO
               MOVE WS-CANT-VINCULOS TO WS-IND-VINCULO
             END-IF
             END-IF
           END-IF
           IF WS-IND-VINCULO-HALLADO NOT = 0
             MOVE WSV-LEGAJO TO TV-LEGAJO(WS-IND-VINCULO-HALLADO)
             MOVE WSV-NOMBRE TO TV-NOMBRE(WS-IND-VINCULO-HALLADO)
             MOVE WSV-APELLIDO
               TO TV-APELLIDO(WS-IND-VINCULO-HALLADO)
               TO TV-NROCUENTA(WS-IND-VINCULO-HALLADO)
             MOVE WSV-GRADO TO TV-GRADO(WS-IND-VINCULO-HALLADO)
             MOVE 'A' TO TV-ESTADO(WS-IND-VINCULO-HALLADO)
             MOVE WSV-CICLO-LECTIVO
               TO TV-CICLO-LECTIVO(WS-IND-VINCULO-HALLADO)
             MOVE SPACE TO TV-REINSCRIPCION(WS-IND-VINCULO-HALLADO)
             PERFORM 250000-REGRABAR-VINCULOS
             DISPLAY 'VINCULO GRABADO'
           END-IF.


       230000-BAJA.
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO: '
           ACCEPT WSV-LEGAJO
           PERFORM 214000-BUSCAR-VINCULO
           IF WS-IND-VINCULO-HALLADO = 0 OR WSV-LEGAJO = 0
             DISPLAY 'EL ALUMNO NO ESTA VINCULADO'
           ELSE
             MOVE 'B' TO TV-ESTADO(WS-IND-VINCULO-HALLADO)


       240000-LISTAR.
           DISPLAY 'LEGAJO / ALUMNO / CUENTA / GRADO / ESTADO / '
                   'CICLO'
           PERFORM VARYING WS-IND-VINCULO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO > WS-CANT-VINCULOS
             DISPLAY TV-LEGAJO(WS-IND-VINCULO) ' '
                     TV-APELLIDO(WS-IND-VINCULO) ' '
                     TV-NOMBRE(WS-IND-VINCULO) ' '
                     TV-NROCUENTA(WS-IND-VINCULO) ' '
                     TV-GRADO(WS-IND-VINCULO) ' '
                     TV-ESTADO(WS-IND-VINCULO) ' '
                     TV-CICLO-LECTIVO(WS-IND-VINCULO) ' '
                     TV-REINSCRIPCION(WS-IND-VINCULO)
           END-PERFORM.


       245000-ASIGNAR-LEGAJOS.
      * Vinculos anteriores al legajo que la migracion no pudo
      * atribuir: se muestra el nombre con que se cargaron y se pide
      * el legajo correcto (cero los deja pendientes).
           MOVE 'N' TO WS-HUBO-CAMBIOS
           PERFORM VARYING WS-IND-VINCULO-HALLADO FROM 1 BY 1
                     UNTIL WS-IND-VINCULO-HALLADO > WS-CANT-VINCULOS
             IF TV-LEGAJO(WS-IND-VINCULO-HALLADO) = 0
               PERFORM 246000-ASIGNAR-LEGAJO
             END-IF
           END-PERFORM
           IF WS-HUBO-CAMBIOS = 'S'
             PERFORM 250000-REGRABAR-VINCULOS
             DISPLAY 'VINCULOS ACTUALIZADOS'
           ELSE
             DISPLAY 'NO SE ASIGNO NINGUN LEGAJO'
           END-IF.


       246000-ASIGNAR-LEGAJO.
           DISPLAY 'VINCULO SIN LEGAJO: '
                   TV-APELLIDO(WS-IND-VINCULO-HALLADO) ' '
                   TV-NOMBRE(WS-IND-VINCULO-HALLADO) ' CUENTA '
                   TV-NROCUENTA(WS-IND-VINCULO-HALLADO)
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO (0 = PENDIENTE): '
           ACCEPT WSV-LEGAJO
           IF WSV-LEGAJO NOT = 0
             PERFORM 212000-VERIFICAR-ALUMNO
             IF WS-ALUMNO-EXISTE NOT = 'S'
               DISPLAY 'EL LEGAJO ' WSV-LEGAJO ' NO EXISTE, '
                       'QUEDA PENDIENTE'
             ELSE
               MOVE WSV-LEGAJO TO TV-LEGAJO(WS-IND-VINCULO-HALLADO)
               MOVE WSV-NOMBRE TO TV-NOMBRE(WS-IND-VINCULO-HALLADO)
               MOVE WSV-APELLIDO
                 TO TV-APELLIDO(WS-IND-VINCULO-HALLADO)
               MOVE 'S' TO WS-HUBO-CAMBIOS
             END-IF
           END-IF.


       248000-AUTORIZAR-REINSCRIPCION.
      * La inscripcion anual retiene a los alumnos cuya cuenta tiene
      * deuda vencida; revisado el caso, la administracion autoriza
      * aca la reinscripcion y la proxima corrida lo procesa.
           DISPLAY 'INGRESE EL LEGAJO DEL ALUMNO: '
           ACCEPT WSV-LEGAJO
           PERFORM 214000-BUSCAR-VINCULO
           IF WS-IND-VINCULO-HALLADO = 0 OR WSV-LEGAJO = 0
             DISPLAY 'EL ALUMNO NO ESTA VINCULADO'
           ELSE
             IF TV-ESTADO(WS-IND-VINCULO-HALLADO) NOT = 'A'
               DISPLAY 'EL VINCULO ESTA DADO DE BAJA'
             ELSE
               MOVE 'S' TO TV-REINSCRIPCION(WS-IND-VINCULO-HALLADO)
               PERFORM 250000-REGRABAR-VINCULOS
               DISPLAY 'REINSCRIPCION AUTORIZADA PARA '
                       TV-APELLIDO(WS-IND-VINCULO-HALLADO) ' '
                       TV-NOMBRE(WS-IND-VINCULO-HALLADO)
             END-IF
           END-IF.


       250000-REGRABAR-VINCULOS.
           OPEN OUTPUT ALUMCTA
           IF NOT WSS-FS-ALUMCTA-OK
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
             ADD 1 TO WS-CANT-ESCRITOS
           END-PERFORM
