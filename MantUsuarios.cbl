      *              MIENTRAS USUARIOS.DAT NO EXISTE EL ACCESO SE
      *              PROTEGE CON LA CLAVE DE SUPERVISOR DE PARAM.DAT;
      *              CARGADO EL MAESTRO, EXIGE UN USUARIO CON ROL
      *              SUPERVISOR VIA CONTROLACCESO. CADA USUARIO PUEDE
      *              QUEDAR ASIGNADO A UNA OFICINA (USU-OFICINA; EN
      *              BLANCO, CASA CENTRAL): VISORREPORTES LE MUESTRA A
      *              UN OPERADOR DE OFICINA SOLO LOS SPOOLS DE LA SUYA.
      *              TAMBIEN SE LE ASIGNAN LAS EMPRESAS DEL GRUPO EN
      *              LAS QUE PUEDE OPERAR (USU-EMPRESAS, HASTA CINCO
      *              CODIGOS SEGUIDOS; EN BLANCO, SOLO LA '01'), QUE
      *              CONTROLACCESO VERIFICA CONTRA LA EMPRESA DE LA
      *              CORRIDA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 USU-ESTADO                 PIC X(01).
             88 USU-ACTIVO                             VALUE 'A'.
             88 USU-BLOQUEADO                          VALUE 'B'.
         05 USU-OFICINA                PIC X(03).
         05 USU-EMPRESAS               PIC X(10).

       FD PERMISOS.
       01 REG-PERMISOS.
           10 TU-ROL                   PIC X(01).
           10 TU-INTENTOS              PIC 9(01).
           10 TU-ESTADO                PIC X(01).
           10 TU-OFICINA               PIC X(03).
           10 TU-EMPRESAS              PIC X(10).

       01 TABLA-PERMISOS.
         05 WS-CANT-PERMISOS           PIC 9(04) VALUE 0.
         05 WSV-OPERADOR               PIC X(20).
         05 WSV-NOMBRE                 PIC X(40).
         05 WSV-ROL                    PIC X(01).
         05 WSV-OFICINA                PIC X(03).
         05 WSV-EMPRESAS               PIC X(10).
         05 WSV-PROGRAMA               PIC X(18).
         05 WSV-CLAVE                  PIC X(08).
         05 WSV-CLAVE2                 PIC X(08).

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 9
                 PERFORM 300000-FINAL.


           PERFORM 105000-CARGAR-USUARIOS
           PERFORM 107000-CARGAR-PERMISOS
           PERFORM 110000-CONTROLAR-ACCESO
           IF WS-OPCION NOT = 9
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

             IF NOT WSS-FS-USUARIOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE USUARIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-USUARIOS
               MOVE 9 TO WS-OPCION
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-USUARIO
                   MOVE USU-INTENTOS
                     TO TU-INTENTOS(WS-CANT-USUARIOS)
                   MOVE USU-ESTADO TO TU-ESTADO(WS-CANT-USUARIOS)
                   MOVE USU-OFICINA TO TU-OFICINA(WS-CANT-USUARIOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-USUARIO
             ACCEPT WS-CLAVE-INGRESADA
             IF WS-CLAVE-INGRESADA NOT = WSP-CLAVE-SUPERVISOR
               DISPLAY 'CLAVE INCORRECTA, ACCESO DENEGADO'
               MOVE 9 TO WS-OPCION
             END-IF
           ELSE
             CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                        WS-ACC-RESULTADO
             END-CALL
             IF WS-ACC-RESULTADO NOT = 'S'
               MOVE 9 TO WS-OPCION
             ELSE
      * Solo un rol supervisor puede administrar usuarios.
               PERFORM 115000-VERIFICAR-ROL
                   OR TU-ROL(WS-IND-USU-HALLADO) NOT = 'S'
             DISPLAY 'SOLO UN SUPERVISOR PUEDE ADMINISTRAR '
                     'USUARIOS, ACCESO DENEGADO'
             MOVE 9 TO WS-OPCION
           END-IF.


           DISPLAY '5 - QUITAR PERMISO SOBRE UN PROGRAMA'
           DISPLAY '6 - LISTAR USUARIOS'
           DISPLAY '7 - REPORTE DE ACCESOS'
           DISPLAY '8 - ASIGNAR OFICINA Y EMPRESAS A UN USUARIO'
           DISPLAY '9 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

           ACCEPT WSV-CLAVE2.


       180000-PEDIR-EMPRESAS.
           DISPLAY 'INGRESE LAS EMPRESAS EN QUE OPERA, CODIGOS '
                   'SEGUIDOS (EJ. 0102; EN BLANCO = SOLO 01): '
           MOVE SPACES TO WSV-EMPRESAS
           ACCEPT WSV-EMPRESAS.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
             WHEN 7
               PERFORM 270000-REPORTE-ACCESOS
             WHEN 8
               PERFORM 280000-ASIGNAR-OFICINA
             WHEN 9
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 9
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

               ACCEPT WSV-NOMBRE
               DISPLAY 'INGRESE EL ROL (S=SUPERVISOR O=OPERADOR): '
               ACCEPT WSV-ROL
               DISPLAY 'INGRESE LA OFICINA (EN BLANCO = CASA '
                       'CENTRAL): '
               MOVE SPACES TO WSV-OFICINA
               ACCEPT WSV-OFICINA
               PERFORM 180000-PEDIR-EMPRESAS
               PERFORM 170000-PEDIR-CLAVE-NUEVA
               IF WSV-CLAVE NOT = WSV-CLAVE2
                 DISPLAY 'LAS CLAVES NO COINCIDEN, NO SE GRABA'
                 MOVE WSV-ROL TO TU-ROL(WS-CANT-USUARIOS)
                 MOVE 0 TO TU-INTENTOS(WS-CANT-USUARIOS)
                 MOVE 'A' TO TU-ESTADO(WS-CANT-USUARIOS)
                 MOVE WSV-OFICINA TO TU-OFICINA(WS-CANT-USUARIOS)
                 MOVE WSV-EMPRESAS TO TU-EMPRESAS(WS-CANT-USUARIOS)
                 PERFORM 305000-GRABAR-USUARIOS
                 DISPLAY 'USUARIO DADO DE ALTA'
               END-IF
                     ' ' TU-NOMBRE(WS-IND-USUARIO)
                     ' ROL ' TU-ROL(WS-IND-USUARIO)
                     ' ESTADO ' TU-ESTADO(WS-IND-USUARIO)
                     ' OFICINA ' TU-OFICINA(WS-IND-USUARIO)
                     ' EMPRESAS ' TU-EMPRESAS(WS-IND-USUARIO)
           END-PERFORM.


               STRING 'USUARIO ' TU-OPERADOR(WS-IND-USUARIO)
                      ' ROL ' TU-ROL(WS-IND-USUARIO)
                      ' ESTADO ' TU-ESTADO(WS-IND-USUARIO)
                      ' OFICINA ' TU-OFICINA(WS-IND-USUARIO)
                      ' EMPRESAS ' TU-EMPRESAS(WS-IND-USUARIO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 275000-ESCRIBIR-LINEA
               IF TU-ROL(WS-IND-USUARIO) = 'S'
           END-IF.


      * Un usuario de oficina ve en VISORREPORTES solo los spools de
      * su oficina; en blanco vuelve a casa central y ve todo. Las
      * empresas del grupo habilitadas se cambian en el mismo paso.
       280000-ASIGNAR-OFICINA.
           DISPLAY 'INGRESE EL LEGAJO: '
           ACCEPT WSV-OPERADOR
           PERFORM 160000-BUSCAR-USUARIO
           IF WS-IND-USU-HALLADO = 0
             DISPLAY 'LEGAJO INEXISTENTE'
           ELSE
             DISPLAY 'OFICINA ACTUAL: ' TU-OFICINA(WS-IND-USU-HALLADO)
             DISPLAY 'INGRESE LA OFICINA (EN BLANCO = CASA '
                     'CENTRAL): '
             MOVE SPACES TO WSV-OFICINA
             ACCEPT WSV-OFICINA
             MOVE WSV-OFICINA TO TU-OFICINA(WS-IND-USU-HALLADO)
             DISPLAY 'EMPRESAS ACTUALES: '
                     TU-EMPRESAS(WS-IND-USU-HALLADO)
             PERFORM 180000-PEDIR-EMPRESAS
             MOVE WSV-EMPRESAS TO TU-EMPRESAS(WS-IND-USU-HALLADO)
             PERFORM 305000-GRABAR-USUARIOS
             DISPLAY 'OFICINA Y EMPRESAS ASIGNADAS'
           END-IF.


       275000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
               MOVE TU-ROL(WS-IND-USUARIO) TO USU-ROL
               MOVE TU-INTENTOS(WS-IND-USUARIO) TO USU-INTENTOS
               MOVE TU-ESTADO(WS-IND-USUARIO) TO USU-ESTADO
               MOVE TU-OFICINA(WS-IND-USUARIO) TO USU-OFICINA
               MOVE TU-EMPRESAS(WS-IND-USUARIO) TO USU-EMPRESAS
               WRITE REG-USUARIOS
             END-PERFORM
             CLOSE USUARIOS
