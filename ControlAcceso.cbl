      *              registro en la matriz. Si USUARIOS.DAT todavia no
      *              existe devuelve 'S' para no frenar la operacion
      *              antes de que el maestro este cargado, igual que
      *              PERIODOABIERTO con su calendario. USU-OFICINA
      *              asigna el usuario a una oficina (en blanco: casa
      *              central); la rutina la conserva al regrabar el
      *              maestro y VISORREPORTES la usa para filtrar los
      *              spools repartidos por oficina. USU-EMPRESAS
      *              lista las empresas del grupo en las que el usuario
      *              puede operar (hasta cinco codigos; en blanco, solo
      *              la '01'): identificado el operador, la rutina le
      *              niega el acceso si la empresa de la corrida
      *              (variable EMPRESA) no esta en su lista, cualquiera
      *              sea su rol. Cada programa
      *              interactivo la llama antes de abrir su menu:
      *                CALL 'CONTROLACCESO' USING programa, operador,
      *                                           resultado.
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
           10 TU-EMPRESAS.
             15 TU-EMPRESA OCCURS 5 TIMES
                                       PIC X(02).

       01 WS-IND-USUARIO               PIC 9(03).
       01 WS-IND-USU-HALLADO           PIC 9(03).
       01 WS-PERMISO-HALLADO           PIC X VALUE 'N'.
           88 WS-TIENE-PERMISO                          VALUE 'S'.

       COPY WSEMPRESA-WS.

       01 WS-IND-EMPRESA               PIC 9(01).
       01 WS-EMPRESA-HALLADA           PIC X VALUE 'N'.
           88 WS-EMPRESA-AUTORIZADA                     VALUE 'S'.

       LINKAGE SECTION.

       01 LK-PROGRAMA                  PIC X(18).
           INITIALIZE SWITCHES
           MOVE 'N' TO LK-RESULTADO
           MOVE SPACES TO LK-OPERADOR
           PERFORM 050000-TOMAR-EMPRESA
           PERFORM 100000-CARGAR-USUARIOS
           IF WSS-FS-USUARIOS-NOEXISTE
      * Sin maestro de usuarios la operacion sigue como hasta ahora:
           GOBACK.


       050000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       100000-CARGAR-USUARIOS.
           MOVE 0 TO WS-CANT-USUARIOS
           OPEN INPUT USUARIOS
                   MOVE USU-INTENTOS
                     TO TU-INTENTOS(WS-CANT-USUARIOS)
                   MOVE USU-ESTADO TO TU-ESTADO(WS-CANT-USUARIOS)
                   MOVE USU-OFICINA TO TU-OFICINA(WS-CANT-USUARIOS)
                   MOVE USU-EMPRESAS
                     TO TU-EMPRESAS(WS-CANT-USUARIOS)
                 END-IF
                 PERFORM 110000-LEER-USUARIO
               END-PERFORM
           IF WS-HASH = TU-CLAVE-HASH(WS-IND-USU-HALLADO)
             MOVE 0 TO TU-INTENTOS(WS-IND-USU-HALLADO)
             PERFORM 250000-REGRABAR-USUARIOS
             PERFORM 215000-VALIDAR-EMPRESA
             IF WS-EMPRESA-AUTORIZADA
               PERFORM 220000-VALIDAR-PERMISO
             ELSE
               DISPLAY 'EL OPERADOR NO ESTA AUTORIZADO EN LA EMPRESA '
                       WS-EMPRESA-CORRIDA
             END-IF
           ELSE
             ADD 1 TO TU-INTENTOS(WS-IND-USU-HALLADO)
             IF TU-INTENTOS(WS-IND-USU-HALLADO) >= 3
           END-IF.


      * Lista de empresas en blanco: el usuario es de la '01', como
      * todos los dados de alta antes de la segunda empresa.
       215000-VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-HALLADA
           IF TU-EMPRESAS(WS-IND-USU-HALLADO) = SPACES
             IF WS-EMPRESA-CORRIDA = '01'
               MOVE 'S' TO WS-EMPRESA-HALLADA
             END-IF
           ELSE
             PERFORM VARYING WS-IND-EMPRESA FROM 1 BY 1
                       UNTIL WS-IND-EMPRESA > 5
               IF TU-EMPRESA(WS-IND-USU-HALLADO, WS-IND-EMPRESA)
                       = WS-EMPRESA-CORRIDA
                 MOVE 'S' TO WS-EMPRESA-HALLADA
               END-IF
             END-PERFORM
           END-IF.


       220000-VALIDAR-PERMISO.
           IF TU-ROL(WS-IND-USU-HALLADO) = 'S'
             MOVE 'S' TO WS-PERMISO-HALLADO
               MOVE TU-ROL(WS-IND-USUARIO) TO USU-ROL
               MOVE TU-INTENTOS(WS-IND-USUARIO) TO USU-INTENTOS
               MOVE TU-ESTADO(WS-IND-USUARIO) TO USU-ESTADO
               MOVE TU-OFICINA(WS-IND-USUARIO) TO USU-OFICINA
               MOVE TU-EMPRESAS(WS-IND-USUARIO) TO USU-EMPRESAS
               WRITE REG-USUARIOS
             END-PERFORM
             CLOSE USUARIOS
