      * Author:
      * Date:        07 DE JUNIO 2019.
      * Purpose:     EJERCICIO 3 - VECTORES - CALCULO PROMEDIO DE NOTAS
      *              CADA ALUMNO NUEVO RECIBE SU LEGAJO DE LA SERIE
      *              ALU DEL NUMERADOR (PROXNUM), QUE ES LA CLAVE DEL
      *              ALUMNO EN ALUMNOS.DAT, ALUMCTA.DAT Y ASISTEN.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

       FILE SECTION.
       FD ALUMNOS.
           COPY ALUMNOREC.

       WORKING-STORAGE SECTION.


       01 WS-CANT-ALUMNOS       PIC 9(03) VALUE 0.
       01 WS-INICIO-INDICE      PIC 9(03) VALUE 1.
       01 WS-SERIE-ALU          PIC X(03) VALUE 'ALU'.
      ******************************************************************
      * 01 VARIABLES: VARIABLES QUE TOMARAN LA RESPUESTA DEL USUARIO   *
      *               SI DESEA SEGUIR OPERANDO O NO.                   *
      *    WSV-RESPUESTA:  SI DESEA SEGUIR MOSTRANDO ALUMNOS           *
      *    WSV-RESPUESTAMAT: PARA ASIGNAR PROMEDIO A MATERIA           *
      *    WSV-RESPUESTANOTA: SI DESEA SEGUIR INGRESANDO NOTA          *
      *    WSV-RESPLEGAJO: LEGAJO DEL ALUMNO A MOSTRAR                 *
      ******************************************************************
       01 VARIABLES.
          05 WSV-RESPUESTACANT    PIC 9(01).
          05 WSV-RESPUESTANOTA    PIC 9(01).
          05 WSV-RESPBUSQUEDA     PIC 9(01).
          05 WSV-RESPNOMBRE       PIC A(20).
          05 WSV-RESPLEGAJO       PIC 9(08).

       01 CONSTANTES.
          05 WSC-0                PIC 9(01)       VALUE 0.

       01 TABLA_ALUMNOS.
          05 WST-ALUMNO           OCCURS 100 TIMES.
             10 WST-ALU-LEGAJO    PIC 9(08).
             10 WST-ALU-NOMBRE    PIC A(20).
             10 WST-ALU-APELLIDO  PIC A(20).
             10 WST-ALU-INDICE    PIC 9(01).
                DISPLAY "RESPUESTA: "
                ACCEPT WST-ALU-APELLIDO(WSI-I)

      ******************************************************************
      * EL LEGAJO SALE DEL NUMERADOR: DOS ALUMNOS CON EL MISMO NOMBRE  *
      * QUEDAN COMO DOS ALUMNOS DISTINTOS.                             *
      ******************************************************************

                CALL 'PROXNUM' USING WS-SERIE-ALU
                                     WST-ALU-LEGAJO(WSI-I)
                END-CALL
                DISPLAY 'LEGAJO ASIGNADO: ' WST-ALU-LEGAJO(WSI-I)

      ******************************************************************
      * INGRESO DE LAS 3 NOTAS POR MATERIA DEL ALUMNO.                 *
      ******************************************************************
               PERFORM UNTIL WSS-FS-ALUMNOS-EOF
                 IF WS-CANT-ALUMNOS < 100
                   ADD 1 TO WS-CANT-ALUMNOS
                   MOVE REG-LEGAJO TO WST-ALU-LEGAJO(WS-CANT-ALUMNOS)
                   MOVE REG-NOMBRE TO WST-ALU-NOMBRE(WS-CANT-ALUMNOS)
                   MOVE REG-APELLIDO
                                 TO WST-ALU-APELLIDO(WS-CANT-ALUMNOS)
           DISPLAY '**************************************'

           DISPLAY "BUSCAR ALUMNO POR: 1-NRO DE TABLA  2-NOMBRE"
                   "  3-LEGAJO"
           DISPLAY "RESPUESTA: "
           ACCEPT WSV-RESPBUSQUEDA

           EVALUATE WSV-RESPBUSQUEDA
           WHEN 2
               DISPLAY "INGRESE NOMBRE DEL ALUMNO."
               DISPLAY "RESPUESTA: "
               ACCEPT WSV-RESPNOMBRE
           WHEN 3
               DISPLAY "INGRESE LEGAJO DEL ALUMNO."
               DISPLAY "RESPUESTA: "
               ACCEPT WSV-RESPLEGAJO
           WHEN OTHER
               DISPLAY "INGRESE NRO DE ALUMNO."
               DISPLAY "RESPUESTA: "
               ACCEPT WSV-RESPALUMNO
           END-EVALUATE

      *****************************************************************
      * EL USUARIO INGRESARA EL INDICE DEL ALUMNO, SU NOMBRE O SU
      * LEGAJO Y SI ESTE EXISTE, SE MOSTRARA TODOS LOS DATOS DEL
      * ALUMNO Y SUS MATERIAS, CON SUS PROMEDIOS Y EL PROMEDIO
      * GENERAL (SI LA MATERIA TIENE UN 0, SIGNIFICA QUE NO SE LE
      * ASIGNO LA MATERIA). SI NO EXISTE EL ALUMNO SE LE INFORMARA AL
      * USUARIO.
      *****************************************************************

           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL
                  FUNCTION TRIM(WST-ALU-NOMBRE(WSI-I)) =
                  FUNCTION TRIM(WSV-RESPNOMBRE))
                 OR
                 (WSV-RESPBUSQUEDA = 3 AND
                  WST-ALU-LEGAJO(WSI-I) = WSV-RESPLEGAJO)
                 OR
                 (WSV-RESPBUSQUEDA NOT = 2 AND WSV-RESPBUSQUEDA NOT = 3
                  AND WSV-RESPALUMNO = WSI-I)
                 DISPLAY "ALUMNO: "
                         FUNCTION TRIM (WST-ALU-NOMBRE(WSI-I)) " "
                         FUNCTION TRIM (WST-ALU-APELLIDO(WSI-I))
                 DISPLAY "LEGAJO: " WST-ALU-LEGAJO(WSI-I)

                 DISPLAY "***MATERIAS***"
                 DISPLAY " "
           OPEN OUTPUT ALUMNOS
           PERFORM VARYING WSI-I FROM 1 BY 1 UNTIL WSI-I > 100
             IF WST-ALU-INDICE(WSI-I) NOT = 0
               MOVE WST-ALU-LEGAJO(WSI-I)       TO REG-LEGAJO
               MOVE WST-ALU-NOMBRE(WSI-I)       TO REG-NOMBRE
               MOVE WST-ALU-APELLIDO(WSI-I)     TO REG-APELLIDO
               MOVE WST-MAT-MATEMATICA(WSI-I)   TO REG-MATEMATICA
