      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the grade history
      *              (CALIFIC.DAT), COPYd into the FD of CargaNotas.cbl,
      *              que carga las notas de una materia para todo un
      *              grado, y de BoletinAlumnos y EstadisAlumnos, que
      *              las leen. Un renglon por alumno (CAL-LEGAJO),
      *              ciclo lectivo, materia e instancia: los tres
      *              trimestres, el examen final y el recuperatorio. El
      *              archivo solo crece: una correccion se graba como
      *              un renglon nuevo y vale el ultimo de cada clave,
      *              sin perder lo cargado antes. CAL-MATERIA es la
      *              posicion de la materia en REG-NOTA de ALUMNOREC.
      *              CAL-NOTA en cero es ausente al examen.
      *****************************************************************
       01 REG-CALIFIC.
         05 CAL-LEGAJO                PIC 9(08).
         05 CAL-CICLO                 PIC 9(04).
         05 CAL-GRADO                 PIC 9(02).
         05 CAL-MATERIA               PIC 9(02).
         05 CAL-INSTANCIA             PIC X(01).
             88 CAL-ES-TRIMESTRE                       VALUE '1'
                                                             '2'
                                                             '3'.
             88 CAL-ES-FINAL                           VALUE 'F'.
             88 CAL-ES-RECUPERATORIO                   VALUE 'R'.
         05 CAL-NOTA                  PIC 9(02).
         05 CAL-FECHA-CARGA           PIC 9(08).
         05 CAL-DOCENTE               PIC X(20).
