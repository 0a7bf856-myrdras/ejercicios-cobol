      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the monthly attendance
      *              totals (ASISTEN.DAT), one record per student and
      *              month, COPYd into the FD of AsistenciaAlumnos.cbl,
      *              que los acumula, y de BoletinAlumnos.cbl, que
      *              imprime el porcentaje anual. ASI-LEGAJO es la
      *              clave (el legajo de ALUMNOS.DAT); nombre y
      *              apellido son los del alumno al tomar lista. Un
      *              legajo en cero es asistencia anterior al legajo
      *              que MigraAlumnos no pudo atribuir a un unico
      *              alumno.
      *****************************************************************
       01 REG-ASISTEN.
         05 ASI-LEGAJO                PIC 9(08).
         05 ASI-NOMBRE                PIC A(20).
         05 ASI-APELLIDO              PIC A(20).
         05 ASI-PERIODO               PIC X(06).
         05 ASI-PRESENTES             PIC 9(03).
         05 ASI-AUSENTES              PIC 9(03).
         05 ASI-TARDES                PIC 9(03).
