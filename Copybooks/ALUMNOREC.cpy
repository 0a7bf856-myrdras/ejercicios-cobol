      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the student file
      *              (ALUMNOS.DAT), COPYd into the FD of
      *              Prog-03-01-SA.cbl, que da de alta los alumnos y
      *              sus notas, y de BoletinAlumnos, EstadisAlumnos,
      *              AsistenciaAlumnos y MantAlumCta, que los leen.
      *              REG-LEGAJO es el numero de alumno, unico, de la
      *              serie ALU del numerador (PROXNUM), y es la clave
      *              con que ALUMCTA.DAT y ASISTEN.DAT se refieren al
      *              alumno: el nombre y apellido son solo datos y se
      *              pueden corregir sin perder nada. Las notas se ven
      *              por materia o como vector (REG-NOTA) en el orden
      *              de las materias.
      *****************************************************************
       01 REG-ALUMNO.
         05 REG-LEGAJO                 PIC 9(08).
         05 REG-NOMBRE                 PIC A(20).
         05 REG-APELLIDO               PIC A(20).
         05 REG-NOTAS.
           10 REG-MATEMATICA           PIC 9(02).
           10 REG-PROGRAMACION         PIC 9(02).
           10 REG-INGLES               PIC 9(02).
           10 REG-METODOLOGIA          PIC 9(02).
           10 REG-LITERATURA           PIC 9(02).
           10 REG-FISICA               PIC 9(02).
           10 REG-QUIMICA              PIC 9(02).
           10 REG-CONTABILIDAD         PIC 9(02).
           10 REG-HISTORIA             PIC 9(02).
           10 REG-BIOLOGIA             PIC 9(02).
         05 REG-NOTAS-R REDEFINES REG-NOTAS.
           10 REG-NOTA OCCURS 10 TIMES PIC 9(02).
         05 REG-CONTADOR               PIC 9(01).
