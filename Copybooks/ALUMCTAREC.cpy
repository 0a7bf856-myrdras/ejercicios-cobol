      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the student-account
      *              link (ALUMCTA.DAT), COPYd into the FD of
      *              MantAlumCta.cbl, que lo mantiene, y de
      *              CuotasEscolares.cbl, que genera la cuota mensual
      *              de cada alumno activo. ALC-LEGAJO es la clave (el
      *              legajo de ALUMNOS.DAT); nombre y apellido se
      *              copian del alumno al vincular, para los listados
      *              y la descripcion de la cuota. Un legajo en cero
      *              es un vinculo que la migracion de MigraAlumnos
      *              no pudo atribuir (nombre repetido o inexistente)
      *              y queda a resolver desde MantAlumCta.
      *              ALC-CICLO-LECTIVO es el ano lectivo para el que
      *              el alumno quedo inscripto en este grado; la
      *              inscripcion anual (InscripcionAnual.cbl) solo
      *              procesa los vinculos de un ciclo anterior, y asi
      *              se puede relanzar. En blanco vale como cero.
      *              ALC-REINSCRIPCION en 'S' es la autorizacion de la
      *              administracion (MantAlumCta) para reinscribir a
      *              pesar de la deuda; la inscripcion la consume.
      *****************************************************************
       01 REG-ALUMCTA.
         05 ALC-LEGAJO                PIC 9(08).
         05 ALC-NOMBRE                PIC A(20).
         05 ALC-APELLIDO              PIC A(20).
         05 ALC-NROCUENTA             PIC 9(08).
         05 ALC-GRADO                 PIC 9(02).
         05 ALC-ESTADO                PIC X(01).
             88 ALC-ACTIVO                             VALUE 'A'.
             88 ALC-BAJA                               VALUE 'B'.
         05 ALC-CICLO-LECTIVO         PIC 9(04).
         05 ALC-REINSCRIPCION         PIC X(01).
             88 ALC-REINSC-AUTORIZADA                  VALUE 'S'.
