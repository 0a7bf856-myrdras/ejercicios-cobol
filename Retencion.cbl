
       FILE SECTION.
       FD VIVO.
       01 REG-VIVO                    PIC X(160).

       FD ARCHIVADO.
       01 REG-ARCHIVADO               PIC X(160).

       FD TEMPO.
       01 REG-TEMPO                   PIC X(160).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).
