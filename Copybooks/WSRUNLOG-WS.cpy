      *              grabados en la corrida, para poder rastrear un
      *              registro hasta la sesion de carga que lo genero.
      *              Los programas que no graban id dejan estos campos
      *              en cero. Los programas interactivos que ya
      *              identificaron al operador (CONTROLACCESO) lo cargan
      *              en WS-RUNLOG-OPERADOR; si queda en blanco se toma
      *              el usuario del sistema.
      *****************************************************************
       01 WS-RUNLOG-REG.
           05 WS-RUNLOG-PROGRAMA        PIC X(18)  VALUE SPACES.
           05 WS-RUNLOG-STATUS          PIC X(02)  VALUE SPACES.
           05 WS-RUNLOG-IDINI           PIC 9(08)  VALUE 0.
           05 WS-RUNLOG-IDFIN           PIC 9(08)  VALUE 0.
       01 WS-RUNLOG-OPERADOR              PIC X(20) VALUE SPACES.
       01 WS-RUNLOG-FECHA                 PIC 9(08).
       01 WS-RUNLOG-HORA                  PIC 9(08).
       01 WS-RUNLOG-LINEA                PIC X(150).
