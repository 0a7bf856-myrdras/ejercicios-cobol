      *              REPINDEX / FD REPINDEX (01 REG-REPINDEX X(150)),
      *              fill the fields and COPY WSREPIDX-PROC. from a
      *              paragraph performed out of 300000-FINAL, una vez
      *              por archivo de reporte producido. Los spools
      *              repartidos por oficina llevan ademas la oficina
      *              (WS-REPIDX-OFICINA), que se agrega al final de la
      *              linea como OFI=; esos programas declaran el FD
      *              con 01 REG-REPINDEX X(160). Sin oficina la linea
      *              no cambia.
      *****************************************************************
       01 WS-REPIDX-REG.
           05 WS-REPIDX-NOMBRE          PIC X(20)  VALUE SPACES.
           05 WS-REPIDX-ARCHIVO         PIC X(30)  VALUE SPACES.
           05 WS-REPIDX-LINEAS          PIC 9(08)  VALUE 0.
           05 WS-REPIDX-PAGINAS         PIC 9(04)  VALUE 0.
           05 WS-REPIDX-OFICINA         PIC X(03)  VALUE SPACES.
       01 WS-REPIDX-OPERADOR           PIC X(20).
       01 WS-REPIDX-FECHA              PIC 9(08).
       01 WS-REPIDX-HORA               PIC 9(08).
       01 WS-REPIDX-LINEA              PIC X(160).
       01 WS-REPIDX-PUNTERO            PIC 9(03).
       01 WSS-FS-REPINDEX              PIC X(02).
           88 WSS-FS-REPINDEX-OK                        VALUE '00'.
