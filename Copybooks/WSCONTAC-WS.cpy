      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     WORKING-STORAGE fields for one client contact
      *              history entry (CONTACTOS.DAT). Bring in with
      *              COPY WSCONTAC-WS. once per program, fill
      *              WS-CONTAC-CODCLIENTE/-NROCUENTA/-FECHA/-CANAL/
      *              -PROGRAMA/-OPERADOR/-RESULTADO, then
      *              COPY WSCONTAC-PROC. from a paragraph performed
      *              once per contact. Con -FECHA en cero toma la
      *              fecha del sistema; con -OPERADOR en blanco toma
      *              el usuario del entorno. Canales: CAR carta,
      *              EML email, TEL telefono, AGE agencia externa,
      *              MOS mostrador, COR correo postal (devolucion),
      *              JUD via judicial (juicio de cobro).
      *****************************************************************
       01 WS-CONTAC-REG.
           05 WS-CONTAC-CODCLIENTE      PIC 9(08)  VALUE 0.
           05 WS-CONTAC-NROCUENTA       PIC 9(08)  VALUE 0.
           05 WS-CONTAC-FECHA           PIC 9(08)  VALUE 0.
           05 WS-CONTAC-CANAL           PIC X(03)  VALUE SPACES.
           05 WS-CONTAC-PROGRAMA        PIC X(18)  VALUE SPACES.
           05 WS-CONTAC-OPERADOR        PIC X(20)  VALUE SPACES.
           05 WS-CONTAC-RESULTADO       PIC X(40)  VALUE SPACES.
       01 WSS-FS-CONTACTOS               PIC X(02).
           88 WSS-FS-CONTACTOS-OK                       VALUE '00'.
           88 WSS-FS-CONTACTOS-EOF                      VALUE '10'.
           88 WSS-FS-CONTACTOS-NOEXISTE                 VALUE '35'.
