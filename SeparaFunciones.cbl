      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CONTROL DE SEPARACION DE FUNCIONES PARA AUDITORIA
      *              INTERNA: SOBRE EL TRIMESTRE QUE TERMINA EN EL MES
      *              DE LA FECHA DE PROCESO BUSCA EL MISMO OPERADOR EN
      *              LOS DOS LADOS DE UN CIRCUITO DE APROBACION:
      *              SOLICITANTE Y SUPERVISOR EN APROBREG.DAT, CAJERO
      *              DEL RECIBO (PAGOS.DAT) Y OPERADOR DE LA ANULACION
      *              O REVERSA (ANULREC.DAT), SOLICITANTE CONTRA
      *              APROBADOR Y PAGADOR DE LAS ORDENES DE REEMBOLSOS
      *              Y SOLICITANTE DEL CASTIGO (CASTIGOS.DAT) CONTRA
      *              QUIEN LO APROBO EN APROBCAMBIOS. ADEMAS REVISA LA
      *              MATRIZ PERMISOS.DAT Y MARCA A LOS USUARIOS QUE
      *              TIENEN HABILITADOS DOS PROGRAMAS INCOMPATIBLES
      *              SEGUN LA TABLA DE PARES DE ESTE PROGRAMA. TODO
      *              SALE EN FUNCIONES.REP; SI HAY ALGUN HALLAZGO LA
      *              CORRIDA TERMINA CON RETURN-CODE 4.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  SEPARAFUNCIONES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBREG           ASSIGN TO DISK '..\APROBREG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-APROBREG.

           SELECT ANULREC            ASSIGN TO DISK '..\ANULREC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANULREC.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT REEMBOLSOS         ASSIGN TO DISK '..\REEMBOLSOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-REEMBOLSOS.

           SELECT CASTIGOS           ASSIGN TO DISK '..\CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT PERMISOS           ASSIGN TO DISK '..\PERMISOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PERMISOS.

           SELECT REPORTE            ASSIGN TO DISK '..\FUNCIONES.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD APROBREG.
       01 REG-APROBREG.
         05 REG-APR-FECHA              PIC 9(08).
         05 REG-APR-TIPO               PIC X(01).
         05 REG-APR-NROCUENTA          PIC 9(08).
         05 REG-APR-SOLICITANTE        PIC X(20).
         05 REG-APR-SUPERVISOR         PIC X(20).
         05 REG-APR-DECISION           PIC X(01).

       FD ANULREC.
       01 REG-ANULREC.
         05 ANU-PAG-ENTRYID           PIC 9(08).
         05 ANU-TIPO                  PIC X(01).
             88 ANU-ANULACION                          VALUE 'A'.
             88 ANU-REVERSA                            VALUE 'R'.
         05 ANU-MOTIVO                PIC X(40).
         05 ANU-OPERADOR              PIC X(20).
         05 ANU-FECHA                 PIC 9(08).

       FD PAGOS.
           COPY PAGOS.

       FD REEMBOLSOS.
       01 REG-REEMBOLSOS.
         05 REE-NUMERO                PIC 9(08).
         05 REE-NROCUENTA             PIC 9(08).
         05 REE-IMPORTE               PIC S9(15)V99.
         05 REE-ORIGEN                PIC X(01).
         05 REE-FECHA-ALTA            PIC 9(08).
         05 REE-SOLICITANTE           PIC X(20).
         05 REE-ESTADO                PIC X(01).
             88 REE-PENDIENTE                          VALUE 'P'.
             88 REE-APROBADA                           VALUE 'A'.
             88 REE-PAGADA                             VALUE 'G'.
             88 REE-RECHAZADA                          VALUE 'R'.
         05 REE-SUPERVISOR            PIC X(20).
         05 REE-FECHA-PAGO            PIC 9(08).
         05 REE-MEDIO-PAGO            PIC X(03).
         05 REE-PAGADOR               PIC X(20).

       FD CASTIGOS.
       01 REG-CASTIGOS.
         05 CAS-NROCUENTA             PIC 9(08).
         05 CAS-CODCLIENTE            PIC 9(08).
         05 CAS-IMPORTE               PIC S9(15)V99.
         05 CAS-MOTIVO                PIC X(03).
         05 CAS-FECHA-SOLICITUD       PIC 9(08).
         05 CAS-SOLICITANTE           PIC X(20).
         05 CAS-FECHA-CASTIGO         PIC 9(08).
         05 CAS-ESTADO                PIC X(01).
             88 CAS-SOLICITADO                         VALUE 'S'.
             88 CAS-CASTIGADO                          VALUE 'A'.
             88 CAS-RECUPERADO-TOTAL                   VALUE 'R'.
         05 CAS-RECUPERADO            PIC S9(15)V99.
         05 CAS-FECHA-RECUPERO        PIC 9(08).
         05 CAS-MEDIO-RECUPERO        PIC X(03).

       FD PERMISOS.
       01 REG-PERMISOS.
         05 PRS-OPERADOR               PIC X(20).
         05 PRS-PROGRAMA               PIC X(18).
         05 PRS-PERMITIDO              PIC X(01).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==APROBREG==.
           COPY WSFS REPLACING ==:TAG:== BY ==ANULREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REEMBOLSOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CASTIGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PERMISOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Trimestre revisado: los tres meses que terminan en el mes de
      * la fecha de proceso.
       01 WSV-FECHA-DESDE              PIC 9(08).
       01 FILLER REDEFINES WSV-FECHA-DESDE.
         05 WSV-DESDE-ANIO             PIC 9(04).
         05 WSV-DESDE-MES              PIC 9(02).
         05 WSV-DESDE-DIA              PIC 9(02).
       01 WSV-FECHA-HASTA              PIC 9(08).

      * Pares de programas que un mismo usuario no deberia tener
      * habilitados a la vez en PERMISOS.DAT.
       01 TABLA-PARES-FIJA.
         05 FILLER                     PIC X(57) VALUE
            'CAPTURAPAGOS      ANULARECIBOS      COBRA Y ANULA RECIBOS'.
         05 FILLER                     PIC X(57) VALUE
            'CASTIGOSALDOS     APROBCAMBIOS      APRUEBA SUS CASTIGOS'.
         05 FILLER                     PIC X(57) VALUE
            'CAPTURAPAGOS      REEMBOLSOS        COBRA Y REEMBOLSA'.
         05 FILLER                     PIC X(57) VALUE
            'SUSPENSOPAGOS     REEMBOLSOS        DEVUELVE Y PAGA ORDEN'.
         05 FILLER                     PIC X(57) VALUE
            'MANTUSUARIOS      APROBCAMBIOS      DA PERMISOS Y APRUEBA'.
         05 FILLER                     PIC X(57) VALUE
            'NOTASCREDITO      CAPTURAPAGOS      COBRA Y EMITE CREDITO'.
       01 FILLER REDEFINES TABLA-PARES-FIJA.
         05 TPF-ENTRY OCCURS 6 TIMES.
           10 TPF-PROGRAMA-1           PIC X(18).
           10 TPF-PROGRAMA-2           PIC X(18).
           10 TPF-DESCRIPCION          PIC X(21).

       01 TABLA-PERMISOS.
         05 WS-CANT-PERMISOS           PIC 9(04) VALUE 0.
         05 TPR-ENTRY OCCURS 2000 TIMES.
           10 TPR-OPERADOR             PIC X(20).
           10 TPR-PROGRAMA             PIC X(18).

      * Anulaciones y reversas del trimestre, a cruzar con el cajero
      * que tomo el recibo.
       01 TABLA-ANULACIONES.
         05 WS-CANT-ANULACIONES        PIC 9(04) VALUE 0.
         05 TAN-ENTRY OCCURS 5000 TIMES.
           10 TAN-PAG-ENTRYID          PIC 9(08).
           10 TAN-TIPO                 PIC X(01).
           10 TAN-OPERADOR             PIC X(20).
           10 TAN-FECHA                PIC 9(08).

      * Castigos del trimestre; el aprobador sale de APROBREG.
       01 TABLA-CASTIGOS.
         05 WS-CANT-CASTIGOS           PIC 9(04) VALUE 0.
         05 TCS-ENTRY OCCURS 2000 TIMES.
           10 TCS-NROCUENTA            PIC 9(08).
           10 TCS-IMPORTE              PIC S9(15)V99.
           10 TCS-FECHA-SOLICITUD      PIC 9(08).
           10 TCS-SOLICITANTE          PIC X(20).
           10 TCS-APROBADOR            PIC X(20).

       01 INDICES.
         05 WS-IND-PAR                 PIC 9(02).
         05 WS-IND-PERMISO             PIC 9(04).
         05 WS-IND-PERMISO-2           PIC 9(04).
         05 WS-IND-ANULACION           PIC 9(04).
         05 WS-IND-CASTIGO             PIC 9(04).

       01 ACUMULADORES.
         05 WSA-HALLAZGOS-APROB        PIC 9(05).
         05 WSA-HALLAZGOS-ANUL         PIC 9(05).
         05 WSA-HALLAZGOS-REEMB        PIC 9(05).
         05 WSA-HALLAZGOS-CASTIGO      PIC 9(05).
         05 WSA-HALLAZGOS-PERMISO      PIC 9(05).
         05 WSA-TOTAL-HALLAZGOS        PIC 9(05).

       01 WS-IMPORTE-EDIT              PIC -(12)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-APROBACIONES
                 PERFORM 210000-ANULACIONES
                 PERFORM 220000-REEMBOLSOS
                 PERFORM 230000-CASTIGOS
                 PERFORM 240000-PERMISOS
                 PERFORM 260000-TOTALES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WSV-FECHA-HASTA
           MOVE WSP-FECHA-PROCESO TO WSV-FECHA-DESDE
           MOVE 1 TO WSV-DESDE-DIA
           IF WSV-DESDE-MES > 2
             SUBTRACT 2 FROM WSV-DESDE-MES
           ELSE
             ADD 10 TO WSV-DESDE-MES
             SUBTRACT 1 FROM WSV-DESDE-ANIO
           END-IF
           PERFORM 105000-CARGAR-ANULACIONES
           PERFORM 110000-CARGAR-CASTIGOS
           PERFORM 115000-CARGAR-PERMISOS

           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'SEPARACION DE FUNCIONES - DEL ' WSV-FECHA-DESDE
                  ' AL ' WSV-FECHA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-ANULACIONES.
           MOVE 0 TO WS-CANT-ANULACIONES
           OPEN INPUT ANULREC
           IF WSS-FS-ANULREC-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ANULREC-OK
               DISPLAY 'ERROR DE ARCHIVO DE ANULACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-ANULREC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-ANULACION
             PERFORM UNTIL WSS-FS-ANULREC-EOF
               IF ANU-FECHA >= WSV-FECHA-DESDE
                       AND ANU-FECHA <= WSV-FECHA-HASTA
                 IF WS-CANT-ANULACIONES >= 5000
                   DISPLAY 'ERROR: MAS DE 5000 ANULACIONES EN EL '
                           'TRIMESTRE'
                   CLOSE ANULREC
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-ANULACIONES
                 MOVE ANU-PAG-ENTRYID
                   TO TAN-PAG-ENTRYID(WS-CANT-ANULACIONES)
                 MOVE ANU-TIPO TO TAN-TIPO(WS-CANT-ANULACIONES)
                 MOVE ANU-OPERADOR
                   TO TAN-OPERADOR(WS-CANT-ANULACIONES)
                 MOVE ANU-FECHA TO TAN-FECHA(WS-CANT-ANULACIONES)
               END-IF
               PERFORM 106000-LEER-ANULACION
             END-PERFORM
             CLOSE ANULREC
           END-IF.


       106000-LEER-ANULACION.
           READ ANULREC
           IF NOT WSS-FS-ANULREC-OK AND NOT WSS-FS-ANULREC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ANULREC
             MOVE '10' TO WSS-FS-ANULREC
           END-IF
           IF WSS-FS-ANULREC-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       110000-CARGAR-CASTIGOS.
      * Entra el castigo pedido o confirmado dentro del trimestre.
           MOVE 0 TO WS-CANT-CASTIGOS
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CASTIGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CASTIGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 111000-LEER-CASTIGO
             PERFORM UNTIL WSS-FS-CASTIGOS-EOF
               IF (CAS-FECHA-SOLICITUD >= WSV-FECHA-DESDE
                       AND CAS-FECHA-SOLICITUD <= WSV-FECHA-HASTA)
                  OR (CAS-FECHA-CASTIGO >= WSV-FECHA-DESDE
                       AND CAS-FECHA-CASTIGO <= WSV-FECHA-HASTA)
                 IF WS-CANT-CASTIGOS >= 2000
                   DISPLAY 'ERROR: MAS DE 2000 CASTIGOS EN EL '
                           'TRIMESTRE'
                   CLOSE CASTIGOS
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-CASTIGOS
                 MOVE CAS-NROCUENTA TO TCS-NROCUENTA(WS-CANT-CASTIGOS)
                 MOVE CAS-IMPORTE TO TCS-IMPORTE(WS-CANT-CASTIGOS)
                 MOVE CAS-FECHA-SOLICITUD
                   TO TCS-FECHA-SOLICITUD(WS-CANT-CASTIGOS)
                 MOVE CAS-SOLICITANTE
                   TO TCS-SOLICITANTE(WS-CANT-CASTIGOS)
                 MOVE SPACES TO TCS-APROBADOR(WS-CANT-CASTIGOS)
               END-IF
               PERFORM 111000-LEER-CASTIGO
             END-PERFORM
             CLOSE CASTIGOS
           END-IF.


       111000-LEER-CASTIGO.
           READ CASTIGOS
           IF NOT WSS-FS-CASTIGOS-OK AND NOT WSS-FS-CASTIGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
             MOVE '10' TO WSS-FS-CASTIGOS
           END-IF
           IF WSS-FS-CASTIGOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       115000-CARGAR-PERMISOS.
           MOVE 0 TO WS-CANT-PERMISOS
           OPEN INPUT PERMISOS
           IF WSS-FS-PERMISOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PERMISOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PERMISOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PERMISOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 116000-LEER-PERMISO
             PERFORM UNTIL WSS-FS-PERMISOS-EOF
               IF PRS-PERMITIDO = 'S'
                 IF WS-CANT-PERMISOS >= 2000
                   DISPLAY 'ERROR: MAS DE 2000 PERMISOS HABILITADOS'
                   CLOSE PERMISOS
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-PERMISOS
                 MOVE PRS-OPERADOR TO TPR-OPERADOR(WS-CANT-PERMISOS)
                 MOVE PRS-PROGRAMA TO TPR-PROGRAMA(WS-CANT-PERMISOS)
               END-IF
               PERFORM 116000-LEER-PERMISO
             END-PERFORM
             CLOSE PERMISOS
           END-IF.


       116000-LEER-PERMISO.
           READ PERMISOS
           IF NOT WSS-FS-PERMISOS-OK AND NOT WSS-FS-PERMISOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PERMISOS
             MOVE '10' TO WSS-FS-PERMISOS
           END-IF
           IF WSS-FS-PERMISOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       200000-APROBACIONES.
      * Una sola pasada por APROBREG: el mismo operador pidiendo y
      * decidiendo el cambio, y de paso el aprobador de cada castigo
      * (cambio de monto aprobado sobre la cuenta castigada).
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '1. CAMBIOS DECIDIDOS POR EL MISMO SOLICITANTE'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '   FECHA    T CUENTA   OPERADOR             DECISION'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           OPEN INPUT APROBREG
           IF WSS-FS-APROBREG-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-APROBREG-OK
               DISPLAY 'ERROR DE ARCHIVO DE APROBACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-APROBREG
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 201000-LEER-APROBACION
             PERFORM UNTIL WSS-FS-APROBREG-EOF
               IF REG-APR-FECHA >= WSV-FECHA-DESDE
                       AND REG-APR-FECHA <= WSV-FECHA-HASTA
                       AND REG-APR-SOLICITANTE NOT = SPACES
                       AND REG-APR-SOLICITANTE = REG-APR-SUPERVISOR
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING '   ' REG-APR-FECHA
                        ' ' REG-APR-TIPO
                        ' ' REG-APR-NROCUENTA
                        ' ' REG-APR-SOLICITANTE
                        ' ' REG-APR-DECISION
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 PERFORM 280000-ESCRIBIR-LINEA
                 ADD 1 TO WSA-HALLAZGOS-APROB
               END-IF
               IF REG-APR-TIPO = 'M' AND REG-APR-DECISION = 'A'
                 PERFORM 205000-APROBADOR-CASTIGO
               END-IF
               PERFORM 201000-LEER-APROBACION
             END-PERFORM
             CLOSE APROBREG
           END-IF
           IF WSA-HALLAZGOS-APROB = 0
             MOVE '   (SIN HALLAZGOS)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       201000-LEER-APROBACION.
           READ APROBREG
           IF NOT WSS-FS-APROBREG-OK AND NOT WSS-FS-APROBREG-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-APROBREG
             MOVE '10' TO WSS-FS-APROBREG
           END-IF
           IF WSS-FS-APROBREG-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       205000-APROBADOR-CASTIGO.
           PERFORM VARYING WS-IND-CASTIGO FROM 1 BY 1
                     UNTIL WS-IND-CASTIGO > WS-CANT-CASTIGOS
             IF TCS-NROCUENTA(WS-IND-CASTIGO) = REG-APR-NROCUENTA
                     AND TCS-SOLICITANTE(WS-IND-CASTIGO)
                         = REG-APR-SOLICITANTE
                     AND REG-APR-FECHA
                         >= TCS-FECHA-SOLICITUD(WS-IND-CASTIGO)
               MOVE REG-APR-SUPERVISOR
                 TO TCS-APROBADOR(WS-IND-CASTIGO)
             END-IF
           END-PERFORM.


       210000-ANULACIONES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '2. RECIBOS ANULADOS O REVERTIDOS POR SU PROPIO CAJERO'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '   FECHA    RECIBO   T OPERADOR' TO WS-LINEA-REPORTE
           MOVE 'IMPORTE' TO WS-LINEA-REPORTE(53:7)
           PERFORM 280000-ESCRIBIR-LINEA
           IF WS-CANT-ANULACIONES > 0
             OPEN INPUT PAGOS
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 211000-LEER-PAGO
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               IF PAG-OPERADOR NOT = SPACES
                 PERFORM 215000-CRUZAR-ANULACION
                           VARYING WS-IND-ANULACION FROM 1 BY 1
                           UNTIL WS-IND-ANULACION > WS-CANT-ANULACIONES
               END-IF
               PERFORM 211000-LEER-PAGO
             END-PERFORM
             CLOSE PAGOS
           END-IF
           IF WSA-HALLAZGOS-ANUL = 0
             MOVE '   (SIN HALLAZGOS)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       211000-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF
           IF WSS-FS-PAGOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       215000-CRUZAR-ANULACION.
           IF TAN-PAG-ENTRYID(WS-IND-ANULACION) = PAG-ENTRYID
                   AND TAN-OPERADOR(WS-IND-ANULACION) = PAG-OPERADOR
             MOVE PAG-IMPORTE TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '   ' TAN-FECHA(WS-IND-ANULACION)
                    ' ' PAG-ENTRYID
                    ' ' TAN-TIPO(WS-IND-ANULACION)
                    ' ' PAG-OPERADOR
                    ' ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             ADD 1 TO WSA-HALLAZGOS-ANUL
           END-IF.


       220000-REEMBOLSOS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '3. ORDENES DE REEMBOLSO APROBADAS O PAGADAS POR QUIEN '
             TO WS-LINEA-REPORTE
           MOVE 'LAS PIDIO' TO WS-LINEA-REPORTE(56:9)
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '   ORDEN    CUENTA   OPERADOR' TO WS-LINEA-REPORTE
           MOVE 'IMPORTE' TO WS-LINEA-REPORTE(50:7)
           MOVE 'HALLAZGO' TO WS-LINEA-REPORTE(57:8)
           PERFORM 280000-ESCRIBIR-LINEA
           OPEN INPUT REEMBOLSOS
           IF WSS-FS-REEMBOLSOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-REEMBOLSOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE REEMBOLSOS'
               DISPLAY 'FILE STATUS ' WSS-FS-REEMBOLSOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 221000-LEER-REEMBOLSO
             PERFORM UNTIL WSS-FS-REEMBOLSOS-EOF
               IF REE-SOLICITANTE NOT = SPACES
                 IF REE-PAGADA
                         AND REE-FECHA-PAGO >= WSV-FECHA-DESDE
                         AND REE-FECHA-PAGO <= WSV-FECHA-HASTA
                         AND REE-PAGADOR = REE-SOLICITANTE
                   MOVE 'SOLICITA Y PAGA' TO WS-LINEA-REPORTE(57:)
                   PERFORM 225000-LINEA-REEMBOLSO
                 END-IF
                 IF REE-FECHA-ALTA >= WSV-FECHA-DESDE
                         AND REE-FECHA-ALTA <= WSV-FECHA-HASTA
                         AND REE-SUPERVISOR = REE-SOLICITANTE
                   MOVE 'SOLICITA Y APRUEBA' TO WS-LINEA-REPORTE(57:)
                   PERFORM 225000-LINEA-REEMBOLSO
                 END-IF
               END-IF
               PERFORM 221000-LEER-REEMBOLSO
             END-PERFORM
             CLOSE REEMBOLSOS
           END-IF
           IF WSA-HALLAZGOS-REEMB = 0
             MOVE '   (SIN HALLAZGOS)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       221000-LEER-REEMBOLSO.
           READ REEMBOLSOS
           IF NOT WSS-FS-REEMBOLSOS-OK AND NOT WSS-FS-REEMBOLSOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-REEMBOLSOS
             MOVE '10' TO WSS-FS-REEMBOLSOS
           END-IF
           IF WSS-FS-REEMBOLSOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       225000-LINEA-REEMBOLSO.
      * El motivo ya quedo en la columna 57 de la linea.
           MOVE REE-IMPORTE TO WS-IMPORTE-EDIT
           MOVE '   '             TO WS-LINEA-REPORTE(1:3)
           MOVE REE-NUMERO        TO WS-LINEA-REPORTE(4:8)
           MOVE SPACE             TO WS-LINEA-REPORTE(12:1)
           MOVE REE-NROCUENTA     TO WS-LINEA-REPORTE(13:8)
           MOVE SPACE             TO WS-LINEA-REPORTE(21:1)
           MOVE REE-SOLICITANTE   TO WS-LINEA-REPORTE(22:20)
           MOVE WS-IMPORTE-EDIT   TO WS-LINEA-REPORTE(42:15)
           PERFORM 280000-ESCRIBIR-LINEA
           ADD 1 TO WSA-HALLAZGOS-REEMB.


       230000-CASTIGOS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '4. CASTIGOS APROBADOS POR EL MISMO SOLICITANTE'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '   PEDIDO   CUENTA   OPERADOR' TO WS-LINEA-REPORTE
           MOVE 'IMPORTE' TO WS-LINEA-REPORTE(51:7)
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CASTIGO FROM 1 BY 1
                     UNTIL WS-IND-CASTIGO > WS-CANT-CASTIGOS
             IF TCS-SOLICITANTE(WS-IND-CASTIGO) NOT = SPACES
                     AND TCS-APROBADOR(WS-IND-CASTIGO)
                         = TCS-SOLICITANTE(WS-IND-CASTIGO)
               MOVE TCS-IMPORTE(WS-IND-CASTIGO) TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '   ' TCS-FECHA-SOLICITUD(WS-IND-CASTIGO)
                      ' ' TCS-NROCUENTA(WS-IND-CASTIGO)
                      ' ' TCS-SOLICITANTE(WS-IND-CASTIGO)
                      ' ' WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
               ADD 1 TO WSA-HALLAZGOS-CASTIGO
             END-IF
           END-PERFORM
           IF WSA-HALLAZGOS-CASTIGO = 0
             MOVE '   (SIN HALLAZGOS)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       240000-PERMISOS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '5. USUARIOS CON PERMISOS INCOMPATIBLES EN PERMISOS.DAT'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '   OPERADOR             PROGRAMAS' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                     UNTIL WS-IND-PAR > 6
             PERFORM 245000-BUSCAR-PAR
                       VARYING WS-IND-PERMISO FROM 1 BY 1
                       UNTIL WS-IND-PERMISO > WS-CANT-PERMISOS
           END-PERFORM
           IF WSA-HALLAZGOS-PERMISO = 0
             MOVE '   (SIN HALLAZGOS)' TO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       245000-BUSCAR-PAR.
           IF TPR-PROGRAMA(WS-IND-PERMISO) = TPF-PROGRAMA-1(WS-IND-PAR)
             PERFORM VARYING WS-IND-PERMISO-2 FROM 1 BY 1
                       UNTIL WS-IND-PERMISO-2 > WS-CANT-PERMISOS
               IF TPR-OPERADOR(WS-IND-PERMISO-2)
                       = TPR-OPERADOR(WS-IND-PERMISO)
                       AND TPR-PROGRAMA(WS-IND-PERMISO-2)
                           = TPF-PROGRAMA-2(WS-IND-PAR)
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING '   ' TPR-OPERADOR(WS-IND-PERMISO)
                        ' ' TPF-DESCRIPCION(WS-IND-PAR)
                        ' (' DELIMITED BY SIZE
                        TPF-PROGRAMA-1(WS-IND-PAR) DELIMITED BY SPACE
                        '/' DELIMITED BY SIZE
                        TPF-PROGRAMA-2(WS-IND-PAR) DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO WS-LINEA-REPORTE
                 PERFORM 280000-ESCRIBIR-LINEA
                 ADD 1 TO WSA-HALLAZGOS-PERMISO
                 MOVE WS-CANT-PERMISOS TO WS-IND-PERMISO-2
               END-IF
             END-PERFORM
           END-IF.


       260000-TOTALES.
           COMPUTE WSA-TOTAL-HALLAZGOS = WSA-HALLAZGOS-APROB
                                       + WSA-HALLAZGOS-ANUL
                                       + WSA-HALLAZGOS-REEMB
                                       + WSA-HALLAZGOS-CASTIGO
                                       + WSA-HALLAZGOS-PERMISO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'HALLAZGOS: APROB ' WSA-HALLAZGOS-APROB
                  ' ANUL ' WSA-HALLAZGOS-ANUL
                  ' REEMB ' WSA-HALLAZGOS-REEMB
                  ' CAST ' WSA-HALLAZGOS-CASTIGO
                  ' PERM ' WSA-HALLAZGOS-PERMISO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'HALLAZGOS DE SEPARACION DE FUNCIONES: '
                   WSA-TOTAL-HALLAZGOS
           IF WSA-TOTAL-HALLAZGOS > 0 AND WS-RETURN-CODE < 4
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   SEPARACION DE FUNCIONES'
           DISPLAY 'Programme: SEPARAFUNCIONES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'SEPARAFUNCIONES'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS     TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS   TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-APROBREG    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'SEPARACION FUNCIONES' TO WS-REPIDX-NOMBRE
           MOVE 'SEPARAFUNCIONES' TO WS-REPIDX-PROGRAMA
           MOVE '..\FUNCIONES.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
