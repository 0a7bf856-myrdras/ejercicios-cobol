      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CONCILIACION DE LOS AUXILIARES CONTRA EL MAYOR:
      *              IMPORTA EL EXTRACTO DEL BALANCE DE SUMAS Y SALDOS
      *              QUE ENTREGA CONTABILIDAD (MAYOR.DAT, UN REGISTRO
      *              POR CUENTA CON LA FECHA DE CORTE, VERIFICANDO EL
      *              TRAILER DE CONTROL SI VIENE) Y COMPARA CADA
      *              CUENTA DE CONTROL CONTRA SU AUXILIAR: DEUDORES
      *              CONTRA EL MONTO DE CUENTAS.DAT, CREDITOS A FAVOR
      *              CONTRA LOS ACTIVOS DE CREDITOS.DAT, COBROS SIN
      *              APLICAR CONTRA EL SUSPENSO (PAGOS-SUSPENSO.DAT
      *              SIN ABSORBER MAS LOS PENDIENTES DE SUSPPEND.DAT)
      *              Y CHEQUES DIFERIDOS CONTRA LA CARTERA DE
      *              CHEQUES.DAT. LAS CUENTAS DE CONTROL SE MAPEAN EN
      *              CTACONT.DAT CON TIPO 'K' (MANTCTACONT); SIN
      *              MAPEO DE DEUDORES RIGEN LAS COB- DE LA DERIVACION
      *              FIJA DE EXPORTACONTAB. EL REPORTE DE FIN DE MES
      *              CONCMAY.REP MUESTRA CADA DIFERENCIA CON LOS LOTES
      *              DE CONTAB.DAT QUE PODRIAN EXPLICARLA (LOS DEL MES
      *              O POSTERIORES AL CORTE QUE MUEVEN LA CUENTA, Y
      *              MARCA LOS DE IMPORTE COINCIDENTE). CON
      *              DIFERENCIAS TERMINA CON RETURN-CODE 4; UN
      *              EXTRACTO INCONSISTENTE CON SU TRAILER ABORTA CON
      *              RETURN-CODE 8. CADA EMPRESA DEL GRUPO CONCILIA SU
      *              PROPIO MAYOR: CON LA VARIABLE EMPRESA SE TOMAN SUS
      *              CUENTAS DE CONTROL, SUS LOTES DE CONTAB.DAT Y, DE
      *              CADA AUXILIAR, SOLO LAS PARTIDAS DE CUENTAS DE SUS
      *              CLIENTES (RUTINA EMPRESACLIENTE).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CONCILIAMAYOR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAYOR              ASSIGN TO DISK '..\MAYOR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MAYOR.

           SELECT CTACONT            ASSIGN TO DISK '..\CTACONT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTACONT.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CREDITOS           ASSIGN TO DISK '..\CREDITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CREDITOS.

           SELECT SUSPENSO           ASSIGN TO DISK
                                       '..\PAGOS-SUSPENSO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSPENSO.

           SELECT PENDIENTES         ASSIGN TO DISK '..\SUSPPEND.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-PENDIENTES.

           SELECT CHEQUES            ASSIGN TO DISK '..\CHEQUES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CHEQUES.

           SELECT CONTAB             ASSIGN TO DISK '..\CONTAB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTAB.

           SELECT REPORTE            ASSIGN TO DISK '..\CONCMAY.REP'
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
       FD MAYOR.
       01 REG-MAYOR.
         05 MAY-FECHA-CORTE           PIC 9(08).
         05 MAY-CUENTA                PIC X(10).
         05 MAY-DESCRIP               PIC X(30).
         05 MAY-SALDO                 PIC S9(13)V99.

       FD CTACONT.
       01 REG-CTACONT.
         05 MAP-TIPO                  PIC X(01).
             88 MAP-ES-CONTROL                         VALUE 'K'.
         05 MAP-CODIGO                PIC X(03).
         05 MAP-CTA-DEBE              PIC X(10).
         05 MAP-CTA-HABER             PIC X(10).
         05 MAP-VIG-DESDE             PIC X(06).
         05 MAP-VIG-HASTA             PIC X(06).
         05 MAP-EMPRESA               PIC X(02).

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD CREDITOS.
       01 REG-CREDITOS.
         05 CRE-NROCUENTA             PIC 9(08).
         05 CRE-PAG-ENTRYID           PIC 9(08).
         05 CRE-FECHA-ORIGEN          PIC 9(08).
         05 CRE-IMPORTE-ORIGEN        PIC S9(15)V99.
         05 CRE-SALDO                 PIC S9(15)V99.
         05 CRE-ESTADO                PIC X(01).
             88 CRE-ACTIVO                             VALUE 'A'.

       FD SUSPENSO.
       01 REG-SUSPENSO.
         05 SUS-ENTRYID                PIC 9(08).
         05 SUS-NROCUENTA              PIC 9(08).
         05 SUS-FECHA                  PIC 9(08).
         05 SUS-IMPORTE                PIC S9(15)V99.
         05 SUS-MEDIO                  PIC X(03).
         05 SUS-MOTIVO                 PIC X(30).

       FD PENDIENTES.
       01 REG-PENDIENTES.
         05 SPD-ENTRYID               PIC 9(08).
         05 SPD-NROCUENTA-ORIG        PIC 9(08).
         05 SPD-FECHA                 PIC 9(08).
         05 SPD-IMPORTE               PIC S9(15)V99.
         05 SPD-MEDIO                 PIC X(03).
         05 SPD-MOTIVO                PIC X(30).
         05 SPD-FECHA-INGRESO         PIC 9(08).
         05 SPD-DISPOSICION           PIC X(01).
             88 SPD-PENDIENTE                          VALUE 'P'.
         05 SPD-NROCUENTA-NUEVA       PIC 9(08).
         05 SPD-OPERADOR              PIC X(20).
         05 SPD-FECHA-DISPOSICION     PIC 9(08).

       FD CHEQUES.
       01 REG-CHEQUES.
         05 CHQ-PAG-ENTRYID           PIC 9(08).
         05 CHQ-NROCUENTA             PIC 9(08).
         05 CHQ-BANCO                 PIC X(20).
         05 CHQ-NUMERO                PIC X(12).
         05 CHQ-FECHA-DEPOSITO        PIC 9(08).
         05 CHQ-IMPORTE               PIC S9(15)V99.
         05 CHQ-ESTADO                PIC X(01).
             88 CHQ-EN-CARTERA                         VALUE 'C'.

       FD CONTAB.
       01 REG-CONTAB.
         05 CON-LOTE                  PIC 9(06).
         05 CON-FECHA                 PIC 9(08).
         05 CON-CUENTA-CONTABLE       PIC X(10).
         05 CON-DEBE-HABER            PIC X(01).
             88 CON-ES-DEBE                            VALUE 'D'.
             88 CON-ES-HABER                           VALUE 'H'.
         05 CON-IMPORTE               PIC S9(11)V99.
         05 CON-CODSERVICIO           PIC X(03).
         05 CON-OFICINA               PIC X(03).
         05 CON-EMPRESA               PIC X(02).

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
           COPY WSFS REPLACING ==:TAG:== BY ==MAYOR==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTACONT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SUSPENSO==.
           COPY WSFS REPLACING ==:TAG:== BY ==PENDIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CHEQUES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTAB==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       COPY WSTRAILER.

      * Los cuatro auxiliares que se concilian. La naturaleza dice
      * de que lado tiene saldo la cuenta de control en el mayor
      * (D deudora, H acreedora) para compararla con el auxiliar,
      * que siempre suma en positivo.
       01 TABLA-GRUPOS-FIJA.
         05 FILLER                     PIC X(48) VALUE
            'CXCDDEUDORES POR SERVICIOS    CUENTAS.DAT       '.
         05 FILLER                     PIC X(48) VALUE
            'CREHCREDITOS A FAVOR          CREDITOS.DAT      '.
         05 FILLER                     PIC X(48) VALUE
            'SUSHCOBROS SIN APLICAR        SUSPENSO          '.
         05 FILLER                     PIC X(48) VALUE
            'CHQDCHEQUES DIFERIDOS         CHEQUES.DAT       '.
       01 FILLER REDEFINES TABLA-GRUPOS-FIJA.
         05 TGF-ENTRY OCCURS 4 TIMES.
           10 TGF-CODIGO               PIC X(03).
           10 TGF-NATURALEZA           PIC X(01).
           10 TGF-NOMBRE               PIC X(26).
           10 TGF-AUXILIAR             PIC X(18).

       01 TABLA-GRUPOS.
         05 TGR-ENTRY OCCURS 4 TIMES.
           10 TGR-MAYOR                PIC S9(15)V99.
           10 TGR-AUXILIAR             PIC S9(15)V99.
           10 TGR-DIFERENCIA           PIC S9(15)V99.
           10 TGR-CANT-CUENTAS         PIC 9(03).
           10 TGR-CANT-AUXILIAR        PIC 9(07).

      * Cuentas de control vigentes tomadas de CTACONT.DAT.
       01 TABLA-CONTROLES.
         05 WS-CANT-CONTROLES          PIC 9(03) VALUE 0.
         05 TCC-ENTRY OCCURS 100 TIMES.
           10 TCC-CUENTA               PIC X(10).
           10 TCC-GRUPO                PIC 9(01).

       01 WS-HAY-CONTROL-CXC           PIC X VALUE 'N'.
           88 WS-CON-CONTROL-CXC                        VALUE 'S'.

      * Saldos del extracto que pertenecen a cuentas de control.
       01 TABLA-MAYOR.
         05 WS-CANT-MAYOR              PIC 9(03) VALUE 0.
         05 TMY-ENTRY OCCURS 200 TIMES.
           10 TMY-CUENTA               PIC X(10).
           10 TMY-DESCRIP              PIC X(30).
           10 TMY-GRUPO                PIC 9(01).
           10 TMY-SALDO                PIC S9(13)V99.

      * Movimiento neto de cada lote sobre cada grupo, en el sentido
      * de la naturaleza de la cuenta de control.
       01 TABLA-LOTES.
         05 WS-CANT-LOTES              PIC 9(04) VALUE 0.
         05 TLO-ENTRY OCCURS 2000 TIMES.
           10 TLO-LOTE                 PIC 9(06).
           10 TLO-GRUPO                PIC 9(01).
           10 TLO-FECHA                PIC 9(08).
           10 TLO-NETO                 PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-GRUPO               PIC 9(01).
         05 WS-IND-CONTROL             PIC 9(03).
         05 WS-IND-MAYOR               PIC 9(03).
         05 WS-IND-LOTE                PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).

       01 VARIABLES.
         05 WSV-FECHA-CORTE            PIC 9(08).
         05 WSV-PERIODO                PIC X(06).
         05 WSV-CUENTA                 PIC X(10).
         05 WSV-IMPORTE                PIC S9(13)V99.
         05 WSV-CANT-EXTRACTO          PIC 9(08).
         05 WSV-HASH-EXTRACTO          PIC S9(13)V99.
         05 WSV-CANT-CANDIDATOS        PIC 9(04).
         05 WSV-MARCA                  PIC X(20).

       01 WS-HAY-TRAILER               PIC X VALUE 'N'.
           88 WS-CON-TRAILER                            VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-RECHAZADOS        PIC 9(05).
         05 WSA-CANT-NO-CONTROL        PIC 9(05).
         05 WSA-CANT-DIFERENCIAS       PIC 9(01).

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.
       01 WS-IMPORTE-EDIT-2            PIC -(14)9,99.
       01 WS-IMPORTE-EDIT-3            PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 110000-IMPORTAR-MAYOR
                 PERFORM 120000-AUXILIAR-DEUDORES
                 PERFORM 130000-AUXILIAR-CREDITOS
                 PERFORM 140000-AUXILIAR-SUSPENSO
                 PERFORM 150000-AUXILIAR-CHEQUES
                 PERFORM 200000-CONCILIAR
                 PERFORM 210000-CARGAR-LOTES
                 PERFORM 250000-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
                      TABLA-GRUPOS

           PERFORM 103000-LEER-PARAMETROS
           MOVE 0 TO WSV-FECHA-CORTE
           MOVE 0 TO WSV-CANT-EXTRACTO
           MOVE 0 TO WSV-HASH-EXTRACTO.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CONTROLES.
      * Filas tipo 'K' de CTACONT.DAT: MAP-CODIGO es el auxiliar
      * (CXC, CRE, SUS, CHQ) y MAP-CTA-DEBE la cuenta de control.
           MOVE 0 TO WS-CANT-CONTROLES
           OPEN INPUT CTACONT
           IF WSS-FS-CTACONT-OK
             PERFORM 106000-LEER-MAPEO
             PERFORM UNTIL WSS-FS-CTACONT-EOF
               IF MAP-EMPRESA = SPACES
                 MOVE '01' TO MAP-EMPRESA
               END-IF
               IF MAP-ES-CONTROL AND MAP-EMPRESA = WSP-EMPRESA
                       AND MAP-VIG-DESDE <= WSV-PERIODO
                       AND MAP-VIG-HASTA >= WSV-PERIODO
                 PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                           UNTIL WS-IND-GRUPO > 4
                   IF TGF-CODIGO(WS-IND-GRUPO) = MAP-CODIGO
                           AND WS-CANT-CONTROLES < 100
                     ADD 1 TO WS-CANT-CONTROLES
                     MOVE MAP-CTA-DEBE
                       TO TCC-CUENTA(WS-CANT-CONTROLES)
                     MOVE WS-IND-GRUPO
                       TO TCC-GRUPO(WS-CANT-CONTROLES)
                     IF WS-IND-GRUPO = 1
                       MOVE 'S' TO WS-HAY-CONTROL-CXC
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF
               PERFORM 106000-LEER-MAPEO
             END-PERFORM
             CLOSE CTACONT
           END-IF.


       106000-LEER-MAPEO.
           READ CTACONT
           IF NOT WSS-FS-CTACONT-OK AND NOT WSS-FS-CTACONT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CTACONT
             MOVE '10' TO WSS-FS-CTACONT
           END-IF.


       108000-BUSCAR-CONTROL.
      * Deja en WS-IND-GRUPO el auxiliar de WSV-CUENTA, o cero si no
      * es cuenta de control. Sin mapeo de deudores, toda COB- lo es.
           MOVE 0 TO WS-IND-GRUPO
           PERFORM VARYING WS-IND-CONTROL FROM 1 BY 1
                     UNTIL WS-IND-CONTROL > WS-CANT-CONTROLES
             IF TCC-CUENTA(WS-IND-CONTROL) = WSV-CUENTA
               MOVE TCC-GRUPO(WS-IND-CONTROL) TO WS-IND-GRUPO
               MOVE WS-CANT-CONTROLES TO WS-IND-CONTROL
             END-IF
           END-PERFORM
           IF WS-IND-GRUPO = 0
                   AND NOT WS-CON-CONTROL-CXC
                   AND WSV-CUENTA(1:4) = 'COB-'
             MOVE 1 TO WS-IND-GRUPO
           END-IF.


       110000-IMPORTAR-MAYOR.
           OPEN INPUT MAYOR
           IF NOT WSS-FS-MAYOR-OK
             DISPLAY 'ERROR DE ARCHIVO DEL EXTRACTO DEL MAYOR'
             DISPLAY 'FILE STATUS ' WSS-FS-MAYOR
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 115000-LEER-MAYOR
           IF WSS-FS-MAYOR-EOF
             DISPLAY 'EXTRACTO DEL MAYOR VACIO'
             MOVE 8 TO WS-RETURN-CODE
             CLOSE MAYOR
             PERFORM 300000-FINAL
           END-IF
      * La fecha de corte del primer registro fija el periodo y con
      * el las cuentas de control vigentes.
           MOVE MAY-FECHA-CORTE TO WSV-FECHA-CORTE
           MOVE WSV-FECHA-CORTE(1:6) TO WSV-PERIODO
           PERFORM 105000-CARGAR-CONTROLES
           PERFORM UNTIL WSS-FS-MAYOR-EOF
             MOVE REG-MAYOR(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE 'S' TO WS-HAY-TRAILER
               MOVE '10' TO WSS-FS-MAYOR
             ELSE
               PERFORM 117000-IMPORTAR-CUENTA
               PERFORM 115000-LEER-MAYOR
             END-IF
           END-PERFORM
           CLOSE MAYOR
           IF WS-CON-TRAILER
             IF WS-TRL-CANT NOT = WSV-CANT-EXTRACTO
                     OR WS-TRL-HASH NOT = WSV-HASH-EXTRACTO
               DISPLAY 'EL TRAILER DEL EXTRACTO INFORMA '
                       WS-TRL-CANT ' REGISTROS Y SE LEYERON '
                       WSV-CANT-EXTRACTO
               DISPLAY 'EXTRACTO DEL MAYOR INCONSISTENTE, '
                       'NO SE CONCILIA'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
           END-IF.


       115000-LEER-MAYOR.
           READ MAYOR
           IF NOT WSS-FS-MAYOR-OK AND NOT WSS-FS-MAYOR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-MAYOR
             MOVE '10' TO WSS-FS-MAYOR
           END-IF
           IF WSS-FS-MAYOR-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       117000-IMPORTAR-CUENTA.
           IF MAY-SALDO IS NOT NUMERIC
                   OR MAY-FECHA-CORTE NOT = WSV-FECHA-CORTE
             ADD 1 TO WSA-CANT-RECHAZADOS
             DISPLAY 'RENGLON DEL EXTRACTO RECHAZADO: ' MAY-CUENTA
           ELSE
             ADD 1 TO WSV-CANT-EXTRACTO
             ADD MAY-SALDO TO WSV-HASH-EXTRACTO
             MOVE MAY-CUENTA TO WSV-CUENTA
             PERFORM 108000-BUSCAR-CONTROL
             IF WS-IND-GRUPO = 0
               ADD 1 TO WSA-CANT-NO-CONTROL
             ELSE
               ADD MAY-SALDO TO TGR-MAYOR(WS-IND-GRUPO)
               ADD 1 TO TGR-CANT-CUENTAS(WS-IND-GRUPO)
               IF WS-CANT-MAYOR < 200
                 ADD 1 TO WS-CANT-MAYOR
                 MOVE MAY-CUENTA TO TMY-CUENTA(WS-CANT-MAYOR)
                 MOVE MAY-DESCRIP TO TMY-DESCRIP(WS-CANT-MAYOR)
                 MOVE WS-IND-GRUPO TO TMY-GRUPO(WS-CANT-MAYOR)
                 MOVE MAY-SALDO TO TMY-SALDO(WS-CANT-MAYOR)
               END-IF
             END-IF
           END-IF.


       120000-AUXILIAR-DEUDORES.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 125000-LEER-CUENTA
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
             MOVE 'C' TO ECL-FUNCION
             MOVE CODCLIENTE TO ECL-NRO-CLIENTE
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI
             END-CALL
             IF ECL-EMPRESA = WSP-EMPRESA
               ADD MONTO TO TGR-AUXILIAR(1)
               ADD 1 TO TGR-CANT-AUXILIAR(1)
             END-IF
             PERFORM 125000-LEER-CUENTA
           END-PERFORM
           CLOSE CUENTAS.


       125000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF.


       130000-AUXILIAR-CREDITOS.
           OPEN INPUT CREDITOS
           IF WSS-FS-CREDITOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CREDITOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CREDITOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CREDITOS
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM 135000-LEER-CREDITO
               PERFORM UNTIL WSS-FS-CREDITOS-EOF
                 MOVE CRE-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 160000-EMPRESA-DE-CUENTA
                 IF CRE-ACTIVO AND ECL-EMPRESA = WSP-EMPRESA
                   ADD CRE-SALDO TO TGR-AUXILIAR(2)
                   ADD 1 TO TGR-CANT-AUXILIAR(2)
                 END-IF
                 PERFORM 135000-LEER-CREDITO
               END-PERFORM
             END-IF
             CLOSE CREDITOS
           END-IF.


       135000-LEER-CREDITO.
           READ CREDITOS
           IF NOT WSS-FS-CREDITOS-OK AND NOT WSS-FS-CREDITOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CREDITOS
             MOVE '10' TO WSS-FS-CREDITOS
           END-IF.


       140000-AUXILIAR-SUSPENSO.
      * Lo que APLICAPAGOS dejo en suspenso y SUSPENSOPAGOS todavia
      * no absorbio, mas los pendientes sin disposicion de la mesa.
           OPEN INPUT SUSPENSO
           IF WSS-FS-SUSPENSO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SUSPENSO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SUSPENSO'
               DISPLAY 'FILE STATUS ' WSS-FS-SUSPENSO
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM 143000-LEER-SUSPENSO
               PERFORM UNTIL WSS-FS-SUSPENSO-EOF
                 MOVE SUS-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 160000-EMPRESA-DE-CUENTA
                 IF ECL-EMPRESA = WSP-EMPRESA
                   ADD SUS-IMPORTE TO TGR-AUXILIAR(3)
                   ADD 1 TO TGR-CANT-AUXILIAR(3)
                 END-IF
                 PERFORM 143000-LEER-SUSPENSO
               END-PERFORM
             END-IF
             CLOSE SUSPENSO
           END-IF
           OPEN INPUT PENDIENTES
           IF WSS-FS-PENDIENTES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PENDIENTES-OK
               DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
               DISPLAY 'FILE STATUS ' WSS-FS-PENDIENTES
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM 145000-LEER-PENDIENTE
               PERFORM UNTIL WSS-FS-PENDIENTES-EOF
                 MOVE SPD-NROCUENTA-ORIG TO ECL-NROCUENTA
                 PERFORM 160000-EMPRESA-DE-CUENTA
                 IF SPD-PENDIENTE AND ECL-EMPRESA = WSP-EMPRESA
                   ADD SPD-IMPORTE TO TGR-AUXILIAR(3)
                   ADD 1 TO TGR-CANT-AUXILIAR(3)
                 END-IF
                 PERFORM 145000-LEER-PENDIENTE
               END-PERFORM
             END-IF
             CLOSE PENDIENTES
           END-IF.


       143000-LEER-SUSPENSO.
           READ SUSPENSO
           IF NOT WSS-FS-SUSPENSO-OK AND NOT WSS-FS-SUSPENSO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SUSPENSO
             MOVE '10' TO WSS-FS-SUSPENSO
           END-IF.


       145000-LEER-PENDIENTE.
           READ PENDIENTES
           IF NOT WSS-FS-PENDIENTES-OK
                   AND NOT WSS-FS-PENDIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PENDIENTES
             MOVE '10' TO WSS-FS-PENDIENTES
           END-IF.


       150000-AUXILIAR-CHEQUES.
           OPEN INPUT CHEQUES
           IF WSS-FS-CHEQUES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR DE ARCHIVO DE CHEQUES'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM 155000-LEER-CHEQUE
               PERFORM UNTIL WSS-FS-CHEQUES-EOF
                 MOVE CHQ-NROCUENTA TO ECL-NROCUENTA
                 PERFORM 160000-EMPRESA-DE-CUENTA
                 IF CHQ-EN-CARTERA AND ECL-EMPRESA = WSP-EMPRESA
                   ADD CHQ-IMPORTE TO TGR-AUXILIAR(4)
                   ADD 1 TO TGR-CANT-AUXILIAR(4)
                 END-IF
                 PERFORM 155000-LEER-CHEQUE
               END-PERFORM
             END-IF
             CLOSE CHEQUES
           END-IF
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL.


       155000-LEER-CHEQUE.
           READ CHEQUES
           IF NOT WSS-FS-CHEQUES-OK AND NOT WSS-FS-CHEQUES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
             MOVE '10' TO WSS-FS-CHEQUES
           END-IF.


       160000-EMPRESA-DE-CUENTA.
           MOVE 'T' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL.


       200000-CONCILIAR.
      * El saldo del mayor viene deudor en positivo: una cuenta de
      * naturaleza acreedora se invierte antes de compararla.
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > 4
             IF TGF-NATURALEZA(WS-IND-GRUPO) = 'H'
               COMPUTE TGR-MAYOR(WS-IND-GRUPO) =
                       0 - TGR-MAYOR(WS-IND-GRUPO)
             END-IF
             COMPUTE TGR-DIFERENCIA(WS-IND-GRUPO) =
                     TGR-MAYOR(WS-IND-GRUPO)
                     - TGR-AUXILIAR(WS-IND-GRUPO)
             IF TGR-DIFERENCIA(WS-IND-GRUPO) NOT = 0
               ADD 1 TO WSA-CANT-DIFERENCIAS
             END-IF
           END-PERFORM.


       210000-CARGAR-LOTES.
      * Los lotes del mes del corte, o posteriores al corte, que
      * mueven una cuenta de control son los candidatos a explicar
      * una diferencia.
           OPEN INPUT CONTAB
           IF WSS-FS-CONTAB-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTAB-OK
               DISPLAY 'ERROR DE ARCHIVO DEL DIARIO CONTABLE'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTAB
             ELSE
               PERFORM 215000-LEER-CONTAB
               PERFORM UNTIL WSS-FS-CONTAB-EOF
                 IF CON-EMPRESA = SPACES
                   MOVE '01' TO CON-EMPRESA
                 END-IF
                 IF (CON-FECHA(1:6) = WSV-PERIODO
                         OR CON-FECHA > WSV-FECHA-CORTE)
                         AND CON-EMPRESA = WSP-EMPRESA
                   MOVE CON-CUENTA-CONTABLE TO WSV-CUENTA
                   PERFORM 108000-BUSCAR-CONTROL
                   IF WS-IND-GRUPO NOT = 0
                     PERFORM 220000-ACUMULAR-LOTE
                   END-IF
                 END-IF
                 PERFORM 215000-LEER-CONTAB
               END-PERFORM
             END-IF
             CLOSE CONTAB
           END-IF.


       215000-LEER-CONTAB.
           READ CONTAB
           IF NOT WSS-FS-CONTAB-OK AND NOT WSS-FS-CONTAB-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTAB
             MOVE '10' TO WSS-FS-CONTAB
           END-IF.


       220000-ACUMULAR-LOTE.
           IF CON-DEBE-HABER = TGF-NATURALEZA(WS-IND-GRUPO)
             MOVE CON-IMPORTE TO WSV-IMPORTE
           ELSE
             COMPUTE WSV-IMPORTE = 0 - CON-IMPORTE
           END-IF
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                     UNTIL WS-IND-LOTE > WS-CANT-LOTES
             IF TLO-LOTE(WS-IND-LOTE) = CON-LOTE
                     AND TLO-GRUPO(WS-IND-LOTE) = WS-IND-GRUPO
               MOVE WS-IND-LOTE TO WS-IND-HALLADO
               MOVE WS-CANT-LOTES TO WS-IND-LOTE
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-LOTES < 2000
               ADD 1 TO WS-CANT-LOTES
               MOVE WS-CANT-LOTES TO WS-IND-HALLADO
               MOVE CON-LOTE TO TLO-LOTE(WS-IND-HALLADO)
               MOVE WS-IND-GRUPO TO TLO-GRUPO(WS-IND-HALLADO)
               MOVE CON-FECHA TO TLO-FECHA(WS-IND-HALLADO)
               MOVE 0 TO TLO-NETO(WS-IND-HALLADO)
             END-IF
           END-IF
           IF WS-IND-HALLADO > 0
             ADD WSV-IMPORTE TO TLO-NETO(WS-IND-HALLADO)
           END-IF.


       250000-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CONCILIACION AUXILIARES / MAYOR AL '
                    WSV-FECHA-CORTE
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'EXTRACTO: ' WSV-CANT-EXTRACTO ' CUENTAS, '
                    WSA-CANT-RECHAZADOS ' RECHAZADAS, '
                    WSA-CANT-NO-CONTROL ' FUERA DE CONTROL'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF NOT WS-CON-TRAILER
               MOVE 'ADVERTENCIA: EXTRACTO SIN TRAILER DE CONTROL'
                 TO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                       UNTIL WS-IND-GRUPO > 4
               PERFORM 255000-REPORTE-GRUPO
             END-PERFORM
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF WSA-CANT-DIFERENCIAS = 0
               MOVE 'AUXILIARES Y MAYOR CONCILIADOS SIN DIFERENCIAS'
                 TO WS-LINEA-REPORTE
             ELSE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUENTAS DE CONTROL CON DIFERENCIA: '
                      WSA-CANT-DIFERENCIAS
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             END-IF
             PERFORM 270000-ESCRIBIR-LINEA
             IF WSA-CANT-RECHAZADOS > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
             END-IF
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'CONCILIACION EMITIDA EN CONCMAY.REP'
           END-IF.


       255000-REPORTE-GRUPO.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TGF-NOMBRE(WS-IND-GRUPO)
                  ' (' TGF-CODIGO(WS-IND-GRUPO) ')'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF TGR-CANT-CUENTAS(WS-IND-GRUPO) = 0
             MOVE '  SIN CUENTA DE CONTROL EN EL EXTRACTO'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING WS-IND-MAYOR FROM 1 BY 1
                     UNTIL WS-IND-MAYOR > WS-CANT-MAYOR
             IF TMY-GRUPO(WS-IND-MAYOR) = WS-IND-GRUPO
               MOVE TMY-SALDO(WS-IND-MAYOR) TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' TMY-CUENTA(WS-IND-MAYOR)
                      ' ' TMY-DESCRIP(WS-IND-MAYOR)
                      ' ' WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE TGR-MAYOR(WS-IND-GRUPO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SALDO SEGUN MAYOR                  '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TGR-AUXILIAR(WS-IND-GRUPO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SALDO SEGUN ' TGF-AUXILIAR(WS-IND-GRUPO)
                  '     ' WS-IMPORTE-EDIT
                  '  (' TGR-CANT-AUXILIAR(WS-IND-GRUPO) ')'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TGR-DIFERENCIA(WS-IND-GRUPO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  DIFERENCIA (MAYOR - AUXILIAR)      '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF TGR-DIFERENCIA(WS-IND-GRUPO) NOT = 0
             PERFORM 260000-REPORTE-CANDIDATOS
           END-IF.


       260000-REPORTE-CANDIDATOS.
      * Un lote posterior al corte todavia no esta en el mayor; un
      * lote cuyo neto iguala la diferencia (en uno u otro sentido)
      * es el primero a revisar.
           MOVE 0 TO WSV-CANT-CANDIDATOS
           MOVE '  LOTES DE CONTAB.DAT QUE MUEVEN LA CUENTA:'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                     UNTIL WS-IND-LOTE > WS-CANT-LOTES
             IF TLO-GRUPO(WS-IND-LOTE) = WS-IND-GRUPO
                     AND TLO-NETO(WS-IND-LOTE) NOT = 0
               ADD 1 TO WSV-CANT-CANDIDATOS
               MOVE SPACES TO WSV-MARCA
               IF TLO-FECHA(WS-IND-LOTE) > WSV-FECHA-CORTE
                 MOVE 'POSTERIOR AL CORTE' TO WSV-MARCA
               END-IF
               IF TLO-NETO(WS-IND-LOTE) =
                       TGR-DIFERENCIA(WS-IND-GRUPO)
                   OR TLO-NETO(WS-IND-LOTE) =
                       0 - TGR-DIFERENCIA(WS-IND-GRUPO)
                 MOVE 'IMPORTE COINCIDE' TO WSV-MARCA
               END-IF
               MOVE TLO-NETO(WS-IND-LOTE) TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '    LOTE ' TLO-LOTE(WS-IND-LOTE)
                      ' FECHA ' TLO-FECHA(WS-IND-LOTE)
                      ' NETO ' WS-IMPORTE-EDIT
                      ' ' WSV-MARCA
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           IF WSV-CANT-CANDIDATOS = 0
             MOVE '    NINGUNO: REVISAR ASIENTOS MANUALES DEL MAYOR'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF.


       270000-ESCRIBIR-LINEA.
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
           DISPLAY 'Purpose:   CONCILIACION AUXILIARES-MAYOR'
           DISPLAY 'Programme: CONCILIAMAYOR'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'CONCILIAMAYOR'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-MAYOR      TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'CONCILIACION MAYOR' TO WS-REPIDX-NOMBRE
           MOVE 'CONCILIAMAYOR' TO WS-REPIDX-PROGRAMA
           MOVE '..\CONCMAY.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
