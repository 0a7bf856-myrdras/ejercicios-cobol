      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RENOVACION MENSUAL DE TARJETAS POR VENCER:
      *              SELECCIONA DE TARJETAS.DAT LAS TARJETAS EN ALTA
      *              QUE VENCEN DENTRO DE LOS MESES DE ANTICIPO DE
      *              PARAM.DAT (O YA VENCIDAS SIN RENOVAR). NO RENUEVA
      *              LAS BLOQUEADAS NI LAS DE CUENTAS EN EL TRAMO DE
      *              MORA DE MAS DE 90 DIAS (DIAS HABILES DESDE
      *              FECHAVTO, MISMO CRITERIO DE PROG09 Y DE
      *              AGENCIACOBRANZA). CADA TARJETA RENOVADA RECIBE UN
      *              NUMERO NUEVO CON EL MISMO PREFIJO DE SEIS DIGITOS,
      *              EL SIGUIENTE CORRELATIVO LIBRE DEL PREFIJO Y
      *              DIGITO VERIFICADOR LUHN, Y VENCE CUATRO AÑOS
      *              DESPUES; LA VIEJA QUEDA REEMPLAZADA ('R') CON EL
      *              NUMERO DE SU SUCESORA, QUE GENERACORTE USA PARA
      *              IMPUTAR LOS MOVIMIENTOS. GRABA EMBOZADO.DAT PARA
      *              EL FABRICANTE DE PLASTICOS Y EL DETALLE DE
      *              RENOVADAS Y RETENIDAS EN RENOVAC.REP. LAS
      *              TARJETAS YA REEMPLAZADAS NO SE VUELVEN A ELEGIR,
      *              ASI QUE REPETIR LA CORRIDA NO DUPLICA PLASTICOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  RENUEVATARJETAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS           ASSIGN TO DISK '..\TARJETAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TARJETAS.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT EMBOZADO           ASSIGN TO DISK '..\EMBOZADO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMBOZADO.

           SELECT REPORTE            ASSIGN TO DISK '..\RENOVAC.REP'
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
       FD TARJETAS.
       01 REG-TARJETAS.
         05 TAR-NUMERO                PIC 9(16).
         05 TAR-NROCUENTA             PIC 9(08).
         05 TAR-TITULAR               PIC X(40).
         05 TAR-ESTADO                PIC X(01).
             88 TAR-ALTA                               VALUE 'A'.
             88 TAR-BAJA                               VALUE 'B'.
             88 TAR-BLOQUEADA                          VALUE 'Q'.
             88 TAR-REEMPLAZADA                        VALUE 'R'.
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

      * Un registro por plastico a embozar, en el formato que recibe
      * el fabricante: nombre cortado a 26 posiciones y vencimiento
      * MM/AA como va impreso.
       FD EMBOZADO.
       01 REG-EMBOZADO.
         05 EMB-NUMERO                PIC 9(16).
         05 EMB-NOMBRE                PIC X(26).
         05 EMB-VENCIM                PIC X(05).
         05 EMB-NROCUENTA             PIC 9(08).
         05 EMB-TARJETA-ANT           PIC 9(16).
         05 EMB-FECHA-PROCESO         PIC 9(08).

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
           COPY WSFS REPLACING ==:TAG:== BY ==TARJETAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==EMBOZADO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * TARJETAS.DAT se regraba entero: la tabla tiene que poder
      * contener el maestro mas las tarjetas nuevas de la corrida.
       01 TABLA-TARJETAS.
         05 WS-CANT-TARJETAS          PIC 9(04) VALUE 0.
         05 TT-ENTRY OCCURS 1000 TIMES.
           10 TT-NUMERO               PIC 9(16).
           10 TT-NROCUENTA            PIC 9(08).
           10 TT-TITULAR              PIC X(40).
           10 TT-ESTADO               PIC X(01).
           10 TT-VENCIM               PIC X(06).
           10 TT-SUCESORA             PIC 9(16).

       01 INDICES.
         05 WS-IND-TARJETA             PIC 9(04).
         05 WS-IND-PREFIJO             PIC 9(04).
         05 WS-IND-DIGITO              PIC 9(02).
         05 WS-CANT-ORIGINAL           PIC 9(04).

       01 WS-ANIOS-VIGENCIA            PIC 9(01) VALUE 4.

       01 WS-PERIODO-PROCESO.
         05 WS-PRO-AAAA                PIC 9(04).
         05 WS-PRO-MM                  PIC 9(02).

       01 WS-PERIODO-LIMITE.
         05 WS-LIM-AAAA                PIC 9(04).
         05 WS-LIM-MM                  PIC 9(02).

       01 WS-VENCIM-NUEVO.
         05 WS-VNU-AAAA                PIC 9(04).
         05 WS-VNU-MM                  PIC 9(02).

       01 WS-MESES-TOTAL               PIC 9(06).

      * Numero nuevo: prefijo y correlativo en las primeras quince
      * posiciones, digito verificador Luhn en la decimosexta.
       01 WS-NUMERO-NUEVO              PIC 9(16).
       01 FILLER REDEFINES WS-NUMERO-NUEVO.
         05 WS-NN-DIGITO OCCURS 16 TIMES
                                       PIC 9(01).

       01 WS-PREFIJO                   PIC X(06).
       01 WS-CUERPO                    PIC 9(15).
       01 WS-CUERPO-MAX                PIC 9(15).
       01 WS-CUERPO-TARJETA            PIC 9(15).

       01 WS-LUHN.
         05 WS-LUHN-SUMA               PIC 9(04).
         05 WS-LUHN-DOBLE              PIC 9(02).
         05 WS-LUHN-COCIENTE           PIC 9(04).
         05 WS-LUHN-RESTO              PIC 9(02).
         05 WS-LUHN-VERIFICADOR        PIC 9(01).

       01 WS-FECHA-HOY                 PIC 9(08).
       01 WS-DIAS-DE-MORA              PIC S9(07).

       01 WS-DIA-HABIL.
         05 WS-DH-FUNCION              PIC X(01).
         05 WS-DH-RESULTADO            PIC 9(08).

       01 WS-MOTIVO-RETENCION          PIC X(30).

       01 ACUMULADORES.
         05 WSA-CANT-RENOVADAS         PIC 9(05).
         05 WSA-CANT-BLOQUEADAS        PIC 9(05).
         05 WSA-CANT-MORA              PIC 9(05).
         05 WSA-CANT-SIN-CUENTA        PIC 9(05).
         05 WSA-CANT-SIN-NUMERO        PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-RENOVAR
                 PERFORM 250000-GRABAR-TARJETAS
                 PERFORM 260000-TOTALES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO
      * Periodo tope de la seleccion: el de proceso mas los meses de
      * anticipo configurados.
           COMPUTE WS-MESES-TOTAL = WS-PRO-AAAA * 12 + WS-PRO-MM - 1
                                  + WSP-MESES-RENOVACION
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-LIM-AAAA
                                       REMAINDER WS-LIM-MM
           ADD 1 TO WS-LIM-MM

           PERFORM 105000-CARGAR-TARJETAS
           PERFORM 110000-ABRIR-ARCHIVOS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-TARJETAS.
           MOVE 0 TO WS-CANT-TARJETAS
           OPEN INPUT TARJETAS
           IF WSS-FS-TARJETAS-NOEXISTE
             DISPLAY 'SIN MAESTRO DE TARJETAS, NADA QUE RENOVAR'
             PERFORM 300000-FINAL
           END-IF
           IF NOT WSS-FS-TARJETAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARJETAS'
             DISPLAY 'FILE STATUS ' WSS-FS-TARJETAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 106000-LEER-TARJETA
           PERFORM UNTIL WSS-FS-TARJETAS-EOF
             IF WS-CANT-TARJETAS < 1000
               ADD 1 TO WS-CANT-TARJETAS
               MOVE TAR-NUMERO    TO TT-NUMERO(WS-CANT-TARJETAS)
               MOVE TAR-NROCUENTA TO TT-NROCUENTA(WS-CANT-TARJETAS)
               MOVE TAR-TITULAR   TO TT-TITULAR(WS-CANT-TARJETAS)
               MOVE TAR-ESTADO    TO TT-ESTADO(WS-CANT-TARJETAS)
               MOVE TAR-VENCIM    TO TT-VENCIM(WS-CANT-TARJETAS)
               MOVE TAR-SUCESORA  TO TT-SUCESORA(WS-CANT-TARJETAS)
             ELSE
      * Regrabar desde una tabla incompleta perderia tarjetas.
               DISPLAY 'ERROR: EL MAESTRO SUPERA LAS 1000 TARJETAS, '
                       'NO SE RENUEVA'
               CLOSE TARJETAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-TARJETA
           END-PERFORM
           CLOSE TARJETAS
           MOVE WS-CANT-TARJETAS TO WS-CANT-ORIGINAL.


       106000-LEER-TARJETA.
           READ TARJETAS
           IF NOT WSS-FS-TARJETAS-OK AND NOT WSS-FS-TARJETAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TARJETAS
             MOVE '10' TO WSS-FS-TARJETAS
           END-IF
           IF WSS-FS-TARJETAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       110000-ABRIR-ARCHIVOS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT EMBOZADO
           IF NOT WSS-FS-EMBOZADO-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMBOZADO'
             DISPLAY 'FILE STATUS ' WSS-FS-EMBOZADO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
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
           STRING 'RENOVACION DE TARJETAS - PROCESO ' WSP-FECHA-PROCESO
                  ' - VENCEN HASTA ' WS-PERIODO-LIMITE
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       200000-RENOVAR.
      * Solo se recorren las tarjetas leidas del maestro; las nuevas
      * que se agregan al final de la tabla no se vuelven a evaluar.
           PERFORM VARYING WS-IND-TARJETA FROM 1 BY 1
                     UNTIL WS-IND-TARJETA > WS-CANT-ORIGINAL
             IF (TT-ESTADO(WS-IND-TARJETA) = 'A'
                  OR TT-ESTADO(WS-IND-TARJETA) = 'Q')
                     AND TT-VENCIM(WS-IND-TARJETA) IS NUMERIC
                     AND TT-VENCIM(WS-IND-TARJETA)
                         NOT > WS-PERIODO-LIMITE
               PERFORM 210000-EVALUAR-TARJETA
             END-IF
           END-PERFORM
           CLOSE CUENTAS
           CLOSE EMBOZADO.


       210000-EVALUAR-TARJETA.
           MOVE SPACES TO WS-MOTIVO-RETENCION
           IF TT-ESTADO(WS-IND-TARJETA) = 'Q'
             MOVE 'TARJETA BLOQUEADA' TO WS-MOTIVO-RETENCION
             ADD 1 TO WSA-CANT-BLOQUEADAS
           ELSE
             MOVE TT-NROCUENTA(WS-IND-TARJETA) TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO-RETENCION
                 ADD 1 TO WSA-CANT-SIN-CUENTA
               NOT INVALID KEY
                 PERFORM 215000-CALCULAR-MORA
                 IF MONTO > 0 AND WS-DIAS-DE-MORA > 90
                   MOVE 'CUENTA EN MORA DE MAS DE 90 DIAS'
                     TO WS-MOTIVO-RETENCION
                   ADD 1 TO WSA-CANT-MORA
                 END-IF
             END-READ
           END-IF
           IF WS-MOTIVO-RETENCION = SPACES
             PERFORM 220000-NUMERAR-SUCESORA
           END-IF
           IF WS-MOTIVO-RETENCION = SPACES
             PERFORM 230000-EMITIR-SUCESORA
           ELSE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'RETENIDA  ' TT-NUMERO(WS-IND-TARJETA)
                    ' CTA ' TT-NROCUENTA(WS-IND-TARJETA)
                    ' VTO ' TT-VENCIM(WS-IND-TARJETA)
                    ' ' WS-MOTIVO-RETENCION
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF.


       215000-CALCULAR-MORA.
      * Mismo criterio de dias habiles de PROG09 y AGENCIACOBRANZA.
           IF FECHAVTO = 0 OR FECHAVTO >= WS-FECHA-HOY
             MOVE 0 TO WS-DIAS-DE-MORA
           ELSE
             MOVE 'C' TO WS-DH-FUNCION
             CALL 'DIAHABIL' USING WS-DH-FUNCION FECHAVTO
                                   WS-FECHA-HOY WS-DH-RESULTADO
             END-CALL
             MOVE WS-DH-RESULTADO TO WS-DIAS-DE-MORA
           END-IF.


       220000-NUMERAR-SUCESORA.
      * Siguiente correlativo del prefijo entre todas las tarjetas de
      * la tabla, incluidas las emitidas en esta misma corrida.
           IF WS-CANT-TARJETAS >= 1000
             MOVE 'SIN LUGAR EN EL MAESTRO' TO WS-MOTIVO-RETENCION
             ADD 1 TO WSA-CANT-SIN-NUMERO
           ELSE
             MOVE TT-NUMERO(WS-IND-TARJETA)(1:6) TO WS-PREFIJO
             MOVE 0 TO WS-CUERPO-MAX
             PERFORM VARYING WS-IND-PREFIJO FROM 1 BY 1
                       UNTIL WS-IND-PREFIJO > WS-CANT-TARJETAS
               IF TT-NUMERO(WS-IND-PREFIJO)(1:6) = WS-PREFIJO
                 MOVE TT-NUMERO(WS-IND-PREFIJO)(1:15)
                   TO WS-CUERPO-TARJETA
                 IF WS-CUERPO-TARJETA > WS-CUERPO-MAX
                   MOVE WS-CUERPO-TARJETA TO WS-CUERPO-MAX
                 END-IF
               END-IF
             END-PERFORM
             COMPUTE WS-CUERPO = WS-CUERPO-MAX + 1
             IF WS-CUERPO(1:6) NOT = WS-PREFIJO
               MOVE 'PREFIJO SIN NUMEROS LIBRES' TO WS-MOTIVO-RETENCION
               ADD 1 TO WSA-CANT-SIN-NUMERO
             ELSE
               COMPUTE WS-NUMERO-NUEVO = WS-CUERPO * 10
               PERFORM 225000-DIGITO-LUHN
               MOVE WS-LUHN-VERIFICADOR TO WS-NN-DIGITO(16)
             END-IF
           END-IF.


       225000-DIGITO-LUHN.
      * De derecha a izquierda sobre las quince posiciones, se
      * duplica una si y otra no empezando por la ultima; el digito
      * verificador completa la suma a la decena siguiente.
           MOVE 0 TO WS-LUHN-SUMA
           PERFORM VARYING WS-IND-DIGITO FROM 1 BY 1
                     UNTIL WS-IND-DIGITO > 15
             DIVIDE WS-IND-DIGITO BY 2 GIVING WS-LUHN-COCIENTE
                                      REMAINDER WS-LUHN-RESTO
             IF WS-LUHN-RESTO = 1
               COMPUTE WS-LUHN-DOBLE = WS-NN-DIGITO(WS-IND-DIGITO) * 2
               IF WS-LUHN-DOBLE > 9
                 SUBTRACT 9 FROM WS-LUHN-DOBLE
               END-IF
               ADD WS-LUHN-DOBLE TO WS-LUHN-SUMA
             ELSE
               ADD WS-NN-DIGITO(WS-IND-DIGITO) TO WS-LUHN-SUMA
             END-IF
           END-PERFORM
           DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-COCIENTE
                                    REMAINDER WS-LUHN-RESTO
           IF WS-LUHN-RESTO = 0
             MOVE 0 TO WS-LUHN-VERIFICADOR
           ELSE
             COMPUTE WS-LUHN-VERIFICADOR = 10 - WS-LUHN-RESTO
           END-IF.


       230000-EMITIR-SUCESORA.
      * La vigencia corre desde el vencimiento de la vieja, o desde
      * el periodo de proceso si ya estaba vencida.
           IF TT-VENCIM(WS-IND-TARJETA) > WS-PERIODO-PROCESO
             MOVE TT-VENCIM(WS-IND-TARJETA) TO WS-VENCIM-NUEVO
           ELSE
             MOVE WS-PERIODO-PROCESO TO WS-VENCIM-NUEVO
           END-IF
           ADD WS-ANIOS-VIGENCIA TO WS-VNU-AAAA

           ADD 1 TO WS-CANT-TARJETAS
           MOVE WS-NUMERO-NUEVO TO TT-NUMERO(WS-CANT-TARJETAS)
           MOVE TT-NROCUENTA(WS-IND-TARJETA)
             TO TT-NROCUENTA(WS-CANT-TARJETAS)
           MOVE TT-TITULAR(WS-IND-TARJETA)
             TO TT-TITULAR(WS-CANT-TARJETAS)
           MOVE 'A' TO TT-ESTADO(WS-CANT-TARJETAS)
           MOVE WS-VENCIM-NUEVO TO TT-VENCIM(WS-CANT-TARJETAS)
           MOVE 0 TO TT-SUCESORA(WS-CANT-TARJETAS)

           MOVE 'R' TO TT-ESTADO(WS-IND-TARJETA)
           MOVE WS-NUMERO-NUEVO TO TT-SUCESORA(WS-IND-TARJETA)

           MOVE WS-NUMERO-NUEVO TO EMB-NUMERO
           MOVE TT-TITULAR(WS-IND-TARJETA) TO EMB-NOMBRE
           MOVE SPACES TO EMB-VENCIM
           STRING WS-VNU-MM '/' WS-VENCIM-NUEVO(3:2)
                  DELIMITED BY SIZE INTO EMB-VENCIM
           MOVE TT-NROCUENTA(WS-IND-TARJETA) TO EMB-NROCUENTA
           MOVE TT-NUMERO(WS-IND-TARJETA) TO EMB-TARJETA-ANT
           MOVE WSP-FECHA-PROCESO TO EMB-FECHA-PROCESO
           WRITE REG-EMBOZADO
           IF NOT WSS-FS-EMBOZADO-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMBOZADO'
             DISPLAY 'FILE STATUS ' WSS-FS-EMBOZADO
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-CANT-ESCRITOS
           ADD 1 TO WSA-CANT-RENOVADAS

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENOVADA  ' TT-NUMERO(WS-IND-TARJETA)
                  ' CTA ' TT-NROCUENTA(WS-IND-TARJETA)
                  ' VTO ' TT-VENCIM(WS-IND-TARJETA)
                  ' NUEVA ' WS-NUMERO-NUEVO
                  ' VTO ' WS-VENCIM-NUEVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       250000-GRABAR-TARJETAS.
           IF WSA-CANT-RENOVADAS > 0
             OPEN OUTPUT TARJETAS
             IF NOT WSS-FS-TARJETAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE TARJETAS'
               DISPLAY 'FILE STATUS ' WSS-FS-TARJETAS
               DISPLAY 'EMBOZADO.DAT NO DEBE ENVIARSE AL FABRICANTE'
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM VARYING WS-IND-TARJETA FROM 1 BY 1
                         UNTIL WS-IND-TARJETA > WS-CANT-TARJETAS
                 MOVE TT-NUMERO(WS-IND-TARJETA)    TO TAR-NUMERO
                 MOVE TT-NROCUENTA(WS-IND-TARJETA) TO TAR-NROCUENTA
                 MOVE TT-TITULAR(WS-IND-TARJETA)   TO TAR-TITULAR
                 MOVE TT-ESTADO(WS-IND-TARJETA)    TO TAR-ESTADO
                 MOVE TT-VENCIM(WS-IND-TARJETA)    TO TAR-VENCIM
                 MOVE TT-SUCESORA(WS-IND-TARJETA)  TO TAR-SUCESORA
                 WRITE REG-TARJETAS
               END-PERFORM
               CLOSE TARJETAS
             END-IF
           END-IF.


       260000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENOVADAS (PLASTICOS EN EMBOZADO.DAT): '
                  WSA-CANT-RENOVADAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RETENIDAS POR BLOQUEO:                  '
                  WSA-CANT-BLOQUEADAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RETENIDAS POR MORA DE MAS DE 90 DIAS:   '
                  WSA-CANT-MORA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RETENIDAS SIN CUENTA:                   '
                  WSA-CANT-SIN-CUENTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           IF WSA-CANT-SIN-NUMERO > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ATENCION: SIN NUMERO NUEVO O SIN LUGAR:  '
                    WSA-CANT-SIN-NUMERO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           END-IF
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'TARJETAS RENOVADAS:    ' WSA-CANT-RENOVADAS
           DISPLAY 'RETENIDAS BLOQUEADAS:  ' WSA-CANT-BLOQUEADAS
           DISPLAY 'RETENIDAS POR MORA:    ' WSA-CANT-MORA
           DISPLAY 'RETENIDAS SIN CUENTA:  ' WSA-CANT-SIN-CUENTA.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   RENOVACION DE TARJETAS'
           DISPLAY 'Programme: RENUEVATARJETAS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'RENUEVATARJETAS'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-TARJETAS   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'RENOVACION TARJETAS' TO WS-REPIDX-NOMBRE
           MOVE 'RENUEVATARJETAS' TO WS-REPIDX-PROGRAMA
           MOVE '..\RENOVAC.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
