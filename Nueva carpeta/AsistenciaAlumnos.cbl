      *              CRONICO PARA EL PRECEPTOR ORDENADO DEL PEOR AL
      *              MEJOR. EL PORCENTAJE DE INASISTENCIAS Y LA
      *              CONDICION DE LIBRE SALEN IMPRESOS EN CADA
      *              BOLETIN DE BOLETINALUMNOS. CADA RENGLON DE
      *              ASISTEN.DAT SE IDENTIFICA POR EL LEGAJO DEL ALUMNO
      *              Y EL MES; EL NOMBRE SE ACTUALIZA AL TOMAR LISTA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

       FILE SECTION.
       FD ALUMNOS.
           COPY ALUMNOREC.

       FD ASISTEN.
           COPY ASISTREC.

       FD ASIDIAS.
       01 REG-ASIDIAS.
       01 TABLA-ASISTENCIA.
         05 WS-CANT-ASISTEN            PIC 9(04) VALUE 0.
         05 TAS-ENTRY OCCURS 2400 TIMES.
           10 TAS-LEGAJO               PIC 9(08).
           10 TAS-NOMBRE               PIC A(20).
           10 TAS-APELLIDO             PIC A(20).
           10 TAS-PERIODO              PIC X(06).
       01 TABLA-CRONICOS.
         05 WS-CANT-CRONICOS           PIC 9(03) VALUE 0.
         05 TCR-ENTRY OCCURS 200 TIMES.
           10 TCR-LEGAJO               PIC 9(08).
           10 TCR-NOMBRE               PIC A(20).
           10 TCR-APELLIDO             PIC A(20).
           10 TCR-PORC-AUSENTE         PIC 9(03)V99.
       01 WS-DIA-SEMANA                PIC 9(01).

       01 INTERCAMBIO.
         05 WSX-LEGAJO                 PIC 9(08).
         05 WSX-NOMBRE                 PIC A(20).
         05 WSX-APELLIDO               PIC A(20).
         05 WSX-PORC-AUSENTE           PIC 9(03)V99.
               PERFORM UNTIL WSS-FS-ASISTEN-EOF
                 IF WS-CANT-ASISTEN < 2400
                   ADD 1 TO WS-CANT-ASISTEN
                   MOVE ASI-LEGAJO
                     TO TAS-LEGAJO(WS-CANT-ASISTEN)
                   MOVE ASI-NOMBRE
                     TO TAS-NOMBRE(WS-CANT-ASISTEN)
                   MOVE ASI-APELLIDO


       218000-MARCAR-ALUMNO.
           DISPLAY REG-LEGAJO ' '
                   FUNCTION TRIM(REG-APELLIDO) ', '
                   FUNCTION TRIM(REG-NOMBRE)
                   ' (P=PRESENTE A=AUSENTE T=TARDE): '
           ACCEPT WSV-CONDICION
           MOVE 0 TO WS-IND-ASISTEN-HALLADO
           PERFORM VARYING WS-IND-ASISTEN FROM 1 BY 1
                     UNTIL WS-IND-ASISTEN > WS-CANT-ASISTEN
             IF TAS-LEGAJO(WS-IND-ASISTEN) = REG-LEGAJO
                     AND TAS-PERIODO(WS-IND-ASISTEN) = WSV-PERIODO
               MOVE WS-IND-ASISTEN TO WS-IND-ASISTEN-HALLADO
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN
             IF WS-CANT-ASISTEN < 2400
               ADD 1 TO WS-CANT-ASISTEN
               MOVE WS-CANT-ASISTEN TO WS-IND-ASISTEN-HALLADO
               MOVE REG-LEGAJO
                 TO TAS-LEGAJO(WS-IND-ASISTEN-HALLADO)
               MOVE WSV-PERIODO
                 TO TAS-PERIODO(WS-IND-ASISTEN-HALLADO)
               MOVE 0 TO TAS-PRESENTES(WS-IND-ASISTEN-HALLADO)
               DISPLAY 'ERROR: LA ASISTENCIA SUPERA LOS 2400 '
                       'RENGLONES, EL ALUMNO QUEDA SIN MARCAR'
             END-IF
           END-IF
      * El nombre acompana al legajo: una correccion de apellido en
      * ALUMNOS.DAT se refleja en el renglon del mes.
           IF WS-IND-ASISTEN-HALLADO NOT = 0
             MOVE REG-NOMBRE TO TAS-NOMBRE(WS-IND-ASISTEN-HALLADO)
             MOVE REG-APELLIDO TO TAS-APELLIDO(WS-IND-ASISTEN-HALLADO)
           END-IF.


           END-IF
           PERFORM VARYING WS-IND-ASISTEN FROM 1 BY 1
                     UNTIL WS-IND-ASISTEN > WS-CANT-ASISTEN
             MOVE TAS-LEGAJO(WS-IND-ASISTEN) TO ASI-LEGAJO
             MOVE TAS-NOMBRE(WS-IND-ASISTEN) TO ASI-NOMBRE
             MOVE TAS-APELLIDO(WS-IND-ASISTEN) TO ASI-APELLIDO
             MOVE TAS-PERIODO(WS-IND-ASISTEN) TO ASI-PERIODO
                     TAS-AUSENTES(WS-IND-ASISTEN) * 100
                     / WSV-TOTAL-DIAS
             ADD 1 TO WS-CANT-CRONICOS
             MOVE TAS-LEGAJO(WS-IND-ASISTEN)
               TO TCR-LEGAJO(WS-CANT-CRONICOS)
             MOVE TAS-NOMBRE(WS-IND-ASISTEN)
               TO TCR-NOMBRE(WS-CANT-CRONICOS)
             MOVE TAS-APELLIDO(WS-IND-ASISTEN)
           PERFORM VARYING WS-IND-CRONICO FROM 1 BY 1
                     UNTIL WS-IND-CRONICO > WS-CANT-CRONICOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING TCR-LEGAJO(WS-IND-CRONICO) ' '
                    FUNCTION TRIM
                    (TCR-APELLIDO(WS-IND-CRONICO)) ', '
                    FUNCTION TRIM(TCR-NOMBRE(WS-IND-CRONICO))
                    '  AUSENTES ' TCR-AUSENTES(WS-IND-CRONICO)
