      *              ADHESIONES (DEBAUTO.DAT: CUENTA Y CBU), GENERA
      *              PARA UN PERIODO EL ARCHIVO DE PRESENTACION AL
      *              BANCO (DEBPRES.DAT CON TRAILER) VALORIZANDO LAS
      *              SUSCRIPCIONES VIGENTES (NO PREPAGAS) DE LAS
      *              CUENTAS ADHERIDAS AL MISMO PRECIO QUE EL
      *              GENERADOR DE SUSCRIPCIONES (PRECIOVIGENTE CON
      *              CAIDA AL CAT-PRECIO), Y PROCESA EL RETORNO DEL
      *              BANCO (DEBRET.DAT): LOS DEBITOS ACEPTADOS SE
      *              CONVIERTEN EN RECIBOS DE PAGOS.DAT CON MEDIO
      *              'TRF' Y NUMERO DE LA SERIE PAG, LOS RECHAZADOS
      *              SALEN AL REPORTE DE RECHAZOS CON EL MOTIVO DEL
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT REPORTE            ASSIGN TO DISK '..\DEBRECH.REP'
         05 SUS-PERIODO-HASTA         PIC X(06).
         05 SUS-FECHA-DESDE           PIC 9(08).
         05 SUS-FECHA-HASTA           PIC 9(08).
         05 SUS-PREPAGO               PIC X(01).
             88 SUS-ES-PREPAGO                         VALUE 'S'.
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
             88 SUS-PEN-FIJA                           VALUE 'F'.
             88 SUS-PEN-REMANENTE                      VALUE 'M'.
         05 SUS-PEN-VALOR             PIC 9(05)V99.
         05 SUS-MOTIVO-BAJA           PIC X(02).
             88 SUS-BAJA-FALTA-PAGO                    VALUE 'FP'.

       FD SERVCAT.
           COPY CATSERV.
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.




       245000-PRESENTAR-UNA.
      * Las prepagas se facturan y cobran una sola vez por todo el
      * plazo: no tienen debito mensual.
           IF SUS-PERIODO-DESDE <= WS-PERIODO-GEN
                   AND SUS-PERIODO-HASTA >= WS-PERIODO-GEN
                   AND NOT SUS-ES-PREPAGO
             MOVE SUS-NUMCUENTA TO WSV-NROCUENTA
             PERFORM 205000-BUSCAR-ADHESION
             IF WS-IND-ADH-HALLADA NOT = 0
                     ' YA NO EXISTE EN EL CATALOGO, SE OMITE'
           ELSE
             CALL 'PRECIOVIGENTE' USING SUS-CODSERVICIO
                                        SUS-NUMCUENTA
                                        WS-PERIODO-GEN
                                        WS-PRECIO-VIGENTE
                                        WS-PRECIO-HALLADO


       262000-ABRIR-PAGOS.
           OPEN I-O PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             OPEN OUTPUT PAGOS
           END-IF
