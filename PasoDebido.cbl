      *              semana indicado (1=LUNES..7=DOMINGO, el mismo
      *              computo de DIAHABIL), 'M' corre el N-esimo dia
      *              habil del mes contado con DIAHABIL y el
      *              calendario FERIADOS.DAT, 'C' corre el dia de
      *              cierre del ciclo de facturacion cuyo codigo esta
      *              en CAL-DIA (CICLOS.DAT via la rutina CICLOCUENTA),
      *              corrido al dia habil siguiente si cae feriado o
      *              fin de semana; un ciclo dado de baja no corre.
      *              Un paso sin entrada en
      *              el calendario devuelve 'X' y corre como hasta
      *              ahora: el calendario va tomando control paso a
      *              paso a medida que se carga.
             88 CAL-DIARIO                             VALUE 'D'.
             88 CAL-SEMANAL                            VALUE 'S'.
             88 CAL-MENSUAL                            VALUE 'M'.
             88 CAL-POR-CICLO                          VALUE 'C'.
         05 CAL-DIA                    PIC 9(02).

       WORKING-STORAGE SECTION.
         05 WS-DH-FUNCION              PIC X(01).
         05 WS-DH-RESULTADO            PIC 9(08).

       01 WS-CICLO.
         05 WS-CIC-FUNCION             PIC X(01).
         05 WS-CIC-NROCUENTA           PIC 9(08) VALUE 0.
         05 WS-CIC-CODIGO              PIC 9(02).
         05 WS-CIC-DIA-CIERRE          PIC 9(02).
         05 WS-CIC-DIAS-VTO            PIC 9(03).
         05 WS-CIC-RESULTADO           PIC X(01).
         05 WS-FECHA-CIERRE            PIC 9(08).

       LINKAGE SECTION.

       01 LK-PASO                      PIC X(18).
               PERFORM 210000-EVALUAR-SEMANAL
             WHEN 'M'
               PERFORM 220000-EVALUAR-MENSUAL
             WHEN 'C'
               PERFORM 230000-EVALUAR-CICLO
             WHEN OTHER
               MOVE 'S' TO LK-RESULTADO
           END-EVALUATE.
               MOVE 'S' TO LK-RESULTADO
             END-IF
           END-IF.


       230000-EVALUAR-CICLO.
      * El paso del ciclo corre el dia de cierre del ciclo en el mes
      * de la fecha, o el primer habil posterior si ese dia no lo es.
           MOVE 'N' TO LK-RESULTADO
           MOVE 'D' TO WS-CIC-FUNCION
           MOVE WS-DIA TO WS-CIC-CODIGO
           CALL 'CICLOCUENTA' USING WS-CIC-FUNCION WS-CIC-NROCUENTA
                                    WS-CIC-CODIGO WS-CIC-DIA-CIERRE
                                    WS-CIC-DIAS-VTO WS-CIC-RESULTADO
           END-CALL
           IF WS-CIC-RESULTADO = 'S'
             MOVE LK-FECHA TO WS-FECHA-CIERRE
             MOVE WS-CIC-DIA-CIERRE TO WS-FECHA-CIERRE(7:2)
             MOVE 'R' TO WS-DH-FUNCION
             CALL 'DIAHABIL' USING WS-DH-FUNCION WS-FECHA-CIERRE
                                   WS-PRIMER-DIA WS-DH-RESULTADO
             END-CALL
             MOVE WS-DH-RESULTADO TO WS-FECHA-RODADA
             IF WS-FECHA-RODADA = LK-FECHA
               MOVE 'S' TO LK-RESULTADO
             END-IF
           END-IF.
