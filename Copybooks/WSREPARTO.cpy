      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina REPARTOOFICINAS.
      *              Se trae con COPY WSREPARTO. bajo un nivel 01
      *              propio (WS-REPARTO en quien llama, LK-REPARTO en
      *              la rutina). Quien emite un reporte abre el
      *              archivo de trabajo (funcion 'A', RPT-TRABAJO),
      *              graba cada linea con el codigo corto del reporte
      *              y la oficina del cliente (funcion 'G'; oficina
      *              '***' para titulos que van a todas las oficinas,
      *              en blanco para lineas solo del consolidado) y al
      *              final pide el reparto de cada reporte (funcion
      *              'R'): un spool ..\RRRRROOO.REP por oficina,
      *              registrado en REPINDEX.DAT con su oficina, y si
      *              RPT-CONSOLIDADO = 'S' tambien el ..\RRRRR.REP de
      *              toda la empresa, registrado sin oficina.
      *****************************************************************
         05 RPT-FUNCION                PIC X(01).
             88 RPT-ABRIR                              VALUE 'A'.
             88 RPT-GRABAR                             VALUE 'G'.
             88 RPT-REPARTIR                           VALUE 'R'.
         05 RPT-TRABAJO                PIC X(30).
         05 RPT-REPORTE                PIC X(05).
         05 RPT-OFICINA                PIC X(03).
             88 RPT-TODAS-LAS-OFICINAS                 VALUE '***'.
         05 RPT-LINEA                  PIC X(132).
         05 RPT-NOMBRE                 PIC X(20).
         05 RPT-PROGRAMA               PIC X(18).
         05 RPT-CONSOLIDADO            PIC X(01).
         05 RPT-CANT-ARCHIVOS          PIC 9(03).
         05 RPT-RESULTADO              PIC X(01).
             88 RPT-OK                                 VALUE 'S'.
