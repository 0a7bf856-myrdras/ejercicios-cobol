      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Shared record layout for the observed exchange
      *              rates (COTIZEXC.DAT), COPYd into the FD of
      *              ImportaCotiza.cbl, que deja aca cada cotizacion
      *              del archivo del banco central que no paso las
      *              validaciones, de MantMonedas.cbl, donde el
      *              supervisor la confirma (y recien entonces pasa a
      *              COTIZA.DAT) o la descarta, y de RevaluaMoneda.cbl,
      *              que no corre mientras la cotizacion de cierre del
      *              mes siga pendiente. CXC-COTIZ-ANTERIOR y
      *              CXC-FECHA-ANTERIOR son la ultima cotizacion
      *              aceptada de la moneda contra la que se midio el
      *              salto; CXC-COTIZ-GRABADA es la que el supervisor
      *              dejo en COTIZA.DAT al confirmar (puede corregir
      *              la informada).
      *****************************************************************
       01 REG-COTEXC.
         05 CXC-MONEDA                 PIC X(03).
         05 CXC-FECHA                  PIC 9(08).
         05 CXC-COTIZACION             PIC 9(07)V9999.
         05 CXC-COTIZ-ANTERIOR         PIC 9(07)V9999.
         05 CXC-FECHA-ANTERIOR         PIC 9(08).
         05 CXC-MOTIVO                 PIC X(01).
             88 CXC-COTIZ-CERO                         VALUE 'Z'.
             88 CXC-DIA-NO-HABIL                       VALUE 'N'.
             88 CXC-FALTA-HABIL                        VALUE 'H'.
             88 CXC-SALTO                              VALUE 'S'.
         05 CXC-VARIACION              PIC 9(05)V99.
         05 CXC-DIAS-FALTANTES         PIC 9(03).
         05 CXC-ESTADO                 PIC X(01).
             88 CXC-PENDIENTE                          VALUE 'P'.
             88 CXC-CONFIRMADA                         VALUE 'C'.
             88 CXC-DESCARTADA                         VALUE 'D'.
         05 CXC-FECHA-IMPORT           PIC 9(08).
         05 CXC-COTIZ-GRABADA          PIC 9(07)V9999.
         05 CXC-SUPERVISOR             PIC X(20).
         05 CXC-FECHA-RESOL            PIC 9(08).
