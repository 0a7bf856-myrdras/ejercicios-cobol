      *              batch. El medio 'AGE' marca las cobranzas que
      *              rinde la agencia externa de mora profunda
      *              (AGENCIACOBRANZA), que entran sin sesion ni
      *              lote. PAGOS.DAT es indexado por PAG-ENTRYID, con
      *              claves alternativas PAG-NROCUENTA y PAG-SESION
      *              (con duplicados) para ir a los recibos de una
      *              cuenta o de una sesion de caja sin recorrer el
      *              archivo; MIGRAPAGOS convierte el secuencial viejo.
      *****************************************************************
       01 REG-PAGOS.
         05 PAG-ENTRYID                PIC 9(08).
