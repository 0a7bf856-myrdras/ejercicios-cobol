      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina PRECIOPAQUETE.
      *              Se trae con COPY PAQCALC. bajo un nivel 01 propio
      *              (WS-PAQUETE en quien llama, LK-PAQUETE en la
      *              rutina). La rutina devuelve el descuento del
      *              paquete, el precio de los componentes sueltos
      *              (PQC-PRECIO-LISTA), el precio del paquete con el
      *              descuento aplicado y, por componente, su precio
      *              suelto por la cantidad (PQC-COMP-LISTA) y la
      *              parte del precio del paquete que le toca
      *              (PQC-COMP-IMPORTE); el redondeo del reparto lo
      *              absorbe el ultimo componente.
      *****************************************************************
         05 PQC-DESCUENTO              PIC 9(02)V99.
         05 PQC-PRECIO-LISTA           PIC S9(09)V99.
         05 PQC-PRECIO-PAQUETE         PIC S9(09)V99.
         05 PQC-CANT-COMP              PIC 9(02).
         05 PQC-COMPONENTE OCCURS 20 TIMES.
           10 PQC-COMP-CODIGO          PIC X(03).
           10 PQC-COMP-CANTIDAD        PIC 9(03).
           10 PQC-COMP-TIPO            PIC X(01).
           10 PQC-COMP-LISTA           PIC S9(09)V99.
           10 PQC-COMP-IMPORTE         PIC S9(09)V99.
