      *              CAT-TIPO distingue a cual de los dos dominios
      *              pertenece cada entrada, para que la carga de
      *              catalogo de cada programa filtre solo lo suyo.
      *              CAT-TERCERO distinto de cero marca un codigo que
      *              se cobra por cuenta de un tercero (TERCEROS.DAT):
      *              no es ingreso propio, queda en el pasivo con el
      *              tercero y se le rinde por REMESATERCEROS. Un
      *              registro anterior al campo lo trae en blanco, que
      *              vale como cero.
      *              CAT-TIPO 'C' es un paquete: no se factura por si
      *              mismo sino por sus componentes (PAQUETES.DAT), con
      *              el descuento de paquete CAT-DESC-PAQUETE (por
      *              ciento sobre la suma de los componentes sueltos).
      *              La rutina PRECIOPAQUETE lo valoriza y reparte.
      *****************************************************************
       01 REG-SERVICIOS-CAT.
         05 CAT-CODIGO                 PIC X(03).
         05 CAT-TIPO                   PIC X(01).
             88 CAT-ES-SERVICIO                        VALUE 'S'.
             88 CAT-ES-PRODUCTO                        VALUE 'P'.
             88 CAT-ES-PAQUETE                         VALUE 'C'.
         05 CAT-ESTADO                 PIC X(01).
             88 CAT-ACTIVO                             VALUE 'A' ' '.
             88 CAT-INACTIVO                           VALUE 'I'.
         05 CAT-TERCERO                PIC 9(04).
         05 CAT-DESC-PAQUETE           PIC 9(02)V99.
