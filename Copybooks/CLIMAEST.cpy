      *              (registrado / exento / consumidor final) que
      *              FACTURAIVA cruza con la tabla de regimenes
      *              REGIMENES.DAT para el desglose de IVA y
      *              percepciones. CUIT-C es la clave tributaria
      *              (CUIT/CUIL/DNI con digito verificador modulo 11,
      *              cero = sin clave) y VTO-EXENCION-C la fecha hasta
      *              la que rige la exencion; PADRONFISCAL actualiza
      *              ambas y CATIVA-C desde el padron del organismo.
      *              CLIENTES.DAT es indexado por NRO-CLIENTE-C, con
      *              clave alternativa APELLIDO-C (con duplicados) para
      *              la busqueda por nombre en el mostrador; APELLIDO-C
      *              se deriva de NYA-C con COPY WSAPELLIDO-PROC. en
      *              cada alta o cambio de nombre. El indexado no lleva
      *              trailer: MIGRACLIENTES lo controla al convertir el
      *              archivo secuencial anterior. EMPRESA-C es la
      *              empresa del grupo a la que pertenece el cliente
      *              (y con el sus cuentas); en blanco vale '01', la
      *              empresa original. MIGRACLIENTES lo carga en '01'
      *              al convertir el maestro.
      *****************************************************************
       01 REG-CLIENTES.
         05 NRO-CLIENTE-C              PIC 9(7).
             88 CAT-REGISTRADO                        VALUE 'R' ' '.
             88 CAT-EXENTO                            VALUE 'E'.
             88 CAT-CONS-FINAL                        VALUE 'F'.
         05 CUIT-C                     PIC 9(11).
         05 VTO-EXENCION-C             PIC 9(08).
         05 APELLIDO-C                 PIC X(20).
         05 EMPRESA-C                  PIC X(02).
