      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Area de intercambio con la rutina ENVIODOCUMENTO.
      *              Se trae con COPY WSENVDOC. bajo un nivel 01 propio
      *              (WS-ENVDOC en quien llama, LK-ENVDOC en la
      *              rutina). Funcion 'C': canal del cliente
      *              EDC-NRO-CLIENTE (P papel, E email, A ambos) y su
      *              EMAIL-C en EDC-EMAIL; funcion 'E': encabezado del
      *              documento EDC-TIPO-DOC/EDC-NRO-DOC en la cola de
      *              correo, con EDC-ASUNTO; funcion 'L': renglon
      *              EDC-RENGLON del cuerpo del documento; funcion 'R':
      *              registra en ENVIOS.DAT el documento con su canal;
      *              funcion 'F': cierra los archivos al terminar.
      *              EDC-RESULTADO vuelve 'S' si la operacion se pudo
      *              hacer; un error de la cola de correo devuelve 'N'
      *              y quien llama debe mandar el documento en papel.
      *****************************************************************
         05 EDC-FUNCION                PIC X(01).
             88 EDC-CANAL-CLIENTE                     VALUE 'C'.
             88 EDC-ENCABEZADO                        VALUE 'E'.
             88 EDC-LINEA                             VALUE 'L'.
             88 EDC-REGISTRAR                         VALUE 'R'.
             88 EDC-CERRAR                            VALUE 'F'.
         05 EDC-NRO-CLIENTE            PIC 9(07).
         05 EDC-TIPO-DOC               PIC X(03).
         05 EDC-NRO-DOC                PIC X(12).
         05 EDC-EMPRESA                PIC X(02).
         05 EDC-CANAL                  PIC X(01).
             88 EDC-PAPEL                             VALUE 'P'.
             88 EDC-SOLO-EMAIL                        VALUE 'E'.
             88 EDC-AMBOS                             VALUE 'A'.
             88 EDC-VA-POR-EMAIL                      VALUE 'E' 'A'.
             88 EDC-VA-EN-PAPEL                       VALUE 'P' 'A'.
         05 EDC-EMAIL                  PIC X(40).
         05 EDC-ASUNTO                 PIC X(50).
         05 EDC-RENGLON                PIC X(80).
         05 EDC-RESULTADO              PIC X(01).
             88 EDC-OK                                VALUE 'S'.
