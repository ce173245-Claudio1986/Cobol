       identification division.
       program-id. crea-listas-precio.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select listas-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is lc-lista.

           select precios-por-lista assign to disk
           organization is indexed
           access mode is dynamic
           record key is pl-clave.

       data division.
       file section.
      *_listas de precios por tipo de cliente: encabezado con nombre
      *_y vigencia (lista en blanco = precio publico de precios.dat);
      *_vigencia hasta 00/00/00 = sin termino
       fd listas-cliente
           label record is standard
           value of file-id "listaprecio.dat".
       01 reg-lista-cliente.
          02 lc-lista              pic x(2).
          02 lc-nombre             pic x(30).
          02 lc-vigencia-desde.
             03 lc-dia-desde       pic 99.
             03 lc-mes-desde       pic 99.
             03 lc-ano-desde       pic 99.
          02 lc-vigencia-hasta.
             03 lc-dia-hasta       pic 99.
             03 lc-mes-hasta       pic 99.
             03 lc-ano-hasta       pic 99.

       fd precios-por-lista
           label record is standard
           value of file-id "preciolista.dat".
       01 reg-precio-lista.
          02 pl-clave.
             03 pl-lista           pic x(2).
             03 pl-codigo          pic x(6).
          02 pl-precio-venta       pic 9(7).
          02 pl-fecha-vigencia.
             03 pl-dia-vigencia    pic 99.
             03 pl-mes-vigencia    pic 99.
             03 pl-ano-vigencia    pic 99.

       procedure division.
       abrir-fichero.
           open output listas-cliente.
           close listas-cliente.
           open output precios-por-lista.
           close precios-por-lista.
           stop run.
