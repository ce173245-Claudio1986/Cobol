           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select mov-archivo assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd mov-archivo
           label record is standard
