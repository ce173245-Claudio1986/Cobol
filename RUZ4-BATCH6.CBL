           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select medicamentos assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd medicamentos
           label record is standard
             03 b-mes-baja        pic 99.
             03 b-ano-baja        pic 99.
          02 b-responsable        pic x(20).
          02 b-lote               pic 9(3).
          02 b-precio-costo       pic 9(7).
          02 b-tipo               pic x.
             88 baja-por-vencido  value "1" " ".
             88 baja-devuelta     value "2".
          02 b-sucursal           pic x(2).
          02 b-operador-id        pic x(8).

       working-storage section.
       77 ws-trx-revisadas        pic 9(5) value 0.
