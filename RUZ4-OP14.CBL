           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select clientes assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd clientes
           label record is standard
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd reporte-topclientes
           label record is standard
           compute ws-orden-hasta = ws-vs-aaaa * 10000
              + mes-hasta * 100 + dia-hasta.
           move 0 to ws-total-items.
      *_se posiciona en el primer dia del rango por la clave de fecha
      *_y se lee hasta pasar el ultimo
           move ws-orden-desde to mov-fecha-orden.
           start movimiento-medicamento key is >= mov-fecha-orden
               invalid key go verificar-items.
           go leer-movimientos.
       leer-movimientos.
           read movimiento-medicamento next record
               at end go verificar-items.
           move mov-fecha-orden to ws-orden-venta-reg.
           if ws-orden-venta-reg > ws-orden-hasta then
              go verificar-items
           end-if.
           go buscar-cliente-tabla.
      *_busca el cliente en la tabla para acumular su compra, o crea un
