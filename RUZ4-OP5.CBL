           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select fraccionados assign to disk
           organization is indexed
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd movimiento-medicamento
           label record is standard
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd medicamentos
           label record is standard
           compute ws-stock-bodega = ws-stock-bodega
                                   + cantidad-stock - cantidad-sala.
           go sumar-split-stock.
      *_el salto a un rut se posiciona por la clave alternativa
      *_rut-cliente-mov; desde ahi anterior/siguiente recorren los
      *_movimientos en el orden de esa clave, cliente por cliente
       ir-a-rut-cliente.
           display pantalla-principal.
           display pantalla-busqueda-rut.
           accept  datos-busqueda-rut.
           move ws-rut-buscado to rut-cliente-mov.
           start movimiento-medicamento key is = rut-cliente-mov
               invalid key go mensaje-no-encontrado.
           read movimiento-medicamento next record
               at end go mensaje-no-encontrado.
           move 1 to contador.
           go recuperar-datos.
       mensaje-no-encontrado.
           display " " line 1 col 1 erase eos.
