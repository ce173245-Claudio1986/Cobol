           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select control-numero assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd control-numero
           label record is standard
           compute ws-lote-producido = numero-lote + 1.
           go buscar-ultimo-lote-prep.
       fijar-lote-preparacion.
      *_lote-siguiente no repite el numero de un lote ya borrado
           call "lote-siguiente" using ws-formula-buscada
              ws-lote-producido
           end-call.
           if ws-lote-producido = 0 then go mensaje-error.
           if ws-cant-preparaciones = 0 then
              move 0 to ws-costo-unitario
           else
           end-if.
           move ws-lote-consumo to lote-mov.
           move ws-sucursal-local to mov-sucursal.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute mov-fecha-orden = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           compute ws-costo-orden =
              ws-costo-orden + ws-costo-lote * ws-cant-necesaria.
           write reg-movimiento invalid key continue end-write.
