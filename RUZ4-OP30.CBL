             03 hp-dia-cambio       pic 99.
             03 hp-mes-cambio       pic 99.
             03 hp-ano-cambio       pic 99.
          02 hp-lista-precio        pic x(2).

       fd etiquetas
           label record is standard
       leer-cambio-precio.
           read historial-precios next record
               at end go cerrar-historial.
      *_los cambios de las listas por tipo de cliente no van en la
      *_etiqueta de gondola
           if hp-lista-precio not = spaces then
              go leer-cambio-precio
           end-if.
           move hp-ano-cambio to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-cambio = ws-vs-aaaa * 10000
