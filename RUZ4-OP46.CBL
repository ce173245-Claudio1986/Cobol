              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "tipos: BOLETA FACTUR NCREDV GUIADE".
           02 filler line 12 col 1
              foreground-color is 7
              value is "ingrese tipo de documento:".
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ws-tipo-buscado not = "BOLETA" and
              ws-tipo-buscado not = "FACTUR" and
              ws-tipo-buscado not = "NCREDV" and
              ws-tipo-buscado not = "GUIADE" then
              go mensaje-tipo-invalido
           end-if.
       buscar-rango.
