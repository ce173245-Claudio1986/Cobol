           access mode is dynamic
           record key is rut-cliente.

      *_listas de precios por tipo de cliente (clinicas, farmacias,
      *_hogares): nombre y vigencia de cada lista
           select listas-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is lc-lista.

       data division.
       file section.
       fd clientes
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

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

       working-storage section.
       01 opcion                    pic x.
           02 filler line 22 col 1
              foreground-color is 7
              value is "limite de credito (fiado):".
           02 filler line 23 col 1
              foreground-color is 7
              value is "lista de precios (blanco = publico):".
           02 filler line 24 col 1
              foreground-color is 7
              value is "saldo cuenta fiado:".
              pic is x(10) using fono-cliente auto.
           02 filler line 22 col 50
              pic is 9(9) using limite-credito auto.
           02 filler line 23 col 50
              pic is x(2) using lista-precio-cliente auto.
       01 pantalla-pregunta.
           02 filler line 8 col 1
              foreground-color is 7
           move s-ano to ano.
       abrir-ficheros.
           open i-o clientes.
           open input listas-cliente.
       desplejar-pantalla-principal.
           display pantalla-principal.
       desplejar-pantalla-busqueda.
           if dv-cliente not = ws-dv-calculado then
              go mensaje-rut-invalido
           end-if.
      *_la lista de precios asignada debe existir (opcion-20)
       verificar-lista-precio.
           if lista-precio-cliente not = spaces then
              move lista-precio-cliente to lc-lista
              read listas-cliente key is lc-lista
                  invalid key go mensaje-lista-no-existe
              end-read
           end-if.
           go grabar-correccion.
       grabar-correccion.
           rewrite reg-clientes invalid key go mensaje-error.

       volver.
           close clientes.
           close listas-cliente.
           goback.

       mensajes.
           display "el digito verificador del rut no es valido"
                    line 4 col 1.
           go desplejar-pantalla-mantencion.
       mensaje-lista-no-existe.
           display " " line 1 erase eos.
           display "esa lista de precios no existe" line 4 col 1.
           go desplejar-pantalla-mantencion.
