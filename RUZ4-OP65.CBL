           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select operadores assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd operadores
           label record is standard
             88 perfil-vendedor       value "V".
             88 perfil-quimico        value "Q".
             88 perfil-administrador  value "A".
      *_clave cifrada por cifrar-clave (clave-operador queda en
      *_blanco), fecha del ultimo cambio para su vencimiento y las
      *_tres claves anteriores, que no se pueden repetir
          02 clave-cifrada       pic x(16).
          02 fecha-cambio-clave.
             03 dia-cambio-clave pic 99.
             03 mes-cambio-clave pic 99.
             03 ano-cambio-clave pic 99.
          02 claves-anteriores.
             03 clave-anterior   pic x(16) occurs 3 times.

       fd mov-archivo
           label record is standard
      *_referencias de la cuadratura de recetas
       77 ws-sup-id                pic x(8).
       77 ws-sup-clave             pic x(8).
       77 ws-clave-cifrada         pic x(16).
       77 ws-clave-valida          pic x value "N".
       77 opcion-confirmar         pic 9.
       77 ws-nuevo-numero          pic 9(6) value 0.
       77 ws-renumerados           pic 9(6) value 0.
           if not perfil-administrador then
              go mensaje-autorizacion
           end-if.
           perform verificar-clave-supervisor
               thru fin-verificar-clave-supervisor.
           if ws-clave-valida not = "S" then
              go mensaje-autorizacion
           end-if.
           close operadores.
           display "renumeracion no se ejecuto" line 5 col 1.
           go desplejar-menu.

      *_compara la clave del supervisor contra la cifrada; un
      *_operador que aun no entra desde el cambio conserva la clave
      *_en claro y se compara como antes
       verificar-clave-supervisor.
           move "N" to ws-clave-valida.
           if clave-cifrada = spaces then
              if ws-sup-clave = clave-operador then
                 move "S" to ws-clave-valida
              end-if
              go fin-verificar-clave-supervisor
           end-if.
           call "cifrar-clave" using operador-id ws-sup-clave
               ws-clave-cifrada.
           if ws-clave-cifrada = clave-cifrada then
              move "S" to ws-clave-valida
           end-if.
       fin-verificar-clave-supervisor.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
