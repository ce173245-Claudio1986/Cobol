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

       working-storage section.
       01 opcion                   pic x.
           accept  datos-crear.
           perform normalizar-perfil thru normalizar-perfil-fin.
           move ws-id-pedido   to operador-id.
           perform cifrar-clave-nueva thru fin-cifrar-clave-nueva.
           move spaces to claves-anteriores.
           move "S" to operador-activo.
           move 0   to intentos-fallidos.
           move ws-perfil-nuevo to perfil-operador.
           display pantalla-clave.
           accept  datos-clave.
           if ws-clave-nueva = spaces then go desplejar-menu end-if.
           perform cifrar-clave-nueva thru fin-cifrar-clave-nueva.
           move 0 to intentos-fallidos.
           rewrite reg-operador invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           end-if.
       normalizar-perfil-fin.
           exit.
      *_la clave dada por el administrador se guarda cifrada y nace
      *_vencida: el operador debe cambiarla en su primer login
       cifrar-clave-nueva.
           call "cifrar-clave" using operador-id ws-clave-nueva
               clave-cifrada.
           move spaces to clave-operador.
           move zeros  to fecha-cambio-clave.
       fin-cifrar-clave-nueva.
           exit.

       volver.
           close operadores.
