           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select notas-venta assign to disk
           organization is indexed
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

       fd movimiento-medicamento
           label record is standard
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd notas-venta
           label record is standard
