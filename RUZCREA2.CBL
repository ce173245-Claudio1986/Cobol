           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select control-numero assign to disk
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

       fd control-numero
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

       fd devolucion-laboratorio
           label record is standard
             03 v-ano-devolucion   pic 99.
          02 v-rut-laboratorio     pic x(8).
          02 v-razon-social        pic x(15).
      *_la devolucion queda pendiente hasta que el laboratorio la
      *_acepta (emite nota de credito) o la rechaza (opcion-23); la
      *_rechazada es perdida y la informa opcion-77
          02 v-lote-devuelto       pic 9(3).
          02 v-costo-devuelto      pic 9(7).
          02 v-estado-devolucion   pic x.
             88 devolucion-pendiente value "P" " ".
             88 devolucion-aceptada  value "A".
             88 devolucion-rechazada value "R".
          02 v-fecha-resolucion.
             03 v-dia-resolucion   pic 99.
             03 v-mes-resolucion   pic 99.
             03 v-ano-resolucion   pic 99.
          02 v-sucursal-devolucion pic x(2).
          02 v-operador-devolucion pic x(8).

       fd devolucion-venta
           label record is standard
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).

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

      *_tabla de conversion entre la unidad en que se compra un
      *_medicamento (p.ej. caja) y la unidad en que se vende (unidad
       crear-operador-admin.
           open output operadores.
           move "ADMIN"    to operador-id.
      *_la clave de partida queda cifrada y vencida, para que el
      *_primer login obligue a cambiarla
           move "ADMIN"    to clave-operador.
           call "cifrar-clave" using operador-id clave-operador
               clave-cifrada.
           move spaces     to clave-operador.
           move zeros      to fecha-cambio-clave.
           move spaces     to claves-anteriores.
           move "ADMINISTRADOR" to nombre-operador.
           move "S" to operador-activo.
           move 0   to intentos-fallidos.
