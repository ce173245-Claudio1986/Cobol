           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select devolucion-venta assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd devolucion-venta
           label record is standard
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).

       fd baja-stock
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


      *_ajustes de stock con motivo (ver opcion-33)
       01 reg-integridad-linea    pic x(80).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
       77 ws-al-cantidad           pic zzzz9.
       77 ws-al-diferencias        pic 9(5) value 0.
      *_tabla de saldos esperados por codigo: lo comprado (lotes aun
      *_en archivo) menos lo vendido mas lo devuelto por clientes
      *_menos lo dado de baja, contra el stock sumado de los lotes.
                   " linea(s) de venta sin encabezado".
           display "batch-integridad: " ws-enc-descuadrados
                   " encabezado(s) que no suman sus lineas".
      *_cualquier diferencia queda como alerta para el administrador
           compute ws-al-diferencias = ws-disc-stock
              + ws-base-incompleta + ws-fact-no-verificadas
              + ws-mov-huerfanos + ws-enc-descuadrados.
           if ws-al-diferencias > 0 then
              move "batch-integridad" to ws-al-origen
              move ws-al-diferencias to ws-al-cantidad
              move spaces to ws-al-texto
              string "diferencias de integridad:" ws-al-cantidad
                     " (ver integridad.txt)"
                     delimited by size into ws-al-texto
              move "A" to ws-al-severidad
              move "A" to ws-al-perfil
              call "alerta-registrar" using ws-al-origen ws-al-severidad
                 ws-al-perfil ws-al-texto
                 on exception continue
              end-call
           end-if.
           goback.

      *_ubica (o crea) la fila de ws-codigo-trabajo en la tabla
