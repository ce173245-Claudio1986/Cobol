           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_lock manual sobre medicamentos, igual que en opcion-2, para
      *_que la conversion no choque con una venta simultanea
             88 so-atendido         value "A".
             88 so-cancelado        value "X".
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).

       fd lista-precios
           label record is standard
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd medicamentos
           label record is standard
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       working-storage section.
       01 opcion-browse            pic x.
           end-if.
           go descontar-lote-backorder.
       escribir-movimiento-backorder.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute mov-fecha-orden = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           write reg-movimiento invalid key go mensaje-error.
           perform sumar-resumen-mensual
               thru fin-sumar-resumen-mensual.
