           access mode is dynamic
           record key is pa-clave.

      *_precios pactados con cada laboratorio por codigo, con su
      *_periodo de vigencia
           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave.

       data division.
       file section.
       fd ordenes-compra
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       fd precios-pactados
           label record is standard
           value of file-id "preciopac.dat".
       01 reg-precio-pactado.
          02 pp-clave.
             03 pp-rut-laboratorio pic x(8).
             03 pp-codigo          pic x(6).
             03 pp-vigente-desde   pic 9(8).
          02 pp-vigente-hasta     pic 9(8).
          02 pp-precio-pactado    pic 9(7).
          02 pp-temporada         pic x(10).
          02 pp-operador-id       pic x(8).

       working-storage section.
       01 opcion                   pic x.
          02 filler                pic x(40) value
             "codigo  descripcion                     ".
          02 filler                pic x(40) value
             "  pedido  recibido pactado              ".
       01 oc-linea-detalle.
          02 oi-d-codigo           pic x(6).
          02 filler                pic x(2) value spaces.
          02 oi-d-pedido           pic z(4)9.
          02 filler                pic x(4) value spaces.
          02 oi-d-recibido         pic z(4)9.
          02 filler                pic x(5) value spaces.
          02 oi-d-pactado          pic z(6)9.
          02 filler                pic x(14) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
      *_valores de siempre como omision
       77 ws-iva-tasa              pic 9(2) value 19.
       77 ws-razon-social          pic x(30) value "farmacia ruz".
      *_busqueda del precio pactado vigente: laboratorio, codigo y
      *_fecha (aaaammdd); deja 0 si no hay precio pactado
       77 ws-pp-rut                pic x(8).
       77 ws-pp-codigo             pic x(6).
       77 ws-pp-fecha              pic 9(8).
       77 ws-pp-precio             pic 9(7) value 0.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999, para que las
      *_comparaciones y ordenamientos de fechas no fallen al cruzar
      *_el siglo
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
           open i-o control-numero.
           open input laboratorio.
           open i-o codigos-laboratorio.
           open input precios-pactados.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           go desplejar-menu.

      *_imprime la orden cargada en reg-orden-compra, con pedido y
      *_recibido por linea para ver los despachos cortos, y el precio
      *_pactado con el laboratorio vigente a la fecha de la orden
       imprimir-oc.
           open output impresion-orden.
           move oc-rut-laboratorio to ws-pp-rut.
           move oc-ano-emision to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-pp-fecha = ws-vs-aaaa * 10000
              + oc-mes-emision * 100 + oc-dia-emision.
           move oc-numero to oi-numero.
           write reg-orden-texto from oc-linea-1.
           move oc-dia-emision to oi-fecha (1:2).
           move ol-descripcion       to oi-d-descr.
           move ol-cantidad-pedida   to oi-d-pedido.
           move ol-cantidad-recibida to oi-d-recibido.
           move ol-codigo            to ws-pp-codigo.
           perform buscar-precio-pactado
               thru fin-buscar-precio-pactado.
           move ws-pp-precio         to oi-d-pactado.
           write reg-orden-texto from oc-linea-detalle.
           go imprimir-oc-linea.
       imprimir-oc-cierre.
           close control-numero.
           close laboratorio.
           close codigos-laboratorio.
           close precios-pactados.
           goback.

       mensajes.
           close parametros.
       fin-leer-parametros.
           exit.

      *_precio pactado vigente a ws-pp-fecha para ws-pp-rut y
      *_ws-pp-codigo; si dos vigencias se traslapan manda la mas nueva
       buscar-precio-pactado.
           move 0 to ws-pp-precio.
           move ws-pp-rut    to pp-rut-laboratorio.
           move ws-pp-codigo to pp-codigo.
           move 0            to pp-vigente-desde.
           start precios-pactados key is >= pp-clave
               invalid key go fin-buscar-precio-pactado.
       leer-precio-pactado.
           read precios-pactados next record
               at end go fin-buscar-precio-pactado.
           if pp-rut-laboratorio not = ws-pp-rut or
              pp-codigo not = ws-pp-codigo then
              go fin-buscar-precio-pactado
           end-if.
           if pp-vigente-desde > ws-pp-fecha then
              go fin-buscar-precio-pactado
           end-if.
           if pp-vigente-hasta >= ws-pp-fecha then
              move pp-precio-pactado to ws-pp-precio
           end-if.
           go leer-precio-pactado.
       fin-buscar-precio-pactado.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
       ventana-siglo-fin.
           exit.
