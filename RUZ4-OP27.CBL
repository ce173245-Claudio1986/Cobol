           access mode is dynamic
           record key is pr-codigo-medicamento.

      *_listas de precios por tipo de cliente (clinicas, farmacias,
      *_hogares): nombre y vigencia de cada lista
           select listas-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is lc-lista.

      *_precio de venta de cada codigo en cada lista; el codigo que
      *_no esta en la lista del cliente se vende a precio publico
           select precios-por-lista assign to disk
           organization is indexed
           access mode is dynamic
           record key is pl-clave.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_lock manual sobre medicamentos, igual que en opcion-2, para
      *_que la conversion no choque con una venta simultanea
           select impresion-cotizacion assign to disk
           organization is line sequential.

      *_reparto del pedido web (opcion-85): al convertir la
      *_cotizacion queda amarrado a la factura de la venta
           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo.

      *_parametros generales de la farmacia (opcion-60)
           select parametros assign to disk
           organization is indexed
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd lista-precios
           label record is standard
             03 pr-mes-vigencia     pic 99.
             03 pr-ano-vigencia     pic 99.

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

       fd precios-por-lista
           label record is standard
           value of file-id "preciolista.dat".
       01 reg-precio-lista.
          02 pl-clave.
             03 pl-lista           pic x(2).
             03 pl-codigo          pic x(6).
          02 pl-precio-venta       pic 9(7).
          02 pl-fecha-vigencia.
             03 pl-dia-vigencia    pic 99.
             03 pl-mes-vigencia    pic 99.
             03 pl-ano-vigencia    pic 99.

       fd control-numero
           label record is standard
           value of file-id "control.dat".
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd medicamentos
           label record is standard
           value of file-id "cotiza.txt".
       01 reg-cotiza-linea        pic x(80).

       fd repartos
           label record is standard
           value of file-id "repartos.dat".
       01 reg-reparto.
          02 rp-correlativo       pic 9(6).
          02 rp-numero-factura    pic x(6).
          02 rp-rut-cliente       pic x(8).
          02 rp-direccion         pic x(30).
          02 rp-fono              pic x(10).
          02 rp-estado            pic x.
             88 reparto-preparacion value "P".
             88 reparto-en-ruta     value "R".
             88 reparto-entregado   value "E".
          02 rp-repartidor        pic x(20).
          02 rp-fecha.
             03 rp-dia            pic 99.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-operador-id       pic x(8).
          02 rp-numero-cotizacion pic x(6).

       fd parametros
           label record is standard
           value of file-id "parametros.dat".
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       working-storage section.
       01 opcion                   pic x.
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       77 ws-vs-aaaa-b             pic 9(4).
      *_lista de precios del cliente de la cotizacion, si esta
      *_vigente; en blanco se cotiza con la lista publico
       77 ws-lista-venta           pic x(2) value spaces.
       77 ws-orden-lista-hoy       pic 9(8).
       77 ws-orden-lista-limite    pic 9(8).
      *_tasa de iva y razon social desde parametros.dat, con los
      *_valores de siempre como omision
       77 ws-iva-tasa              pic 9(2) value 19.
           open i-o control-numero.
           open input clientes.
           open input lista-precios.
           open input listas-cliente.
           open input precios-por-lista.
           open input estados-medicamento.
           open i-o repartos.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
       desplejar-menu.
           move ws-operador-id to ct-operador-id.
           write reg-cotizacion invalid key go mensaje-error.
           move 0 to ws-total-cotizacion.
           move spaces to ws-lista-venta.
           if ws-rut-cotizacion is numeric then
              move ws-rut-cotizacion to rut-cliente
              read clientes key is rut-cliente
                  invalid key move spaces to lista-precio-cliente
              end-read
              perform fijar-lista-cliente
                  thru fin-fijar-lista-cliente
           end-if.
       capturar-linea-cot.
           move spaces to ws-codigo-linea.
           move 0 to ws-cantidad-linea.
           display pantalla-linea-cot.
           accept  datos-linea-cot.
      *_precio cero: se toma el de la lista de precios; la descripcion
      *_sale de la misma lista de medicamentos si existe. el cliente
      *_con lista propia vigente se cotiza con ella y con la publico
      *_si el codigo no esta en su lista
           if ws-precio-linea = 0 and ws-lista-venta not = spaces then
              move ws-lista-venta  to pl-lista
              move ws-codigo-linea to pl-codigo
              read precios-por-lista key is pl-clave
                  invalid key move 0 to pl-precio-venta
              end-read
              move pl-precio-venta to ws-precio-linea
           end-if.
           if ws-precio-linea = 0 then
              move ws-codigo-linea to pr-codigo-medicamento
              read lista-precios key is pr-codigo-medicamento
           end-if.
           go descontar-lote-conv.
       escribir-movimiento-conv.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute mov-fecha-orden = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           write reg-movimiento invalid key go mensaje-error.
           perform sumar-resumen-mensual
               thru fin-sumar-resumen-mensual.
           end-if.
           move "C" to ct-estado.
           rewrite reg-cotizacion.
           perform ligar-reparto-web thru fin-ligar-reparto-web.
           close factura-venta.
           close movimiento-medicamento.
           close medicamentos.
       fin-consumir-reservas-cotizacion.
           exit.

      *_el reparto creado por el pedido web de esta cotizacion toma
      *_el numero de la factura, para la hoja de picking y la
      *_rendicion del repartidor
       ligar-reparto-web.
           move 0 to rp-correlativo.
           start repartos key is >= rp-correlativo
               invalid key go fin-ligar-reparto-web.
       leer-reparto-web.
           read repartos next record
               at end go fin-ligar-reparto-web.
           if rp-numero-cotizacion not = ct-numero or
              rp-numero-factura not = spaces then
              go leer-reparto-web
           end-if.
           move v-numero-factura to rp-numero-factura.
           rewrite reg-reparto invalid key continue end-rewrite.
       fin-ligar-reparto-web.
           exit.

       volver.
           close cotizaciones.
           close cotizacion-lineas.
           close control-numero.
           close clientes.
           close lista-precios.
           close listas-cliente.
           close precios-por-lista.
           close reservas-stock.
           close estados-medicamento.
           close repartos.
           goback.

       mensajes.
       fin-fijar-sucursal-local.
           exit.

      *_deja en ws-lista-venta la lista de precios del cliente leido
      *_si existe y la fecha de hoy cae en su vigencia (hasta en
      *_cero = sin termino); si no, la venta va a precio publico
       fijar-lista-cliente.
           move spaces to ws-lista-venta.
           if lista-precio-cliente = spaces then
              go fin-fijar-lista-cliente
           end-if.
           move lista-precio-cliente to lc-lista.
           read listas-cliente key is lc-lista
               invalid key go fin-fijar-lista-cliente.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-lista-hoy = ws-vs-aaaa * 360
                                      + mes * 30 + dia.
           move lc-ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-lista-limite = ws-vs-aaaa * 360
                              + lc-mes-desde * 30 + lc-dia-desde.
           if ws-orden-lista-hoy < ws-orden-lista-limite then
              go fin-fijar-lista-cliente
           end-if.
           if lc-dia-hasta = 0 and lc-mes-hasta = 0 and
              lc-ano-hasta = 0 then
              move lc-lista to ws-lista-venta
              go fin-fijar-lista-cliente
           end-if.
           move lc-ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-lista-limite = ws-vs-aaaa * 360
                              + lc-mes-hasta * 30 + lc-dia-hasta.
           if ws-orden-lista-hoy > ws-orden-lista-limite then
              go fin-fijar-lista-cliente
           end-if.
           move lc-lista to ws-lista-venta.
       fin-fijar-lista-cliente.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
