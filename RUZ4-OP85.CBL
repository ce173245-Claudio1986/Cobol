       identification division.
       program-id. opcion-85.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_pedidos de la pagina y de whatsapp como texto separado por
      *_punto y coma: numero de pedido, rut, direccion, fono, codigo
      *_y cantidad; una linea por codigo
           select pedidos-web assign to disk
           organization is line sequential.

           select cotizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ct-numero.

           select cotizacion-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is cl-correlativo.

           select reservas-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is rv-correlativo.

           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo.

           select sobreventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is so-correlativo.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento.

           select listas-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is lc-lista.

           select precios-por-lista assign to disk
           organization is indexed
           access mode is dynamic
           record key is pl-clave.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_resultado de la importacion impreso a texto
           select informe-pedidos-web assign to disk
           organization is line sequential.

       data division.
       file section.
       fd pedidos-web
           label record is standard
           value of file-id "pedidosweb.csv".
       01 reg-pedido-web          pic x(120).

       fd cotizaciones
           label record is standard
           value of file-id "cotiza.dat".
       01 reg-cotizacion.
          02 ct-numero            pic x(6).
          02 ct-rut-cliente       pic x(8).
          02 ct-fecha-emision.
             03 ct-dia-emision    pic 99.
             03 ct-mes-emision    pic 99.
             03 ct-ano-emision    pic 99.
          02 ct-fecha-validez.
             03 ct-dia-validez    pic 99.
             03 ct-mes-validez    pic 99.
             03 ct-ano-validez    pic 99.
          02 ct-total             pic 9(9).
          02 ct-estado            pic x.
             88 cotizacion-pendiente  value "P".
             88 cotizacion-aceptada   value "A".
             88 cotizacion-convertida value "C".
          02 ct-operador-id       pic x(8).

       fd cotizacion-lineas
           label record is standard
           value of file-id "cotlin.dat".
       01 reg-cotizacion-linea.
          02 cl-correlativo       pic 9(6).
          02 cl-numero-cot        pic x(6).
          02 cl-codigo            pic x(6).
          02 cl-descripcion       pic x(30).
          02 cl-cantidad          pic 9(5).
          02 cl-precio            pic 9(7).
          02 cl-iva               pic 9(7).
          02 cl-total             pic 9(8).

       fd reservas-stock
           label record is standard
           value of file-id "reservas.dat".
       01 reg-reserva.
          02 rv-correlativo       pic 9(6).
          02 rv-codigo            pic x(6).
          02 rv-cantidad          pic 9(5).
          02 rv-tipo              pic x.
             88 reserva-backorder  value "B".
             88 reserva-cotizacion value "C".
          02 rv-referencia        pic x(6).
          02 rv-rut-cliente       pic x(8).
          02 rv-estado            pic x.
             88 reserva-activa    value "A".
             88 reserva-usada     value "U".
             88 reserva-liberada  value "X".
          02 rv-fecha.
             03 rv-dia            pic 99.
             03 rv-mes            pic 99.
             03 rv-ano            pic 99.
          02 rv-fecha-validez.
             03 rv-dia-validez    pic 99.
             03 rv-mes-validez    pic 99.
             03 rv-ano-validez    pic 99.

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

       fd sobreventas
           label record is standard
           value of file-id "sobreventas.dat".
       01 reg-sobreventa.
          02 so-correlativo         pic 9(6).
          02 so-codigo-medicamento  pic x(6).
          02 so-descripcion         pic x(30).
          02 so-cantidad-solicitada pic 9(7).
          02 so-cantidad-disponible pic 9(7).
          02 so-rut-cliente         pic x(8).
          02 so-operador-id         pic x(8).
          02 so-fecha-hora-registro.
             03 so-fhr-dia          pic 99.
             03 so-fhr-mes          pic 99.
             03 so-fhr-ano          pic 99.
             03 so-fhr-hora         pic 99.
             03 so-fhr-minuto       pic 99.
             03 so-fhr-segundo      pic 99.
          02 so-estado              pic x.
             88 so-pendiente        value "P".
             88 so-atendido         value "A".
             88 so-cancelado        value "X".
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd clientes
           label record is standard
           value of file-id "clientes.dat".
       01 reg-clientes.
          02 rut-cliente          pic 9(8).
          02 dv-cliente           pic x.
          02 apellido-cliente     pic x(20).
          02 nombre-cliente       pic x(20).
          02 dir-cliente          pic x(30).
          02 fono-cliente         pic x(10).
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd lista-precios
           label record is standard
           value of file-id "precios.dat".
       01 reg-precio.
          02 pr-codigo-medicamento  pic x(6).
          02 pr-precio-venta        pic 9(7).
          02 pr-fecha-vigencia.
             03 pr-dia-vigencia     pic 99.
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

       fd medicamentos
           label record is standard
           value of file-id "medicamentos.dat".
       01 reg-medicamentos.
          02 clave-medicamento.
             03 codigo-medicamento  pic x(6).
             03 numero-lote         pic 9(3).
          02 descr-medicamento   pic x(30).
          02 cantidad-stock      pic 9(5).
          02 cantidad-sala       pic 9(5).
          02 precio-costo-u      pic 9(7).
          02 med-rut-laboratorio pic x(8).
          02 unidad-medida       pic x(2).
          02 cant-stock-critico  pic 9(5).
          02 fecha-elavoracion.
             03 dia-elavoracion  pic 99.
             03 mes-elavoracion  pic 99.
             03 ano-elavoracion  pic 99.
          02 fecha-vencimiento.
             03 dia-vencimiento  pic 99.
             03 mes-vencimiento  pic 99.
             03 ano-vencimiento  pic 99.
          02 fecha-compra.
             03 dia-compra       pic 99.
             03 mes-compra       pic 99.
             03 ano-compra       pic 99.
          02 clave-vencimiento.
             03 cod-med-vto        pic x(6).
             03 vencimiento-orden  pic 9(8).
          02 iva-compra          pic 9(7).
          02 total-compra        pic 9(8).
          02 med-operador-id     pic x(8).
          02 med-fecha-hora-registro.
             03 med-fhr-dia      pic 99.
             03 med-fhr-mes      pic 99.
             03 med-fhr-ano      pic 99.
             03 med-fhr-hora     pic 99.
             03 med-fhr-minuto   pic 99.
             03 med-fhr-segundo  pic 99.
             03 med-cantidad-comprada pic 9(5).
          02 requiere-receta     pic x.
             88 venta-con-receta  value "S".
             88 venta-libre       value "N".
          02 codigo-barra        pic x(13).
          02 principio-activo    pic x(20).
          02 concentracion       pic x(10).
          02 med-sucursal        pic x(2).

       fd estados-medicamento
           label record is standard
           value of file-id "estadomed.dat".
       01 reg-estado-medicamento.
          02 em-clave.
             03 em-codigo         pic x(6).
             03 em-lote           pic 9(3).
          02 em-estado            pic x.
             88 estado-activo        value "A".
             88 estado-discontinuado value "D".
             88 estado-cuarentena    value "Q".
          02 em-fecha.
             03 em-dia            pic 99.
             03 em-mes            pic 99.
             03 em-ano            pic 99.
          02 em-operador-id       pic x(8).

       fd parametros
           label record is standard
           value of file-id "parametros.dat".
       01 reg-parametro.
          02 pa-clave             pic x(6).
          02 pa-rut-empresa       pic x(8).
          02 pa-dv-empresa        pic x.
          02 pa-razon-social      pic x(30).
          02 pa-direccion         pic x(30).
          02 pa-iva-porcentaje    pic 9(2).
          02 pa-interes-fiado     pic 9(2).
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       fd informe-pedidos-web
           label record is standard
           value of file-id "pedweb.txt".
       01 reg-pedido-web-linea    pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
       01 ws-hora-sistema.
          02 ws-hora               pic 99.
          02 ws-minuto             pic 99.
          02 ws-segundo            pic 99.
          02 filler                pic 9(4).
      *_campos del parseo de la linea del pedido
       77 ws-campo-pedido          pic x(10).
       77 ws-campo-rut             pic x(12).
       77 ws-campo-direccion       pic x(30).
       77 ws-campo-fono            pic x(10).
       77 ws-campo-codigo          pic x(12).
       77 ws-campo-cantidad        pic x(6).
       01 ws-digito-x              pic x.
       01 ws-digito-9 redefines ws-digito-x pic 9.
       77 ws-cantidad-num          pic 9(5).
       77 ws-i                     pic 9(2).
       77 ws-valor-aux             pic 9(9).
      *_pedido en curso: las lineas seguidas con el mismo numero de
      *_pedido forman una sola cotizacion y un solo reparto
       77 ws-pedido-actual         pic x(10) value spaces.
       77 ws-rut-pedido            pic 9(8) value 0.
       77 ws-direccion-pedido      pic x(30).
       77 ws-fono-pedido           pic x(10).
       77 ws-cot-creada            pic x value "N".
       77 ws-numero-cotizacion     pic x(6).
       77 ws-total-cotizacion      pic 9(9) value 0.
       77 ws-lineas-cotizadas      pic 9(3) value 0.
      *_linea en curso
       77 ws-codigo-linea          pic x(6).
       77 ws-descr-linea           pic x(30).
       77 ws-precio-linea          pic 9(7).
       77 ws-stock-disponible      pic 9(7).
       77 ws-reservado-codigo      pic 9(7).
       77 ws-cantidad-reservar     pic 9(5).
       77 ws-marca                 pic x(10).
       77 numero-correlativo       pic 9(6) value 0.
      *_totales de la importacion
       77 ws-pedidos-importados    pic 9(4) value 0.
       77 ws-pedidos-sin-stock     pic 9(4) value 0.
       77 ws-lineas-faltante       pic 9(4) value 0.
       77 ws-lineas-sin-precio     pic 9(4) value 0.
      *_validez de la cotizacion del pedido web; si no se convierte
      *_en venta antes, batch-reservas libera su stock
       77 ws-dias-validez-web      pic 9(2) value 3.
       01 ws-fecha-validez.
          02 ws-dia-validez        pic 99.
          02 ws-mes-validez        pic 99.
          02 ws-ano-validez        pic 99.
       77 ws-dia-calculo           pic 9(3).
       77 ws-orden-hoy             pic 9(8).
       77 ws-lista-venta           pic x(2) value spaces.
       77 ws-orden-lista-hoy       pic 9(8).
       77 ws-orden-lista-limite    pic 9(8).
       77 ws-iva-tasa              pic 9(2) value 19.
       77 ws-razon-social          pic x(30) value "farmacia ruz".
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-suc-numero            pic 9(2).
       77 ws-suc-division          pic 9(4).
       77 ws-estado-lote           pic x value "A".
      *_lineas del informe de la importacion
       01 pw-linea-titulo          pic x(26) value
          "importacion de pedidos web".
       01 pw-linea-cabecera.
          02 filler                pic x(40) value
             "pedido      codigo  descripcion         ".
          02 filler                pic x(40) value
             "      pedida reserv.marca               ".
       01 pw-linea-detalle.
          02 pw-d-pedido           pic x(10).
          02 filler                pic x(2) value spaces.
          02 pw-d-codigo           pic x(6).
          02 filler                pic x(2) value spaces.
          02 pw-d-descr            pic x(24).
          02 filler                pic x(2) value spaces.
          02 pw-d-pedida           pic z(4)9.
          02 filler                pic x(2) value spaces.
          02 pw-d-reservada        pic z(4)9.
          02 filler                pic x(2) value spaces.
          02 pw-d-marca            pic x(10).
       01 pw-linea-pedido.
          02 filler                pic x(7) value "pedido ".
          02 pw-p-pedido           pic x(10).
          02 filler                pic x(12) value " cotizacion ".
          02 pw-p-cotizacion       pic x(6).
          02 filler                pic x(9) value " reparto ".
          02 pw-p-reparto          pic z(5)9.
          02 filler                pic x(8) value " lineas ".
          02 pw-p-lineas           pic zz9.
          02 filler                pic x(7) value " total ".
          02 pw-p-total            pic z(8)9.
       01 pw-linea-sin-stock.
          02 filler                pic x(7) value "pedido ".
          02 pw-s-pedido           pic x(10).
          02 filler                pic x(33) value
             " sin stock: no se genero reparto".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
          02 s-mes                 pic 99.
          02 s-dia                 pic 99.
       01 operador-login           pic x(8).
       screen section.
       01 pantalla-principal
           background-color is 1 foreground-color is 4.
           02 pantalla-refresco
              blank screen
              reverse-video
              line 4 col 15
              value is "importacion de pedidos web".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "pedidos importados desde pedidosweb.csv".
           02 filler line 11 col 1
              value is "pedidos con cotizacion y reparto:".
           02 filler col 45
              pic is z(3)9 using ws-pedidos-importados.
           02 filler line 12 col 1
              value is "pedidos sin stock para despachar:".
           02 filler col 45
              pic is z(3)9 using ws-pedidos-sin-stock.
           02 filler line 13 col 1
              value is "lineas con faltante (sobreventa):".
           02 filler col 45
              pic is z(3)9 using ws-lineas-faltante.
           02 filler line 14 col 1
              value is "lineas sin precio de venta:".
           02 filler col 45
              pic is z(3)9 using ws-lineas-sin-precio.
           02 filler line 15 col 1
              value is "detalle de la importacion en: pedweb.txt".
           02 filler line 16 col 1
              value is "convierta cada cotizacion en la opcion 27".
           02 filler line 18 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 18 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           perform calcular-validez-web thru fin-calcular-validez-web.
           display pantalla-principal.
       abrir-ficheros.
           perform leer-parametros thru fin-leer-parametros.
           open input pedidos-web.
           open i-o cotizaciones.
           open i-o cotizacion-lineas.
           open i-o reservas-stock.
           open i-o repartos.
           open i-o sobreventas.
           open i-o control-numero.
           open input clientes.
           open input lista-precios.
           open input listas-cliente.
           open input precios-por-lista.
           open input medicamentos.
           open input estados-medicamento.
           open output informe-pedidos-web.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
           write reg-pedido-web-linea from pw-linea-titulo.
           move all "-" to reg-pedido-web-linea.
           write reg-pedido-web-linea.
           write reg-pedido-web-linea from pw-linea-cabecera.
           move spaces to ws-pedido-actual.
      *_cada linea del archivo es un codigo de un pedido; el
      *_encabezado y las lineas sin cantidad se saltan
       leer-linea-pedido.
           read pedidos-web at end go cerrar-importacion.
           move spaces to ws-campo-pedido.
           move spaces to ws-campo-rut.
           move spaces to ws-campo-direccion.
           move spaces to ws-campo-fono.
           move spaces to ws-campo-codigo.
           move spaces to ws-campo-cantidad.
           unstring reg-pedido-web delimited by ";"
              into ws-campo-pedido ws-campo-rut ws-campo-direccion
                   ws-campo-fono ws-campo-codigo ws-campo-cantidad.
           if ws-campo-pedido = spaces or ws-campo-codigo = spaces then
              go leer-linea-pedido
           end-if.
           perform convertir-cantidad thru fin-convertir-cantidad.
           if ws-cantidad-num = 0 then go leer-linea-pedido end-if.
           if ws-campo-pedido not = ws-pedido-actual then
              perform cerrar-pedido thru fin-cerrar-pedido
              perform abrir-pedido thru fin-abrir-pedido
           end-if.
           perform procesar-linea-pedido
               thru fin-procesar-linea-pedido.
           go leer-linea-pedido.
       cerrar-importacion.
           perform cerrar-pedido thru fin-cerrar-pedido.
           close pedidos-web.
           close cotizaciones.
           close cotizacion-lineas.
           close reservas-stock.
           close repartos.
           close sobreventas.
           close control-numero.
           close clientes.
           close lista-precios.
           close listas-cliente.
           close precios-por-lista.
           close medicamentos.
           close estados-medicamento.
           close informe-pedidos-web.
           move "importacion de pedidos web" to ws-sp-titulo.
           move "pedweb.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           goback.

      *_primer codigo de un pedido nuevo: cliente, lista de precios,
      *_y direccion y fono de despacho (los del pedido o, si vienen
      *_en blanco, los de la ficha del cliente)
       abrir-pedido.
           move ws-campo-pedido to ws-pedido-actual.
           move "N" to ws-cot-creada.
           move 0 to ws-total-cotizacion.
           move 0 to ws-lineas-cotizadas.
           perform extraer-rut-pedido thru fin-extraer-rut-pedido.
           move ws-rut-pedido to rut-cliente.
           read clientes key is rut-cliente
               invalid key move spaces to dir-cliente
                           move spaces to fono-cliente
                           move spaces to lista-precio-cliente
           end-read.
           perform fijar-lista-cliente thru fin-fijar-lista-cliente.
           move ws-campo-direccion to ws-direccion-pedido.
           if ws-direccion-pedido = spaces then
              move dir-cliente to ws-direccion-pedido
           end-if.
           move ws-campo-fono to ws-fono-pedido.
           if ws-fono-pedido = spaces then
              move fono-cliente to ws-fono-pedido
           end-if.
       fin-abrir-pedido.
           exit.

      *_precio como en opcion-27 y reserva hasta lo disponible en la
      *_sucursal; lo que falta queda como sobreventa y la linea se
      *_cotiza por lo que se alcanza a despachar
       procesar-linea-pedido.
           move ws-campo-codigo to ws-codigo-linea.
           move 0 to ws-precio-linea.
           if ws-lista-venta not = spaces then
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
                  invalid key move 0 to pr-precio-venta
              end-read
              move pr-precio-venta to ws-precio-linea
           end-if.
           perform calcular-disponible-codigo
               thru fin-calcular-disponible-codigo.
           move ws-stock-disponible to ws-cantidad-reservar.
           if ws-cantidad-num < ws-stock-disponible then
              move ws-cantidad-num to ws-cantidad-reservar
           end-if.
           if ws-precio-linea = 0 then
              move 0 to ws-cantidad-reservar
              move "SIN-PRECIO" to ws-marca
              add 1 to ws-lineas-sin-precio
              perform escribir-linea-informe
                  thru fin-escribir-linea-informe
              go fin-procesar-linea-pedido
           end-if.
           if ws-cantidad-reservar < ws-cantidad-num then
              move "FALTANTE" to ws-marca
              add 1 to ws-lineas-faltante
              perform escribir-linea-informe
                  thru fin-escribir-linea-informe
              perform grabar-sobreventa-web
                  thru fin-grabar-sobreventa-web
           end-if.
           if ws-cantidad-reservar = 0 then
              go fin-procesar-linea-pedido
           end-if.
           if ws-cot-creada = "N" then
              perform crear-cotizacion-web
                  thru fin-crear-cotizacion-web
           end-if.
       grabar-linea-web.
           move "COTLIN" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-cotlin.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to cl-correlativo.
           rewrite reg-control.
           go escribir-linea-web.
       crear-control-cotlin.
           move "COTLIN" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to cl-correlativo.
       escribir-linea-web.
           move ws-numero-cotizacion to cl-numero-cot.
           move ws-codigo-linea      to cl-codigo.
           move ws-descr-linea       to cl-descripcion.
           move ws-cantidad-reservar to cl-cantidad.
           move ws-precio-linea      to cl-precio.
           compute cl-iva rounded =
              (ws-precio-linea * ws-cantidad-reservar)
              * ws-iva-tasa / 100.
           compute cl-total =
              (ws-precio-linea * ws-cantidad-reservar) + cl-iva.
           write reg-cotizacion-linea
               invalid key go fin-procesar-linea-pedido.
           add cl-total to ws-total-cotizacion.
           add 1 to ws-lineas-cotizadas.
           perform grabar-reserva-web thru fin-grabar-reserva-web.
       fin-procesar-linea-pedido.
           exit.

      *_la cotizacion del pedido web nace aceptada: cada linea deja
      *_su reserva y la opcion-27 la convierte en venta
       crear-cotizacion-web.
           move "COTIZA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-cotiza.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to numero-correlativo.
           rewrite reg-control.
           go escribir-cotizacion-web.
       crear-control-cotiza.
           move "COTIZA" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to numero-correlativo.
       escribir-cotizacion-web.
           move numero-correlativo to ws-numero-cotizacion.
           move ws-numero-cotizacion to ct-numero.
           move ws-rut-pedido to ct-rut-cliente.
           move dia to ct-dia-emision.
           move mes to ct-mes-emision.
           move ano to ct-ano-emision.
           move ws-fecha-validez to ct-fecha-validez.
           move 0   to ct-total.
           move "A" to ct-estado.
           move ws-operador-id to ct-operador-id.
           write reg-cotizacion invalid key continue end-write.
           move "S" to ws-cot-creada.
       fin-crear-cotizacion-web.
           exit.

       grabar-reserva-web.
           move "RESERV" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-reserva-web.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to rv-correlativo.
           rewrite reg-control.
           go armar-reserva-web.
       crear-control-reserva-web.
           move "RESERV" to control-tipo.
           move 1 to ultimo-numero.
           write reg-control.
           move 1 to rv-correlativo.
       armar-reserva-web.
           move ws-codigo-linea      to rv-codigo.
           move ws-cantidad-reservar to rv-cantidad.
           move "C"                  to rv-tipo.
           move ws-numero-cotizacion to rv-referencia.
           move ws-rut-pedido        to rv-rut-cliente.
           move "A"                  to rv-estado.
           move dia to rv-dia.
           move mes to rv-mes.
           move ano to rv-ano.
           move ws-fecha-validez to rv-fecha-validez.
           write reg-reserva invalid key continue end-write.
       fin-grabar-reserva-web.
           exit.

      *_cierra el pedido en curso: total de la cotizacion y reparto
      *_en preparacion; sin ninguna linea con stock no hay nada que
      *_despachar y el pedido queda solo en el informe
       cerrar-pedido.
           if ws-pedido-actual = spaces then
              go fin-cerrar-pedido
           end-if.
           if ws-cot-creada = "N" then
              move ws-pedido-actual to pw-s-pedido
              write reg-pedido-web-linea from pw-linea-sin-stock
              add 1 to ws-pedidos-sin-stock
              go fin-cerrar-pedido
           end-if.
           move ws-numero-cotizacion to ct-numero.
           read cotizaciones key is ct-numero
               invalid key go fin-cerrar-pedido.
           move ws-total-cotizacion to ct-total.
           rewrite reg-cotizacion invalid key continue end-rewrite.
       fijar-correlativo-reparto.
           move "REPART" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-reparto.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to rp-correlativo.
           rewrite reg-control.
           go grabar-reparto-web.
       crear-control-reparto.
           move "REPART" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to rp-correlativo.
       grabar-reparto-web.
           move spaces to rp-numero-factura.
           move ws-rut-pedido to rp-rut-cliente.
           move ws-direccion-pedido to rp-direccion.
           move ws-fono-pedido to rp-fono.
           move "P" to rp-estado.
           move spaces to rp-repartidor.
           move dia to rp-dia.
           move mes to rp-mes.
           move ano to rp-ano.
           move ws-operador-id to rp-operador-id.
           move ws-numero-cotizacion to rp-numero-cotizacion.
           write reg-reparto invalid key continue end-write.
           move ws-pedido-actual     to pw-p-pedido.
           move ws-numero-cotizacion to pw-p-cotizacion.
           move rp-correlativo       to pw-p-reparto.
           move ws-lineas-cotizadas  to pw-p-lineas.
           move ws-total-cotizacion  to pw-p-total.
           write reg-pedido-web-linea from pw-linea-pedido.
           add 1 to ws-pedidos-importados.
       fin-cerrar-pedido.
           exit.

      *_stock disponible del codigo en la sucursal: lotes propios (o
      *_sin marca de sucursal) no vencidos ni en cuarentena, menos
      *_las reservas activas; la descripcion sale del primer lote
       calcular-disponible-codigo.
           move 0 to ws-stock-disponible.
           move spaces to ws-descr-linea.
           move ws-codigo-linea to cod-med-vto.
           move 0 to vencimiento-orden.
           start medicamentos key is >= clave-vencimiento
               invalid key go restar-reservas-codigo.
       sumar-lote-disponible.
           read medicamentos next record
               at end go restar-reservas-codigo.
           if cod-med-vto not = ws-codigo-linea then
              go restar-reservas-codigo
           end-if.
           if ws-descr-linea = spaces then
              move descr-medicamento to ws-descr-linea
           end-if.
           if med-sucursal not = ws-sucursal-local and
              med-sucursal not = spaces then
              go sumar-lote-disponible
           end-if.
           if vencimiento-orden < ws-orden-hoy then
              go sumar-lote-disponible
           end-if.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then go sumar-lote-disponible.
           add cantidad-stock to ws-stock-disponible.
           go sumar-lote-disponible.
       restar-reservas-codigo.
           move 0 to ws-reservado-codigo.
           move 0 to rv-correlativo.
           start reservas-stock key is >= rv-correlativo
               invalid key go descontar-reservado.
       sumar-reserva-codigo.
           read reservas-stock next record
               at end go descontar-reservado.
           if rv-codigo not = ws-codigo-linea then
              go sumar-reserva-codigo
           end-if.
           if not reserva-activa then go sumar-reserva-codigo.
           add rv-cantidad to ws-reservado-codigo.
           go sumar-reserva-codigo.
       descontar-reservado.
           if ws-reservado-codigo >= ws-stock-disponible then
              move 0 to ws-stock-disponible
           else
              subtract ws-reservado-codigo from ws-stock-disponible
           end-if.
       fin-calcular-disponible-codigo.
           exit.

      *_lo que el pedido no alcanza a cubrir queda como sobreventa,
      *_igual que la venta de meson rechazada por falta de stock
       grabar-sobreventa-web.
           move "SOBREV" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-sobreventa.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to so-correlativo.
           rewrite reg-control.
           go escribir-sobreventa-web.
       crear-control-sobreventa.
           move "SOBREV" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to so-correlativo.
       escribir-sobreventa-web.
           move ws-codigo-linea     to so-codigo-medicamento.
           move ws-descr-linea      to so-descripcion.
           move ws-cantidad-num     to so-cantidad-solicitada.
           move ws-stock-disponible to so-cantidad-disponible.
           move ws-rut-pedido       to so-rut-cliente.
           move ws-operador-id      to so-operador-id.
           move dia to so-fhr-dia.
           move mes to so-fhr-mes.
           move ano to so-fhr-ano.
           accept ws-hora-sistema from time.
           move ws-hora    to so-fhr-hora.
           move ws-minuto  to so-fhr-minuto.
           move ws-segundo to so-fhr-segundo.
           move "P" to so-estado.
           move spaces to so-motivo-cancela.
           move ws-sucursal-local to so-sucursal.
           write reg-sobreventa invalid key continue end-write.
       fin-grabar-sobreventa-web.
           exit.

       escribir-linea-informe.
           move ws-pedido-actual     to pw-d-pedido.
           move ws-codigo-linea      to pw-d-codigo.
           move ws-descr-linea       to pw-d-descr.
           move ws-cantidad-num      to pw-d-pedida.
           move ws-cantidad-reservar to pw-d-reservada.
           move ws-marca             to pw-d-marca.
           write reg-pedido-web-linea from pw-linea-detalle.
       fin-escribir-linea-informe.
           exit.

      *_rut del pedido sin puntos ni digito verificador
       extraer-rut-pedido.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       extraer-digito-rut.
           add 1 to ws-i.
           if ws-i > 12 then go dejar-rut end-if.
           if ws-campo-rut (ws-i:1) = "-" then go dejar-rut end-if.
           if ws-campo-rut (ws-i:1) < "0" or
              ws-campo-rut (ws-i:1) > "9" then
              go extraer-digito-rut
           end-if.
           move ws-campo-rut (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go extraer-digito-rut.
       dejar-rut.
           move ws-valor-aux to ws-rut-pedido.
       fin-extraer-rut-pedido.
           exit.

      *_convierte la cantidad del texto del pedido
       convertir-cantidad.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-cantidad.
           add 1 to ws-i.
           if ws-i > 6 then go dejar-cantidad end-if.
           if ws-campo-cantidad (ws-i:1) = space then
              go convertir-digito-cantidad
           end-if.
           if ws-campo-cantidad (ws-i:1) < "0" or
              ws-campo-cantidad (ws-i:1) > "9" then
              go dejar-cantidad
           end-if.
           move ws-campo-cantidad (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-cantidad.
       dejar-cantidad.
           move ws-valor-aux to ws-cantidad-num.
       fin-convertir-cantidad.
           exit.

      *_fecha de validez: hoy mas ws-dias-validez-web, con meses de
      *_30 dias como el resto del sistema
       calcular-validez-web.
           compute ws-dia-calculo = dia + ws-dias-validez-web.
           move mes to ws-mes-validez.
           move ano to ws-ano-validez.
           if ws-dia-calculo > 30 then
              subtract 30 from ws-dia-calculo
              add 1 to ws-mes-validez
           end-if.
           if ws-mes-validez > 12 then
              move 1 to ws-mes-validez
              add 1 to ws-ano-validez
           end-if.
           move ws-dia-calculo to ws-dia-validez.
       fin-calcular-validez-web.
           exit.

      *_consulta el estado del lote en reg-medicamentos: primero el
      *_lote mismo y despues el registro 000 del codigo completo
       consultar-estado-lote.
           move "A" to ws-estado-lote.
           move codigo-medicamento to em-codigo.
           move numero-lote        to em-lote.
           read estados-medicamento key is em-clave
               invalid key go consultar-estado-codigo.
           move em-estado to ws-estado-lote.
           if ws-estado-lote = "Q" then
              go fin-consultar-estado-lote
           end-if.
       consultar-estado-codigo.
           move codigo-medicamento to em-codigo.
           move 0                  to em-lote.
           read estados-medicamento key is em-clave
               invalid key go fin-consultar-estado-lote.
           if estado-cuarentena then
              move "Q" to ws-estado-lote
           end-if.
       fin-consultar-estado-lote.
           exit.

      *_sucursal del terminal desde control.dat (clave SUCURS); sin
      *_registro se asume la sucursal 01, la casa matriz
       fijar-sucursal-local.
           move "SUCURS" to control-tipo.
           read control-numero key is control-tipo
               invalid key
                  move "01" to ws-sucursal-local
                  go fin-fijar-sucursal-local.
           divide ultimo-numero by 100 giving ws-suc-division
               remainder ws-suc-numero.
           move ws-suc-numero to ws-sucursal-local.
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
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
       ventana-siglo-fin.
           exit.

      *_carga los parametros generales (opcion-60); sin registro se
      *_usan los valores historicos del sistema
       leer-parametros.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           move pa-iva-porcentaje to ws-iva-tasa.
           move pa-razon-social   to ws-razon-social.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
           exit.
