           access mode is dynamic
           record key is em-clave.

      *_registro sanitario isp de cada codigo (opcion-87)
           select registros-sanitarios assign to disk
           organization is indexed
           access mode is dynamic
           record key is rs-codigo
           alternate record key is rs-numero-registro with duplicates.

           select periodos assign to disk
           organization is indexed
           access mode is dynamic
           access mode is dynamic
           record key is pa-clave.

      *_lotes recibidos en consignacion (se liquidan en opcion-70)
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

      *_detalle del prorrateo de bonificaciones, descuento y flete
      *_de la factura sobre cada lote recibido
           select prorrateos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-clave.

      *_precios pactados con cada laboratorio por codigo, con su
      *_periodo de vigencia
           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave.

      *_lineas recibidas sobre el precio pactado, para pedir la nota
      *_de credito al laboratorio
           select reclamos-precio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo
           alternate record key is rp-rut-laboratorio with duplicates.

      *_reparto por sucursal de las ordenes de compra centralizadas
      *_(opcion-86) y traslados que salen de la bodega central
           select distribucion-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is od-clave.

           select traslados-sucursal assign to disk
           organization is indexed
           access mode is dynamic
           record key is ts-numero
           alternate record key is ts-folio-guia with duplicates.

       data division.
       file section.
       fd factura-compra
             88 so-atendido         value "A".
             88 so-cancelado        value "X".
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).


      *_ordenes de compra abiertas (ver opcion-42); al recibir una
             03 em-ano            pic 99.
          02 em-operador-id       pic x(8).

      *_un registro sanitario cancelado impide recibir el codigo; uno
      *_suspendido o con la vigencia vencida solo se advierte
       fd registros-sanitarios
           label record is standard
           value of file-id "regsan.dat".
       01 reg-registro-sanitario.
          02 rs-codigo            pic x(6).
          02 rs-numero-registro   pic x(12).
          02 rs-titular           pic x(30).
          02 rs-estado            pic x.
             88 registro-vigente     value "V".
             88 registro-suspendido  value "S".
             88 registro-cancelado   value "C".
          02 rs-vigente-hasta     pic 9(8).
          02 rs-fecha.
             03 rs-dia            pic 99.
             03 rs-mes            pic 99.
             03 rs-ano            pic 99.
          02 rs-operador-id       pic x(8).

      *_estado contable de cada mes (ver opcion-25); un periodo
      *_cerrado no acepta movimientos fechados dentro de el
       fd periodos
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd lista-avisos
           label record is standard
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       fd consignaciones
           label record is standard
           value of file-id "consig.dat".
       01 reg-consignacion.
          02 cs-clave.
             03 cs-codigo          pic x(6).
             03 cs-lote            pic 9(3).
          02 cs-rut-laboratorio    pic x(8).
          02 cs-numero-guia        pic x(6).
          02 cs-fecha-recepcion.
             03 cs-dia             pic 99.
             03 cs-mes             pic 99.
             03 cs-ano             pic 99.
          02 cs-cantidad-recibida  pic 9(5).
          02 cs-cantidad-liquidada pic 9(5).
          02 cs-cantidad-devuelta  pic 9(5).
          02 cs-precio-costo-u     pic 9(7).
          02 cs-estado             pic x.
             88 consigna-vigente   value "V".
             88 consigna-cerrada   value "C".
          02 cs-sucursal           pic x(2).

       fd costos-promedio
           label record is standard
           value of file-id "costoprom.dat".
       01 reg-costo-promedio.
          02 cp-codigo            pic x(6).
          02 cp-costo-promedio    pic 9(7).
          02 cp-fecha.
             03 cp-dia            pic 99.
             03 cp-mes            pic 99.
             03 cp-ano            pic 99.
          02 cp-origen            pic x(6).
          02 cp-operador-id       pic x(8).

       fd prorrateos
           label record is standard
           value of file-id "prorrateo.dat".
       01 reg-prorrateo.
          02 pr-clave.
             03 pr-codigo          pic x(6).
             03 pr-lote            pic 9(3).
          02 pr-rut-laboratorio    pic x(8).
          02 pr-numero-factura     pic x(6).
          02 pr-fecha.
             03 pr-dia             pic 99.
             03 pr-mes             pic 99.
             03 pr-ano             pic 99.
          02 pr-cantidad-facturada pic 9(5).
          02 pr-cantidad-bonificada pic 9(5).
          02 pr-precio-lista       pic 9(7).
          02 pr-valor-linea        pic 9(9).
          02 pr-descuento-asignado pic 9(9).
          02 pr-flete-asignado     pic 9(9).
          02 pr-costo-efectivo-u   pic 9(7).
          02 pr-unidades-base      pic 9(7).

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

       fd reclamos-precio
           label record is standard
           value of file-id "reclprec.dat".
       01 reg-reclamo-precio.
          02 rp-correlativo       pic 9(6).
          02 rp-rut-laboratorio   pic x(8).
          02 rp-numero-factura    pic x(6).
          02 rp-numero-guia       pic x(10).
          02 rp-codigo            pic x(6).
          02 rp-lote              pic 9(3).
          02 rp-descripcion       pic x(30).
          02 rp-cantidad          pic 9(5).
          02 rp-precio-facturado  pic 9(7).
          02 rp-precio-pactado    pic 9(7).
          02 rp-monto-reclamo     pic 9(9).
          02 rp-fecha.
             03 rp-dia            pic 99.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-estado            pic x.
             88 reclamo-pendiente value "P".
             88 reclamo-enviado   value "E".
             88 reclamo-abonado   value "N".
          02 rp-operador-id       pic x(8).

      *_distribucion por sucursal de cada linea de una orden de compra
      *_centralizada (opcion-86); opcion-1 la usa al recibir en la
      *_bodega central para proponer los traslados a cada local
       fd distribucion-compra
           label record is standard
           value of file-id "ocdist.dat".
       01 reg-distribucion-compra.
          02 od-clave.
             03 od-linea-oc       pic 9(6).
             03 od-sucursal       pic x(2).
          02 od-numero-oc         pic x(6).
          02 od-codigo            pic x(6).
          02 od-stock-emision     pic 9(7).
          02 od-stock-critico     pic 9(5).
          02 od-cantidad-pedida   pic 9(5).
          02 od-cantidad-asignada pic 9(5).

       fd traslados-sucursal
           label record is standard
           value of file-id "trasuc.dat".
       01 reg-traslado-sucursal.
          02 ts-numero            pic 9(6).
          02 ts-codigo            pic x(6).
          02 ts-lote              pic 9(3).
          02 ts-cantidad          pic 9(5).
          02 ts-sucursal-origen   pic x(2).
          02 ts-sucursal-destino  pic x(2).
          02 ts-estado            pic x.
             88 traslado-en-transito value "T".
             88 traslado-confirmado  value "C".
          02 ts-descripcion       pic x(30).
          02 ts-precio-costo      pic 9(7).
          02 ts-unidad-medida     pic x(2).
          02 ts-fecha-elavoracion.
             03 ts-dia-elav       pic 99.
             03 ts-mes-elav       pic 99.
             03 ts-ano-elav       pic 99.
          02 ts-fecha-vencimiento.
             03 ts-dia-vcto       pic 99.
             03 ts-mes-vcto       pic 99.
             03 ts-ano-vcto       pic 99.
          02 ts-requiere-receta   pic x.
          02 ts-fecha-despacho.
             03 ts-dia-despacho   pic 99.
             03 ts-mes-despacho   pic 99.
             03 ts-ano-despacho   pic 99.
          02 ts-fecha-recepcion.
             03 ts-dia-recepcion  pic 99.
             03 ts-mes-recepcion  pic 99.
             03 ts-ano-recepcion  pic 99.
          02 ts-operador-id       pic x(8).
      *_folio de la guia de despacho (dte 52) con que viajo el
      *_traslado; la sucursal de destino recibe por este numero
          02 ts-folio-guia        pic 9(6).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
       77 ws-al-cantidad           pic zzzz9.
       77 ws-al-lote               pic 9(3).
       01 opcion                   pic x.
          88 grabar-otro-registro  value "1".
          88 volver-menu-principal value "2".
      *_encabezado solo se reescribe si su write original tuvo exito
       77 ws-total-factura-compra  pic 9(9)  value 0.
       77 ws-factura-grabada       pic x     value "N".
      *_recepcion en consignacion: no se graba factura de compra (no
      *_hay nada que pagar hasta la liquidacion) y cada lote queda
      *_anotado en consig.dat
       77 ws-en-consignacion       pic x     value "N".
      *_correlativo del asiento del diario de transacciones de esta
      *_factura, para marcarlo completado al cerrar
       77 ws-jr-correlativo        pic 9(6) value 0.
       77 ws-orden-vencimiento     pic 9(8).
       77 ws-orden-compra          pic 9(8).
       77 opcion-confirmar         pic 9.
      *_advertencia del registro sanitario en la confirmacion
       77 ws-aviso-registro        pic x(45) value spaces.
      *_estado del ultimo acceso a medicamentos; 51 indica que otra
      *_terminal tiene el registro bloqueado (compra/venta simultanea)
       77 ws-status-medicamentos   pic xx.
       77 ws-razon-social          pic x(30) value "farmacia ruz".
      *_linea de la recepcion borrador en uso (0 = digitacion normal)
       77 ws-borrador-correlativo  pic 9(6) value 0.
      *_busqueda del precio pactado vigente: laboratorio, codigo y
      *_fecha (aaaammdd); deja 0 si no hay precio pactado
       77 ws-pp-rut                pic x(8).
       77 ws-pp-codigo             pic x(6).
       77 ws-pp-fecha              pic 9(8).
       77 ws-pp-precio             pic 9(7) value 0.
       77 ws-sobre-pactado         pic x value "N".
      *_reserva de lo recibido contra los backorders pendientes
       77 ws-restante-reserva      pic 9(5) value 0.
       77 ws-reservas-hechas       pic 9(3) value 0.
          02 av-codigo             pic x(6).
          02 filler                pic x(2) value spaces.
          02 av-cantidad           pic z(4)9.
      *_recalculo del costo promedio ponderado: codigo, unidades que
      *_entran (positivo) o salen (negativo), su costo unitario y el
      *_origen del movimiento; el registro de medicamentos en curso
      *_se guarda mientras se suma el stock del codigo
       77 ws-cp-codigo             pic x(6).
       77 ws-cp-cantidad           pic s9(7) value 0.
       77 ws-cp-costo              pic 9(7) value 0.
       77 ws-cp-origen             pic x(6).
       77 ws-cp-unidades           pic 9(9) value 0.
       77 ws-cp-previas            pic s9(9) value 0.
       77 ws-cp-valor-lotes        pic 9(13) value 0.
       77 ws-cp-nuevo              pic s9(9) value 0.
       77 ws-cp-existe             pic x value "N".
       01 ws-med-guardado          pic x(200).
      *_descuento de pie de factura y flete de la factura completa,
      *_y unidades bonificadas (sin cargo) de la linea en digitacion
       77 ws-descuento-factura     pic 9(9) value 0.
       77 ws-flete-factura         pic 9(9) value 0.
       77 ws-cantidad-bonificada   pic 9(5) value 0.
      *_lineas de la factura que se prorratean al cerrarla: el costo
      *_efectivo de cada lote y su costo promedio se graban recien
      *_cuando se conoce el valor total de la factura
       77 ws-total-lineas          pic 9(3) value 0.
       77 ws-i-linea               pic 9(3) value 0.
       77 ws-pr-valor-total        pic 9(11) value 0.
       77 ws-pr-dcto-repartido     pic 9(9) value 0.
       77 ws-pr-flete-repartido    pic 9(9) value 0.
       77 ws-pr-dcto-linea         pic 9(9) value 0.
       77 ws-pr-flete-linea        pic 9(9) value 0.
       77 ws-pr-costo-linea        pic s9(11) value 0.
       01 ws-tabla-lineas.
          02 ws-linea-factura occurs 200 times.
             03 ws-l-codigo           pic x(6).
             03 ws-l-lote             pic 9(3).
             03 ws-l-valor            pic 9(9).
             03 ws-l-facturada        pic 9(5).
             03 ws-l-bonificada       pic 9(5).
             03 ws-l-precio           pic 9(7).
      *_lotes recibidos contra lineas de una orden centralizada; al
      *_cerrar la factura se propone repartirlos a las sucursales
      *_segun lo que cada una pidio (ocdist.dat). lo recibido y lo
      *_asignado van en unidad de compra, el traslado en unidad base
       01 ws-tabla-central.
          02 ws-lote-central occurs 50 times.
             03 ws-ce-linea-oc        pic 9(6).
             03 ws-ce-codigo          pic x(6).
             03 ws-ce-lote            pic 9(3).
             03 ws-ce-recibida        pic 9(5).
             03 ws-ce-factor          pic 9(5).
       77 ws-total-central         pic 9(2) value 0.
       77 ws-ci                    pic 9(2) value 0.
       77 ws-dc-disponible         pic 9(5) value 0.
       77 ws-dc-cantidad           pic 9(5) value 0.
       77 ws-dc-base               pic 9(9) value 0.
       77 ws-dc-traslado           pic 9(6) value 0.
       77 ws-traslados-central     pic 9(3) value 0.
      *_datos para el subprograma emitir-guia (guia de despacho
      *_electronica, dte 52)
       01 ws-guia.
          02 ws-gd-indicador       pic x.
          02 ws-gd-origen          pic x(2).
          02 ws-gd-destino         pic x(2).
          02 ws-gd-direccion       pic x(30).
          02 ws-gd-referencia      pic x(6).
          02 ws-gd-operador        pic x(8).
          02 ws-gd-fecha.
             03 ws-gd-dia          pic 99.
             03 ws-gd-mes          pic 99.
             03 ws-gd-ano          pic 99.
          02 ws-gd-lineas          pic 9(3).
          02 ws-gd-linea occurs 50 times.
             03 ws-gd-codigo       pic x(6).
             03 ws-gd-lote         pic 9(3).
             03 ws-gd-descripcion  pic x(30).
             03 ws-gd-cantidad     pic 9(5).
             03 ws-gd-unidad       pic x(2).
             03 ws-gd-precio-costo pic 9(7).
          02 ws-gd-folio           pic 9(6).
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
              foreground-color is 7
              value is "orden de compra (0 = sin orden):".
           02 filler line 15 col 1
              foreground-color is 7
              value is "recepcion en consignacion (s/n):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "descuento pie de factura ($):".
           02 filler line 17 col 1
              foreground-color is 7
              value is "flete de la factura ($):".
       01 datos-factura.
           02 filler line 10 col 40
              pic is x(6) using c-numero-factura required auto.
              pic is 9(3) using c-plazo-dias required auto.
           02 filler line 14 col 40
              pic is x(6) using ws-orden-activa required auto.
           02 filler line 15 col 40
              pic is x using ws-en-consignacion auto.
           02 filler line 16 col 40
              pic is 9(9) using ws-descuento-factura auto.
           02 filler line 17 col 40
              pic is 9(9) using ws-flete-factura auto.
       01 pantalla-laboratorio.
           02 filler line 8 col 1
              foreground-color is 7
           02 filler line 14 col 1
              foreground-color is 7
              value is "ingrese cantidad:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "unidades bonificadas (sin cargo):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "ingrese precio costo unitario:".
              pic is x(30) using descr-medicamento required auto.
           02 filler line 14 col 50
              pic is 9(5) using cantidad-stock required auto.
           02 filler line 15 col 50
              pic is 9(5) using ws-cantidad-bonificada auto.
           02 filler line 16 col 50
              pic is 9(7) using precio-costo-u required auto.
           02 filler line 18 col 50
              value is "cantidad:".
           02 filler line 12 col 20
              pic is z(4)9 using cantidad-stock.
           02 filler line 12 col 30
              value is "bonificadas:".
           02 filler line 12 col 43
              pic is z(4)9 using ws-cantidad-bonificada.
           02 filler line 13 col 1
              value is "precio costo unitario:".
           02 filler line 13 col 30
              pic is 99 using mes-compra.
           02 filler line 16 col 36
              pic is 99 using ano-compra.
           02 filler line 17 col 1
              foreground-color is 6
              pic is x(45) from ws-aviso-registro.
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 1: grabar     opcion 2: corregir".
       01 opcion-pantalla-pregunta.
           02 filler line 16 col 25
              pic is x using opcion required auto.
       01 pantalla-distribucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "distribucion de la compra centralizada".
           02 filler line 10 col 1
              foreground-color is 7
              value is "codigo y lote:".
           02 filler col 30
              pic is x(6) using codigo-medicamento.
           02 filler col 37
              pic is zz9 using numero-lote.
           02 filler line 11 col 1
              foreground-color is 7
              value is "descripcion:".
           02 filler col 30
              pic is x(30) using descr-medicamento.
           02 filler line 12 col 1
              foreground-color is 7
              value is "sucursal de destino:".
           02 filler col 30
              pic is x(2) using od-sucursal.
           02 filler line 13 col 1
              foreground-color is 7
              value is "pedido por el local:".
           02 filler col 30
              pic is z(4)9 using od-cantidad-pedida.
           02 filler col 40
              foreground-color is 7
              value is "ya asignado:".
           02 filler col 55
              pic is z(4)9 using od-cantidad-asignada.
           02 filler line 14 col 1
              foreground-color is 7
              value is "recibido por repartir:".
           02 filler col 30
              pic is z(4)9 using ws-dc-disponible.
           02 filler line 16 col 1
              foreground-color is 7
              value is "cantidad a trasladar (unidad de compra):".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-distribucion.
           02 filler line 16 col 45
              pic is 9(5) using ws-dc-cantidad auto.
       01 pantalla-fin-distribucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "traslados generados a las sucursales:".
           02 filler col 45
              pic is zz9 using ws-traslados-central.
           02 filler line 12 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-fin-distribucion.
           02 filler line 12 col 40
              pic is 9 using opcion-confirmar required auto.
       procedure  division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
      *_el operador ya quedo identificado en el login de
      *_programa-principal; se usa ese id para la auditoria
           move operador-login to ws-operador-id.
      *_opcion-1 queda cargada entre llamadas del menu: la factura
      *_anterior no debe arrastrar lineas, totales ni datos de pantalla
           move 0 to ws-total-lineas.
           move 0 to ws-total-central.
           move 0 to ws-total-factura-compra.
           move "N" to ws-factura-grabada.
           move spaces to ws-orden-activa.
           move "N" to ws-en-consignacion.
           move 0 to ws-descuento-factura.
           move 0 to ws-flete-factura.
       abrir-ficheros.
           open i-o factura-compra.
           open i-o laboratorio.
           open i-o unidades.
           open input periodos.
           open input estados-medicamento.
           open input registros-sanitarios.
           open i-o ordenes-compra.
           open i-o ordenes-lineas.
           open i-o diario-transacciones.
           open i-o recepcion-borrador.
           open i-o consignaciones.
           open i-o prorrateos.
           open input precios-pactados.
           open i-o reclamos-precio.
           open i-o distribucion-compra.
           open i-o traslados-sucursal.
      *_la lista de avisos se abre una sola vez por corrida para no
      *_truncarla con cada linea recibida
           open output lista-avisos.
       desplejar-pantalla-factura.
           display pantalla-factura.
           accept  datos-factura.
           if ws-en-consignacion = "s" then
              move "S" to ws-en-consignacion
           end-if.
           if ws-en-consignacion not = "S" then
              move "N" to ws-en-consignacion
           end-if.
      *_la consignacion no tiene factura que prorratear
           if ws-en-consignacion = "S" then
              move 0 to ws-descuento-factura
              move 0 to ws-flete-factura
           end-if.
       grabar-registro-factura.
           move numero-correlativo to c-codigo-factura.
           move 0 to numero-correlativo.
           move c-numero-factura to jr-referencia.
           perform anotar-journal-compra
               thru fin-anotar-journal-compra.
      *_la mercaderia en consignacion es del laboratorio: no entra a
      *_cuentas por pagar hasta que opcion-70 liquide lo vendido
           if ws-en-consignacion = "S" then
              go validar-orden-compra
           end-if.
           move ws-operador-id to c-operador-id.
           move dia to c-fhr-dia.
           move mes to c-fhr-mes.
           move spaces to codigo-barra.
           move spaces to principio-activo.
           move spaces to concentracion.
           move 0 to ws-cantidad-bonificada.
           display pantalla-principal.
           display pantalla-medicamentos.
           accept  datos-pantalla-medicamentos.
           if ws-orden-compra > ws-orden-vencimiento then
              go mensaje-fechas
           end-if.
      *_el registro sanitario isp del codigo: cancelado no se recibe,
      *_suspendido o vencido a la fecha de compra queda advertido en
      *_la confirmacion; un codigo sin registro cargado no se controla
       controlar-registro-compra.
           move spaces to ws-aviso-registro.
           move codigo-medicamento to rs-codigo.
           read registros-sanitarios key is rs-codigo
               invalid key go controlar-estado-compra.
           if registro-cancelado then
              go mensaje-registro-cancelado
           end-if.
           if registro-suspendido then
              move "atencion: registro sanitario isp suspendido"
                 to ws-aviso-registro
           end-if.
           if rs-vigente-hasta < ws-orden-compra then
              move "atencion: registro sanitario isp vencido"
                 to ws-aviso-registro
           end-if.
      *_un codigo en cuarentena o discontinuado (opcion-56) no
      *_acepta recepciones nuevas
       controlar-estado-compra.
           move concentracion       to ws-concentracion.
      *_busca el ultimo lote grabado para este codigo (si existe)
      *_para asignar el siguiente numero de lote (multiples partidas
      *_de un mismo medicamento, cada una con su propio vencimiento);
      *_lote-siguiente lo sube sobre el ultimo ya asignado para no
      *_repetir el numero de un lote agotado que fefo borro
       determinar-numero-lote.
           move 1 to siguiente-lote.
           move ws-codigo-medicamento to codigo-medicamento.
           unlock medicamentos.
           go buscar-ultimo-lote.
       fijar-numero-lote.
           call "lote-siguiente" using ws-codigo-medicamento
              siguiente-lote
           end-call.
           if siguiente-lote = 0 then go mensaje-lote-agotado.
           move ws-codigo-medicamento to codigo-medicamento.
           move siguiente-lote        to numero-lote.
           move ws-descr-medicamento  to descr-medicamento.
              * ws-iva-tasa / 100.
           compute total-compra =
              (precio-costo-u * cantidad-stock) + iva-compra.
      *_las unidades bonificadas entran al lote sin cargo: el valor
      *_de la linea se reparte entre facturadas y bonificadas
           if ws-cantidad-bonificada > 0 then
              add ws-cantidad-bonificada to cantidad-stock
              compute precio-costo-u rounded =
                 (ws-precio-costo-u * ws-cantidad-stock)
                 / cantidad-stock
           end-if.
           move ws-operador-id to med-operador-id.
           move dia to med-fhr-dia.
           move mes to med-fhr-mes.
      *_el lote recibido queda marcado con la sucursal del terminal
           move ws-sucursal-local to med-sucursal.
           write reg-medicamentos invalid key go mensaje-3.
           if ws-en-consignacion = "S" then
              perform registrar-lote-consignacion
                  thru fin-registrar-lote-consignacion
           else
              perform guardar-linea-factura
                  thru fin-guardar-linea-factura
           end-if.
      *_la linea facturada sobre el precio pactado queda para reclamo
           move "N" to ws-sobre-pactado.
           if ws-en-consignacion not = "S" then
              perform controlar-precio-pactado
                  thru fin-controlar-precio-pactado
           end-if.
      *_si la linea vino de la recepcion borrador queda consumida
           perform marcar-borrador-usado
               thru fin-marcar-borrador-usado.
              perform descargar-linea-orden
                  thru descargar-linea-orden-fin
           end-if.
           if ws-sobre-pactado = "S" then
              display "precio sobre lo pactado, pactado: "
                      ws-pp-precio " reclamo: " rp-correlativo
                      line 6 col 1
           end-if.
           go verificar-backorders-medicamento.
      *_suma lo recibido (en unidad de compra) a la linea de la orden
      *_del mismo codigo y muestra pedido contra recibido, para que
           move "S" to ws-linea-orden-hallada.
           add ws-cantidad-stock to ol-cantidad-recibida.
           rewrite reg-orden-linea invalid key continue end-rewrite.
           perform anotar-linea-central thru fin-anotar-linea-central.
      *_la primera recepcion de la orden deja registrada su fecha,
      *_para medir el plazo real de entrega del laboratorio
           move ws-orden-activa to oc-numero.
           close reservas-stock.
           close clientes.
           if ws-reservas-hechas > 0 then
              perform avisar-backorders thru fin-avisar-backorders
              display " " line 1 col 1 erase eos
              display "reservado para " ws-reservas-hechas
                      " backorder(s); llame a los clientes de"
              display "la lista avisosbo.txt" line 5 col 1
           end-if.
           go desplejar-pantalla-pregunta.
      *_los vendedores llaman a los clientes de la lista
       avisar-backorders.
           move "opcion-1" to ws-al-origen.
           move ws-reservas-hechas to ws-al-cantidad.
           move spaces to ws-al-texto.
           string "backorders reservados:" ws-al-cantidad
                  ", llamar clientes de avisosbo.txt"
                  delimited by size into ws-al-texto.
           move "I" to ws-al-severidad.
           move "V" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
       fin-avisar-backorders.
           exit.
      *_codigo+lote ya existia en consig.dat o prorrateo.dat: no se
      *_pisa la historia del otro lote; queda a la vista en pantalla
      *_y en la bandeja del administrador para corregirlo a mano.
      *_ws-al-texto trae el nombre del archivo
       avisar-lote-repetido.
           move ws-al-texto to ws-al-origen.
           move numero-lote to ws-al-lote.
           move spaces to ws-al-texto.
           string "lote repetido " codigo-medicamento "/" ws-al-lote
                  " en " ws-al-origen ", no se grabo"
                  delimited by size into ws-al-texto.
           display ws-al-texto line 23 col 1.
           move "opcion-1" to ws-al-origen.
           move "C" to ws-al-severidad.
           move "A" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
       fin-avisar-lote-repetido.
           exit.
      *_deja la reserva del backorder en reservas.dat
       grabar-reserva-backorder.
           move "RESERV" to control-tipo.
           if opcion = 2 then go volver.

       volver.
      *_reparte el descuento y el flete entre las lineas y graba el
      *_costo efectivo de cada lote antes de cerrar el encabezado
           if ws-total-lineas > 0 then
              perform prorratear-factura thru fin-prorratear-factura
           end-if.
      *_deja en el encabezado el total acumulado de las lineas, que
      *_es el monto que cuentas por pagar (opcion-23) debe cubrir
           if ws-factura-grabada = "S" then
           end-if.
           perform completar-journal-compra
               thru fin-completar-journal-compra.
      *_con los costos ya prorrateados, lo recibido para otros locales
      *_sale de la bodega central en traslados
           if ws-total-central > 0 then
              perform distribuir-compra-central
                  thru fin-distribuir-compra-central
           end-if.
           close medicamentos.
           close laboratorio.
           close factura-compra.
           close unidades.
           close periodos.
           close estados-medicamento.
           close registros-sanitarios.
           close recepcion-borrador.
           close consignaciones.
           close prorrateos.
           close precios-pactados.
           close reclamos-precio.
           close lista-avisos.
           close ordenes-compra.
           close ordenes-lineas.
           close diario-transacciones.
           close distribucion-compra.
           close traslados-sucursal.
           goback.

      *_si la linea de la orden tiene reparto por sucursal (orden
      *_centralizada de opcion-86) el lote recien grabado queda
      *_anotado para distribuirlo al cerrar la factura
       anotar-linea-central.
           if ws-total-central >= 50 then
              go fin-anotar-linea-central
           end-if.
           move ol-correlativo to od-linea-oc.
           move spaces         to od-sucursal.
           start distribucion-compra key is >= od-clave
               invalid key go fin-anotar-linea-central.
           read distribucion-compra next record
               at end go fin-anotar-linea-central.
           if od-linea-oc not = ol-correlativo then
              go fin-anotar-linea-central
           end-if.
           add 1 to ws-total-central.
           move ol-correlativo    to ws-ce-linea-oc (ws-total-central).
           move codigo-medicamento to ws-ce-codigo (ws-total-central).
           move numero-lote       to ws-ce-lote (ws-total-central).
           move ws-cantidad-stock to ws-ce-recibida (ws-total-central).
           move factor-conversion to ws-ce-factor (ws-total-central).
           if factor-conversion = 0 then
              move 1 to ws-ce-factor (ws-total-central)
           end-if.
       fin-anotar-linea-central.
           exit.

      *_propone, lote por lote, lo que falta entregar a cada sucursal
      *_que pidio (sin contar la propia); el operador confirma o
      *_corrige la cantidad y cada envio sale como traslado en
      *_transito con su guia de despacho, igual que en opcion-59
       distribuir-compra-central.
           move 0 to ws-ci.
           move 0 to ws-traslados-central.
       siguiente-lote-central.
           add 1 to ws-ci.
           if ws-ci > ws-total-central then
              go cerrar-distribucion-central
           end-if.
           move ws-ce-recibida (ws-ci) to ws-dc-disponible.
           move ws-ce-linea-oc (ws-ci) to od-linea-oc.
           move spaces                 to od-sucursal.
           start distribucion-compra key is >= od-clave
               invalid key go siguiente-lote-central.
       leer-reparto-central.
           if ws-dc-disponible = 0 then go siguiente-lote-central.
           read distribucion-compra next record
               at end go siguiente-lote-central.
           if od-linea-oc not = ws-ce-linea-oc (ws-ci) then
              go siguiente-lote-central
           end-if.
           if od-sucursal = ws-sucursal-local then
              go leer-reparto-central
           end-if.
           if od-cantidad-asignada >= od-cantidad-pedida then
              go leer-reparto-central
           end-if.
           compute ws-dc-cantidad =
              od-cantidad-pedida - od-cantidad-asignada.
           if ws-dc-cantidad > ws-dc-disponible then
              move ws-dc-disponible to ws-dc-cantidad
           end-if.
           move ws-ce-codigo (ws-ci) to codigo-medicamento.
           move ws-ce-lote (ws-ci)   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go siguiente-lote-central.
           if cantidad-stock = 0 then go siguiente-lote-central.
           display pantalla-principal.
           display pantalla-distribucion.
           accept  datos-distribucion.
           if ws-dc-cantidad = 0 then go leer-reparto-central.
           if ws-dc-cantidad > ws-dc-disponible then
              move ws-dc-disponible to ws-dc-cantidad
           end-if.
           compute ws-dc-base = ws-dc-cantidad * ws-ce-factor (ws-ci).
           if ws-dc-base > cantidad-stock then
              move cantidad-stock to ws-dc-base
           end-if.
       fijar-numero-traslado-central.
           move "TRASUC" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-traslado-central.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to ws-dc-traslado.
           rewrite reg-control.
           go grabar-traslado-central.
       crear-control-traslado-central.
           move "TRASUC" to control-tipo.
           move 1 to ultimo-numero.
           write reg-control.
           move 1 to ws-dc-traslado.
       grabar-traslado-central.
           move ws-dc-traslado      to ts-numero.
           move codigo-medicamento  to ts-codigo.
           move numero-lote         to ts-lote.
           move ws-dc-base          to ts-cantidad.
           move ws-sucursal-local   to ts-sucursal-origen.
           move od-sucursal         to ts-sucursal-destino.
           move "T" to ts-estado.
           move descr-medicamento   to ts-descripcion.
           move precio-costo-u      to ts-precio-costo.
           move unidad-medida       to ts-unidad-medida.
           move fecha-elavoracion   to ts-fecha-elavoracion.
           move fecha-vencimiento   to ts-fecha-vencimiento.
           move requiere-receta     to ts-requiere-receta.
           move dia to ts-dia-despacho.
           move mes to ts-mes-despacho.
           move ano to ts-ano-despacho.
           move 0 to ts-dia-recepcion.
           move 0 to ts-mes-recepcion.
           move 0 to ts-ano-recepcion.
           move ws-operador-id to ts-operador-id.
           move 0 to ts-folio-guia.
           write reg-traslado-sucursal
               invalid key go leer-reparto-central.
           compute cantidad-stock = cantidad-stock - ws-dc-base.
           if cantidad-sala > cantidad-stock then
              move cantidad-stock to cantidad-sala
           end-if.
           rewrite reg-medicamentos invalid key continue end-rewrite.
           move codigo-medicamento to ws-cp-codigo.
           compute ws-cp-cantidad = 0 - ws-dc-base.
           move precio-costo-u     to ws-cp-costo.
           move "TRASLA"           to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
           move "5"                 to ws-gd-indicador.
           move ts-sucursal-origen  to ws-gd-origen.
           move ts-sucursal-destino to ws-gd-destino.
           move spaces              to ws-gd-direccion.
           move ts-numero           to ws-gd-referencia.
           move ws-operador-id      to ws-gd-operador.
           move dia to ws-gd-dia.
           move mes to ws-gd-mes.
           move ano to ws-gd-ano.
           move 1 to ws-gd-lineas.
           move ts-codigo        to ws-gd-codigo (1).
           move ts-lote          to ws-gd-lote (1).
           move ts-descripcion   to ws-gd-descripcion (1).
           move ts-cantidad      to ws-gd-cantidad (1).
           move ts-unidad-medida to ws-gd-unidad (1).
           move ts-precio-costo  to ws-gd-precio-costo (1).
           move 0 to ws-gd-folio.
           call "emitir-guia" using ws-guia
                on exception continue
           end-call.
           if ws-gd-folio not = 0 then
              move ws-gd-folio to ts-folio-guia
              rewrite reg-traslado-sucursal invalid key continue
              end-rewrite
           end-if.
           add ws-dc-cantidad to od-cantidad-asignada.
           rewrite reg-distribucion-compra invalid key continue
           end-rewrite.
           subtract ws-dc-cantidad from ws-dc-disponible.
           add 1 to ws-traslados-central.
           go leer-reparto-central.
       cerrar-distribucion-central.
           display pantalla-principal.
           display pantalla-fin-distribucion.
           accept  datos-fin-distribucion.
       fin-distribuir-compra-central.
           exit.


      *_anota la transaccion en el diario antes de tocar los archivos
       anotar-journal-compra.
           move 0 to ws-jr-correlativo.
       fin-completar-journal-compra.
           exit.
      *_anota el lote recien grabado como consignacion del
      *_laboratorio, con la cantidad y el costo ya en unidad base
       registrar-lote-consignacion.
           move codigo-medicamento  to cs-codigo.
           move numero-lote         to cs-lote.
           move c-rut-laboratorio   to cs-rut-laboratorio.
           move c-numero-factura    to cs-numero-guia.
           move dia to cs-dia.
           move mes to cs-mes.
           move ano to cs-ano.
           move cantidad-stock      to cs-cantidad-recibida.
           move 0                   to cs-cantidad-liquidada.
           move 0                   to cs-cantidad-devuelta.
           move precio-costo-u      to cs-precio-costo-u.
           move "V"                 to cs-estado.
           move ws-sucursal-local   to cs-sucursal.
           write reg-consignacion invalid key
              move "consig.dat" to ws-al-texto
              perform avisar-lote-repetido thru fin-avisar-lote-repetido
           end-write.
       fin-registrar-lote-consignacion.
           exit.
      *_deja la linea recien grabada en la tabla de la factura; si la
      *_tabla se lleno el lote queda al precio de lista de la linea,
      *_igual anotado en prorrateo.dat (sin descuento ni flete) para
      *_que la compra del lote quede en la historia
       guardar-linea-factura.
           if ws-total-lineas >= 200 then
              move codigo-medicamento to ws-cp-codigo
              move cantidad-stock     to ws-cp-cantidad
              move precio-costo-u     to ws-cp-costo
              move "COMPRA"           to ws-cp-origen
              perform actualizar-costo-promedio
                  thru fin-actualizar-costo-promedio
              perform anotar-compra-sin-prorrateo
                  thru fin-anotar-compra-sin-prorrateo
              go fin-guardar-linea-factura
           end-if.
           add 1 to ws-total-lineas.
           move codigo-medicamento to ws-l-codigo (ws-total-lineas).
           move numero-lote        to ws-l-lote (ws-total-lineas).
           compute ws-l-valor (ws-total-lineas) =
              ws-precio-costo-u * ws-cantidad-stock.
           move ws-cantidad-stock  to ws-l-facturada (ws-total-lineas).
           move ws-cantidad-bonificada
               to ws-l-bonificada (ws-total-lineas).
           move ws-precio-costo-u  to ws-l-precio (ws-total-lineas).
       fin-guardar-linea-factura.
           exit.
      *_prorratea el descuento de pie de factura y el flete entre las
      *_lineas en proporcion a su valor (la ultima linea se lleva la
      *_diferencia de redondeo), graba el costo unitario efectivo en
      *_cada lote, recalcula su iva y total, actualiza el costo
      *_promedio y deja el detalle en prorrateo.dat
       prorratear-factura.
           move 0 to ws-pr-valor-total.
           move 0 to ws-pr-dcto-repartido.
           move 0 to ws-pr-flete-repartido.
           move 1 to ws-i-linea.
       sumar-valor-lineas.
           if ws-i-linea > ws-total-lineas then
              go iniciar-reparto-lineas
           end-if.
           add ws-l-valor (ws-i-linea) to ws-pr-valor-total.
           add 1 to ws-i-linea.
           go sumar-valor-lineas.
       iniciar-reparto-lineas.
           move 1 to ws-i-linea.
       repartir-linea.
           if ws-i-linea > ws-total-lineas then
              go fin-prorratear-factura
           end-if.
           if ws-i-linea = ws-total-lineas then
              compute ws-pr-dcto-linea =
                 ws-descuento-factura - ws-pr-dcto-repartido
              compute ws-pr-flete-linea =
                 ws-flete-factura - ws-pr-flete-repartido
           else
              move 0 to ws-pr-dcto-linea
              move 0 to ws-pr-flete-linea
              if ws-pr-valor-total > 0 then
                 compute ws-pr-dcto-linea =
                    ws-descuento-factura * ws-l-valor (ws-i-linea)
                    / ws-pr-valor-total
                 compute ws-pr-flete-linea =
                    ws-flete-factura * ws-l-valor (ws-i-linea)
                    / ws-pr-valor-total
              end-if
           end-if.
           add ws-pr-dcto-linea  to ws-pr-dcto-repartido.
           add ws-pr-flete-linea to ws-pr-flete-repartido.
           move ws-l-codigo (ws-i-linea) to codigo-medicamento.
           move ws-l-lote (ws-i-linea)   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go siguiente-linea-reparto.
           compute ws-pr-costo-linea = ws-l-valor (ws-i-linea)
              - ws-pr-dcto-linea + ws-pr-flete-linea.
           if ws-pr-costo-linea < 0 then
              move 0 to ws-pr-costo-linea
           end-if.
           if med-cantidad-comprada > 0 then
              compute precio-costo-u rounded =
                 ws-pr-costo-linea / med-cantidad-comprada
           end-if.
           subtract total-compra from ws-total-factura-compra.
           compute iva-compra rounded =
              ws-pr-costo-linea * ws-iva-tasa / 100.
           compute total-compra = ws-pr-costo-linea + iva-compra.
           add total-compra to ws-total-factura-compra.
           rewrite reg-medicamentos invalid key continue end-rewrite.
           move codigo-medicamento    to ws-cp-codigo.
           move med-cantidad-comprada to ws-cp-cantidad.
           move precio-costo-u        to ws-cp-costo.
           move "COMPRA"              to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
           move codigo-medicamento     to pr-codigo.
           move numero-lote            to pr-lote.
           move c-rut-laboratorio      to pr-rut-laboratorio.
           move c-numero-factura       to pr-numero-factura.
           move dia to pr-dia.
           move mes to pr-mes.
           move ano to pr-ano.
           move ws-l-facturada (ws-i-linea)  to pr-cantidad-facturada.
           move ws-l-bonificada (ws-i-linea) to pr-cantidad-bonificada.
           move ws-l-precio (ws-i-linea)     to pr-precio-lista.
           move ws-l-valor (ws-i-linea)      to pr-valor-linea.
           move ws-pr-dcto-linea       to pr-descuento-asignado.
           move ws-pr-flete-linea      to pr-flete-asignado.
           move precio-costo-u         to pr-costo-efectivo-u.
           move med-cantidad-comprada  to pr-unidades-base.
           write reg-prorrateo invalid key
              move "prorrateo.dat" to ws-al-texto
              perform avisar-lote-repetido thru fin-avisar-lote-repetido
           end-write.
       siguiente-linea-reparto.
           add 1 to ws-i-linea.
           go repartir-linea.
       fin-prorratear-factura.
           exit.

       anotar-compra-sin-prorrateo.
           move codigo-medicamento     to pr-codigo.
           move numero-lote            to pr-lote.
           move c-rut-laboratorio      to pr-rut-laboratorio.
           move c-numero-factura       to pr-numero-factura.
           move dia to pr-dia.
           move mes to pr-mes.
           move ano to pr-ano.
           move ws-cantidad-stock      to pr-cantidad-facturada.
           move ws-cantidad-bonificada to pr-cantidad-bonificada.
           move ws-precio-costo-u      to pr-precio-lista.
           compute pr-valor-linea =
              ws-precio-costo-u * ws-cantidad-stock.
           move 0                      to pr-descuento-asignado.
           move 0                      to pr-flete-asignado.
           move precio-costo-u         to pr-costo-efectivo-u.
           move med-cantidad-comprada  to pr-unidades-base.
           write reg-prorrateo invalid key
              move "prorrateo.dat" to ws-al-texto
              perform avisar-lote-repetido thru fin-avisar-lote-repetido
           end-write.
       fin-anotar-compra-sin-prorrateo.
           exit.

       mensajes.
       mensaje-1.
                    line 4 col 1.
           display "recibir mercaderia" line 5 col 1.
           go preguntar-busqueda-medicamento.
       mensaje-registro-cancelado.
           display " " line 1 col 1 erase eos.
           display "el registro sanitario isp del codigo esta"
                    line 4 col 1.
           display "cancelado, no se puede recibir mercaderia"
                    line 5 col 1.
           go preguntar-busqueda-medicamento.
       mensaje-descontinuado.
           display " " line 1 col 1 erase eos.
           display "el codigo esta discontinuado: se puede agotar el"
           display " " line 1 erase eos.
           display "debe ingresar una palabra clave" line 4 col 1.
           go desplejar-pantalla-palabra-clave.
      *_el contador de lotes del codigo llego a 999 o no se pudo
      *_grabar ultlote.dat
       mensaje-lote-agotado.
           display " " line 1 erase eos.
           display "no se pudo asignar un numero de lote nuevo a este"
                    line 4 col 1.
           display "codigo (ultlote.dat)" line 5 col 1.
           go volver.
      *_otra terminal tiene ese lote bloqueado (ingresando una compra
      *_o venta del mismo medicamento en este momento)
       mensaje-registro-en-uso.
       fin-marcar-borrador-usado.
           exit.

      *_compara el precio facturado (en unidad de compra) con el
      *_pactado con el laboratorio a la fecha de compra; la linea que
      *_lo supera se anota en reclprec.dat con la diferencia total,
      *_para el informe de reclamos de opcion-83
       controlar-precio-pactado.
           move c-rut-laboratorio  to ws-pp-rut.
           move codigo-medicamento to ws-pp-codigo.
           move ano-compra to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-pp-fecha = ws-vs-aaaa * 10000
              + mes-compra * 100 + dia-compra.
           perform buscar-precio-pactado
               thru fin-buscar-precio-pactado.
           if ws-pp-precio = 0 then go fin-controlar-precio-pactado.
           if ws-precio-costo-u not > ws-pp-precio then
              go fin-controlar-precio-pactado
           end-if.
           move spaces to rp-numero-guia.
           if ws-borrador-correlativo not = 0 then
              move ws-borrador-correlativo to gb-correlativo
              read recepcion-borrador key is gb-correlativo
                  invalid key continue
                  not invalid key move gb-numero-guia to rp-numero-guia
              end-read
           end-if.
           move "RECPRE" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-reclamo.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to rp-correlativo.
           rewrite reg-control.
           go grabar-reclamo-precio.
       crear-control-reclamo.
           move "RECPRE" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to rp-correlativo.
       grabar-reclamo-precio.
           move c-rut-laboratorio   to rp-rut-laboratorio.
           move c-numero-factura    to rp-numero-factura.
           move codigo-medicamento  to rp-codigo.
           move numero-lote         to rp-lote.
           move descr-medicamento   to rp-descripcion.
           move ws-cantidad-stock   to rp-cantidad.
           move ws-precio-costo-u   to rp-precio-facturado.
           move ws-pp-precio        to rp-precio-pactado.
           compute rp-monto-reclamo =
              (ws-precio-costo-u - ws-pp-precio) * ws-cantidad-stock.
           move dia to rp-dia.
           move mes to rp-mes.
           move ano to rp-ano.
           move "P" to rp-estado.
           move ws-operador-id      to rp-operador-id.
           write reg-reclamo-precio invalid key continue end-write.
           move "S" to ws-sobre-pactado.
       fin-controlar-precio-pactado.
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

      *_carga los parametros generales (opcion-60); sin registro se
      *_usan los valores historicos del sistema
       leer-parametros.
           end-if.
       ventana-siglo-fin.
           exit.

      *_recalcula el costo promedio ponderado de ws-cp-codigo despues
      *_de grabado un movimiento de ws-cp-cantidad unidades al costo
      *_ws-cp-costo (cero = al promedio vigente): el stock propio del
      *_codigo se suma ya con el movimiento aplicado, sin los lotes
      *_en consignacion, y lo previo se pondera al promedio anterior.
      *_la primera vez el promedio parte del costo de los lotes
       actualizar-costo-promedio.
           open i-o costos-promedio.
           move reg-medicamentos to ws-med-guardado.
           move 0 to ws-cp-unidades.
           move 0 to ws-cp-valor-lotes.
           move ws-cp-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go aplicar-costo-promedio.
       sumar-stock-promedio.
           read medicamentos next record
               at end go aplicar-costo-promedio.
           if codigo-medicamento not = ws-cp-codigo then
              go aplicar-costo-promedio
           end-if.
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key move "C" to cs-estado
           end-read.
           if consigna-vigente then go sumar-stock-promedio end-if.
           add cantidad-stock to ws-cp-unidades.
           compute ws-cp-valor-lotes = ws-cp-valor-lotes
              + cantidad-stock * precio-costo-u.
           go sumar-stock-promedio.
       aplicar-costo-promedio.
           move "S" to ws-cp-existe.
           move ws-cp-codigo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key move "N" to ws-cp-existe
           end-read.
           if ws-cp-existe = "N" then
              move ws-cp-codigo to cp-codigo
              move ws-cp-costo  to cp-costo-promedio
              if ws-cp-unidades > 0 then
                 compute cp-costo-promedio rounded =
                    ws-cp-valor-lotes / ws-cp-unidades
              end-if
              go grabar-costo-promedio
           end-if.
           if ws-cp-costo = 0 then
              move cp-costo-promedio to ws-cp-costo
           end-if.
           if ws-cp-unidades = 0 then go grabar-costo-promedio.
           compute ws-cp-previas = ws-cp-unidades - ws-cp-cantidad.
           if ws-cp-previas < 0 then move 0 to ws-cp-previas.
           compute ws-cp-nuevo rounded =
              (ws-cp-previas * cp-costo-promedio
               + ws-cp-cantidad * ws-cp-costo) / ws-cp-unidades.
           if ws-cp-nuevo > 0 then
              move ws-cp-nuevo to cp-costo-promedio
           end-if.
       grabar-costo-promedio.
           move dia to cp-dia.
           move mes to cp-mes.
           move ano to cp-ano.
           move ws-cp-origen   to cp-origen.
           move ws-operador-id to cp-operador-id.
           if ws-cp-existe = "S" then
              rewrite reg-costo-promedio invalid key continue
              end-rewrite
           else
              write reg-costo-promedio invalid key continue
              end-write
           end-if.
           move ws-med-guardado to reg-medicamentos.
           close costos-promedio.
       fin-actualizar-costo-promedio.
           exit.
