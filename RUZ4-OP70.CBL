       identification division.
       program-id. opcion-70.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_lotes recibidos en consignacion por opcion-1
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

      *_una liquidacion por laboratorio y mes
           select liquidaciones-consigna assign to disk
           organization is indexed
           access mode is dynamic
           record key is lq-clave.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select factura-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is c-clave-compra.

           select laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-laboratorio.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_detalle impreso de la liquidacion o de la guia de devolucion
           select informe-consigna assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd liquidaciones-consigna
           label record is standard
           value of file-id "liqcons.dat".
       01 reg-liquidacion.
          02 lq-clave.
             03 lq-rut-laboratorio pic x(8).
             03 lq-ano             pic 99.
             03 lq-mes             pic 99.
          02 lq-fecha.
             03 lq-dia-liq         pic 99.
             03 lq-mes-liq         pic 99.
             03 lq-ano-liq         pic 99.
          02 lq-unidades           pic 9(7).
          02 lq-monto              pic 9(9).
          02 lq-numero-factura     pic x(6).
          02 lq-operador-id        pic x(8).

       fd movimiento-medicamento
           label record is standard
           value of file-id "mov.dat".
       01 reg-movimiento.
          02 mov-correlativo       pic 9(6).
          02 codigo-movimiento     pic x(6).
          02 num-factura           pic x(6).
          02 cantidad-movimiento   pic 9(5).
          02 v-fecha-elavoracion.
             03 v-dia-elavoracion  pic 99.
             03 v-mes-elavoracion  pic 99.
             03 v-ano-elavoracion  pic 99.
          02 v-fecha-vencimiento.
             03 v-dia-vencimiento  pic 99.
             03 v-mes-vencimiento  pic 99.
             03 v-ano-vencimiento  pic 99.
          02 fecha-venta.
             03 dia-venta         pic 99.
             03 mes-venta         pic 99.
             03 ano-venta         pic 99.
          02 descripcion-mov      pic x(30).
          02 precio-costo-mov     pic 9(7).
          02 rut-cliente-mov      pic x(8).
          02 unidad-med-mov       pic x(2).
          02 iva-venta            pic 9(7).
          02 total-venta          pic 9(8).
          02 operador-id-mov      pic x(8).
          02 fecha-hora-registro-mov.
             03 fhr-dia-mov       pic 99.
             03 fhr-mes-mov       pic 99.
             03 fhr-ano-mov       pic 99.
             03 fhr-hora-mov      pic 99.
             03 fhr-minuto-mov    pic 99.
             03 fhr-segundo-mov   pic 99.
          02 descuento-mov        pic 9(8).
          02 receta-mov           pic x(10).
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

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

       fd factura-compra
           label record is standard
           value of file-id "compras.dat".
       01 reg-factura.
          02 c-codigo-factura     pic x(6).
          02 c-clave-compra.
             03 c-rut-laboratorio pic x(8).
             03 c-numero-factura  pic x(6).
          02 c-operador-id        pic x(8).
          02 c-fecha-hora-registro.
             03 c-fhr-dia         pic 99.
             03 c-fhr-mes         pic 99.
             03 c-fhr-ano         pic 99.
             03 c-fhr-hora        pic 99.
             03 c-fhr-minuto      pic 99.
             03 c-fhr-segundo     pic 99.
          02 c-plazo-dias         pic 9(3).
          02 c-fecha-vcto-pago.
             03 c-dia-vcto-pago    pic 99.
             03 c-mes-vcto-pago    pic 99.
             03 c-ano-vcto-pago    pic 99.
          02 c-monto-factura      pic 9(9).
          02 c-estado-pago        pic x.
             88 compra-pendiente  value "P".
             88 compra-pagada     value "G".
          02 c-fecha-pago.
             03 c-dia-pago         pic 99.
             03 c-mes-pago         pic 99.
             03 c-ano-pago         pic 99.
          02 c-sucursal            pic x(2).

       fd laboratorio
           label record is standard
           value of file-id "lab.dat".
       01 reg-laboratorio.
          02 rut-laboratorio      pic 9(8).
          02 dv-laboratorio       pic x.
          02 razon-social         pic x(15).
          02 dir-laboratorio      pic x(30).
          02 fono-laboratorio     pic x(10).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

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

       fd informe-consigna
           label record is standard
           value of file-id "consigna.txt".
       01 reg-consigna-linea      pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 liquidar-mes          value "1".
          88 devolver-saldo        value "2".
          88 volver-menu-principal value "3".
       77 opcion-confirmar         pic 9.
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-operador-id           pic x(8) value spaces.
       77 ws-lab-buscado           pic x(8).
      *_periodo a liquidar (mes y ano de dos digitos de fecha-venta)
       77 ws-liq-mes               pic 99.
       77 ws-liq-ano               pic 99.
      *_la liquidacion y la devolucion recorren dos veces los lotes
      *_del laboratorio: "C" calcula e imprime el detalle para que el
      *_operador lo revise, "G" graba lo ya mostrado
       77 ws-modo-consigna         pic x value "C".
       77 ws-vendido-lote          pic 9(7) value 0.
       77 ws-saldo-lote            pic 9(5) value 0.
       77 ws-monto-lote            pic 9(9) value 0.
       77 ws-lote-hallado          pic x value "N".
       77 ws-liq-unidades          pic 9(7) value 0.
       77 ws-liq-neto              pic 9(9) value 0.
       77 ws-liq-iva               pic 9(9) value 0.
       77 ws-liq-total             pic 9(9) value 0.
       77 ws-liq-lotes             pic 9(4) value 0.
       77 ws-factura-liquidacion   pic x(6).
       77 ws-plazo-liquidacion     pic 9(3) value 30.
       77 ws-dias-plazo            pic 9(4) value 0.
       77 ws-iva-tasa              pic 9(2) value 19.
       77 numero-correlativo       pic 9(6) value 0.
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-suc-numero            pic 9(2).
       77 ws-suc-division          pic 9(4).
       01 ws-hora-sistema.
          02 ws-hora               pic 99.
          02 ws-minuto             pic 99.
          02 ws-segundo            pic 99.
          02 filler                pic 9(4).
      *_lineas del detalle impreso (consigna.txt)
       01 lc-linea-titulo.
          02 lc-t-texto            pic x(30).
          02 filler                pic x(13) value "laboratorio: ".
          02 lc-t-rut              pic x(8).
          02 filler                pic x(2) value spaces.
          02 lc-t-razon            pic x(15).
          02 filler                pic x(2) value spaces.
          02 lc-t-periodo          pic x(5).
          02 filler                pic x(5) value spaces.
       01 lc-linea-detalle.
          02 lc-d-codigo           pic x(6).
          02 filler                pic x value space.
          02 lc-d-lote             pic 9(3).
          02 filler                pic x value space.
          02 lc-d-descripcion      pic x(30).
          02 filler                pic x value space.
          02 lc-d-cantidad         pic z(6)9.
          02 filler                pic x value space.
          02 lc-d-costo            pic z(6)9.
          02 filler                pic x value space.
          02 lc-d-monto            pic z(8)9.
          02 filler                pic x(13) value spaces.
       01 lc-linea-total.
          02 lc-tot-texto          pic x(20).
          02 lc-tot-unidades       pic z(6)9.
          02 filler                pic x(4) value spaces.
          02 lc-tot-monto          pic z(8)9.
          02 filler                pic x(40) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
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
              value is "consignaciones de laboratorios".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-menu.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "opcion 1:".
           02 filler col 25
              value is "liquidacion mensual de un laboratorio".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "devolver el saldo no vendido".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 15 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 15 col 25
              pic is x using opcion required auto.
       01 pantalla-liquidacion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "ingrese rut del laboratorio:".
           02 filler line 11 col 1
              foreground-color is 7
              value is "mes a liquidar (mm):".
           02 filler line 12 col 1
              foreground-color is 7
              value is "ano a liquidar (aa):".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-liquidacion.
           02 filler line 10 col 40
              pic is x(8) using ws-lab-buscado required auto.
           02 filler line 11 col 40
              pic is 99 using ws-liq-mes required auto.
           02 filler line 12 col 40
              pic is 99 using ws-liq-ano required auto.
       01 pantalla-resumen-liquidacion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              value is "laboratorio:".
           02 filler col 30
              pic is x(15) using razon-social.
           02 filler line 11 col 1
              value is "unidades vendidas:".
           02 filler col 30
              pic is z(6)9 using ws-liq-unidades.
           02 filler line 12 col 1
              value is "neto a costo:".
           02 filler col 30
              pic is z(8)9 using ws-liq-neto.
           02 filler line 13 col 1
              value is "iva:".
           02 filler col 30
              pic is z(8)9 using ws-liq-iva.
           02 filler line 14 col 1
              value is "total a facturar:".
           02 filler col 30
              pic is z(8)9 using ws-liq-total.
           02 filler line 16 col 1
              foreground-color is 7
              value is "numero de la factura del laboratorio:".
           02 filler line 17 col 1
              foreground-color is 7
              value is "plazo de pago (dias):".
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 1: generar factura   opcion 2: cancelar".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resumen-liquidacion.
           02 filler line 16 col 45
              pic is x(6) using ws-factura-liquidacion required auto.
           02 filler line 17 col 45
              pic is 9(3) using ws-plazo-liquidacion required auto.
           02 filler line 18 col 60
              pic is 9 using opcion-confirmar required auto.
       01 pantalla-devolucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "ingrese rut del laboratorio:".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-devolucion.
           02 filler line 10 col 40
              pic is x(8) using ws-lab-buscado required auto.
       01 pantalla-resumen-devolucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              value is "laboratorio:".
           02 filler col 30
              pic is x(15) using razon-social.
           02 filler line 11 col 1
              value is "lotes en consignacion:".
           02 filler col 30
              pic is z(3)9 using ws-liq-lotes.
           02 filler line 12 col 1
              value is "unidades a devolver:".
           02 filler col 30
              pic is z(6)9 using ws-liq-unidades.
           02 filler line 13 col 1
              value is "valor a costo:".
           02 filler col 30
              pic is z(8)9 using ws-liq-neto.
           02 filler line 15 col 1
              foreground-color is 7
              value is "opcion 1: devolver   opcion 2: cancelar".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resumen-devolucion.
           02 filler line 15 col 45
              pic is 9 using opcion-confirmar required auto.

       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
       abrir-ficheros.
           open i-o consignaciones.
           open i-o liquidaciones-consigna.
           open input movimiento-medicamento.
           open i-o medicamentos.
           open i-o factura-compra.
           open input laboratorio.
           open i-o control-numero.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
           perform leer-parametros thru fin-leer-parametros.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 3 then go desplejar-menu.
           if opcion = 1 then go pedir-liquidacion.
           if opcion = 2 then go pedir-devolucion.
           go volver.

      *_liquidacion del mes: lo vendido en el periodo desde los lotes
      *_en consignacion del laboratorio (mov.dat por codigo y
      *_lote-mov) se valoriza al costo del lote y genera la factura
      *_de compra que opcion-23 debe pagar
       pedir-liquidacion.
           display pantalla-principal.
           display pantalla-liquidacion.
           accept  datos-liquidacion.
           move ws-lab-buscado to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key go mensaje-lab-no-existe.
           if ws-liq-mes < 1 or ws-liq-mes > 12 then
              go mensaje-periodo-invalido
           end-if.
           move ws-lab-buscado to lq-rut-laboratorio.
           move ws-liq-ano     to lq-ano.
           move ws-liq-mes     to lq-mes.
           read liquidaciones-consigna key is lq-clave
               invalid key go iniciar-liquidacion.
           go mensaje-ya-liquidado.
       iniciar-liquidacion.
           move "C" to ws-modo-consigna.
           open output informe-consigna.
           move "liquidacion de consignacion  " to lc-t-texto.
           move ws-lab-buscado to lc-t-rut.
           move razon-social   to lc-t-razon.
           move ws-liq-mes     to lc-t-periodo (1:2).
           move "/"            to lc-t-periodo (3:1).
           move ws-liq-ano     to lc-t-periodo (4:2).
           write reg-consigna-linea from lc-linea-titulo.
           move all "-" to reg-consigna-linea.
           write reg-consigna-linea.
       armar-liquidacion.
           move 0 to ws-liq-unidades.
           move 0 to ws-liq-neto.
           move 0 to ws-liq-lotes.
           move low-values to cs-clave.
           start consignaciones key is >= cs-clave
               invalid key go fin-armar-liquidacion.
      *_se recorren tambien los lotes ya cerrados por devolucion: sus
      *_ventas del mes igual se liquidan
       leer-consigna-liquidar.
           read consignaciones next record
               at end go fin-armar-liquidacion.
           if cs-rut-laboratorio not = ws-lab-buscado then
              go leer-consigna-liquidar
           end-if.
           move 0 to ws-vendido-lote.
           move cs-codigo to codigo-movimiento.
           start movimiento-medicamento
               key is >= codigo-movimiento
               invalid key go totalizar-lote-liquidar.
      *_las devoluciones de venta ya rebajaron cantidad-movimiento,
      *_asi que la suma queda neta
       leer-venta-consigna.
           read movimiento-medicamento next record
               at end go totalizar-lote-liquidar.
           if codigo-movimiento not = cs-codigo then
              go totalizar-lote-liquidar
           end-if.
           if lote-mov not = cs-lote then go leer-venta-consigna.
           if mes-venta not = ws-liq-mes or
              ano-venta not = ws-liq-ano then
              go leer-venta-consigna
           end-if.
           add cantidad-movimiento to ws-vendido-lote.
           go leer-venta-consigna.
       totalizar-lote-liquidar.
           if ws-vendido-lote = 0 then go leer-consigna-liquidar.
           compute ws-monto-lote = ws-vendido-lote * cs-precio-costo-u.
           add ws-vendido-lote to ws-liq-unidades.
           add ws-monto-lote   to ws-liq-neto.
           add 1 to ws-liq-lotes.
           if ws-modo-consigna = "G" then
              add ws-vendido-lote to cs-cantidad-liquidada
              rewrite reg-consignacion invalid key continue
              end-rewrite
              go leer-consigna-liquidar
           end-if.
           move ws-vendido-lote to lc-d-cantidad.
           perform escribir-detalle-consigna
               thru fin-escribir-detalle-consigna.
           go leer-consigna-liquidar.
       fin-armar-liquidacion.
           compute ws-liq-iva rounded =
              ws-liq-neto * ws-iva-tasa / 100.
           compute ws-liq-total = ws-liq-neto + ws-liq-iva.
           if ws-modo-consigna = "G" then
              go grabar-factura-liquidacion
           end-if.
           move "total liquidado:    " to lc-tot-texto.
           move ws-liq-unidades to lc-tot-unidades.
           move ws-liq-total    to lc-tot-monto.
           move all "-" to reg-consigna-linea.
           write reg-consigna-linea.
           write reg-consigna-linea from lc-linea-total.
           close informe-consigna.
           if ws-liq-unidades = 0 then go mensaje-sin-ventas.
       confirmar-liquidacion.
           display pantalla-principal.
           display pantalla-resumen-liquidacion.
           accept  datos-resumen-liquidacion.
           if opcion-confirmar not numeric then
              go confirmar-liquidacion
           end-if.
           if opcion-confirmar not = 1 then go desplejar-menu.
           move ws-lab-buscado         to c-rut-laboratorio.
           move ws-factura-liquidacion to c-numero-factura.
           read factura-compra key is c-clave-compra
               invalid key go aplicar-liquidacion.
           go mensaje-factura-existe.
       aplicar-liquidacion.
           move "G" to ws-modo-consigna.
           go armar-liquidacion.
      *_la factura de la liquidacion entra a compras.dat como
      *_cualquier compra pendiente, con su vencimiento segun el plazo
       grabar-factura-liquidacion.
           perform fijar-codigo-factura-compra
               thru fin-fijar-codigo-factura-compra.
           move numero-correlativo     to c-codigo-factura.
           move ws-lab-buscado         to c-rut-laboratorio.
           move ws-factura-liquidacion to c-numero-factura.
           move ws-operador-id to c-operador-id.
           move dia to c-fhr-dia.
           move mes to c-fhr-mes.
           move ano to c-fhr-ano.
           accept ws-hora-sistema from time.
           move ws-hora    to c-fhr-hora.
           move ws-minuto  to c-fhr-minuto.
           move ws-segundo to c-fhr-segundo.
           move ws-plazo-liquidacion to c-plazo-dias.
           move ws-liq-total to c-monto-factura.
           move "P" to c-estado-pago.
           move 0   to c-dia-pago.
           move 0   to c-mes-pago.
           move 0   to c-ano-pago.
      *_vencimiento de pago con meses de 30 dias, igual que opcion-1
           move mes to c-mes-vcto-pago.
           move ano to c-ano-vcto-pago.
           compute ws-dias-plazo = dia + c-plazo-dias.
       ajustar-vcto-liquidacion.
           if ws-dias-plazo > 30 then
              subtract 30 from ws-dias-plazo
              add 1 to c-mes-vcto-pago
              if c-mes-vcto-pago > 12 then
                 subtract 12 from c-mes-vcto-pago
                 add 1 to c-ano-vcto-pago
              end-if
              go ajustar-vcto-liquidacion
           end-if.
           move ws-dias-plazo to c-dia-vcto-pago.
           move ws-sucursal-local to c-sucursal.
           write reg-factura invalid key go mensaje-error.
           move ws-lab-buscado to lq-rut-laboratorio.
           move ws-liq-ano     to lq-ano.
           move ws-liq-mes     to lq-mes.
           move dia to lq-dia-liq.
           move mes to lq-mes-liq.
           move ano to lq-ano-liq.
           move ws-liq-unidades        to lq-unidades.
           move ws-liq-total           to lq-monto.
           move ws-factura-liquidacion to lq-numero-factura.
           move ws-operador-id         to lq-operador-id.
           write reg-liquidacion invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           display "liquidacion registrada; la factura queda por pagar"
                    line 4 col 1.
           display "en opcion-23 (detalle en consigna.txt)"
                    line 5 col 1.
           go desplejar-menu.

      *_devolucion al laboratorio del saldo no vendido de sus lotes
      *_en consignacion vigentes: el stock del lote queda en cero y
      *_la consignacion se cierra
       pedir-devolucion.
           display pantalla-principal.
           display pantalla-devolucion.
           accept  datos-devolucion.
           move ws-lab-buscado to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key go mensaje-lab-no-existe.
           move "C" to ws-modo-consigna.
           open output informe-consigna.
           move "devolucion de consignacion   " to lc-t-texto.
           move ws-lab-buscado to lc-t-rut.
           move razon-social   to lc-t-razon.
           move spaces         to lc-t-periodo.
           write reg-consigna-linea from lc-linea-titulo.
           move all "-" to reg-consigna-linea.
           write reg-consigna-linea.
       armar-devolucion.
           move 0 to ws-liq-unidades.
           move 0 to ws-liq-neto.
           move 0 to ws-liq-lotes.
           move low-values to cs-clave.
           start consignaciones key is >= cs-clave
               invalid key go fin-armar-devolucion.
       leer-consigna-devolver.
           read consignaciones next record
               at end go fin-armar-devolucion.
           if cs-rut-laboratorio not = ws-lab-buscado then
              go leer-consigna-devolver
           end-if.
           if not consigna-vigente then go leer-consigna-devolver.
           add 1 to ws-liq-lotes.
           move "S" to ws-lote-hallado.
           move 0   to ws-saldo-lote.
           move cs-codigo to codigo-medicamento.
           move cs-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key move "N" to ws-lote-hallado
           end-read.
           if ws-lote-hallado = "S" then
              move cantidad-stock to ws-saldo-lote
           end-if.
           compute ws-monto-lote = ws-saldo-lote * cs-precio-costo-u.
           add ws-saldo-lote to ws-liq-unidades.
           add ws-monto-lote to ws-liq-neto.
           if ws-modo-consigna = "G" then
              go devolver-lote-consigna
           end-if.
           if ws-saldo-lote = 0 then go leer-consigna-devolver.
           move ws-saldo-lote to lc-d-cantidad.
           perform escribir-detalle-consigna
               thru fin-escribir-detalle-consigna.
           go leer-consigna-devolver.
       devolver-lote-consigna.
           if ws-lote-hallado = "S" and ws-saldo-lote > 0 then
              move 0 to cantidad-stock
              move 0 to cantidad-sala
              rewrite reg-medicamentos invalid key continue
              end-rewrite
           end-if.
           add ws-saldo-lote to cs-cantidad-devuelta.
           move "C" to cs-estado.
           rewrite reg-consignacion invalid key continue end-rewrite.
           go leer-consigna-devolver.
       fin-armar-devolucion.
           if ws-modo-consigna = "G" then
              display " " line 1 col 1 erase eos
              display "devolucion registrada; guia en consigna.txt"
                       line 4 col 1
              go desplejar-menu
           end-if.
           move "total a devolver:   " to lc-tot-texto.
           move ws-liq-unidades to lc-tot-unidades.
           move ws-liq-neto     to lc-tot-monto.
           move all "-" to reg-consigna-linea.
           write reg-consigna-linea.
           write reg-consigna-linea from lc-linea-total.
           close informe-consigna.
           if ws-liq-lotes = 0 then go mensaje-sin-consignas.
       confirmar-devolucion.
           display pantalla-principal.
           display pantalla-resumen-devolucion.
           accept  datos-resumen-devolucion.
           if opcion-confirmar not numeric then
              go confirmar-devolucion
           end-if.
           if opcion-confirmar not = 1 then go desplejar-menu.
           move "G" to ws-modo-consigna.
           go armar-devolucion.

      *_renglon del detalle impreso para el lote en cs-clave, con la
      *_cantidad ya puesta en lc-d-cantidad y el monto en
      *_ws-monto-lote
       escribir-detalle-consigna.
           move cs-codigo to lc-d-codigo.
           move cs-lote   to lc-d-lote.
           move cs-codigo to codigo-medicamento.
           move cs-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key move spaces to descr-medicamento
           end-read.
           move descr-medicamento to lc-d-descripcion.
           move cs-precio-costo-u to lc-d-costo.
           move ws-monto-lote     to lc-d-monto.
           write reg-consigna-linea from lc-linea-detalle.
       fin-escribir-detalle-consigna.
           exit.

      *_correlativo interno de la factura de compra (control "COMPRA",
      *_el mismo de opcion-1)
       fijar-codigo-factura-compra.
           move "COMPRA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-compra.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to numero-correlativo.
           rewrite reg-control.
           go fin-fijar-codigo-factura-compra.
       crear-control-compra.
           move "COMPRA" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to numero-correlativo.
       fin-fijar-codigo-factura-compra.
           exit.

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

       leer-parametros.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           move pa-iva-porcentaje to ws-iva-tasa.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
           exit.

       volver.
           close consignaciones.
           close liquidaciones-consigna.
           close movimiento-medicamento.
           close medicamentos.
           close factura-compra.
           close laboratorio.
           close control-numero.
           goback.

       mensajes.
       mensaje-lab-no-existe.
           display " " line 1 col 1 erase eos.
           display "el laboratorio no esta registrado" line 4 col 1.
           go desplejar-menu.
       mensaje-periodo-invalido.
           display " " line 1 col 1 erase eos.
           display "el mes ingresado no es valido" line 4 col 1.
           go desplejar-menu.
       mensaje-ya-liquidado.
           display " " line 1 col 1 erase eos.
           display "ese mes ya fue liquidado para el laboratorio"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-sin-ventas.
           display " " line 1 col 1 erase eos.
           display "no hay ventas de lotes en consignacion del"
                    line 4 col 1.
           display "laboratorio en ese mes" line 5 col 1.
           go desplejar-menu.
       mensaje-factura-existe.
           display " " line 1 col 1 erase eos.
           display "esa factura ya esta registrada para el laboratorio"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-sin-consignas.
           display " " line 1 col 1 erase eos.
           display "el laboratorio no tiene lotes en consignacion"
                    line 4 col 1.
           display "vigentes" line 5 col 1.
           go desplejar-menu.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se puede grabar el dato" line 4 col 1.
           go desplejar-menu.
