       identification division.
       program-id. batch-huerfanos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ordenes-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is oc-numero
           file status is ws-status-archivo.

           select ordenes-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is ol-correlativo
           file status is ws-status-archivo.

           select cotizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ct-numero
           file status is ws-status-archivo.

           select cotizacion-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is cl-correlativo
           file status is ws-status-archivo.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura
           file status is ws-status-archivo.

      *_ventas ya pasadas al archivo historico por batch-archivar: un
      *_cargo o un folio antiguo que apunta ahi no esta huerfano
           select ventas-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is av-numero-factura
           file status is ws-status-archivo.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo
           file status is ws-status-archivo.

           select convenio-detalle assign to disk
           organization is indexed
           access mode is dynamic
           record key is cd-correlativo
           file status is ws-status-archivo.

           select documentos-dte assign to disk
           organization is indexed
           access mode is dynamic
           record key is dt-numero-factura
           file status is ws-status-archivo.

           select reservas-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is rv-correlativo
           file status is ws-status-archivo.

           select rendiciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is rd-correlativo
           file status is ws-status-archivo.

           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo
           file status is ws-status-archivo.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates
           file status is ws-status-archivo.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento
           file status is ws-status-archivo.

           select categorias-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mc-codigo
           file status is ws-status-archivo.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave
           file status is ws-status-archivo.

      *_informe de hallazgos a texto, para revisarlo en la manana
      *_junto con el log del cron
           select informe-referencias assign to disk
           organization is line sequential.

       data division.
       file section.
       fd ordenes-compra
           label record is standard
           value of file-id "ordenes.dat".
       01 reg-orden-compra.
          02 oc-numero            pic x(6).
          02 oc-rut-laboratorio   pic x(8).
          02 oc-fecha-emision.
             03 oc-dia-emision    pic 99.
             03 oc-mes-emision    pic 99.
             03 oc-ano-emision    pic 99.
          02 oc-estado            pic x.
             88 orden-abierta     value "A".
             88 orden-cerrada     value "C".
          02 oc-operador-id       pic x(8).
          02 oc-fecha-recepcion.
             03 oc-dia-recepcion  pic 99.
             03 oc-mes-recepcion  pic 99.
             03 oc-ano-recepcion  pic 99.

       fd ordenes-lineas
           label record is standard
           value of file-id "oclin.dat".
       01 reg-orden-linea.
          02 ol-correlativo       pic 9(6).
          02 ol-numero-oc         pic x(6).
          02 ol-codigo            pic x(6).
          02 ol-descripcion       pic x(30).
          02 ol-cantidad-pedida   pic 9(5).
          02 ol-cantidad-recibida pic 9(5).

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

       fd factura-venta
           label record is standard
           value of file-id "ventas.dat".
       01 reg-factura-venta.
          02 v-codigo-factura     pic x(6).
          02 v-numero-factura     pic x(6).
          02 v-rut-cliente        pic x(8).
          02 v-total-factura      pic 9(9).
          02 v-operador-id        pic x(8).
          02 v-fecha-hora-registro.
             03 v-fhr-dia         pic 99.
             03 v-fhr-mes         pic 99.
             03 v-fhr-ano         pic 99.
             03 v-fhr-hora        pic 99.
             03 v-fhr-minuto      pic 99.
             03 v-fhr-segundo     pic 99.
          02 v-medio-pago-1       pic x.
          02 v-monto-pago-1       pic 9(9).
          02 v-medio-pago-2       pic x.
          02 v-monto-pago-2       pic 9(9).
          02 v-monto-recibido     pic 9(9).
          02 v-vuelto             pic 9(9).
          02 v-sucursal            pic x(2).

       fd ventas-archivo
           label record is standard
           value of file-id "ventasarch.dat".
       01 reg-ventas-archivo.
          02 av-codigo-factura     pic x(6).
          02 av-numero-factura     pic x(6).
          02 av-rut-cliente        pic x(8).
          02 av-total-factura      pic 9(9).
          02 av-operador-id        pic x(8).
          02 av-fecha-hora-registro.
             03 av-fhr-dia         pic 99.
             03 av-fhr-mes         pic 99.
             03 av-fhr-ano         pic 99.
             03 av-fhr-hora        pic 99.
             03 av-fhr-minuto      pic 99.
             03 av-fhr-segundo     pic 99.
          02 av-medio-pago-1       pic x.
          02 av-monto-pago-1       pic 9(9).
          02 av-medio-pago-2       pic x.
          02 av-monto-pago-2       pic 9(9).
          02 av-monto-recibido     pic 9(9).
          02 av-vuelto             pic 9(9).

       fd cuentas-fiado
           label record is standard
           value of file-id "fiado.dat".
       01 reg-fiado.
          02 fc-correlativo       pic 9(6).
          02 fc-rut-cliente       pic x(8).
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
             03 fc-dia            pic 99.
             03 fc-mes            pic 99.
             03 fc-ano            pic 99.
          02 fc-operador-id       pic x(8).

       fd convenio-detalle
           label record is standard
           value of file-id "convdet.dat".
       01 reg-convenio-detalle.
          02 cd-correlativo       pic 9(6).
          02 cd-rut-institucion   pic x(8).
          02 cd-numero-factura    pic x(6).
          02 cd-rut-cliente       pic x(8).
          02 cd-monto-cubierto    pic 9(9).
          02 cd-fecha.
             03 cd-dia            pic 99.
             03 cd-mes            pic 99.
             03 cd-ano            pic 99.
          02 cd-estado            pic x.
             88 convdet-pendiente value "P".
             88 convdet-facturado value "F".
             88 convdet-rechazado value "R".
             88 convdet-recobrado value "C".
          02 cd-numero-cobro      pic x(6).
          02 cd-motivo-rechazo    pic x(30).
          02 cd-fecha-rechazo.
             03 cd-dia-rechazo    pic 99.
             03 cd-mes-rechazo    pic 99.
             03 cd-ano-rechazo    pic 99.

       fd documentos-dte
           label record is standard
           value of file-id "dte.dat".
       01 reg-dte.
          02 dt-numero-factura    pic x(6).
          02 dt-tipo-dte          pic x(6).
          02 dt-folio             pic 9(6).
          02 dt-fecha-emision.
             03 dt-dia-emision    pic 99.
             03 dt-mes-emision    pic 99.
             03 dt-ano-emision    pic 99.

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

       fd rendiciones
           label record is standard
           value of file-id "rendicion.dat".
       01 reg-rendicion.
          02 rd-correlativo       pic 9(6).
          02 rd-repartidor        pic x(20).
          02 rd-numero-reparto    pic 9(6).
          02 rd-numero-factura    pic x(6).
          02 rd-monto             pic 9(9).
          02 rd-estado            pic x.
             88 rendicion-abierta    value "P".
             88 rendicion-rendida    value "R".
             88 rendicion-no-entrega value "N".
          02 rd-motivo            pic x(20).
          02 rd-fecha.
             03 rd-dia            pic 99.
             03 rd-mes            pic 99.
             03 rd-ano            pic 99.
          02 rd-caja-correlativo  pic 9(6).
          02 rd-monto-cobrado     pic 9(9).

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

       fd categorias-medicamento
           label record is standard
           value of file-id "medcat.dat".
       01 reg-categoria-medicamento.
          02 mc-codigo            pic x(6).
          02 mc-categoria         pic x(3).

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

       fd informe-referencias
           label record is standard
           value of file-id "referencias.txt".
       01 reg-referencias-linea   pic x(80).

       working-storage section.
       77 ws-status-archivo        pic xx.
       77 ws-hay-historico         pic x value "N".
       77 ws-factura-buscada       pic x(6).
       77 ws-factura-existe        pic x.
       77 ws-codigo-buscado        pic x(6).
       77 ws-codigo-existe         pic x.
       77 ws-hallazgos             pic 9(6) value 0.
       77 ws-revisados             pic 9(6) value 0.
       01 fecha-sys.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
       77 ws-orden-hoy            pic 9(8).
       77 ws-orden-validez        pic 9(8).
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).

       01 ws-linea-encabezado.
          02 filler                pic x(14) value "archivo".
          02 filler                pic x(10) value "registro".
          02 filler                pic x(7)  value "apunta".
          02 filler                pic x(24) value "hallazgo".
          02 filler                pic x(25) value "accion sugerida".

       01 ws-linea-hallazgo.
          02 lh-archivo            pic x(14).
          02 lh-clave              pic x(10).
          02 lh-referencia         pic x(7).
          02 lh-hallazgo           pic x(24).
          02 lh-accion             pic x(25).

       01 ws-linea-total.
          02 filler                pic x(21)
             value "registros revisados: ".
          02 lt-revisados          pic z(5)9.
          02 filler                pic x(14)
             value "  hallazgos: ".
          02 lt-hallazgos          pic z(5)9.
          02 filler                pic x(33) value spaces.

       procedure division.
      *_corre sin pantalla como paso de la cadena de batch-cierre (o
      *_solo desde run-batch-huerfanos.sh); no corrige nada, solo
      *_revisa que los archivos relacionados se sigan apuntando bien:
      *_lineas sin encabezado, cargos y documentos de facturas que no
      *_existen, reservas de cotizaciones vencidas, rendiciones sin
      *_reparto y codigos que ya no estan en medicamentos.dat. cada
      *_hallazgo queda en referencias.txt con la accion sugerida. un
      *_archivo que todavia no existe simplemente se salta
       inicio.
           accept fecha-sys from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + s-mes * 100 + s-dia.
           move 0 to ws-hallazgos.
           move 0 to ws-revisados.
       abrir-informe.
           open output informe-referencias.
           move "control de referencias entre archivos" to
               reg-referencias-linea.
           write reg-referencias-linea.
           move all "-" to reg-referencias-linea.
           write reg-referencias-linea.
           move ws-linea-encabezado to reg-referencias-linea.
           write reg-referencias-linea.
           open input factura-venta.
           open input ventas-archivo.
           if ws-status-archivo = "00" then
              move "S" to ws-hay-historico
           else
              move "N" to ws-hay-historico
           end-if.
           open input medicamentos.
      *_lineas de ordenes de compra sin su encabezado
       revisar-oclin.
           open input ordenes-lineas.
           if ws-status-archivo not = "00" then
              go revisar-cotlin
           end-if.
           open input ordenes-compra.
       leer-oclin.
           read ordenes-lineas next record at end go cerrar-oclin.
           add 1 to ws-revisados.
           move ol-numero-oc to oc-numero.
           read ordenes-compra key is oc-numero
               invalid key
                  move "oclin.dat" to lh-archivo
                  move ol-correlativo to lh-clave
                  move ol-numero-oc to lh-referencia
                  move "linea sin orden compra" to lh-hallazgo
                  move "borrar la linea huerfana" to lh-accion
                  perform registrar-hallazgo thru
                          fin-registrar-hallazgo
           end-read.
           go leer-oclin.
       cerrar-oclin.
           close ordenes-lineas.
           close ordenes-compra.
      *_lineas de cotizaciones sin su encabezado
       revisar-cotlin.
           open input cotizacion-lineas.
           if ws-status-archivo not = "00" then
              go revisar-fiado
           end-if.
           open input cotizaciones.
       leer-cotlin.
           read cotizacion-lineas next record at end go cerrar-cotlin.
           add 1 to ws-revisados.
           move cl-numero-cot to ct-numero.
           read cotizaciones key is ct-numero
               invalid key
                  move "cotlin.dat" to lh-archivo
                  move cl-correlativo to lh-clave
                  move cl-numero-cot to lh-referencia
                  move "linea sin cotizacion" to lh-hallazgo
                  move "borrar la linea huerfana" to lh-accion
                  perform registrar-hallazgo thru
                          fin-registrar-hallazgo
           end-read.
           go leer-cotlin.
       cerrar-cotlin.
           close cotizacion-lineas.
           close cotizaciones.
      *_cargos de fiado de una venta que ya no existe; los abonos y
      *_los intereses no llevan factura
       revisar-fiado.
           open input cuentas-fiado.
           if ws-status-archivo not = "00" then
              go revisar-convdet
           end-if.
       leer-fiado.
           read cuentas-fiado next record at end go cerrar-fiado.
           add 1 to ws-revisados.
           if not fiado-cargo or fc-numero-factura = spaces then
              go leer-fiado
           end-if.
           move fc-numero-factura to ws-factura-buscada.
           perform buscar-factura thru fin-buscar-factura.
           if ws-factura-existe = "N" then
              move "fiado.dat" to lh-archivo
              move fc-correlativo to lh-clave
              move fc-numero-factura to lh-referencia
              move "cargo sin factura" to lh-hallazgo
              move "revisar y anular cargo" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-fiado.
       cerrar-fiado.
           close cuentas-fiado.
      *_coberturas de convenio de una venta que ya no existe
       revisar-convdet.
           open input convenio-detalle.
           if ws-status-archivo not = "00" then
              go revisar-dte
           end-if.
       leer-convdet.
           read convenio-detalle next record at end go cerrar-convdet.
           add 1 to ws-revisados.
           if cd-numero-factura = spaces then
              go leer-convdet
           end-if.
           move cd-numero-factura to ws-factura-buscada.
           perform buscar-factura thru fin-buscar-factura.
           if ws-factura-existe = "N" then
              move "convdet.dat" to lh-archivo
              move cd-correlativo to lh-clave
              move cd-numero-factura to lh-referencia
              move "cobertura sin factura" to lh-hallazgo
              move "revisar cobro convenio" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-convdet.
       cerrar-convdet.
           close convenio-detalle.
      *_folios electronicos de una venta que ya no existe
       revisar-dte.
           open input documentos-dte.
           if ws-status-archivo not = "00" then
              go revisar-reservas
           end-if.
       leer-dte.
           read documentos-dte next record at end go cerrar-dte.
           add 1 to ws-revisados.
           move dt-numero-factura to ws-factura-buscada.
           perform buscar-factura thru fin-buscar-factura.
           if ws-factura-existe = "N" then
              move "dte.dat" to lh-archivo
              move dt-folio to lh-clave
              move dt-numero-factura to lh-referencia
              move "folio sin factura" to lh-hallazgo
              move "revisar folio con el sii" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-dte.
       cerrar-dte.
           close documentos-dte.
      *_reservas activas de una cotizacion que ya no existe o cuya
      *_validez ya paso: ese stock deberia volver a estar disponible
       revisar-reservas.
           open input reservas-stock.
           if ws-status-archivo not = "00" then
              go revisar-rendiciones
           end-if.
           open input cotizaciones.
       leer-reserva.
           read reservas-stock next record at end go cerrar-reservas.
           add 1 to ws-revisados.
           if not reserva-activa or not reserva-cotizacion then
              go leer-reserva
           end-if.
           move "reservas.dat" to lh-archivo.
           move rv-correlativo to lh-clave.
           move rv-referencia to lh-referencia.
           move "liberar la reserva" to lh-accion.
           move rv-referencia to ct-numero.
           read cotizaciones key is ct-numero
               invalid key
                  move "reserva sin cotizacion" to lh-hallazgo
                  perform registrar-hallazgo thru
                          fin-registrar-hallazgo
                  go leer-reserva
           end-read.
           move ct-ano-validez to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-validez = ws-vs-aaaa * 10000
              + ct-mes-validez * 100 + ct-dia-validez.
           if ws-orden-validez < ws-orden-hoy then
              move "cotizacion vencida" to lh-hallazgo
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-reserva.
       cerrar-reservas.
           close reservas-stock.
           close cotizaciones.
      *_rendiciones de un reparto que ya no existe
       revisar-rendiciones.
           open input rendiciones.
           if ws-status-archivo not = "00" then
              go revisar-precios
           end-if.
           open input repartos.
       leer-rendicion.
           read rendiciones next record at end go cerrar-rendiciones.
           add 1 to ws-revisados.
           move rd-numero-reparto to rp-correlativo.
           read repartos key is rp-correlativo
               invalid key
                  move "rendicion.dat" to lh-archivo
                  move rd-correlativo to lh-clave
                  move rd-numero-reparto to lh-referencia
                  move "rendicion sin reparto" to lh-hallazgo
                  move "revisar con repartidor" to lh-accion
                  perform registrar-hallazgo thru
                          fin-registrar-hallazgo
           end-read.
           go leer-rendicion.
       cerrar-rendiciones.
           close rendiciones.
           close repartos.
      *_precios, categorias y estados de codigos que ya no tienen
      *_ningun lote en medicamentos.dat
       revisar-precios.
           open input lista-precios.
           if ws-status-archivo not = "00" then
              go revisar-medcat
           end-if.
       leer-precio.
           read lista-precios next record at end go cerrar-precios.
           add 1 to ws-revisados.
           move pr-codigo-medicamento to ws-codigo-buscado.
           perform buscar-codigo thru fin-buscar-codigo.
           if ws-codigo-existe = "N" then
              move "precios.dat" to lh-archivo
              move pr-codigo-medicamento to lh-clave
              move spaces to lh-referencia
              move "codigo no existe" to lh-hallazgo
              move "borrar precio del codigo" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-precio.
       cerrar-precios.
           close lista-precios.
       revisar-medcat.
           open input categorias-medicamento.
           if ws-status-archivo not = "00" then
              go revisar-estadomed
           end-if.
       leer-medcat.
           read categorias-medicamento next record
               at end go cerrar-medcat.
           add 1 to ws-revisados.
           move mc-codigo to ws-codigo-buscado.
           perform buscar-codigo thru fin-buscar-codigo.
           if ws-codigo-existe = "N" then
              move "medcat.dat" to lh-archivo
              move mc-codigo to lh-clave
              move mc-categoria to lh-referencia
              move "codigo no existe" to lh-hallazgo
              move "borrar categoria codigo" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-medcat.
       cerrar-medcat.
           close categorias-medicamento.
       revisar-estadomed.
           open input estados-medicamento.
           if ws-status-archivo not = "00" then
              go cerrar-informe
           end-if.
       leer-estadomed.
           read estados-medicamento next record
               at end go cerrar-estadomed.
           add 1 to ws-revisados.
           move em-codigo to ws-codigo-buscado.
           perform buscar-codigo thru fin-buscar-codigo.
           if ws-codigo-existe = "N" then
              move "estadomed.dat" to lh-archivo
              move em-clave to lh-clave
              move em-estado to lh-referencia
              move "codigo no existe" to lh-hallazgo
              move "borrar estado del codigo" to lh-accion
              perform registrar-hallazgo thru fin-registrar-hallazgo
           end-if.
           go leer-estadomed.
       cerrar-estadomed.
           close estados-medicamento.
       cerrar-informe.
           close factura-venta.
           if ws-hay-historico = "S" then
              close ventas-archivo
           end-if.
           close medicamentos.
           move all "-" to reg-referencias-linea.
           write reg-referencias-linea.
           move ws-revisados to lt-revisados.
           move ws-hallazgos to lt-hallazgos.
           move ws-linea-total to reg-referencias-linea.
           write reg-referencias-linea.
           close informe-referencias.
           display "batch-huerfanos: registros revisados="
                   ws-revisados " hallazgos=" ws-hallazgos.
           goback.

       registrar-hallazgo.
           add 1 to ws-hallazgos.
           move ws-linea-hallazgo to reg-referencias-linea.
           write reg-referencias-linea.
       fin-registrar-hallazgo.
           exit.

      *_deja "S" en ws-factura-existe si ws-factura-buscada esta en
      *_ventas.dat o en el historico ventasarch.dat
       buscar-factura.
           move "S" to ws-factura-existe.
           move ws-factura-buscada to v-numero-factura.
           read factura-venta key is v-numero-factura
               invalid key go buscar-factura-historico.
           go fin-buscar-factura.
       buscar-factura-historico.
           move "N" to ws-factura-existe.
           if ws-hay-historico = "N" then
              go fin-buscar-factura
           end-if.
           move ws-factura-buscada to av-numero-factura.
           read ventas-archivo key is av-numero-factura
               invalid key go fin-buscar-factura.
           move "S" to ws-factura-existe.
       fin-buscar-factura.
           exit.

      *_deja "S" en ws-codigo-existe si ws-codigo-buscado tiene al
      *_menos un lote en medicamentos.dat
       buscar-codigo.
           move "N" to ws-codigo-existe.
           move ws-codigo-buscado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go fin-buscar-codigo.
           read medicamentos next record
               at end go fin-buscar-codigo.
           if codigo-medicamento = ws-codigo-buscado then
              move "S" to ws-codigo-existe
           end-if.
       fin-buscar-codigo.
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
