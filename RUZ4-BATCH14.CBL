       identification division.
       program-id. batch-capacitacion.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura
           file status is ws-status-archivo.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente
           file status is ws-status-archivo.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates
           file status is ws-status-archivo.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates
           file status is ws-status-archivo.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo
           file status is ws-status-archivo.

           select devolucion-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is dv-correlativo
           file status is ws-status-archivo.

           select sobreventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is so-correlativo
           file status is ws-status-archivo.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo
           file status is ws-status-archivo.

           select diario-transacciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is jr-correlativo
           file status is ws-status-archivo.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates
           file status is ws-status-archivo.

           select recetas-electronicas assign to disk
           organization is indexed
           access mode is dynamic
           record key is el-clave
           file status is ws-status-archivo.

           select convenio-detalle assign to disk
           organization is indexed
           access mode is dynamic
           record key is cd-correlativo
           file status is ws-status-archivo.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero
           file status is ws-status-archivo.

           select fraccionados assign to disk
           organization is indexed
           access mode is dynamic
           record key is fx-codigo
           file status is ws-status-archivo.

           select reservas-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is rv-correlativo
           file status is ws-status-archivo.

           select resumen-ventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is vm-clave
           file status is ws-status-archivo.

           select ventas-espera assign to disk
           organization is indexed
           access mode is dynamic
           record key is es-clave
           file status is ws-status-archivo.

           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero
           file status is ws-status-archivo.

           select canjes-vale assign to disk
           organization is indexed
           access mode is dynamic
           record key is vk-correlativo
           file status is ws-status-archivo.

           select autorizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is au-correlativo
           file status is ws-status-archivo.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo
           file status is ws-status-archivo.

      *_archivo de paso: cada archivo real se vuelca aqui y desde aqui
      *_se carga su copia, asi basta un solo fd por archivo
           select copia-temporal assign to disk
           organization is sequential.

       data division.
       file section.
       fd factura-venta
           label record is standard
           value of file-id ws-nombre-ventas.
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

       fd clientes
           label record is standard
           value of file-id ws-nombre-clientes.
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

       fd movimiento-medicamento
           label record is standard
           value of file-id ws-nombre-mov.
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
           value of file-id ws-nombre-medicamentos.
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

       fd control-numero
           label record is standard
           value of file-id ws-nombre-control.
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd devolucion-venta
           label record is standard
           value of file-id ws-nombre-devventa.
       01 reg-devolucion-venta.
          02 dv-correlativo         pic 9(5).
          02 dv-codigo-medicamento  pic x(6).
          02 dv-cantidad-devuelta   pic 9(5).
          02 dv-fecha-devolucion.
             03 dv-dia-devolucion   pic 99.
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).

       fd sobreventas
           label record is standard
           value of file-id ws-nombre-sobreventas.
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

       fd cuentas-fiado
           label record is standard
           value of file-id ws-nombre-fiado.
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

       fd diario-transacciones
           label record is standard
           value of file-id ws-nombre-trxjour.
       01 reg-diario-trx.
          02 jr-correlativo      pic 9(6).
          02 jr-tipo             pic x(6).
          02 jr-referencia       pic x(6).
          02 jr-estado           pic x.
             88 trx-iniciada     value "I".
             88 trx-completada   value "C".
             88 trx-revertida    value "R".
          02 jr-operador-id      pic x(8).
          02 jr-fecha-hora.
             03 jr-dia           pic 99.
             03 jr-mes           pic 99.
             03 jr-ano           pic 99.
             03 jr-hora          pic 99.
             03 jr-minuto        pic 99.
             03 jr-segundo       pic 99.

       fd recetas
           label record is standard
           value of file-id ws-nombre-recetas.
       01 reg-receta.
          02 re-clave.
             03 re-numero-receta  pic x(10).
             03 re-codigo         pic x(6).
          02 re-rut-cliente       pic x(8).
          02 re-rut-medico        pic x(8).
          02 re-descripcion       pic x(30).
          02 re-cantidad-autorizada  pic 9(5).
          02 re-cantidad-despachada  pic 9(5).
          02 re-despachos-autorizados pic 9(3).
          02 re-despachos-realizados  pic 9(3).
          02 re-dias-entre-despachos  pic 9(3).
          02 re-fecha-registro.
             03 re-dia-registro   pic 99.
             03 re-mes-registro   pic 99.
             03 re-ano-registro   pic 99.
          02 re-fecha-ultimo-despacho.
             03 re-dia-despacho   pic 99.
             03 re-mes-despacho   pic 99.
             03 re-ano-despacho   pic 99.
          02 re-estado            pic x.
             88 receta-vigente    value "V".
             88 receta-completa   value "C".

       fd recetas-electronicas
           label record is standard
           value of file-id ws-nombre-recelec.
       01 reg-receta-electronica.
          02 el-clave.
             03 el-folio          pic x(10).
             03 el-item           pic 9(2).
          02 el-rut-medico        pic x(8).
          02 el-rut-paciente      pic x(8).
          02 el-principio-activo  pic x(20).
          02 el-dosis             pic x(10).
          02 el-cantidad          pic 9(5).
          02 el-codigo            pic x(6).
          02 el-cantidad-despachada pic 9(5).
          02 el-mov-correlativo   pic 9(6).
          02 el-fecha-importacion.
             03 el-dia-importacion pic 99.
             03 el-mes-importacion pic 99.
             03 el-ano-importacion pic 99.
          02 el-estado            pic x.
             88 item-pendiente    value "P".
             88 item-despachado   value "D".

       fd convenio-detalle
           label record is standard
           value of file-id ws-nombre-convdet.
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

       fd notas-venta
           label record is standard
           value of file-id ws-nombre-ncventa.
       01 reg-nota-venta.
          02 nv-numero            pic x(6).
          02 nv-factura-original  pic x(6).
          02 nv-codigo-medicamento pic x(6).
          02 nv-descripcion       pic x(30).
          02 nv-cantidad          pic 9(5).
          02 nv-neto              pic 9(9).
          02 nv-iva               pic 9(9).
          02 nv-total             pic 9(9).
          02 nv-fecha.
             03 nv-dia            pic 99.
             03 nv-mes            pic 99.
             03 nv-ano            pic 99.
          02 nv-rut-cliente       pic x(8).
          02 nv-operador-id       pic x(8).

       fd fraccionados
           label record is standard
           value of file-id ws-nombre-fraccion.
       01 reg-fraccionado.
          02 fx-codigo            pic x(6).
          02 fx-unidades-sueltas  pic 9(5).
          02 fx-unidades-por-envase pic 9(5).

       fd reservas-stock
           label record is standard
           value of file-id ws-nombre-reservas.
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

       fd resumen-ventas
           label record is standard
           value of file-id ws-nombre-vtasmens.
       01 reg-resumen-venta.
          02 vm-clave.
             03 vm-codigo         pic x(6).
             03 vm-ano            pic 99.
             03 vm-mes            pic 99.
          02 vm-descripcion       pic x(30).
          02 vm-unidades          pic s9(7).
          02 vm-neto              pic s9(10).
          02 vm-iva               pic s9(9).
          02 vm-costo             pic s9(10).

       fd ventas-espera
           label record is standard
           value of file-id ws-nombre-espera.
       01 reg-venta-espera.
          02 es-clave.
             03 es-numero         pic 9(6).
             03 es-linea          pic 9(3).
          02 es-estado            pic x.
             88 espera-abierta    value "E".
             88 espera-retomada   value "R".
             88 espera-liberada   value "L".
          02 es-numero-factura    pic x(6).
          02 es-rut-cliente       pic x(8).
          02 es-operador-id       pic x(8).
          02 es-sucursal          pic x(2).
          02 es-fecha.
             03 es-dia            pic 99.
             03 es-mes            pic 99.
             03 es-ano            pic 99.
          02 es-hora.
             03 es-hh             pic 99.
             03 es-mm             pic 99.
          02 es-codigo            pic x(6).
          02 es-descripcion       pic x(30).
          02 es-cantidad          pic 9(5).
          02 es-precio            pic 9(7).
          02 es-unidad            pic x(2).
          02 es-fecha-elavoracion pic x(6).
          02 es-fecha-vencimiento pic x(6).
          02 es-receta            pic x(10).
          02 es-medico            pic x(8).
          02 es-total             pic 9(8).
          02 es-fraccion          pic x.

       fd vales-compra
           label record is standard
           value of file-id ws-nombre-vales.
       01 reg-vale.
          02 vl-numero            pic 9(6).
          02 vl-monto-emitido     pic 9(9).
          02 vl-saldo             pic 9(9).
          02 vl-fecha-emision.
             03 vl-dia-emision    pic 99.
             03 vl-mes-emision    pic 99.
             03 vl-ano-emision    pic 99.
          02 vl-fecha-vencimiento.
             03 vl-dia-vcto       pic 99.
             03 vl-mes-vcto       pic 99.
             03 vl-ano-vcto       pic 99.
          02 vl-estado            pic x.
             88 vale-vigente      value "A".
             88 vale-agotado      value "U".
             88 vale-anulado      value "X".
          02 vl-rut-comprador     pic x(8).
          02 vl-medio-emision     pic x.
          02 vl-caja-correlativo  pic 9(6).
          02 vl-operador-id       pic x(8).
          02 vl-sucursal          pic x(2).

       fd canjes-vale
           label record is standard
           value of file-id ws-nombre-valecanje.
       01 reg-canje-vale.
          02 vk-correlativo       pic 9(6).
          02 vk-numero-vale       pic 9(6).
          02 vk-numero-factura    pic x(6).
          02 vk-monto             pic 9(9).
          02 vk-fecha.
             03 vk-dia            pic 99.
             03 vk-mes            pic 99.
             03 vk-ano            pic 99.
          02 vk-operador-id       pic x(8).

       fd autorizaciones
           label record is standard
           value of file-id ws-nombre-autoriza.
       01 reg-autorizacion.
          02 au-correlativo        pic 9(6).
          02 au-tipo               pic x.
             88 autoriza-bajo-costo  value "C".
             88 autoriza-descuento   value "D".
          02 au-supervisor         pic x(8).
          02 au-vendedor           pic x(8).
          02 au-factura            pic x(6).
          02 au-codigo             pic x(6).
          02 au-cantidad           pic 9(5).
          02 au-precio             pic 9(7).
          02 au-costo              pic 9(7).
          02 au-monto-cedido       pic 9(9).
          02 au-fecha-hora.
             03 au-dia             pic 99.
             03 au-mes             pic 99.
             03 au-ano             pic 99.
             03 au-hora            pic 99.
             03 au-minuto          pic 99.
             03 au-segundo         pic 99.
          02 au-sucursal           pic x(2).

       fd costos-promedio
           label record is standard
           value of file-id ws-nombre-costoprom.
       01 reg-costo-promedio.
          02 cp-codigo            pic x(6).
          02 cp-costo-promedio    pic 9(7).
          02 cp-fecha.
             03 cp-dia            pic 99.
             03 cp-mes            pic 99.
             03 cp-ano            pic 99.
          02 cp-origen            pic x(6).
          02 cp-operador-id       pic x(8).

       fd copia-temporal
           label record is standard
           value of file-id "capacit.tmp".
       01 reg-temporal            pic x(500).

       working-storage section.
       77 ws-nombre-ventas         pic x(20).
       77 ws-nombre-clientes       pic x(20).
       77 ws-nombre-mov            pic x(20).
       77 ws-nombre-medicamentos   pic x(20).
       77 ws-nombre-control        pic x(20).
       77 ws-nombre-devventa       pic x(20).
       77 ws-nombre-sobreventas    pic x(20).
       77 ws-nombre-fiado          pic x(20).
       77 ws-nombre-trxjour        pic x(20).
       77 ws-nombre-recetas        pic x(20).
       77 ws-nombre-recelec        pic x(20).
       77 ws-nombre-convdet        pic x(20).
       77 ws-nombre-ncventa        pic x(20).
       77 ws-nombre-fraccion       pic x(20).
       77 ws-nombre-reservas       pic x(20).
       77 ws-nombre-vtasmens       pic x(20).
       77 ws-nombre-espera         pic x(20).
       77 ws-nombre-vales          pic x(20).
       77 ws-nombre-valecanje      pic x(20).
       77 ws-nombre-autoriza       pic x(20).
       77 ws-nombre-costoprom      pic x(20).
       77 ws-status-archivo        pic xx.
       77 ws-registros             pic 9(6) value 0.
       77 ws-total-archivos        pic 9(3) value 0.

       procedure division.
      *_rehace las copias *cap.dat que usa la venta en modo
      *_capacitacion con los datos reales del momento: cada archivo
      *_real se vuelca al archivo de paso y desde ahi se carga su
      *_copia desde cero. un archivo real que todavia no existe deja
      *_su copia vacia. lo llama programa-principal al entrar en
      *_capacitacion y tambien puede correr solo desde
      *_run-batch-capacitacion.sh, antes de abrir el local
       inicio.
           move 0 to ws-total-archivos.
       copiar-ventas.
           move "ventas.dat" to ws-nombre-ventas.
           move 0 to ws-registros.
           open input factura-venta.
           if ws-status-archivo not = "00" then
              go crear-copia-ventas
           end-if.
           open output copia-temporal.
       volcar-ventas.
           read factura-venta next record
               at end go cargar-ventas.
           move reg-factura-venta to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-ventas.
       cargar-ventas.
           close factura-venta.
           close copia-temporal.
           move "ventascap.dat" to ws-nombre-ventas.
           open output factura-venta.
           open input copia-temporal.
       pasar-ventas.
           read copia-temporal at end go cerrar-ventas.
           move reg-temporal to reg-factura-venta.
           write reg-factura-venta invalid key continue end-write.
           go pasar-ventas.
       cerrar-ventas.
           close copia-temporal.
           close factura-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: ventas.dat"
                   " registros=" ws-registros.
           go copiar-clientes.
       crear-copia-ventas.
           move "ventascap.dat" to ws-nombre-ventas.
           open output factura-venta.
           close factura-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: ventas.dat"
                   " no existe, copia vacia".
       copiar-clientes.
           move "clientes.dat" to ws-nombre-clientes.
           move 0 to ws-registros.
           open input clientes.
           if ws-status-archivo not = "00" then
              go crear-copia-clientes
           end-if.
           open output copia-temporal.
       volcar-clientes.
           read clientes next record
               at end go cargar-clientes.
           move reg-clientes to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-clientes.
       cargar-clientes.
           close clientes.
           close copia-temporal.
           move "clientescap.dat" to ws-nombre-clientes.
           open output clientes.
           open input copia-temporal.
       pasar-clientes.
           read copia-temporal at end go cerrar-clientes.
           move reg-temporal to reg-clientes.
           write reg-clientes invalid key continue end-write.
           go pasar-clientes.
       cerrar-clientes.
           close copia-temporal.
           close clientes.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: clientes.dat"
                   " registros=" ws-registros.
           go copiar-mov.
       crear-copia-clientes.
           move "clientescap.dat" to ws-nombre-clientes.
           open output clientes.
           close clientes.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: clientes.dat"
                   " no existe, copia vacia".
       copiar-mov.
           move "mov.dat" to ws-nombre-mov.
           move 0 to ws-registros.
           open input movimiento-medicamento.
           if ws-status-archivo not = "00" then
              go crear-copia-mov
           end-if.
           open output copia-temporal.
       volcar-mov.
           read movimiento-medicamento next record
               at end go cargar-mov.
           move reg-movimiento to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-mov.
       cargar-mov.
           close movimiento-medicamento.
           close copia-temporal.
           move "movcap.dat" to ws-nombre-mov.
           open output movimiento-medicamento.
           open input copia-temporal.
       pasar-mov.
           read copia-temporal at end go cerrar-mov.
           move reg-temporal to reg-movimiento.
           write reg-movimiento invalid key continue end-write.
           go pasar-mov.
       cerrar-mov.
           close copia-temporal.
           close movimiento-medicamento.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: mov.dat"
                   " registros=" ws-registros.
           go copiar-medicamentos.
       crear-copia-mov.
           move "movcap.dat" to ws-nombre-mov.
           open output movimiento-medicamento.
           close movimiento-medicamento.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: mov.dat"
                   " no existe, copia vacia".
       copiar-medicamentos.
           move "medicamentos.dat" to ws-nombre-medicamentos.
           move 0 to ws-registros.
           open input medicamentos.
           if ws-status-archivo not = "00" then
              go crear-copia-medicamentos
           end-if.
           open output copia-temporal.
       volcar-medicamentos.
           read medicamentos next record
               at end go cargar-medicamentos.
           move reg-medicamentos to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-medicamentos.
       cargar-medicamentos.
           close medicamentos.
           close copia-temporal.
           move "medicamentoscap.dat" to ws-nombre-medicamentos.
           open output medicamentos.
           open input copia-temporal.
       pasar-medicamentos.
           read copia-temporal at end go cerrar-medicamentos.
           move reg-temporal to reg-medicamentos.
           write reg-medicamentos invalid key continue end-write.
           go pasar-medicamentos.
       cerrar-medicamentos.
           close copia-temporal.
           close medicamentos.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: medicamentos.dat"
                   " registros=" ws-registros.
           go copiar-control.
       crear-copia-medicamentos.
           move "medicamentoscap.dat" to ws-nombre-medicamentos.
           open output medicamentos.
           close medicamentos.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: medicamentos.dat"
                   " no existe, copia vacia".
       copiar-control.
           move "control.dat" to ws-nombre-control.
           move 0 to ws-registros.
           open input control-numero.
           if ws-status-archivo not = "00" then
              go crear-copia-control
           end-if.
           open output copia-temporal.
       volcar-control.
           read control-numero next record
               at end go cargar-control.
           move reg-control to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-control.
       cargar-control.
           close control-numero.
           close copia-temporal.
           move "controlcap.dat" to ws-nombre-control.
           open output control-numero.
           open input copia-temporal.
       pasar-control.
           read copia-temporal at end go cerrar-control.
           move reg-temporal to reg-control.
           write reg-control invalid key continue end-write.
           go pasar-control.
       cerrar-control.
           close copia-temporal.
           close control-numero.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: control.dat"
                   " registros=" ws-registros.
           go copiar-devventa.
       crear-copia-control.
           move "controlcap.dat" to ws-nombre-control.
           open output control-numero.
           close control-numero.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: control.dat"
                   " no existe, copia vacia".
       copiar-devventa.
           move "devventa.dat" to ws-nombre-devventa.
           move 0 to ws-registros.
           open input devolucion-venta.
           if ws-status-archivo not = "00" then
              go crear-copia-devventa
           end-if.
           open output copia-temporal.
       volcar-devventa.
           read devolucion-venta next record
               at end go cargar-devventa.
           move reg-devolucion-venta to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-devventa.
       cargar-devventa.
           close devolucion-venta.
           close copia-temporal.
           move "devventacap.dat" to ws-nombre-devventa.
           open output devolucion-venta.
           open input copia-temporal.
       pasar-devventa.
           read copia-temporal at end go cerrar-devventa.
           move reg-temporal to reg-devolucion-venta.
           write reg-devolucion-venta invalid key continue end-write.
           go pasar-devventa.
       cerrar-devventa.
           close copia-temporal.
           close devolucion-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: devventa.dat"
                   " registros=" ws-registros.
           go copiar-sobreventas.
       crear-copia-devventa.
           move "devventacap.dat" to ws-nombre-devventa.
           open output devolucion-venta.
           close devolucion-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: devventa.dat"
                   " no existe, copia vacia".
       copiar-sobreventas.
           move "sobreventas.dat" to ws-nombre-sobreventas.
           move 0 to ws-registros.
           open input sobreventas.
           if ws-status-archivo not = "00" then
              go crear-copia-sobreventas
           end-if.
           open output copia-temporal.
       volcar-sobreventas.
           read sobreventas next record
               at end go cargar-sobreventas.
           move reg-sobreventa to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-sobreventas.
       cargar-sobreventas.
           close sobreventas.
           close copia-temporal.
           move "sobreventascap.dat" to ws-nombre-sobreventas.
           open output sobreventas.
           open input copia-temporal.
       pasar-sobreventas.
           read copia-temporal at end go cerrar-sobreventas.
           move reg-temporal to reg-sobreventa.
           write reg-sobreventa invalid key continue end-write.
           go pasar-sobreventas.
       cerrar-sobreventas.
           close copia-temporal.
           close sobreventas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: sobreventas.dat"
                   " registros=" ws-registros.
           go copiar-fiado.
       crear-copia-sobreventas.
           move "sobreventascap.dat" to ws-nombre-sobreventas.
           open output sobreventas.
           close sobreventas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: sobreventas.dat"
                   " no existe, copia vacia".
       copiar-fiado.
           move "fiado.dat" to ws-nombre-fiado.
           move 0 to ws-registros.
           open input cuentas-fiado.
           if ws-status-archivo not = "00" then
              go crear-copia-fiado
           end-if.
           open output copia-temporal.
       volcar-fiado.
           read cuentas-fiado next record
               at end go cargar-fiado.
           move reg-fiado to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-fiado.
       cargar-fiado.
           close cuentas-fiado.
           close copia-temporal.
           move "fiadocap.dat" to ws-nombre-fiado.
           open output cuentas-fiado.
           open input copia-temporal.
       pasar-fiado.
           read copia-temporal at end go cerrar-fiado.
           move reg-temporal to reg-fiado.
           write reg-fiado invalid key continue end-write.
           go pasar-fiado.
       cerrar-fiado.
           close copia-temporal.
           close cuentas-fiado.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: fiado.dat"
                   " registros=" ws-registros.
           go copiar-trxjour.
       crear-copia-fiado.
           move "fiadocap.dat" to ws-nombre-fiado.
           open output cuentas-fiado.
           close cuentas-fiado.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: fiado.dat"
                   " no existe, copia vacia".
       copiar-trxjour.
           move "trxjour.dat" to ws-nombre-trxjour.
           move 0 to ws-registros.
           open input diario-transacciones.
           if ws-status-archivo not = "00" then
              go crear-copia-trxjour
           end-if.
           open output copia-temporal.
       volcar-trxjour.
           read diario-transacciones next record
               at end go cargar-trxjour.
           move reg-diario-trx to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-trxjour.
       cargar-trxjour.
           close diario-transacciones.
           close copia-temporal.
           move "trxjourcap.dat" to ws-nombre-trxjour.
           open output diario-transacciones.
           open input copia-temporal.
       pasar-trxjour.
           read copia-temporal at end go cerrar-trxjour.
           move reg-temporal to reg-diario-trx.
           write reg-diario-trx invalid key continue end-write.
           go pasar-trxjour.
       cerrar-trxjour.
           close copia-temporal.
           close diario-transacciones.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: trxjour.dat"
                   " registros=" ws-registros.
           go copiar-recetas.
       crear-copia-trxjour.
           move "trxjourcap.dat" to ws-nombre-trxjour.
           open output diario-transacciones.
           close diario-transacciones.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: trxjour.dat"
                   " no existe, copia vacia".
       copiar-recetas.
           move "recetas.dat" to ws-nombre-recetas.
           move 0 to ws-registros.
           open input recetas.
           if ws-status-archivo not = "00" then
              go crear-copia-recetas
           end-if.
           open output copia-temporal.
       volcar-recetas.
           read recetas next record
               at end go cargar-recetas.
           move reg-receta to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-recetas.
       cargar-recetas.
           close recetas.
           close copia-temporal.
           move "recetascap.dat" to ws-nombre-recetas.
           open output recetas.
           open input copia-temporal.
       pasar-recetas.
           read copia-temporal at end go cerrar-recetas.
           move reg-temporal to reg-receta.
           write reg-receta invalid key continue end-write.
           go pasar-recetas.
       cerrar-recetas.
           close copia-temporal.
           close recetas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: recetas.dat"
                   " registros=" ws-registros.
           go copiar-recelec.
       crear-copia-recetas.
           move "recetascap.dat" to ws-nombre-recetas.
           open output recetas.
           close recetas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: recetas.dat"
                   " no existe, copia vacia".
       copiar-recelec.
           move "recelec.dat" to ws-nombre-recelec.
           move 0 to ws-registros.
           open input recetas-electronicas.
           if ws-status-archivo not = "00" then
              go crear-copia-recelec
           end-if.
           open output copia-temporal.
       volcar-recelec.
           read recetas-electronicas next record
               at end go cargar-recelec.
           move reg-receta-electronica to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-recelec.
       cargar-recelec.
           close recetas-electronicas.
           close copia-temporal.
           move "receleccap.dat" to ws-nombre-recelec.
           open output recetas-electronicas.
           open input copia-temporal.
       pasar-recelec.
           read copia-temporal at end go cerrar-recelec.
           move reg-temporal to reg-receta-electronica.
           write reg-receta-electronica invalid key continue end-write.
           go pasar-recelec.
       cerrar-recelec.
           close copia-temporal.
           close recetas-electronicas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: recelec.dat"
                   " registros=" ws-registros.
           go copiar-convdet.
       crear-copia-recelec.
           move "receleccap.dat" to ws-nombre-recelec.
           open output recetas-electronicas.
           close recetas-electronicas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: recelec.dat"
                   " no existe, copia vacia".
       copiar-convdet.
           move "convdet.dat" to ws-nombre-convdet.
           move 0 to ws-registros.
           open input convenio-detalle.
           if ws-status-archivo not = "00" then
              go crear-copia-convdet
           end-if.
           open output copia-temporal.
       volcar-convdet.
           read convenio-detalle next record
               at end go cargar-convdet.
           move reg-convenio-detalle to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-convdet.
       cargar-convdet.
           close convenio-detalle.
           close copia-temporal.
           move "convdetcap.dat" to ws-nombre-convdet.
           open output convenio-detalle.
           open input copia-temporal.
       pasar-convdet.
           read copia-temporal at end go cerrar-convdet.
           move reg-temporal to reg-convenio-detalle.
           write reg-convenio-detalle invalid key continue end-write.
           go pasar-convdet.
       cerrar-convdet.
           close copia-temporal.
           close convenio-detalle.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: convdet.dat"
                   " registros=" ws-registros.
           go copiar-ncventa.
       crear-copia-convdet.
           move "convdetcap.dat" to ws-nombre-convdet.
           open output convenio-detalle.
           close convenio-detalle.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: convdet.dat"
                   " no existe, copia vacia".
       copiar-ncventa.
           move "ncventa.dat" to ws-nombre-ncventa.
           move 0 to ws-registros.
           open input notas-venta.
           if ws-status-archivo not = "00" then
              go crear-copia-ncventa
           end-if.
           open output copia-temporal.
       volcar-ncventa.
           read notas-venta next record
               at end go cargar-ncventa.
           move reg-nota-venta to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-ncventa.
       cargar-ncventa.
           close notas-venta.
           close copia-temporal.
           move "ncventacap.dat" to ws-nombre-ncventa.
           open output notas-venta.
           open input copia-temporal.
       pasar-ncventa.
           read copia-temporal at end go cerrar-ncventa.
           move reg-temporal to reg-nota-venta.
           write reg-nota-venta invalid key continue end-write.
           go pasar-ncventa.
       cerrar-ncventa.
           close copia-temporal.
           close notas-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: ncventa.dat"
                   " registros=" ws-registros.
           go copiar-fraccion.
       crear-copia-ncventa.
           move "ncventacap.dat" to ws-nombre-ncventa.
           open output notas-venta.
           close notas-venta.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: ncventa.dat"
                   " no existe, copia vacia".
       copiar-fraccion.
           move "fraccion.dat" to ws-nombre-fraccion.
           move 0 to ws-registros.
           open input fraccionados.
           if ws-status-archivo not = "00" then
              go crear-copia-fraccion
           end-if.
           open output copia-temporal.
       volcar-fraccion.
           read fraccionados next record
               at end go cargar-fraccion.
           move reg-fraccionado to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-fraccion.
       cargar-fraccion.
           close fraccionados.
           close copia-temporal.
           move "fraccioncap.dat" to ws-nombre-fraccion.
           open output fraccionados.
           open input copia-temporal.
       pasar-fraccion.
           read copia-temporal at end go cerrar-fraccion.
           move reg-temporal to reg-fraccionado.
           write reg-fraccionado invalid key continue end-write.
           go pasar-fraccion.
       cerrar-fraccion.
           close copia-temporal.
           close fraccionados.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: fraccion.dat"
                   " registros=" ws-registros.
           go copiar-reservas.
       crear-copia-fraccion.
           move "fraccioncap.dat" to ws-nombre-fraccion.
           open output fraccionados.
           close fraccionados.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: fraccion.dat"
                   " no existe, copia vacia".
       copiar-reservas.
           move "reservas.dat" to ws-nombre-reservas.
           move 0 to ws-registros.
           open input reservas-stock.
           if ws-status-archivo not = "00" then
              go crear-copia-reservas
           end-if.
           open output copia-temporal.
       volcar-reservas.
           read reservas-stock next record
               at end go cargar-reservas.
           move reg-reserva to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-reservas.
       cargar-reservas.
           close reservas-stock.
           close copia-temporal.
           move "reservascap.dat" to ws-nombre-reservas.
           open output reservas-stock.
           open input copia-temporal.
       pasar-reservas.
           read copia-temporal at end go cerrar-reservas.
           move reg-temporal to reg-reserva.
           write reg-reserva invalid key continue end-write.
           go pasar-reservas.
       cerrar-reservas.
           close copia-temporal.
           close reservas-stock.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: reservas.dat"
                   " registros=" ws-registros.
           go copiar-vtasmens.
       crear-copia-reservas.
           move "reservascap.dat" to ws-nombre-reservas.
           open output reservas-stock.
           close reservas-stock.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: reservas.dat"
                   " no existe, copia vacia".
       copiar-vtasmens.
           move "vtasmens.dat" to ws-nombre-vtasmens.
           move 0 to ws-registros.
           open input resumen-ventas.
           if ws-status-archivo not = "00" then
              go crear-copia-vtasmens
           end-if.
           open output copia-temporal.
       volcar-vtasmens.
           read resumen-ventas next record
               at end go cargar-vtasmens.
           move reg-resumen-venta to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-vtasmens.
       cargar-vtasmens.
           close resumen-ventas.
           close copia-temporal.
           move "vtasmenscap.dat" to ws-nombre-vtasmens.
           open output resumen-ventas.
           open input copia-temporal.
       pasar-vtasmens.
           read copia-temporal at end go cerrar-vtasmens.
           move reg-temporal to reg-resumen-venta.
           write reg-resumen-venta invalid key continue end-write.
           go pasar-vtasmens.
       cerrar-vtasmens.
           close copia-temporal.
           close resumen-ventas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: vtasmens.dat"
                   " registros=" ws-registros.
           go copiar-espera.
       crear-copia-vtasmens.
           move "vtasmenscap.dat" to ws-nombre-vtasmens.
           open output resumen-ventas.
           close resumen-ventas.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: vtasmens.dat"
                   " no existe, copia vacia".
       copiar-espera.
           move "espera.dat" to ws-nombre-espera.
           move 0 to ws-registros.
           open input ventas-espera.
           if ws-status-archivo not = "00" then
              go crear-copia-espera
           end-if.
           open output copia-temporal.
       volcar-espera.
           read ventas-espera next record
               at end go cargar-espera.
           move reg-venta-espera to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-espera.
       cargar-espera.
           close ventas-espera.
           close copia-temporal.
           move "esperacap.dat" to ws-nombre-espera.
           open output ventas-espera.
           open input copia-temporal.
       pasar-espera.
           read copia-temporal at end go cerrar-espera.
           move reg-temporal to reg-venta-espera.
           write reg-venta-espera invalid key continue end-write.
           go pasar-espera.
       cerrar-espera.
           close copia-temporal.
           close ventas-espera.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: espera.dat"
                   " registros=" ws-registros.
           go copiar-vales.
       crear-copia-espera.
           move "esperacap.dat" to ws-nombre-espera.
           open output ventas-espera.
           close ventas-espera.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: espera.dat"
                   " no existe, copia vacia".
       copiar-vales.
           move "vales.dat" to ws-nombre-vales.
           move 0 to ws-registros.
           open input vales-compra.
           if ws-status-archivo not = "00" then
              go crear-copia-vales
           end-if.
           open output copia-temporal.
       volcar-vales.
           read vales-compra next record
               at end go cargar-vales.
           move reg-vale to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-vales.
       cargar-vales.
           close vales-compra.
           close copia-temporal.
           move "valescap.dat" to ws-nombre-vales.
           open output vales-compra.
           open input copia-temporal.
       pasar-vales.
           read copia-temporal at end go cerrar-vales.
           move reg-temporal to reg-vale.
           write reg-vale invalid key continue end-write.
           go pasar-vales.
       cerrar-vales.
           close copia-temporal.
           close vales-compra.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: vales.dat"
                   " registros=" ws-registros.
           go copiar-valecanje.
       crear-copia-vales.
           move "valescap.dat" to ws-nombre-vales.
           open output vales-compra.
           close vales-compra.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: vales.dat"
                   " no existe, copia vacia".
       copiar-valecanje.
           move "valecanje.dat" to ws-nombre-valecanje.
           move 0 to ws-registros.
           open input canjes-vale.
           if ws-status-archivo not = "00" then
              go crear-copia-valecanje
           end-if.
           open output copia-temporal.
       volcar-valecanje.
           read canjes-vale next record
               at end go cargar-valecanje.
           move reg-canje-vale to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-valecanje.
       cargar-valecanje.
           close canjes-vale.
           close copia-temporal.
           move "valecanjecap.dat" to ws-nombre-valecanje.
           open output canjes-vale.
           open input copia-temporal.
       pasar-valecanje.
           read copia-temporal at end go cerrar-valecanje.
           move reg-temporal to reg-canje-vale.
           write reg-canje-vale invalid key continue end-write.
           go pasar-valecanje.
       cerrar-valecanje.
           close copia-temporal.
           close canjes-vale.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: valecanje.dat"
                   " registros=" ws-registros.
           go copiar-autoriza.
       crear-copia-valecanje.
           move "valecanjecap.dat" to ws-nombre-valecanje.
           open output canjes-vale.
           close canjes-vale.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: valecanje.dat"
                   " no existe, copia vacia".
       copiar-autoriza.
           move "autoriza.dat" to ws-nombre-autoriza.
           move 0 to ws-registros.
           open input autorizaciones.
           if ws-status-archivo not = "00" then
              go crear-copia-autoriza
           end-if.
           open output copia-temporal.
       volcar-autoriza.
           read autorizaciones next record
               at end go cargar-autoriza.
           move reg-autorizacion to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-autoriza.
       cargar-autoriza.
           close autorizaciones.
           close copia-temporal.
           move "autorizacap.dat" to ws-nombre-autoriza.
           open output autorizaciones.
           open input copia-temporal.
       pasar-autoriza.
           read copia-temporal at end go cerrar-autoriza.
           move reg-temporal to reg-autorizacion.
           write reg-autorizacion invalid key continue end-write.
           go pasar-autoriza.
       cerrar-autoriza.
           close copia-temporal.
           close autorizaciones.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: autoriza.dat"
                   " registros=" ws-registros.
           go copiar-costoprom.
       crear-copia-autoriza.
           move "autorizacap.dat" to ws-nombre-autoriza.
           open output autorizaciones.
           close autorizaciones.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: autoriza.dat"
                   " no existe, copia vacia".
       copiar-costoprom.
           move "costoprom.dat" to ws-nombre-costoprom.
           move 0 to ws-registros.
           open input costos-promedio.
           if ws-status-archivo not = "00" then
              go crear-copia-costoprom
           end-if.
           open output copia-temporal.
       volcar-costoprom.
           read costos-promedio next record
               at end go cargar-costoprom.
           move reg-costo-promedio to reg-temporal.
           write reg-temporal.
           add 1 to ws-registros.
           go volcar-costoprom.
       cargar-costoprom.
           close costos-promedio.
           close copia-temporal.
           move "costopromcap.dat" to ws-nombre-costoprom.
           open output costos-promedio.
           open input copia-temporal.
       pasar-costoprom.
           read copia-temporal at end go cerrar-costoprom.
           move reg-temporal to reg-costo-promedio.
           write reg-costo-promedio invalid key continue end-write.
           go pasar-costoprom.
       cerrar-costoprom.
           close copia-temporal.
           close costos-promedio.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: costoprom.dat"
                   " registros=" ws-registros.
           go fin-batch.
       crear-copia-costoprom.
           move "costopromcap.dat" to ws-nombre-costoprom.
           open output costos-promedio.
           close costos-promedio.
           add 1 to ws-total-archivos.
           display "batch-capacitacion: costoprom.dat"
                   " no existe, copia vacia".
       fin-batch.
           display "batch-capacitacion: " ws-total-archivos
                   " copias reiniciadas".
           goback.
