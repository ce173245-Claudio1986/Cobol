           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_lock manual sobre medicamentos para que dos terminales no
      *_puedan descontar el mismo lote al mismo tiempo
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

           select operadores assign to disk
           organization is indexed
           access mode is dynamic
           access mode is dynamic
           record key is md-rut-medico.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates.

           select recetas-electronicas assign to disk
           organization is indexed
           access mode is dynamic
           record key is el-clave.

      *_archivo de intercambio de la receta electronica
           select intercambio-receta assign to disk
           organization is line sequential
           file status is ws-status-intercambio.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           access mode is dynamic
           record key is em-clave.

      *_registro sanitario isp de cada codigo (opcion-87): la venta
      *_de un codigo con registro cancelado se advierte al vendedor
           select registros-sanitarios assign to disk
           organization is indexed
           access mode is dynamic
           record key is rs-codigo
           alternate record key is rs-numero-registro with duplicates.

      *_pares de principios activos que no deben combinarse
      *_(opcion-55); la linea de venta se controla contra las otras
      *_lineas de la factura y las compras del cliente del ultimo mes
           access mode is dynamic
           record key is ia-clave.

      *_complemento mas frecuente de cada codigo (analisis de canasta
      *_de opcion-91), que se sugiere al vendedor tras cada linea
           select complementos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cm-codigo
           file status is ws-status-complementos.

      *_notas de credito de venta con serie propia, emitidas por la
      *_devolucion; entran al libro de opcion-24 y se reimprimen
      *_desde opcion-26
           access mode is dynamic
           record key is pa-clave.

      *_ventas dejadas en espera en el meson: una fila por linea con
      *_lo que se habia tipeado; el stock vuelve a los lotes al dejar
      *_la venta en espera y se descuenta de nuevo al retomarla
           select ventas-espera assign to disk
           organization is indexed
           access mode is dynamic
           record key is es-clave.

      *_vales de compra (emitidos en opcion-21): medio de pago V con
      *_saldo propio; cada uso queda en valecanje.dat
           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero.

           select canjes-vale assign to disk
           organization is indexed
           access mode is dynamic
           record key is vk-correlativo.

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

      *_lotes en consignacion: no entran al costo promedio propio
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

      *_kits y packs (opcion-72): al vender el codigo del kit cada
      *_componente sale como su propia linea de venta
           select kits assign to disk
           organization is indexed
           access mode is dynamic
           record key is kt-codigo.

           select kit-componentes assign to disk
           organization is indexed
           access mode is dynamic
           record key is kc-clave.

      *_autorizaciones de supervisor dadas en la venta (bajo costo y
      *_descuento manual), para el informe de excepciones de opcion-75
           select autorizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is au-correlativo.

      *_ubicacion fisica de cada codigo en la sala de cada sucursal
      *_(pasillo, estante, nivel); ub-recorrido da el orden de paso
           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates.

       data division.
       file section.
       fd factura-venta
           label record is standard
           value of file-id ws-nombre-ventas.
       01 reg-factura-venta.
          02 v-codigo-factura     pic x(6).
          02 v-numero-factura     pic x(6).

       fd clientes
           label record is standard
           value of file-id ws-nombre-clientes.
       01 reg-clientes.
          02 rut-cliente          pic 9(8).
          02 dv-cliente           pic x.
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
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).

      *_deja constancia de las ventas rechazadas por falta de stock,
      *_para que gerencia vea cuanto se esta perdiendo por no reponer
       fd sobreventas
           label record is standard
           value of file-id ws-nombre-sobreventas.
       01 reg-sobreventa.
          02 so-correlativo         pic 9(6).
          02 so-codigo-medicamento  pic x(6).
             88 so-atendido         value "A".
             88 so-cancelado        value "X".
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).

      *_lista de precios de venta al publico mantenida por opcion-20;
      *_la linea de venta se valoriza con este precio y no con el
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

      *_se consulta para validar la clave del supervisor que autoriza
      *_una venta bajo el costo
       fd operadores
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

      *_cargos y abonos de las cuentas de clientes (venta al fiado);
      *_el saldo vivo se lleva en saldo-credito de reg-clientes y
      *_los abonos los registra opcion-22
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
          02 md-nombre-medico     pic x(30).
          02 md-registro-medico   pic x(10).

      *_recetas con repeticiones: lo autorizado por el medico para un
      *_codigo, lo ya despachado y la cadencia de los despachos; cada
      *_venta con receta descuenta de aqui y no puede pasar del saldo
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

      *_receta electronica importada del archivo de intercambio, por
      *_folio e item; el item despachado queda enlazado a su linea de
      *_mov.dat para la cuadratura de opcion-69
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

      *_una linea por item: folio;rut medico;rut paciente;principio
      *_activo;dosis;cantidad
       fd intercambio-receta
           label record is standard
           value of file-id "recetaelec.csv".
       01 reg-intercambio-receta  pic x(120).

      *_promociones con vigencia por fechas, mantenidas por opcion-28;
      *_se aplican automaticamente al valorizar la linea de venta
       fd promociones
      *_que batch-recupera pueda sanear una caida a medio camino
       fd diario-transacciones
           label record is standard
           value of file-id ws-nombre-trxjour.
       01 reg-diario-trx.
          02 jr-correlativo      pic 9(6).
          02 jr-tipo             pic x(6).

       fd convenio-detalle
           label record is standard
           value of file-id ws-nombre-convdet.
       01 reg-convenio-detalle.
          02 cd-correlativo       pic 9(6).
          02 cd-rut-institucion   pic x(8).
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

       fd convenios-categoria
           label record is standard

       fd resumen-ventas
           label record is standard
           value of file-id ws-nombre-vtasmens.
       01 reg-resumen-venta.
          02 vm-clave.
             03 vm-codigo         pic x(6).

       fd reservas-stock
           label record is standard
           value of file-id ws-nombre-reservas.
       01 reg-reserva.
          02 rv-correlativo       pic 9(6).
          02 rv-codigo            pic x(6).

       fd fraccionados
           label record is standard
           value of file-id ws-nombre-fraccion.
       01 reg-fraccionado.
          02 fx-codigo            pic x(6).
          02 fx-unidades-sueltas  pic 9(5).
             03 em-ano            pic 99.
          02 em-operador-id       pic x(8).

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

       fd interacciones
           label record is standard
           value of file-id "interacc.dat".
             88 interaccion-grave    value "G".
          02 ia-descripcion       pic x(30).

       fd complementos
           label record is standard
           value of file-id "complem.dat".
       01 reg-complemento.
          02 cm-codigo            pic x(6).
          02 cm-complemento       pic x(6).
          02 cm-descripcion       pic x(30).
          02 cm-frecuencia        pic 9(7).
          02 cm-confianza         pic 9(3)v9.
          02 cm-orden-desde       pic 9(8).
          02 cm-orden-hasta       pic 9(8).
          02 cm-fecha-analisis.
             03 cm-dia            pic 99.
             03 cm-mes            pic 99.
             03 cm-ano            pic 99.

       fd notas-venta
           label record is standard
           value of file-id ws-nombre-ncventa.
       01 reg-nota-venta.
          02 nv-numero            pic x(6).
          02 nv-factura-original  pic x(6).
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

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

       fd kits
           label record is standard
           value of file-id "kits.dat".
       01 reg-kit.
          02 kt-codigo             pic x(6).
          02 kt-descripcion        pic x(30).
          02 kt-precio             pic 9(7).
          02 kt-estado             pic x.
             88 kit-vigente        value "V".
             88 kit-inactivo       value "I".

       fd kit-componentes
           label record is standard
           value of file-id "kitcomp.dat".
       01 reg-kit-componente.
          02 kc-clave.
             03 kc-codigo-kit      pic x(6).
             03 kc-componente      pic x(6).
          02 kc-cantidad           pic 9(3).

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

       fd ubicaciones
           label record is standard
           value of file-id "ubicac.dat".
       01 reg-ubicacion.
          02 ub-clave.
             03 ub-codigo          pic x(6).
             03 ub-sucursal        pic x(2).
          02 ub-recorrido.
             03 ub-rec-sucursal    pic x(2).
             03 ub-pasillo         pic 99.
             03 ub-estante         pic 99.
             03 ub-nivel           pic 9.
             03 ub-rec-codigo      pic x(6).
          02 ub-fecha.
             03 ub-dia             pic 99.
             03 ub-mes             pic 99.
             03 ub-ano             pic 99.
          02 ub-operador-id        pic x(8).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
      *_en modo capacitacion los archivos que la venta modifica se
      *_toman de su copia *cap.dat (batch-capacitacion la reinicia)
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
       77 ws-capacitacion          pic x value "N".
       77 ws-aviso-capacitacion    pic x(40) value spaces.
       01 opcion                   pic x.
          88 agregar-otro-registro value "1".
          88 volver-menu-principal value "2".
          88 devolver-venta        value "3".
          88 dejar-en-espera       value "4".
       77 numero-correlativo       pic 9(6)  value 0.
       77 linea-subrayado          pic x(80) value all "*".
       77 ws-total-disponible      pic 9(7)  value 0.
       77 ws-receta-exigida        pic x value "N".
       77 ws-receta-numero         pic x(10).
       77 ws-medico-rut            pic x(8).
      *_saldo de la receta de la linea; la receta que no existe se
      *_registra con la primera venta (ws-receta-nueva = "S")
       77 ws-receta-pendiente      pic x value "N".
       77 ws-receta-nueva          pic x value "N".
       77 ws-receta-excedida       pic x value "N".
       77 ws-receta-autorizada     pic 9(5) value 0.
       77 ws-receta-despachada     pic 9(5) value 0.
       77 ws-saldo-receta          pic 9(5) value 0.
       77 ws-receta-despachos      pic 9(3) value 0.
       77 ws-receta-realizados     pic 9(3) value 0.
       77 ws-receta-dias           pic 9(3) value 0.
       77 opcion-continuar-receta  pic 9.
      *_receta electronica en despacho: mientras ws-receta-e-activa
      *_sea "S" cada item pendiente del folio se carga como linea de
      *_venta, y ws-receta-e-linea marca la linea que viene de ella
       77 ws-receta-e-activa       pic x value "N".
       77 ws-receta-e-linea        pic x value "N".
       77 ws-receta-e-folio        pic x(10).
       77 ws-receta-e-medico       pic x(8).
       77 ws-receta-e-paciente     pic x(8).
       77 ws-receta-e-item         pic 99 value 0.
       77 ws-receta-e-items        pic 99 value 0.
       77 ws-receta-e-pendientes   pic 99 value 0.
       77 ws-receta-e-cantidad     pic 9(5) value 0.
       77 ws-status-intercambio    pic xx.
      *_campos de la linea del archivo de intercambio
       77 ws-campo-e-folio         pic x(10).
       77 ws-campo-e-medico        pic x(12).
       77 ws-campo-e-paciente      pic x(12).
       77 ws-campo-e-principio     pic x(20).
       77 ws-campo-e-dosis         pic x(10).
       77 ws-campo-e-cantidad      pic x(6).
       77 ws-campo-e-rut           pic x(12).
       77 ws-rut-e-texto           pic x(8).
       77 ws-i-e                   pic 99.
       77 ws-j-e                   pic 99.
       77 ws-valor-e               pic 9(6).
       01 ws-digito-e-x            pic x.
       01 ws-digito-e-9 redefines ws-digito-e-x pic 9.
      *_lote elegido para el item: mismo principio activo y dosis,
      *_con stock en la sucursal y el vencimiento mas proximo
       77 ws-el-encontrado         pic x.
       77 ws-el-codigo             pic x(6).
       77 ws-el-descripcion        pic x(30).
       77 ws-el-unidad             pic x(2).
       77 ws-el-precio             pic 9(7).
       77 ws-el-orden-vcto         pic 9(8).
       01 ws-el-elavoracion.
          02 ws-el-dia-elav        pic 99.
          02 ws-el-mes-elav        pic 99.
          02 ws-el-ano-elav        pic 99.
       01 ws-el-vencimiento.
          02 ws-el-dia-vcto        pic 99.
          02 ws-el-mes-vcto        pic 99.
          02 ws-el-ano-vcto        pic 99.
      *_credenciales del supervisor que autoriza una venta bajo
      *_costo o un descuento manual de la linea
       77 ws-sup-id                pic x(8).
       77 ws-sup-clave             pic x(8).
       77 ws-clave-cifrada         pic x(16).
       77 ws-clave-valida          pic x value "N".
      *_descuentos de la linea: el de la promocion vigente se aplica
      *_solo y el manual exige la autorizacion de un supervisor; la
      *_suma queda grabada en descuento-mov para que el diario y el
      *_E=efectivo D=debito C=credito T=transferencia F=fiado
      *_P=canje de puntos de fidelidad (1 punto = 1 peso)
      *_I=convenio con institucion (isapre o empresa, opcion-50)
      *_V=vale de compra con saldo (emitido en opcion-21)
       77 ws-medio-pago-1          pic x.
          88 medio-1-valido        value "E" "D" "C" "T" "F" "P" "I"
                                         "V".
       77 ws-monto-pago-1          pic 9(9) value 0.
       77 ws-medio-pago-2          pic x value space.
          88 medio-2-valido        value "E" "D" "C" "T" "F" "P" "I"
                                         "V".
       77 ws-monto-pago-2          pic 9(9) value 0.
      *_parte de la factura cargada a la cuenta del cliente (fiado)
       77 ws-monto-fiado           pic 9(9) value 0.
      *_pagados sin contar el propio canje)
       77 ws-monto-puntos          pic 9(9) value 0.
       77 ws-puntos-ganados        pic 9(7) value 0.
      *_parte de la factura pagada con un vale de compra y el vale
      *_usado; el vencimiento se compara como numero ordenable
       77 ws-monto-vale            pic 9(9) value 0.
       77 ws-vale-numero           pic 9(6) value 0.
       77 ws-orden-vale-vcto       pic 9(8).
       77 ws-orden-hoy             pic 9(8).
      *_para la parte pagada en efectivo: monto recibido del cliente
      *_y vuelto calculado en pantalla
       77 ws-monto-efectivo        pic 9(9) value 0.
       77 ws-k-princ               pic 9(2).
       77 ws-dias-interaccion      pic s9(6).
       77 opcion-continuar-inter   pic 9.
      *_codigo de la ultima linea grabada, cuyo complemento se
      *_sugiere antes de la siguiente pregunta
       77 ws-codigo-sugerir        pic x(6) value spaces.
       77 ws-status-complementos   pic xx.
       77 opcion-continuar-suger   pic 9.
      *_advertencia del registro sanitario del codigo de la linea
       77 ws-aviso-registro        pic x(40) value spaces.
      *_estado del lote en evaluacion: queda en "Q" cuando el propio
      *_lote o el codigo completo estan en cuarentena
       77 ws-estado-lote           pic x value "A".
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-suc-numero            pic 9(2).
       77 ws-suc-division          pic 9(4).
      *_ubicacion en sala del codigo de la linea (opcion-76)
       77 ws-ubicacion-mostrar     pic x(30).
       01 ws-texto-ubicacion.
          02 filler                pic x(8) value "pasillo ".
          02 tu-pasillo            pic 99.
          02 filler                pic x(10) value "  estante ".
          02 tu-estante            pic 99.
          02 filler                pic x(8) value "  nivel ".
          02 tu-nivel              pic 9.
      *_stock reservado del codigo para otros clientes y reserva
      *_propia del cliente de esta factura
       77 ws-reserva-ajena         pic 9(7) value 0.
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       77 ws-vs-aaaa-b             pic 9(4).
      *_lista de precios del cliente de la venta, si esta vigente;
      *_en blanco se valoriza con la lista publico de precios.dat
       77 ws-lista-venta           pic x(2) value spaces.
       77 ws-orden-lista-hoy       pic 9(8).
       77 ws-orden-lista-limite    pic 9(8).
      *_tasa de iva y razon social desde parametros.dat, con los
      *_valores de siempre como omision
       77 ws-iva-tasa              pic 9(2) value 19.
       77 ws-razon-social          pic x(30) value "farmacia ruz".
      *_venta en espera: numero de la espera que se graba o se
      *_retoma, ultima linea cargada y datos de receta de esa linea
       77 ws-espera-numero         pic 9(6) value 0.
       77 ws-espera-linea          pic 9(3) value 0.
       77 ws-retomando             pic x value "N".
       77 ws-espera-bloqueo        pic x value "N".
       77 ws-espera-receta         pic x(10) value spaces.
       77 ws-espera-medico         pic x(8) value spaces.
       77 ws-costo-espera          pic s9(10) value 0.
       77 opcion-espera            pic 9.
       77 opcion-continuar-espera  pic 9.
      *_lineas de esta factura vendidas por unidad suelta: al dejar
      *_la venta en espera vuelven al saldo fraccionado y no a un lote
       01 ws-tabla-mov-fraccion.
          02 ws-mov-fraccion       pic 9(6) occurs 50 times.
       77 ws-total-mov-fraccion    pic 9(2) value 0.
       77 ws-k-fraccion            pic 9(2).
       77 ws-linea-fraccion        pic x value "N".
      *_lineas de esta factura grabadas en mov.dat, con la cantidad
      *_que cada una desconto de su receta o de su item de receta
      *_electronica; al dejar la venta en espera se recorren solo
      *_estas lineas y se deshace lo que cada una dejo hecho
       01 ws-tabla-lineas-factura.
          02 ws-lf-item occurs 200 times.
             03 ws-lf-correlativo  pic 9(6).
             03 ws-lf-cantidad     pic 9(5).
             03 ws-lf-receta       pic x.
             03 ws-lf-folio-e      pic x(10).
             03 ws-lf-item-e       pic 99.
       77 ws-total-lineas-factura  pic 9(3) value 0.
       77 ws-k-linea               pic 9(3).
      *_reservas que consumio cada linea: la usada completa vuelve a
      *_activa y a la rebajada se le devuelve lo rebajado
       01 ws-tabla-reservas-usadas.
          02 ws-ru-item occurs 50 times.
             03 ws-ru-mov          pic 9(6).
             03 ws-ru-correlativo  pic 9(6).
             03 ws-ru-cantidad     pic 9(5).
             03 ws-ru-completa     pic x.
       77 ws-total-reservas-usadas pic 9(2) value 0.
       77 ws-k-reserva             pic 9(2).
       77 ws-reserva-devolver      pic 9(5) value 0.
      *_autorizaciones de supervisor dadas en esta factura
       01 ws-tabla-autoriza-factura.
          02 ws-af-correlativo     pic 9(6) occurs 20 times.
       77 ws-total-autoriza-factura pic 9(2) value 0.
       77 ws-k-autoriza            pic 9(2).
      *_"S" si alguna de las tablas anteriores se lleno: esa factura
      *_ya no se puede dejar en espera
       77 ws-factura-desbordada    pic x value "N".
      *_ventas en espera de esta sucursal, para elegir cual retomar
       01 ws-tabla-espera.
          02 ws-item-espera occurs 50 times
             indexed by ws-idx-espera.
             03 ws-e-numero        pic 9(6).
             03 ws-e-factura       pic x(6).
             03 ws-e-rut           pic x(8).
             03 ws-e-operador      pic x(8).
             03 ws-e-fecha         pic x(6).
             03 ws-e-hora          pic x(4).
             03 ws-e-lineas        pic 9(3).
             03 ws-e-total         pic 9(9).
       77 ws-total-esperas         pic 9(3) value 0.
       77 ws-pos-espera            pic 9(3) value 0.
       01 ws-espera-mostrada.
          02 ep-numero             pic 9(6).
          02 ep-factura            pic x(6).
          02 ep-rut                pic x(8).
          02 ep-operador           pic x(8).
          02 ep-fecha.
             03 ep-dia             pic 99.
             03 ep-mes             pic 99.
             03 ep-ano             pic 99.
          02 ep-hora.
             03 ep-hh              pic 99.
             03 ep-mm              pic 99.
          02 ep-lineas             pic 9(3).
          02 ep-total              pic 9(9).
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
      *_venta de un kit: sus componentes se venden uno tras otro por
      *_el circuito normal de la linea, con el precio del kit
      *_repartido segun el precio de lista de cada componente
       77 ws-en-kit                pic x value "N".
       77 ws-kit-codigo            pic x(6).
       77 ws-kit-cantidad          pic 9(5) value 0.
       77 ws-kit-precio            pic 9(7) value 0.
       77 ws-kit-costo             pic 9(9) value 0.
       77 ws-kit-disponible        pic 9(5) value 0.
       77 ws-kit-posibles          pic 9(7) value 0.
       77 ws-kit-stock             pic 9(7) value 0.
       77 ws-kit-costo-comp        pic 9(7) value 0.
       77 ws-kit-total-comp        pic 99 value 0.
       77 ws-kit-i                 pic 99 value 0.
       77 ws-kit-peso-total        pic 9(11) value 0.
       77 ws-kit-monto             pic 9(9) value 0.
       77 ws-kit-asignado          pic 9(9) value 0.
       77 ws-kit-monto-linea       pic 9(9) value 0.
       77 ws-kit-redondeo          pic 9(8) value 0.
       77 ws-kit-elavoracion       pic x(6).
       77 ws-kit-vencimiento       pic x(6).
       77 ws-kit-fecha-venta       pic x(6).
       01 ws-tabla-kit.
          02 ws-kit-item occurs 20 times.
             03 ws-kc-codigo          pic x(6).
             03 ws-kc-cantidad        pic 9(3).
             03 ws-kc-peso            pic 9(9).
             03 ws-kc-descripcion     pic x(30).
             03 ws-kc-unidad          pic x(2).
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
          02 s-mes                 pic 99.
          02 s-dia                 pic 99.
       01 operador-login           pic x(8).
       01 modo-capacitacion        pic x.

       screen section.
       01 pantalla-principal
              blank screen
              reverse-video
              line 4 col 25 value is "ingreso de factura de venta".
           02 filler line 2 col 20
              foreground-color is 6
              pic is x(40) from ws-aviso-capacitacion.
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              foreground-color is 7
              value is "(4 = buscar por principio activo)".
           02 filler line 14 col 1
              foreground-color is 7
              value is "(5 = receta electronica por folio)".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-buscar-medicamento.
           02 filler line 11 col 40
              pic is 99 using mes-venta.
           02 filler line 16 col 36
              pic is 99 using ano-venta.
           02 filler line 17 col 1
              value is "ubicacion en sala:".
           02 filler line 17 col 20
              pic is x(30) using ws-ubicacion-mostrar.
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 1: grabar     opcion 2: corregir".
              value is "opcion 1:".
           02 filler col 25
              value is "agregar otro medicamento a la factura".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "grabar registro y volver al menu principal".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "registrar devolucion de un medicamento vendido".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "dejar la venta en espera y atender a otro".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 15 col 1
              foreground-color is 7
              value is
              "        T=transfer F=fiado P=puntos I=convenio".
           02 filler line 15 col 1
              foreground-color is 7
              value is "        V=vale de compra".
           02 filler line 16 col 1
              foreground-color is 7
              value is "medio de pago:".
              pic is x(10) using ws-receta-numero required auto.
           02 filler line 13 col 40
              pic is x(8) using ws-medico-rut required auto.
       01 pantalla-saldo-receta.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "receta con despachos: saldo pendiente".
           02 filler line 12 col 1
              value is "cantidad autorizada:".
           02 filler col 40
              pic is z(4)9 using ws-receta-autorizada.
           02 filler line 13 col 1
              value is "cantidad ya despachada:".
           02 filler col 40
              pic is z(4)9 using ws-receta-despachada.
           02 filler line 14 col 1
              value is "saldo pendiente:".
           02 filler col 40
              pic is z(4)9 using ws-saldo-receta.
           02 filler line 15 col 1
              value is "despachos realizados / autorizados:".
           02 filler col 40
              pic is zz9 using ws-receta-realizados.
           02 filler col 44
              value is "/".
           02 filler col 46
              pic is zz9 using ws-receta-despachos.
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-saldo-receta.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar-receta required auto.
       01 pantalla-receta-electronica.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "receta electronica".
           02 filler line 12 col 1
              foreground-color is 7
              value is "ingrese folio de la receta:".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-receta-electronica.
           02 filler line 12 col 40
              pic is x(10) using ws-receta-e-folio required auto.
       01 pantalla-resumen-receta-e.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "receta electronica folio:".
           02 filler col 40
              pic is x(10) using ws-receta-e-folio.
           02 filler line 12 col 1
              value is "medico:".
           02 filler col 20
              pic is x(8) using ws-receta-e-medico.
           02 filler col 30
              pic is x(30) using md-nombre-medico.
           02 filler line 13 col 1
              value is "paciente:".
           02 filler col 20
              pic is x(8) using ws-receta-e-paciente.
           02 filler line 14 col 1
              value is "items pendientes / total:".
           02 filler col 40
              pic is z9 using ws-receta-e-pendientes.
           02 filler col 43
              value is "/".
           02 filler col 45
              pic is z9 using ws-receta-e-items.
           02 filler line 16 col 1
              foreground-color is 7
              value is "cargar los items en la venta? (1=si 2=no):".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resumen-receta-e.
           02 filler line 16 col 50
              pic is 9 using opcion-continuar-receta required auto.
       01 pantalla-item-sin-lote.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "item de la receta sin lote con stock".
           02 filler line 12 col 1
              value is "principio activo:".
           02 filler col 30
              pic is x(20) using el-principio-activo.
           02 filler line 13 col 1
              value is "dosis:".
           02 filler col 30
              pic is x(10) using el-dosis.
           02 filler line 14 col 1
              value is "cantidad:".
           02 filler col 30
              pic is z(4)9 using el-cantidad.
           02 filler line 15 col 1
              value is "el item queda pendiente en la receta".
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-item-sin-lote.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar-receta required auto.
       01 pantalla-receta-nueva.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "receta nueva: registre lo que autoriza".
           02 filler line 12 col 1
              foreground-color is 7
              value is "cantidad total autorizada (0 = 1 vez):".
           02 filler line 13 col 1
              foreground-color is 7
              value is "numero de despachos autorizados:".
           02 filler line 14 col 1
              foreground-color is 7
              value is "dias entre despachos:".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-receta-nueva.
           02 filler line 12 col 45
              pic is 9(5) using ws-receta-autorizada required auto.
           02 filler line 13 col 45
              pic is 9(3) using ws-receta-despachos required auto.
           02 filler line 14 col 45
              pic is 9(3) using ws-receta-dias required auto.
       01 pantalla-descuento.
           02 filler line 8 col 1
              foreground-color is 7
       01 datos-interaccion.
           02 filler line 17 col 50
              pic is 9 using opcion-continuar-inter required auto.
       01 pantalla-sugerencia.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "sugerencia: este codigo se suele llevar con".
           02 filler line 12 col 1
              value is "codigo:".
           02 filler col 30
              pic is x(6) using cm-complemento.
           02 filler line 13 col 1
              value is "descripcion:".
           02 filler col 30
              pic is x(30) using cm-descripcion.
           02 filler line 14 col 1
              value is "veces vendidos juntos:".
           02 filler col 30
              pic is z(6)9 using cm-frecuencia.
           02 filler line 15 col 1
              value is "probabilidad de compra %:".
           02 filler col 30
              pic is zz9.9 using cm-confianza.
           02 filler line 17 col 1
              foreground-color is 7
              value is "ofrezcalo al cliente; presione 1 para seguir:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-sugerencia.
           02 filler line 17 col 50
              pic is 9 using opcion-continuar-suger required auto.
       01 pantalla-registro-sanitario.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              pic is x(40) from ws-aviso-registro.
           02 filler line 12 col 1
              value is "codigo:".
           02 filler col 30
              pic is x(6) using rs-codigo.
           02 filler line 13 col 1
              value is "registro isp:".
           02 filler col 30
              pic is x(12) using rs-numero-registro.
           02 filler line 14 col 1
              value is "titular:".
           02 filler col 30
              pic is x(30) using rs-titular.
           02 filler line 17 col 1
              foreground-color is 7
              value is "avise al quimico; presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 pantalla-convenio.
           02 filler line 22 col 1
              foreground-color is 7
       01 datos-convenio.
           02 filler line 22 col 45
              pic is x(8) using ws-rut-institucion required auto.
       01 pantalla-vale-pago.
           02 filler line 22 col 1
              foreground-color is 7
              value is "numero del vale de compra:".
       01 datos-vale-pago.
           02 filler line 22 col 45
              pic is 9(6) using ws-vale-numero required auto.
       01 pantalla-aviso-folios.
           02 filler line 8 col 1
              foreground-color is 7
       01 datos-aviso-folios.
           02 filler line 15 col 40
              pic is 9 using opcion-continuar-folio required auto.
       01 pantalla-hay-espera.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "ventas en espera en esta sucursal:".
           02 filler col 40
              pic is zz9 using ws-total-esperas.
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 1: comenzar una venta nueva".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 2: retomar una venta en espera".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-hay-espera.
           02 filler line 12 col 50
              pic is 9 using opcion-espera required auto.
       01 pantalla-lista-espera.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 6
              value is "venta en espera numero:".
           02 filler col 30
              pic is z(5)9 using ep-numero.
           02 filler line 10 col 1
              value is "factura:".
           02 filler col 30
              pic is x(6) using ep-factura.
           02 filler line 11 col 1
              value is "rut cliente:".
           02 filler col 30
              pic is x(8) using ep-rut.
           02 filler line 12 col 1
              value is "operador:".
           02 filler col 30
              pic is x(8) using ep-operador.
           02 filler line 13 col 1
              value is "dejada en espera el:".
           02 filler col 30
              pic is 99 using ep-dia.
           02 filler col 32 value is "/".
           02 filler col 33
              pic is 99 using ep-mes.
           02 filler col 35 value is "/".
           02 filler col 36
              pic is 99 using ep-ano.
           02 filler col 40
              pic is 99 using ep-hh.
           02 filler col 42 value is ":".
           02 filler col 43
              pic is 99 using ep-mm.
           02 filler line 14 col 1
              value is "lineas:".
           02 filler col 30
              pic is zz9 using ep-lineas.
           02 filler line 15 col 1
              value is "total:".
           02 filler col 30
              pic is z(8)9 using ep-total.
           02 filler line 17 col 1
              foreground-color is 7
              value is "opcion 1: retomar esta venta".
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 2: siguiente venta en espera".
           02 filler line 19 col 1
              foreground-color is 7
              value is "opcion 3: venta en espera anterior".
           02 filler line 20 col 1
              foreground-color is 7
              value is "opcion 4: comenzar una venta nueva".
           02 filler line 22 col 1
              pic is x(80) using linea-subrayado.
       01 datos-lista-espera.
           02 filler line 17 col 50
              pic is 9 using opcion-espera required auto.
       01 pantalla-espera-grabada.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "la venta quedo en espera con el numero:".
           02 filler col 45
              pic is z(5)9 using ws-espera-numero.
           02 filler line 11 col 1
              value is "lineas guardadas:".
           02 filler col 45
              pic is zz9 using ws-espera-linea.
           02 filler line 13 col 1
              foreground-color is 7
              value is "presione 1 para continuar".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-espera-grabada.
           02 filler line 13 col 40
              pic is 9 using opcion-continuar-espera required auto.
       procedure division using fecha-sistema operador-login
                                modo-capacitacion.
       incio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
      *_el operador ya quedo identificado en el login de
      *_programa-principal; se usa ese id para la auditoria
           move operador-login to ws-operador-id.
           move modo-capacitacion to ws-capacitacion.
           perform fijar-nombres-archivos
               thru fin-fijar-nombres-archivos.
       abrir-ficheros.
           open i-o factura-venta.
           open i-o clientes.
           open i-o movimiento-medicamento.
           open i-o medicamentos.
           open i-o control-numero.
           open i-o devolucion-venta.
           open i-o sobreventas.
           open i-o cuentas-fiado.
           open input lista-precios.
           open input listas-cliente.
           open input precios-por-lista.
           open input operadores.
           open input periodos.
           open input promociones.
           open i-o diario-transacciones.
           open input medicos.
           open i-o recetas.
           open i-o recetas-electronicas.
           open i-o folios.
           open i-o documentos-dte.
           open input convenios.
           open i-o convenio-detalle.
           open input convenios-categoria.
           open input categorias-medicamento.
           open i-o notas-venta.
           open input interacciones.
           open input complementos.
           open input estados-medicamento.
           open input registros-sanitarios.
           open input unidades.
           open i-o fraccionados.
           open i-o reservas-stock.
           open i-o resumen-ventas.
           open i-o ventas-espera.
           open i-o vales-compra.
           open i-o canjes-vale.
           open input kits.
           open input kit-componentes.
           open i-o autorizaciones.
           open input ubicaciones.
       desplejar-pantalla-principal.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
           perform leer-parametros thru fin-leer-parametros.
           move ws-razon-social to bo-razon.
           move ws-razon-social to nk-razon.
           move ws-razon-social to dx-razon.
           move ws-razon-social to tk-linea-razon.
           display pantalla-principal.
      *_si en esta sucursal quedaron ventas en espera se ofrece
      *_retomar una antes de abrir un numero de factura nuevo
       revisar-ventas-en-espera.
           perform cargar-tabla-espera thru fin-cargar-tabla-espera.
           if ws-total-esperas = 0 then
              go fijar-codigo-factura-venta
           end-if.
           display pantalla-principal.
           display pantalla-hay-espera.
           accept  datos-hay-espera.
           if opcion-espera = 2 then
              move 1 to ws-pos-espera
              go desplejar-lista-espera
           end-if.
      *_el numero de factura ya no se calcula escaneando ventas.dat
      *_completo; se mantiene en control.dat bajo la clave "VENTA"
       fijar-codigo-factura-venta.
           move "VENTA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-venta.
           write reg-control.
           move 1       to numero-correlativo.
       desplejar-pantalla-factura.
           if ws-retomando = "S" then go grabar-registro-factura end-if.
           display pantalla-factura.
           accept  datos-factura.
       grabar-registro-factura.
           move 0 to ws-total-factura.
           move 0 to v-total-factura.
           move 0 to ws-total-princ-venta.
           move 0 to ws-total-mov-fraccion.
           move 0 to ws-total-lineas-factura.
           move 0 to ws-total-reservas-usadas.
           move 0 to ws-total-autoriza-factura.
           move "N" to ws-factura-desbordada.
           move ws-operador-id to v-operador-id.
           move dia to v-fhr-dia.
           move mes to v-fhr-mes.
           move v-rut-cliente to rut-cliente.
           read clientes key is rut-cliente
               invalid key go desplejar-pantalla-clientes.
           perform fijar-lista-cliente thru fin-fijar-lista-cliente.
           go preguntar-busqueda-medicamento.
       desplejar-pantalla-clientes.
           display pantalla-principal.
           move 0 to limite-credito.
           move 0 to saldo-credito.
           move 0 to puntos-cliente.
           move spaces to lista-precio-cliente.
           write reg-clientes invalid key go mensaje-2.
           perform fijar-lista-cliente thru fin-fijar-lista-cliente.
      *_permite ubicar el codigo de un medicamento por palabra clave
      *_de su descripcion, para el caso en que el operador no recuerde
      *_el codigo de memoria al ingresar una venta
       preguntar-busqueda-medicamento.
           if ws-retomando = "S" then go cargar-linea-espera end-if.
           perform interrumpir-venta-kit
               thru fin-interrumpir-venta-kit.
           display pantalla-principal.
           display pantalla-buscar-medicamento.
           accept  datos-buscar-medicamento.
           if opcion-busqueda-medicamento not numeric then
              go preguntar-busqueda-medicamento.
           if opcion-busqueda-medicamento < 1 or
              opcion-busqueda-medicamento > 5 then
              go preguntar-busqueda-medicamento.
           if opcion-busqueda-medicamento = 1 then
              go desplejar-pantalla-palabra-clave.
              go pedir-codigo-barra.
           if opcion-busqueda-medicamento = 4 then
              go desplejar-pantalla-principio.
           if opcion-busqueda-medicamento = 5 then
              go cargar-receta-electronica.
           go pantalla-medicamentos.
       desplejar-pantalla-palabra-clave.
           display pantalla-principal.
           move codigo-medicamento to ws-codigo-preseleccionado.
           go pantalla-medicamentos.
       pantalla-medicamentos.
           perform interrumpir-venta-kit
               thru fin-interrumpir-venta-kit.
           move ws-codigo-preseleccionado to codigo-movimiento.
           move spaces to ws-codigo-preseleccionado.
           display pantalla-principal.
      *_muestra lo recien tipeado antes de comprometer el stock, para
      *_que el operador pueda corregir un dato mal ingresado
       desplejar-pantalla-confirmar-movimiento.
           perform buscar-ubicacion-linea
               thru fin-buscar-ubicacion-linea.
           display pantalla-principal.
           display pantalla-confirmar-movimiento.
           accept  opcion-pantalla-confirmar.
           if opcion-confirmar < 1 or opcion-confirmar > 2 then
              go desplejar-pantalla-confirmar-movimiento.
           if opcion-confirmar = 2 then go pantalla-medicamentos.
           go controlar-codigo-kit.
      *_el codigo tipeado puede ser un kit de opcion-72: se revisa
      *_que alcance el componente mas escaso y se venden sus
      *_componentes; las lineas de un kit no se venden fraccionadas
       controlar-codigo-kit.
           if ws-en-kit = "S" then
              move "N" to ws-venta-fraccion
              move 0 to ws-cajas-a-abrir
              move 0 to ws-factor-envase
              go verificar-stock-medicamento
           end-if.
           move codigo-movimiento to kt-codigo.
           read kits key is kt-codigo
               invalid key go preguntar-venta-fraccion.
           if not kit-vigente then go mensaje-kit-inactivo end-if.
       iniciar-venta-kit.
           if cantidad-movimiento = 0 then go pantalla-medicamentos.
           move kt-codigo           to ws-kit-codigo.
           move cantidad-movimiento to ws-kit-cantidad.
           move v-fecha-elavoracion to ws-kit-elavoracion.
           move v-fecha-vencimiento to ws-kit-vencimiento.
           move fecha-venta         to ws-kit-fecha-venta.
           if kt-precio > 0 then
              move kt-precio to ws-kit-precio
           else
              move precio-costo-mov to ws-kit-precio
           end-if.
           perform cargar-componentes-kit
               thru fin-cargar-componentes-kit.
           move ws-kit-codigo to codigo-movimiento.
           if ws-kit-total-comp = 0 then
              go mensaje-kit-sin-componentes
           end-if.
           if ws-kit-disponible < ws-kit-cantidad then
              go mensaje-kit-sin-stock
           end-if.
      *_un kit a precio bajo el costo de sus componentes requiere la
      *_misma autorizacion de supervisor que una linea bajo costo
           if ws-kit-precio >= ws-kit-costo then
              go repartir-precio-kit
           end-if.
           move ws-kit-precio to precio-costo-mov.
           move ws-kit-costo  to ws-costo-lote.
           display pantalla-principal.
           display pantalla-precio-bajo-costo.
           accept  datos-autorizacion.
           move ws-sup-id to operador-id.
           read operadores key is operador-id
               invalid key go mensaje-autorizacion.
           if operador-desactivado then go mensaje-autorizacion end-if.
           if perfil-vendedor then go mensaje-autorizacion end-if.
           perform verificar-clave-supervisor
               thru fin-verificar-clave-supervisor.
           if ws-clave-valida not = "S" then
              go mensaje-autorizacion
           end-if.
           move "C"            to au-tipo.
           move ws-kit-codigo  to au-codigo.
           move ws-kit-cantidad to au-cantidad.
           move ws-kit-precio  to au-precio.
           move ws-kit-costo   to au-costo.
           compute au-monto-cedido =
              (ws-kit-costo - ws-kit-precio) * ws-kit-cantidad.
           perform registrar-autorizacion
               thru fin-registrar-autorizacion.
       repartir-precio-kit.
           compute ws-kit-monto = ws-kit-precio * ws-kit-cantidad.
           move 0   to ws-kit-asignado.
           move 0   to ws-kit-i.
           move "S" to ws-en-kit.
      *_arma la linea del siguiente componente: la cantidad es la del
      *_kit por la de la receta del kit y el monto es su parte del
      *_precio; el ultimo componente se lleva la diferencia y el
      *_redondeo de su precio unitario queda como descuento
       cargar-linea-kit.
           add 1 to ws-kit-i.
           if ws-kit-i > ws-kit-total-comp then
              go terminar-venta-kit
           end-if.
           move ws-kc-codigo (ws-kit-i) to codigo-movimiento.
           compute cantidad-movimiento =
              ws-kit-cantidad * ws-kc-cantidad (ws-kit-i).
           move ws-kit-elavoracion to v-fecha-elavoracion.
           move ws-kit-vencimiento to v-fecha-vencimiento.
           move ws-kit-fecha-venta to fecha-venta.
           move ws-kc-descripcion (ws-kit-i) to descripcion-mov.
           move ws-kc-unidad (ws-kit-i)      to unidad-med-mov.
           move 0 to ws-kit-redondeo.
           if ws-kit-i = ws-kit-total-comp then
              compute ws-kit-monto-linea =
                 ws-kit-monto - ws-kit-asignado
              compute precio-costo-mov =
                 (ws-kit-monto-linea + cantidad-movimiento - 1)
                 / cantidad-movimiento
              compute ws-kit-redondeo =
                 precio-costo-mov * cantidad-movimiento
                 - ws-kit-monto-linea
           else
              compute ws-kit-monto-linea =
                 ws-kit-monto * ws-kc-peso (ws-kit-i)
                 / ws-kit-peso-total
              compute precio-costo-mov =
                 ws-kit-monto-linea / cantidad-movimiento
              compute ws-kit-monto-linea =
                 precio-costo-mov * cantidad-movimiento
           end-if.
           add ws-kit-monto-linea to ws-kit-asignado.
           go controlar-codigo-kit.
       terminar-venta-kit.
           move "N" to ws-en-kit.
           go desplejar-pantalla-pregunta.
      *_si la unidad de la linea tiene conversion en unidades.dat el
      *_operador puede vender por unidad suelta: la cantidad de la
      *_linea pasa a ser en unidades y el stock se descuenta del
      *_antes de dejar la venta como sobreventa se ofrecen los
      *_medicamentos en stock que comparten el principio activo
       buscar-equivalentes.
           if ws-en-kit = "S" then go registrar-intento-sobreventa.
           if ws-principio-linea = spaces then
              go registrar-intento-sobreventa
           end-if.
           move ws-segundo to so-fhr-segundo.
           move "P" to so-estado.
           move spaces to so-motivo-cancela.
           move ws-sucursal-local to so-sucursal.
           write reg-sobreventa invalid key continue end-write.
           go mensaje-5.
       grabar-registro-medicamento.
      *_mismo cliente compro en los ultimos 30 dias
           perform controlar-interacciones
               thru fin-controlar-interacciones.
      *_el registro sanitario isp cancelado, suspendido o vencido del
      *_codigo se advierte antes de seguir con la linea
           perform controlar-registro-venta
               thru fin-controlar-registro-venta.
      *_los codigos marcados requiere-receta exigen el numero de la
      *_receta y un medico inscrito en medicos.dat antes de vender
       controlar-receta-linea.
           move spaces to receta-mov.
           move spaces to medico-mov.
           move "N" to ws-receta-pendiente.
      *_la linea de una receta electronica queda enlazada a su folio
      *_aunque el codigo encontrado sea de venta libre
           if ws-receta-e-linea = "S" and
              ws-receta-exigida not = "S" then
              move ws-receta-e-folio  to receta-mov
              move ws-receta-e-medico to medico-mov
              go buscar-precio-lista
           end-if.
           if ws-receta-exigida not = "S" then
              go buscar-precio-lista
           end-if.
       pedir-datos-receta.
           move spaces to ws-receta-numero.
           move spaces to ws-medico-rut.
      *_la linea retomada de una venta en espera trae la receta que
      *_se habia tipeado; el operador solo la confirma
           if ws-retomando = "S" then
              move ws-espera-receta to ws-receta-numero
              move ws-espera-medico to ws-medico-rut
           end-if.
      *_igual la linea de una receta electronica trae su folio y el
      *_medico ya validado
           if ws-receta-e-linea = "S" then
              move ws-receta-e-folio  to ws-receta-numero
              move ws-receta-e-medico to ws-medico-rut
           end-if.
           display pantalla-principal.
           display pantalla-receta.
           accept  datos-receta.
               invalid key go mensaje-medico-no-inscrito.
           move ws-receta-numero to receta-mov.
           move ws-medico-rut    to medico-mov.
      *_la receta con repeticiones no se puede pasar de su saldo
           perform controlar-saldo-receta
               thru fin-controlar-saldo-receta.
           if ws-receta-excedida = "S" then
              go mensaje-saldo-receta
           end-if.
           move "S" to ws-receta-pendiente.
      *_precio de venta desde la lista de precios (opcion-20); si el
      *_codigo no tiene precio de lista se respeta el precio tipeado
      *_por el operador en la pantalla de movimiento. el cliente con
      *_lista propia vigente paga el precio de su lista, y la publico
      *_si el codigo no esta en ella
       buscar-precio-lista.
           if ws-en-kit = "S" then go calcular-promocion-linea.
           if ws-lista-venta = spaces then
              go buscar-precio-publico
           end-if.
           move ws-lista-venta    to pl-lista.
           move codigo-movimiento to pl-codigo.
           read precios-por-lista key is pl-clave
               invalid key go buscar-precio-publico.
           move pl-precio-venta to precio-costo-mov.
           go controlar-precio-bajo-costo.
       buscar-precio-publico.
           move codigo-movimiento to pr-codigo-medicamento.
           read lista-precios key is pr-codigo-medicamento
               invalid key go controlar-precio-bajo-costo.
      *_el que autoriza debe ser quimico o administrador; el propio
      *_vendedor no puede autorizarse la venta bajo costo
           if perfil-vendedor then go mensaje-autorizacion end-if.
           perform verificar-clave-supervisor
               thru fin-verificar-clave-supervisor.
           if ws-clave-valida not = "S" then
              go mensaje-autorizacion
           end-if.
           move "C"                 to au-tipo.
           move codigo-movimiento   to au-codigo.
           move cantidad-movimiento to au-cantidad.
           move precio-costo-mov    to au-precio.
           move ws-costo-lote       to au-costo.
           compute au-monto-cedido =
              (ws-costo-lote - precio-costo-mov) * cantidad-movimiento.
           perform registrar-autorizacion
               thru fin-registrar-autorizacion.
      *_descuento automatico si el codigo tiene una promocion vigente
      *_a la fecha de la venta (promos.dat, mantenida por opcion-28)
       calcular-promocion-linea.
           move 0 to ws-descuento-manual.
           compute ws-neto-linea =
              precio-costo-mov * cantidad-movimiento.
      *_la linea de un kit ya trae su parte del precio conjunto: no
      *_lleva promociones ni descuento manual
           if ws-en-kit = "S" then
              move ws-kit-redondeo to ws-descuento-promo
              go valorizar-linea-venta
           end-if.
           move codigo-movimiento to pm-codigo-medicamento.
           read promociones key is pm-codigo-medicamento
               invalid key go pedir-descuento-manual.
           if perfil-vendedor then
              go mensaje-descuento-denegado
           end-if.
           perform verificar-clave-supervisor
               thru fin-verificar-clave-supervisor.
           if ws-clave-valida not = "S" then
              go mensaje-descuento-denegado
           end-if.
           move "D"                 to au-tipo.
           move codigo-movimiento   to au-codigo.
           move cantidad-movimiento to au-cantidad.
           move precio-costo-mov    to au-precio.
           move ws-costo-lote       to au-costo.
           move ws-descuento-manual to au-monto-cedido.
           perform registrar-autorizacion
               thru fin-registrar-autorizacion.
       valorizar-linea-venta.
      *_iva 19% sobre el neto de la linea ya rebajado, para que el
      *_documento separe neto/iva tal como lo exige contabilidad
       grabar-movimiento.
           move ws-lote-dispensado to lote-mov.
           move ws-sucursal-local  to mov-sucursal.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute mov-fecha-orden = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           write reg-movimiento invalid key go mensaje-3.
           perform anotar-linea-factura thru fin-anotar-linea-factura.
      *_la linea tipeada por el vendedor deja su codigo para sugerir
      *_el complemento; las de un kit, una venta en espera o una
      *_receta electronica ya vienen armadas y no se sugieren
           if ws-en-kit not = "S" and ws-retomando not = "S" and
              ws-receta-e-linea not = "S" then
              move codigo-movimiento to ws-codigo-sugerir
           end-if.
           if ws-receta-pendiente = "S" then
              perform registrar-despacho-receta
                  thru fin-registrar-despacho-receta
           end-if.
           if ws-receta-e-linea = "S" then
              perform despachar-item-receta-e
                  thru fin-despachar-item-receta-e
           end-if.
           if ws-venta-fraccion = "S" and
              ws-total-mov-fraccion < 50 then
              add 1 to ws-total-mov-fraccion
              move mov-correlativo
                  to ws-mov-fraccion (ws-total-mov-fraccion)
           end-if.
      *_si el cliente tenia unidades reservadas de este codigo la
      *_venta las consume
           perform consumir-reserva-cliente
      *_si el usuario desea agregar otro medicamento a la factura
       desplejar-pantalla-pregunta.
           move ws-total-factura to v-total-factura.
           if ws-en-kit = "S" then go cargar-linea-kit end-if.
      *_mientras se retoma una venta en espera cada linea guardada
      *_vuelve a pasar por el circuito normal de la linea de venta
           if ws-retomando = "S" then go cargar-linea-espera end-if.
      *_y lo mismo cada item pendiente de una receta electronica
           move "N" to ws-receta-e-linea.
           if ws-receta-e-activa = "S" then
              go cargar-linea-receta-e
           end-if.
           if ws-codigo-sugerir not = spaces then
              perform sugerir-complemento
                  thru fin-sugerir-complemento
           end-if.
           display pantalla-principal.
           display pantalla-pregunta.
           accept  opcion-pantalla-pregunta.
           if opcion not numeric then go desplejar-pantalla-pregunta.
           if opcion < 1 or opcion > 4 then
              go desplejar-pantalla-pregunta.
           if opcion = 1 then go preguntar-busqueda-medicamento.
           if opcion = 2 then go desplejar-pantalla-pago.
           if opcion = 3 then go desplejar-pantalla-devolucion.
           if opcion = 4 then go dejar-venta-en-espera.
      *_devolucion de venta: el cliente devuelve un medicamento ya
      *_vendido; repone el stock al lote mas proximo a vencer y
      *_descuenta la cantidad devuelta del reg-movimiento original
      *_datos de la venta original (fecha-elavoracion/vencimiento y
      *_precio quedaron grabados en mov.dat), con el siguiente numero
      *_de lote libre para el codigo, igual criterio que
      *_determinar-numero-lote de opcion-1 (con lote-siguiente, que
      *_no repite numeros de lotes borrados; en capacitacion queda el
      *_de la copia, para no correr el contador real); laboratorio y
      *_stock critico quedan en blanco/cero hasta que opcion-1 los
      *_complete
       crear-lote-devolver.
           move codigo-movimiento to codigo-medicamento.
           move 1 to siguiente-lote.
           unlock medicamentos.
           go buscar-ultimo-lote-devolver.
       fijar-lote-nuevo-devolver.
           if ws-capacitacion not = "S" then
              call "lote-siguiente" using codigo-movimiento
                 siguiente-lote
              end-call
           end-if.
           if siguiente-lote = 0 then go mensaje-lote-agotado.
           move codigo-movimiento   to codigo-medicamento.
           move siguiente-lote      to numero-lote.
           move descripcion-mov     to descr-medicamento.
           write reg-medicamentos invalid key go mensaje-8.
           go actualizar-movimiento-devuelto.
       actualizar-movimiento-devuelto.
      *_lo devuelto vuelve al costo promedio con que salio
           move codigo-movimiento   to ws-cp-codigo.
           move cantidad-a-devolver to ws-cp-cantidad.
           move 0                   to ws-cp-costo.
           move "DEVVTA"            to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
           compute cantidad-movimiento =
              cantidad-movimiento - cantidad-a-devolver.
           move ws-operador-id to operador-id-mov.
           move ws-minuto  to fhr-minuto-mov.
           move ws-segundo to fhr-segundo-mov.
           rewrite reg-movimiento.
           if receta-mov not = spaces then
              perform devolver-saldo-receta
                  thru fin-devolver-saldo-receta
           end-if.
           go grabar-control-devolucion-venta.
       grabar-control-devolucion-venta.
           move "DEVVTA" to control-tipo.
           move mes                  to dv-mes-devolucion.
           move ano                  to dv-ano-devolucion.
           move rut-cliente-mov      to dv-rut-cliente.
           move ws-operador-id       to dv-operador-id.
           move num-factura          to dv-factura-original.
           write reg-devolucion-venta invalid key go mensaje-2.
      *_la devolucion emite una nota de credito numerada con serie
      *_propia, valorizada al precio real de la linea devuelta; el
           open output nota-impresa.
           move nv-numero to nk-numero.
           write reg-nota-linea from nk-linea-1.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-nota-linea
              write reg-nota-linea
           end-if.
           move dia to nk-fecha (1:2).
           move "/" to nk-fecha (3:1).
           move mes to nk-fecha (4:2).
           move "total:      " to bo-tot-texto.
           move nv-total to bo-tot-monto.
           write reg-nota-linea from bo-linea-total.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-nota-linea
              write reg-nota-linea
           end-if.
           close nota-impresa.
           go desplejar-pantalla-pregunta.

      *_venta en espera: las lineas de la factura pasan a espera.dat
      *_con lo que se habia tipeado, el stock vuelve a sus lotes (o
      *_al saldo suelto si la linea era fraccionada), la linea sale
      *_del acumulado mensual y de mov.dat, la receta, el item de la
      *_receta electronica y las reservas que la linea consumio
      *_vuelven a como estaban, y la factura queda en cero sin
      *_documento, folio ni autorizaciones; al retomarla se factura
      *_con numero nuevo y cada linea vuelve a descontar stock por fefo
       dejar-venta-en-espera.
           if ws-total-factura = 0 then go mensaje-espera-vacia end-if.
           if ws-factura-desbordada = "S" then
              go mensaje-espera-desbordada
           end-if.
       fijar-numero-espera.
           move "ESPERA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-espera.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to ws-espera-numero.
           rewrite reg-control.
           go iniciar-lineas-espera.
       crear-control-espera.
           move "ESPERA" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to ws-espera-numero.
       iniciar-lineas-espera.
           move 0 to ws-espera-linea.
           accept ws-hora-sistema from time.
           move ws-hora   to es-hh.
           move ws-minuto to es-mm.
           move 0 to ws-k-linea.
       guardar-linea-espera.
           add 1 to ws-k-linea.
           if ws-k-linea > ws-total-lineas-factura then
              go cerrar-factura-espera
           end-if.
           move ws-lf-correlativo (ws-k-linea) to mov-correlativo.
           read movimiento-medicamento key is mov-correlativo
               invalid key go guardar-linea-espera.
           if num-factura not = v-numero-factura then
              go guardar-linea-espera
           end-if.
           if cantidad-movimiento = 0 then go guardar-linea-espera.
           perform buscar-linea-fraccion
               thru fin-buscar-linea-fraccion.
           perform reponer-stock-espera
               thru fin-reponer-stock-espera.
           if ws-espera-bloqueo = "S" then
              go mensaje-espera-en-uso
           end-if.
           add 1 to ws-espera-linea.
           move ws-espera-numero   to es-numero.
           move ws-espera-linea    to es-linea.
           move "E"                to es-estado.
           move v-numero-factura   to es-numero-factura.
           move v-rut-cliente      to es-rut-cliente.
           move ws-operador-id     to es-operador-id.
           move ws-sucursal-local  to es-sucursal.
           move dia to es-dia.
           move mes to es-mes.
           move ano to es-ano.
           move codigo-movimiento   to es-codigo.
           move descripcion-mov     to es-descripcion.
           move cantidad-movimiento to es-cantidad.
           move precio-costo-mov    to es-precio.
           move unidad-med-mov      to es-unidad.
           move v-fecha-elavoracion to es-fecha-elavoracion.
           move v-fecha-vencimiento to es-fecha-vencimiento.
           move receta-mov          to es-receta.
           move medico-mov          to es-medico.
           move total-venta         to es-total.
           move ws-linea-fraccion   to es-fraccion.
           write reg-venta-espera invalid key go mensaje-2.
           perform restar-resumen-espera
               thru fin-restar-resumen-espera.
           perform revertir-linea-espera
               thru fin-revertir-linea-espera.
           if total-venta > ws-total-factura then
              move 0 to ws-total-factura
           else
              subtract total-venta from ws-total-factura
           end-if.
           delete movimiento-medicamento record
               invalid key continue
           end-delete.
           go guardar-linea-espera.
       cerrar-factura-espera.
           if ws-espera-linea = 0 then go mensaje-espera-vacia end-if.
           perform anular-autorizaciones-espera
               thru fin-anular-autorizaciones-espera.
           move 0 to ws-total-lineas-factura.
           move 0 to ws-total-reservas-usadas.
           move 0 to ws-total-autoriza-factura.
           move 0 to ws-total-factura.
           move 0 to v-total-factura.
           move 0 to ws-total-princ-venta.
           move 0 to ws-total-mov-fraccion.
           display pantalla-principal.
           display pantalla-espera-grabada.
           accept  datos-espera-grabada.
           go volver.

      *_lista de ventas en espera de la sucursal, una por pantalla
       desplejar-lista-espera.
           set ws-idx-espera to ws-pos-espera.
           move ws-e-numero   (ws-idx-espera) to ep-numero.
           move ws-e-factura  (ws-idx-espera) to ep-factura.
           move ws-e-rut      (ws-idx-espera) to ep-rut.
           move ws-e-operador (ws-idx-espera) to ep-operador.
           move ws-e-fecha    (ws-idx-espera) to ep-fecha.
           move ws-e-hora     (ws-idx-espera) to ep-hora.
           move ws-e-lineas   (ws-idx-espera) to ep-lineas.
           move ws-e-total    (ws-idx-espera) to ep-total.
           display pantalla-principal.
           display pantalla-lista-espera.
           accept  datos-lista-espera.
           if opcion-espera not numeric then
              go desplejar-lista-espera.
           if opcion-espera < 1 or opcion-espera > 4 then
              go desplejar-lista-espera.
           if opcion-espera = 1 then go retomar-venta-espera.
           if opcion-espera = 2 then go avanzar-lista-espera.
           if opcion-espera = 3 then go retroceder-lista-espera.
           go fijar-codigo-factura-venta.
       avanzar-lista-espera.
           if ws-pos-espera < ws-total-esperas then
              add 1 to ws-pos-espera
           end-if.
           go desplejar-lista-espera.
       retroceder-lista-espera.
           if ws-pos-espera > 1 then
              subtract 1 from ws-pos-espera
           end-if.
           go desplejar-lista-espera.
      *_la venta retomada se factura con un numero nuevo, con el rut
      *_del cliente que se habia ingresado
       retomar-venta-espera.
           move ws-e-numero (ws-pos-espera) to ws-espera-numero.
           move ws-e-rut    (ws-pos-espera) to v-rut-cliente.
           move 0   to ws-espera-linea.
           move "S" to ws-retomando.
           go fijar-codigo-factura-venta.
      *_carga la siguiente linea guardada en la pantalla de la linea
      *_de venta; pasa por la confirmacion y los mismos controles de
      *_stock, receta, precio y descuento que una linea tipeada
       cargar-linea-espera.
           move ws-espera-numero to es-numero.
           move ws-espera-linea  to es-linea.
           start ventas-espera key is > es-clave
               invalid key go terminar-retomar-espera.
       leer-linea-retomar.
           read ventas-espera next record
               at end go terminar-retomar-espera.
           if es-numero not = ws-espera-numero then
              go terminar-retomar-espera
           end-if.
           move es-linea to ws-espera-linea.
           if not espera-abierta then go leer-linea-retomar end-if.
           move "R" to es-estado.
           rewrite reg-venta-espera invalid key continue end-rewrite.
           move es-codigo            to codigo-movimiento.
           move es-codigo            to ws-codigo-preseleccionado.
           move es-cantidad          to cantidad-movimiento.
           move es-fecha-elavoracion to v-fecha-elavoracion.
           move es-fecha-vencimiento to v-fecha-vencimiento.
           move dia to dia-venta.
           move mes to mes-venta.
           move ano to ano-venta.
           move es-descripcion       to descripcion-mov.
           move es-precio            to precio-costo-mov.
           move es-unidad            to unidad-med-mov.
           move es-receta            to ws-espera-receta.
           move es-medico            to ws-espera-medico.
      *_si la linea venia de una receta electronica, su item quedo
      *_pendiente al dejarla en espera y se vuelve a despachar
           move "N" to ws-receta-e-linea.
           if es-receta not = spaces then
              perform enlazar-receta-e-espera
                  thru fin-enlazar-receta-e-espera
           end-if.
           go validar-fechas-movimiento.
       terminar-retomar-espera.
           move "N"    to ws-retomando.
           move spaces to ws-codigo-preseleccionado.
           move spaces to ws-espera-receta.
           move spaces to ws-espera-medico.
           go desplejar-pantalla-pregunta.

      *_receta electronica: se importa el folio desde el archivo de
      *_intercambio (o se retoma si ya estaba importado), se valida el
      *_medico contra medicos.dat y los items pendientes se cargan
      *_como lineas de la venta
       cargar-receta-electronica.
           move spaces to ws-receta-e-folio.
           display pantalla-principal.
           display pantalla-receta-electronica.
           accept  datos-receta-electronica.
           if ws-receta-e-folio = spaces then
              go preguntar-busqueda-medicamento
           end-if.
           perform importar-receta-electronica
               thru fin-importar-receta-electronica.
           if ws-receta-e-items = 0 then
              go mensaje-receta-e-no-existe
           end-if.
           move ws-receta-e-medico to md-rut-medico.
           read medicos key is md-rut-medico
               invalid key go mensaje-receta-e-medico.
           if ws-receta-e-pendientes = 0 then
              go mensaje-receta-e-despachada
           end-if.
           display pantalla-principal.
           display pantalla-resumen-receta-e.
           accept  datos-resumen-receta-e.
           if opcion-continuar-receta not = 1 then
              go preguntar-busqueda-medicamento
           end-if.
           move "S" to ws-receta-e-activa.
           move 0   to ws-receta-e-item.
      *_carga el siguiente item pendiente en la pantalla de la linea
      *_de venta con el lote encontrado por principio activo y dosis;
      *_pasa por la confirmacion y los controles de una linea tipeada
       cargar-linea-receta-e.
           move ws-receta-e-folio to el-folio.
           move ws-receta-e-item  to el-item.
           start recetas-electronicas key is > el-clave
               invalid key go terminar-receta-e.
       leer-item-receta-e.
           read recetas-electronicas next record
               at end go terminar-receta-e.
           if el-folio not = ws-receta-e-folio then
              go terminar-receta-e
           end-if.
           move el-item to ws-receta-e-item.
           if not item-pendiente then go leer-item-receta-e end-if.
           perform buscar-lote-receta-e thru fin-buscar-lote-receta-e.
           if ws-el-encontrado = "N" then
              go mensaje-item-sin-lote
           end-if.
           move ws-el-codigo      to codigo-movimiento.
           move ws-el-codigo      to ws-codigo-preseleccionado.
           move el-cantidad       to cantidad-movimiento.
           move el-cantidad       to ws-receta-e-cantidad.
           move ws-el-elavoracion to v-fecha-elavoracion.
           move ws-el-vencimiento to v-fecha-vencimiento.
           move dia to dia-venta.
           move mes to mes-venta.
           move ano to ano-venta.
           move ws-el-descripcion to descripcion-mov.
           move ws-el-precio      to precio-costo-mov.
           move ws-el-unidad      to unidad-med-mov.
           move "S" to ws-receta-e-linea.
           go validar-fechas-movimiento.
       terminar-receta-e.
           move "N"    to ws-receta-e-activa.
           move "N"    to ws-receta-e-linea.
           move spaces to ws-codigo-preseleccionado.
           go desplejar-pantalla-pregunta.

      *_al cerrar la factura se registra como pago el cliente, con
      *_hasta dos medios de pago y calculo del vuelto en pantalla
      *_para la parte pagada en efectivo
       desplejar-pantalla-pago.
           move ws-total-factura to v-total-factura.
           move 0     to ws-monto-vale.
           move space to ws-medio-pago-1.
           move 0     to ws-monto-pago-1.
           move space to ws-medio-pago-2.
           if ws-medio-pago-1 = "f" then move "F" to ws-medio-pago-1.
           if ws-medio-pago-1 = "p" then move "P" to ws-medio-pago-1.
           if ws-medio-pago-1 = "i" then move "I" to ws-medio-pago-1.
           if ws-medio-pago-1 = "v" then move "V" to ws-medio-pago-1.
           if not medio-1-valido then go desplejar-pantalla-pago.
           if ws-monto-pago-1 > ws-total-factura then
              go desplejar-pantalla-pago.
           if ws-medio-pago-2 = "f" then move "F" to ws-medio-pago-2.
           if ws-medio-pago-2 = "p" then move "P" to ws-medio-pago-2.
           if ws-medio-pago-2 = "i" then move "I" to ws-medio-pago-2.
           if ws-medio-pago-2 = "v" then move "V" to ws-medio-pago-2.
           if not medio-2-valido then go desplejar-pantalla-pago-2.
           if ws-medio-pago-2 = ws-medio-pago-1 then
              go desplejar-pantalla-pago-2.
           if ws-medio-pago-2 = "I" then
              add ws-monto-pago-2 to ws-monto-convenio
           end-if.
           move 0 to ws-monto-vale.
           if ws-medio-pago-1 = "V" then
              add ws-monto-pago-1 to ws-monto-vale
           end-if.
           if ws-medio-pago-2 = "V" then
              add ws-monto-pago-2 to ws-monto-vale
           end-if.
      *_el vale se valida (vigente, sin vencer y con saldo) antes de
      *_aplicar cualquier otro pago; su saldo se rebaja al grabar
       controlar-vale-pago.
           if ws-monto-vale = 0 then go revisar-pagos-cliente end-if.
           move 0 to ws-vale-numero.
           display pantalla-vale-pago.
           accept  datos-vale-pago.
           move ws-vale-numero to vl-numero.
           read vales-compra key is vl-numero
               invalid key go mensaje-vale-invalido.
           if not vale-vigente then go mensaje-vale-invalido end-if.
           move vl-ano-vcto to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-vale-vcto = ws-vs-aaaa * 10000
              + vl-mes-vcto * 100 + vl-dia-vcto.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           if ws-orden-vale-vcto < ws-orden-hoy then
              go mensaje-vale-vencido
           end-if.
           if vl-saldo < ws-monto-vale then
              go mensaje-vale-saldo
           end-if.
       revisar-pagos-cliente.
           if ws-monto-puntos = 0 and ws-monto-fiado = 0 and
              ws-monto-convenio = 0 then
              go pedir-efectivo-pago
           move ano to cd-ano.
           move "P" to cd-estado.
           move spaces to cd-numero-cobro.
           move spaces to cd-motivo-rechazo.
           move 0 to cd-dia-rechazo.
           move 0 to cd-mes-rechazo.
           move 0 to cd-ano-rechazo.
           write reg-convenio-detalle invalid key continue end-write.
      *_si alguna parte se paga en efectivo se pide el monto recibido
      *_del cliente y se muestra el vuelto antes de grabar
           display pantalla-vuelto.
           accept  datos-vuelto.
       grabar-pago-factura.
           perform aplicar-canje-vale thru fin-aplicar-canje-vale.
           move ws-medio-pago-1   to v-medio-pago-1.
           move ws-monto-pago-1   to v-monto-pago-1.
           move ws-medio-pago-2   to v-medio-pago-2.
           open output boleta.
           move v-numero-factura to bo-numero.
           write reg-boleta-linea from bo-linea-1.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-boleta-linea
              write reg-boleta-linea
           end-if.
           move dia to bo-fecha (1:2).
           move "/" to bo-fecha (3:1).
           move mes to bo-fecha (4:2).
           move "total:      " to bo-tot-texto.
           move ws-total-factura to bo-tot-monto.
           write reg-boleta-linea from bo-linea-total.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-boleta-linea
              write reg-boleta-linea
           end-if.
           close boleta.
           go emitir-dte.
      *_ticket de 40 columnas: mismos datos de ventas.dat y mov.dat
       imprimir-ticket.
           open output ticket.
           write reg-ticket-linea from tk-linea-razon.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-ticket-linea
              write reg-ticket-linea
           end-if.
           move v-numero-factura to tk-numero.
           move dia to tk-fecha (1:2).
           move "/" to tk-fecha (3:1).
           move "vuelto: " to tk-t-texto.
           move v-vuelto to tk-t-monto.
           write reg-ticket-linea from tk-linea-total.
           if ws-capacitacion = "S" then
              move ws-aviso-capacitacion to reg-ticket-linea
              write reg-ticket-linea
           end-if.
           close ticket.
      *_documento tributario electronico: asigna el siguiente folio
      *_del rango autorizado (folios.dat, opcion-46) y escribe el xml
       emitir-dte.
           move 0 to ws-folio-asignado.
           if ws-total-factura = 0 then go volver end-if.
      *_una venta de capacitacion no consume folios del sii ni deja
      *_xml para enviar
           if ws-capacitacion = "S" then go volver end-if.
           move "BOLETA" to fo-tipo-dte.
           read folios key is fo-tipo-dte
               invalid key go aviso-sin-folios.
      *_autorizacion nueva al sii antes de quedar sin folios
       controlar-folios-restantes.
           if ws-folios-restantes > 20 then go volver end-if.
           move "opcion-2" to ws-al-origen.
           move "quedan 20 folios de boleta o menos, pedir al sii"
               to ws-al-texto.
           move "A" to ws-al-severidad.
           move "A" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-aviso-folios.
           accept  datos-aviso-folios.
           go volver.
       aviso-sin-folios.
           move "opcion-2" to ws-al-origen.
           move "sin folios de boleta: ventas sin dte, autorizar folios"
               to ws-al-texto.
           move "C" to ws-al-severidad.
           move "A" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-sin-folios.
           accept  datos-aviso-folios.
           close sobreventas.
           close cuentas-fiado.
           close lista-precios.
           close listas-cliente.
           close precios-por-lista.
           close operadores.
           close periodos.
           close promociones.
           close medicos.
           close recetas.
           close recetas-electronicas.
           close diario-transacciones.
           close folios.
           close documentos-dte.
           close categorias-medicamento.
           close notas-venta.
           close interacciones.
           close complementos.
           close estados-medicamento.
           close registros-sanitarios.
           close unidades.
           close fraccionados.
           close reservas-stock.
           close resumen-ventas.
           close ventas-espera.
           close vales-compra.
           close canjes-vale.
           close kits.
           close kit-componentes.
           close autorizaciones.
           close ubicaciones.
           goback.
           
      *_ubicacion del codigo de la linea en la sala de esta sucursal,
      *_para que quien atiende sepa donde ir a buscarlo
       buscar-ubicacion-linea.
           move "sin ubicacion asignada" to ws-ubicacion-mostrar.
           move codigo-movimiento to ub-codigo.
           move ws-sucursal-local to ub-sucursal.
           read ubicaciones key is ub-clave
               invalid key go fin-buscar-ubicacion-linea.
           move ub-pasillo to tu-pasillo.
           move ub-estante to tu-estante.
           move ub-nivel   to tu-nivel.
           move ws-texto-ubicacion to ws-ubicacion-mostrar.
       fin-buscar-ubicacion-linea.
           exit.

      *_deja en autoriza.dat quien autorizo, a que vendedor, en que
      *_factura y cuanto se cedio; au-tipo y los montos vienen
      *_cargados desde el punto de la autorizacion
       registrar-autorizacion.
           move "AUTORI" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-autorizacion.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to au-correlativo.
           rewrite reg-control.
           go grabar-autorizacion.
       crear-control-autorizacion.
           move "AUTORI" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to au-correlativo.
       grabar-autorizacion.
           move ws-sup-id         to au-supervisor.
           move ws-operador-id    to au-vendedor.
           move v-numero-factura  to au-factura.
           move dia               to au-dia.
           move mes               to au-mes.
           move ano               to au-ano.
           accept ws-hora-sistema from time.
           move ws-hora           to au-hora.
           move ws-minuto         to au-minuto.
           move ws-segundo        to au-segundo.
           move ws-sucursal-local to au-sucursal.
           write reg-autorizacion invalid key
              go fin-registrar-autorizacion
           end-write.
           if ws-total-autoriza-factura >= 20 then
              move "S" to ws-factura-desbordada
              go fin-registrar-autorizacion
           end-if.
           add 1 to ws-total-autoriza-factura.
           move au-correlativo
               to ws-af-correlativo (ws-total-autoriza-factura).
       fin-registrar-autorizacion.
           exit.

      *_control de interacciones de la linea: compara el principio
      *_activo contra las otras lineas de la factura y contra las
      *_compras del cliente de los ultimos 30 dias; solo advierte,
           perform probar-par-interaccion
               thru fin-probar-par-interaccion.
           go revisar-princ-factura.
      *_lee por la clave del rut solo las compras del cliente y se
      *_queda con las de los ultimos 30 dias; el registro tipeado en
      *_pantalla se respalda y restaura porque la lectura pisa
      *_reg-movimiento
       revisar-historial-cliente.
           move reg-movimiento to ws-mov-guardado.
           if ws-rut-cliente-linea = spaces then
              go restaurar-linea-movimiento
           end-if.
           move ws-rut-cliente-linea to rut-cliente-mov.
           start movimiento-medicamento key is = rut-cliente-mov
               invalid key go restaurar-linea-movimiento.
       leer-historial-cliente.
           read movimiento-medicamento next record
               at end go restaurar-linea-movimiento.
           if rut-cliente-mov not = ws-rut-cliente-linea then
              go restaurar-linea-movimiento
           end-if.
           if codigo-movimiento = ws-codigo-linea then
              go leer-historial-cliente
       fin-probar-par-interaccion.
           exit.

      *_sugiere el complemento mas frecuente del codigo recien
      *_vendido (complem.dat, opcion-91). se vuelve a revisar contra
      *_interacc.dat por si el par se registro despues del analisis,
      *_y tampoco se sugiere si su principio activo ya va en la
      *_factura o interactua con alguno de los de la factura
       sugerir-complemento.
           move ws-codigo-sugerir to cm-codigo.
           move spaces to ws-codigo-sugerir.
           if ws-status-complementos not = "00" then
              go fin-sugerir-complemento
           end-if.
           read complementos key is cm-codigo
               invalid key go fin-sugerir-complemento.
           move cm-complemento to ws-codigo-historial.
           perform buscar-principio-historial
               thru fin-buscar-principio-historial.
           if ws-princ-revisar = spaces then
              go mostrar-sugerencia
           end-if.
           move 0 to ws-k-princ.
       revisar-princ-sugerencia.
           add 1 to ws-k-princ.
           if ws-k-princ > ws-total-princ-venta then
              go mostrar-sugerencia
           end-if.
           if ws-princ-venta (ws-k-princ) = ws-princ-revisar then
              go fin-sugerir-complemento
           end-if.
           move ws-princ-venta (ws-k-princ) to ia-principio-1.
           move ws-princ-revisar to ia-principio-2.
           read interacciones key is ia-clave
               invalid key continue
               not invalid key go fin-sugerir-complemento
           end-read.
           move ws-princ-revisar to ia-principio-1.
           move ws-princ-venta (ws-k-princ) to ia-principio-2.
           read interacciones key is ia-clave
               invalid key continue
               not invalid key go fin-sugerir-complemento
           end-read.
           go revisar-princ-sugerencia.
       mostrar-sugerencia.
           display pantalla-principal.
           display pantalla-sugerencia.
           accept  datos-sugerencia.
       fin-sugerir-complemento.
           exit.

      *_consulta el registro sanitario del codigo de la linea; un
      *_codigo sin registro cargado no se advierte
       controlar-registro-venta.
           move spaces to ws-aviso-registro.
           move codigo-movimiento to rs-codigo.
           read registros-sanitarios key is rs-codigo
               invalid key go fin-controlar-registro-venta.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           if rs-vigente-hasta < ws-orden-hoy then
              move "atencion: registro sanitario vencido"
                 to ws-aviso-registro
           end-if.
           if registro-suspendido then
              move "atencion: registro sanitario suspendido"
                 to ws-aviso-registro
           end-if.
           if registro-cancelado then
              move "atencion: registro sanitario cancelado"
                 to ws-aviso-registro
           end-if.
           if ws-aviso-registro = spaces then
              go fin-controlar-registro-venta
           end-if.
           display pantalla-principal.
           display pantalla-registro-sanitario.
           accept  datos-interaccion.
       fin-controlar-registro-venta.
           exit.

      *_deja el saldo de unidades sueltas del codigo: lo que habia
      *_mas lo que aportan las cajas abiertas, menos lo vendido
       actualizar-saldo-fraccion.
           if rv-cantidad <= ws-consumo-reserva then
              subtract rv-cantidad from ws-consumo-reserva
              move "U" to rv-estado
              move rv-cantidad to ws-reserva-devolver
           else
              subtract ws-consumo-reserva from rv-cantidad
              move ws-consumo-reserva to ws-reserva-devolver
              move 0 to ws-consumo-reserva
           end-if.
           rewrite reg-reserva invalid key go consumir-una-reserva.
           perform anotar-reserva-usada thru fin-anotar-reserva-usada.
           go consumir-una-reserva.
       fin-consumir-reserva-cliente.
           exit.
           write reg-resumen-venta invalid key continue end-write.
       fin-sumar-resumen-mensual.
           exit.

      *_muestra lo autorizado, lo despachado y el saldo de la receta
      *_para el codigo de la linea; si la receta no esta registrada se
      *_piden sus datos (con 0 es una receta de un solo despacho por
      *_la cantidad vendida). queda ws-receta-excedida = "S" cuando la
      *_cantidad pasa del saldo o la receta ya esta completa
       controlar-saldo-receta.
           move "N" to ws-receta-excedida.
           move "N" to ws-receta-nueva.
           move ws-receta-numero  to re-numero-receta.
           move codigo-movimiento to re-codigo.
           read recetas key is re-clave
               invalid key go registrar-receta-nueva.
           move re-cantidad-autorizada   to ws-receta-autorizada.
           move re-cantidad-despachada   to ws-receta-despachada.
           move re-despachos-autorizados to ws-receta-despachos.
           move re-despachos-realizados  to ws-receta-realizados.
           move 0 to ws-saldo-receta.
           if re-cantidad-autorizada > re-cantidad-despachada then
              compute ws-saldo-receta =
                 re-cantidad-autorizada - re-cantidad-despachada
           end-if.
           display pantalla-principal.
           display pantalla-saldo-receta.
           accept  datos-saldo-receta.
           if receta-completa or
              cantidad-movimiento > ws-saldo-receta then
              move "S" to ws-receta-excedida
           end-if.
           go fin-controlar-saldo-receta.
       registrar-receta-nueva.
           move 0 to ws-receta-autorizada.
           move 1 to ws-receta-despachos.
           move 0 to ws-receta-dias.
           if ws-receta-e-linea = "S" then
              move ws-receta-e-cantidad to ws-receta-autorizada
           end-if.
           display pantalla-principal.
           display pantalla-receta-nueva.
           accept  datos-receta-nueva.
           if ws-receta-autorizada = 0 then
              move cantidad-movimiento to ws-receta-autorizada
              move 1 to ws-receta-despachos
           end-if.
           if ws-receta-despachos = 0 then
              move 1 to ws-receta-despachos
           end-if.
           move ws-receta-autorizada to ws-saldo-receta.
           if cantidad-movimiento > ws-saldo-receta then
              move "S" to ws-receta-excedida
           end-if.
           move "S" to ws-receta-nueva.
       fin-controlar-saldo-receta.
           exit.

      *_descuenta de la receta la linea recien grabada; la receta
      *_nueva se registra aqui con los datos pedidos al vendedor
       registrar-despacho-receta.
           move "N" to ws-receta-pendiente.
           if ws-receta-nueva = "S" then
              go crear-registro-receta
           end-if.
           move receta-mov        to re-numero-receta.
           move codigo-movimiento to re-codigo.
           read recetas key is re-clave
               invalid key go fin-registrar-despacho-receta.
           go sumar-despacho-receta.
       crear-registro-receta.
           move receta-mov           to re-numero-receta.
           move codigo-movimiento    to re-codigo.
           move rut-cliente-mov      to re-rut-cliente.
           move medico-mov           to re-rut-medico.
           move descripcion-mov      to re-descripcion.
           move ws-receta-autorizada to re-cantidad-autorizada.
           move 0                    to re-cantidad-despachada.
           move ws-receta-despachos  to re-despachos-autorizados.
           move 0                    to re-despachos-realizados.
           move ws-receta-dias       to re-dias-entre-despachos.
           move dia-venta            to re-dia-registro.
           move mes-venta            to re-mes-registro.
           move ano-venta            to re-ano-registro.
           move "V"                  to re-estado.
       sumar-despacho-receta.
           add cantidad-movimiento to re-cantidad-despachada.
           add 1 to re-despachos-realizados.
           move dia-venta to re-dia-despacho.
           move mes-venta to re-mes-despacho.
           move ano-venta to re-ano-despacho.
           if re-cantidad-despachada >= re-cantidad-autorizada or
              re-despachos-realizados >= re-despachos-autorizados then
              move "C" to re-estado
           end-if.
           if ws-receta-nueva = "S" then
              move "N" to ws-receta-nueva
              write reg-receta invalid key continue end-write
           else
              rewrite reg-receta invalid key continue end-rewrite
           end-if.
       fin-registrar-despacho-receta.
           exit.

      *_lo devuelto de una venta con receta vuelve al saldo de la
      *_receta; si se devolvio la linea completa tampoco cuenta como
      *_despacho
       devolver-saldo-receta.
           move receta-mov        to re-numero-receta.
           move codigo-movimiento to re-codigo.
           read recetas key is re-clave
               invalid key go fin-devolver-saldo-receta.
           if cantidad-a-devolver > re-cantidad-despachada then
              move 0 to re-cantidad-despachada
           else
              subtract cantidad-a-devolver from re-cantidad-despachada
           end-if.
           if cantidad-movimiento = 0 and
              re-despachos-realizados > 0 then
              subtract 1 from re-despachos-realizados
           end-if.
           if re-cantidad-despachada < re-cantidad-autorizada and
              re-despachos-realizados < re-despachos-autorizados then
              move "V" to re-estado
           end-if.
           rewrite reg-receta invalid key continue end-rewrite.
       fin-devolver-saldo-receta.
           exit.

      *_deja el folio en recelec.dat: si ya estaba importado se
      *_cuentan sus items, si no se leen del archivo de intercambio
       importar-receta-electronica.
           move 0      to ws-receta-e-items.
           move 0      to ws-receta-e-pendientes.
           move spaces to ws-receta-e-medico.
           move spaces to ws-receta-e-paciente.
           move ws-receta-e-folio to el-folio.
           move 0                 to el-item.
           start recetas-electronicas key is >= el-clave
               invalid key go abrir-intercambio-receta.
       contar-item-receta-e.
           read recetas-electronicas next record
               at end go revisar-items-receta-e.
           if el-folio not = ws-receta-e-folio then
              go revisar-items-receta-e
           end-if.
           add 1 to ws-receta-e-items.
           if item-pendiente then add 1 to ws-receta-e-pendientes.
           move el-rut-medico   to ws-receta-e-medico.
           move el-rut-paciente to ws-receta-e-paciente.
           go contar-item-receta-e.
       revisar-items-receta-e.
           if ws-receta-e-items > 0 then
              go fin-importar-receta-electronica
           end-if.
       abrir-intercambio-receta.
           open input intercambio-receta.
           if ws-status-intercambio not = "00" then
              go fin-importar-receta-electronica
           end-if.
       leer-linea-intercambio.
           read intercambio-receta
               at end go cerrar-intercambio-receta.
           move spaces to ws-campo-e-folio.
           move spaces to ws-campo-e-medico.
           move spaces to ws-campo-e-paciente.
           move spaces to ws-campo-e-principio.
           move spaces to ws-campo-e-dosis.
           move spaces to ws-campo-e-cantidad.
           unstring reg-intercambio-receta delimited by ";"
              into ws-campo-e-folio ws-campo-e-medico
                   ws-campo-e-paciente ws-campo-e-principio
                   ws-campo-e-dosis ws-campo-e-cantidad.
           if ws-campo-e-folio not = ws-receta-e-folio then
              go leer-linea-intercambio
           end-if.
           perform convertir-cantidad-receta-e
               thru fin-convertir-cantidad-receta-e.
           if ws-valor-e = 0 then go leer-linea-intercambio end-if.
           if ws-receta-e-items >= 99 then
              go leer-linea-intercambio
           end-if.
           add 1 to ws-receta-e-items.
           move ws-receta-e-folio    to el-folio.
           move ws-receta-e-items    to el-item.
           move ws-campo-e-medico    to ws-campo-e-rut.
           perform extraer-rut-receta-e
               thru fin-extraer-rut-receta-e.
           move ws-rut-e-texto       to el-rut-medico.
           move ws-campo-e-paciente  to ws-campo-e-rut.
           perform extraer-rut-receta-e
               thru fin-extraer-rut-receta-e.
           move ws-rut-e-texto       to el-rut-paciente.
           move ws-campo-e-principio to el-principio-activo.
           move ws-campo-e-dosis     to el-dosis.
           move ws-valor-e           to el-cantidad.
           move spaces               to el-codigo.
           move 0                    to el-cantidad-despachada.
           move 0                    to el-mov-correlativo.
           move dia                  to el-dia-importacion.
           move mes                  to el-mes-importacion.
           move ano                  to el-ano-importacion.
           move "P"                  to el-estado.
           write reg-receta-electronica invalid key continue
           end-write.
           add 1 to ws-receta-e-pendientes.
           move el-rut-medico   to ws-receta-e-medico.
           move el-rut-paciente to ws-receta-e-paciente.
           go leer-linea-intercambio.
       cerrar-intercambio-receta.
           close intercambio-receta.
       fin-importar-receta-electronica.
           exit.

      *_rut del archivo de intercambio sin puntos ni digito
      *_verificador, alineado a la izquierda como se tipea en pantalla
       extraer-rut-receta-e.
           move spaces to ws-rut-e-texto.
           move 0 to ws-i-e.
           move 0 to ws-j-e.
       extraer-digito-rut-e.
           add 1 to ws-i-e.
           if ws-i-e > 12 then go fin-extraer-rut-receta-e end-if.
           if ws-campo-e-rut (ws-i-e:1) = "-" then
              go fin-extraer-rut-receta-e
           end-if.
           if ws-campo-e-rut (ws-i-e:1) < "0" or
              ws-campo-e-rut (ws-i-e:1) > "9" then
              go extraer-digito-rut-e
           end-if.
           if ws-j-e >= 8 then go fin-extraer-rut-receta-e end-if.
           add 1 to ws-j-e.
           move ws-campo-e-rut (ws-i-e:1) to ws-rut-e-texto (ws-j-e:1).
           go extraer-digito-rut-e.
       fin-extraer-rut-receta-e.
           exit.

      *_convierte la cantidad del texto del archivo de intercambio
       convertir-cantidad-receta-e.
           move 0 to ws-valor-e.
           move 0 to ws-i-e.
       convertir-digito-receta-e.
           add 1 to ws-i-e.
           if ws-i-e > 6 then
              go fin-convertir-cantidad-receta-e
           end-if.
           if ws-campo-e-cantidad (ws-i-e:1) = space then
              go convertir-digito-receta-e
           end-if.
           if ws-campo-e-cantidad (ws-i-e:1) < "0" or
              ws-campo-e-cantidad (ws-i-e:1) > "9" then
              go fin-convertir-cantidad-receta-e
           end-if.
           move ws-campo-e-cantidad (ws-i-e:1) to ws-digito-e-x.
           compute ws-valor-e = ws-valor-e * 10 + ws-digito-e-9.
           go convertir-digito-receta-e.
       fin-convertir-cantidad-receta-e.
           exit.

      *_busca el lote del item por principio activo y dosis: de la
      *_propia sucursal, con stock, sin cuarentena ni vencer, y entre
      *_ellos el de vencimiento mas proximo (mismo orden fefo)
       buscar-lote-receta-e.
           move "N" to ws-el-encontrado.
           move 0   to ws-el-orden-vcto.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           close medicamentos.
           open input medicamentos.
       leer-lote-receta-e.
           read medicamentos next record
               at end go cerrar-busqueda-receta-e.
           if principio-activo not = el-principio-activo or
              concentracion not = el-dosis then
              go leer-lote-receta-e
           end-if.
           if cantidad-stock = 0 then go leer-lote-receta-e end-if.
           if med-sucursal not = ws-sucursal-local and
              med-sucursal not = spaces then
              go leer-lote-receta-e
           end-if.
           if vencimiento-orden < ws-orden-hoy then
              go leer-lote-receta-e
           end-if.
           if ws-el-encontrado = "S" and
              vencimiento-orden >= ws-el-orden-vcto then
              go leer-lote-receta-e
           end-if.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then go leer-lote-receta-e end-if.
           move "S"                to ws-el-encontrado.
           move vencimiento-orden  to ws-el-orden-vcto.
           move codigo-medicamento to ws-el-codigo.
           move descr-medicamento  to ws-el-descripcion.
           move unidad-medida      to ws-el-unidad.
           move precio-costo-u     to ws-el-precio.
           move fecha-elavoracion  to ws-el-elavoracion.
           move fecha-vencimiento  to ws-el-vencimiento.
           go leer-lote-receta-e.
       cerrar-busqueda-receta-e.
           close medicamentos.
           open i-o medicamentos.
       fin-buscar-lote-receta-e.
           exit.

      *_el item queda despachado y enlazado a la linea de mov.dat
       despachar-item-receta-e.
           move "N" to ws-receta-e-linea.
           move ws-receta-e-folio to el-folio.
           move ws-receta-e-item  to el-item.
           read recetas-electronicas key is el-clave
               invalid key go fin-despachar-item-receta-e.
           add cantidad-movimiento to el-cantidad-despachada.
           move codigo-movimiento  to el-codigo.
           move mov-correlativo    to el-mov-correlativo.
           move "D"                to el-estado.
           rewrite reg-receta-electronica invalid key continue
           end-rewrite.
       fin-despachar-item-receta-e.
           exit.

      *_anota la linea recien grabada en la tabla de la factura, con
      *_lo que va a descontar de su receta o receta electronica
       anotar-linea-factura.
           if ws-total-lineas-factura >= 200 then
              move "S" to ws-factura-desbordada
              go fin-anotar-linea-factura
           end-if.
           add 1 to ws-total-lineas-factura.
           move ws-total-lineas-factura to ws-k-linea.
           move mov-correlativo     to ws-lf-correlativo (ws-k-linea).
           move cantidad-movimiento to ws-lf-cantidad (ws-k-linea).
           move ws-receta-pendiente to ws-lf-receta (ws-k-linea).
           move spaces to ws-lf-folio-e (ws-k-linea).
           move 0      to ws-lf-item-e (ws-k-linea).
           if ws-receta-e-linea = "S" then
              move ws-receta-e-folio to ws-lf-folio-e (ws-k-linea)
              move ws-receta-e-item  to ws-lf-item-e (ws-k-linea)
           end-if.
       fin-anotar-linea-factura.
           exit.

       anotar-reserva-usada.
           if ws-total-reservas-usadas >= 50 then
              move "S" to ws-factura-desbordada
              go fin-anotar-reserva-usada
           end-if.
           add 1 to ws-total-reservas-usadas.
           move ws-total-reservas-usadas to ws-k-reserva.
           move mov-correlativo     to ws-ru-mov (ws-k-reserva).
           move rv-correlativo      to ws-ru-correlativo (ws-k-reserva).
           move ws-reserva-devolver to ws-ru-cantidad (ws-k-reserva).
           move "N" to ws-ru-completa (ws-k-reserva).
           if reserva-usada then
              move "S" to ws-ru-completa (ws-k-reserva)
           end-if.
       fin-anotar-reserva-usada.
           exit.

      *_deshace lo que la linea ws-k-linea (ya leida de mov.dat) dejo
      *_en recetas.dat, recelec.dat y reservas.dat
       revertir-linea-espera.
           if ws-lf-receta (ws-k-linea) not = "S" then
              go revertir-item-receta-e
           end-if.
           move receta-mov        to re-numero-receta.
           move codigo-movimiento to re-codigo.
           read recetas key is re-clave
               invalid key go revertir-item-receta-e.
           if ws-lf-cantidad (ws-k-linea) > re-cantidad-despachada then
              move 0 to re-cantidad-despachada
           else
              subtract ws-lf-cantidad (ws-k-linea)
                  from re-cantidad-despachada
           end-if.
           if re-despachos-realizados > 0 then
              subtract 1 from re-despachos-realizados
           end-if.
      *_sin despachos la receta la registro esta misma linea: se
      *_borra y al retomar la venta se vuelve a registrar
           if re-despachos-realizados = 0 then
              delete recetas record invalid key continue end-delete
              go revertir-item-receta-e
           end-if.
           if re-cantidad-despachada < re-cantidad-autorizada and
              re-despachos-realizados < re-despachos-autorizados then
              move "V" to re-estado
           end-if.
           rewrite reg-receta invalid key continue end-rewrite.
       revertir-item-receta-e.
           if ws-lf-folio-e (ws-k-linea) = spaces then
              go revertir-reservas-linea
           end-if.
           move ws-lf-folio-e (ws-k-linea) to el-folio.
           move ws-lf-item-e (ws-k-linea)  to el-item.
           read recetas-electronicas key is el-clave
               invalid key go revertir-reservas-linea.
           if ws-lf-cantidad (ws-k-linea) > el-cantidad-despachada then
              move 0 to el-cantidad-despachada
           else
              subtract ws-lf-cantidad (ws-k-linea)
                  from el-cantidad-despachada
           end-if.
           move 0   to el-mov-correlativo.
           move "P" to el-estado.
           rewrite reg-receta-electronica invalid key continue
           end-rewrite.
       revertir-reservas-linea.
           move 0 to ws-k-reserva.
       revertir-siguiente-reserva.
           add 1 to ws-k-reserva.
           if ws-k-reserva > ws-total-reservas-usadas then
              go fin-revertir-linea-espera
           end-if.
           if ws-ru-mov (ws-k-reserva) not = mov-correlativo then
              go revertir-siguiente-reserva
           end-if.
           move ws-ru-correlativo (ws-k-reserva) to rv-correlativo.
           read reservas-stock key is rv-correlativo
               invalid key go revertir-siguiente-reserva.
           if ws-ru-completa (ws-k-reserva) = "S" then
              move "A" to rv-estado
           else
              add ws-ru-cantidad (ws-k-reserva) to rv-cantidad
           end-if.
           rewrite reg-reserva invalid key continue end-rewrite.
           move 0 to ws-ru-mov (ws-k-reserva).
           go revertir-siguiente-reserva.
       fin-revertir-linea-espera.
           exit.

      *_las autorizaciones eran para esta factura, que queda sin
      *_lineas; al retomar la venta se vuelven a pedir
       anular-autorizaciones-espera.
           move 0 to ws-k-autoriza.
       anular-siguiente-autorizacion.
           add 1 to ws-k-autoriza.
           if ws-k-autoriza > ws-total-autoriza-factura then
              go fin-anular-autorizaciones-espera
           end-if.
           move ws-af-correlativo (ws-k-autoriza) to au-correlativo.
           delete autorizaciones record invalid key continue
           end-delete.
           go anular-siguiente-autorizacion.
       fin-anular-autorizaciones-espera.
           exit.

      *_busca en el folio de la linea retomada el item que ella misma
      *_habia despachado (quedo pendiente, con su codigo)
       enlazar-receta-e-espera.
           move es-receta to el-folio.
           move 0 to el-item.
           start recetas-electronicas key is >= el-clave
               invalid key go fin-enlazar-receta-e-espera.
       leer-item-enlazar-espera.
           read recetas-electronicas next record
               at end go fin-enlazar-receta-e-espera.
           if el-folio not = es-receta then
              go fin-enlazar-receta-e-espera
           end-if.
           if not item-pendiente or el-codigo not = es-codigo then
              go leer-item-enlazar-espera
           end-if.
           move "S"           to ws-receta-e-linea.
           move el-folio      to ws-receta-e-folio.
           move el-item       to ws-receta-e-item.
           move el-rut-medico to ws-receta-e-medico.
           move el-cantidad   to ws-receta-e-cantidad.
       fin-enlazar-receta-e-espera.
           exit.
      *_rebaja la nota de credito del acumulado mensual del codigo;
      *_sin fila del mes se crea una en negativo (los campos son
      *_con signo) para no perder la nota del resumen
       fin-restar-resumen-mensual.
           exit.

      *_ventas en espera abiertas de esta sucursal, agrupadas por
      *_numero de espera (las lineas vienen seguidas por la clave)
       cargar-tabla-espera.
           move 0 to ws-total-esperas.
           move 0 to es-numero.
           move 0 to es-linea.
           start ventas-espera key is >= es-clave
               invalid key go fin-cargar-tabla-espera.
       leer-tabla-espera.
           read ventas-espera next record
               at end go fin-cargar-tabla-espera.
           if not espera-abierta then go leer-tabla-espera end-if.
           if es-sucursal not = ws-sucursal-local then
              go leer-tabla-espera
           end-if.
           if ws-total-esperas > 0 then
              if ws-e-numero (ws-total-esperas) = es-numero then
                 add 1        to ws-e-lineas (ws-total-esperas)
                 add es-total to ws-e-total  (ws-total-esperas)
                 go leer-tabla-espera
              end-if
           end-if.
           if ws-total-esperas >= 50 then
              go fin-cargar-tabla-espera
           end-if.
           add 1 to ws-total-esperas.
           set ws-idx-espera to ws-total-esperas.
           move es-numero         to ws-e-numero   (ws-idx-espera).
           move es-numero-factura to ws-e-factura  (ws-idx-espera).
           move es-rut-cliente    to ws-e-rut      (ws-idx-espera).
           move es-operador-id    to ws-e-operador (ws-idx-espera).
           move es-fecha          to ws-e-fecha    (ws-idx-espera).
           move es-hora           to ws-e-hora     (ws-idx-espera).
           move 1                 to ws-e-lineas   (ws-idx-espera).
           move es-total          to ws-e-total    (ws-idx-espera).
           go leer-tabla-espera.
       fin-cargar-tabla-espera.
           exit.

      *_deja en "S" ws-linea-fraccion si la linea leida de mov.dat se
      *_vendio por unidad suelta en esta factura
       buscar-linea-fraccion.
           move "N" to ws-linea-fraccion.
           move 1 to ws-k-fraccion.
       comparar-linea-fraccion.
           if ws-k-fraccion > ws-total-mov-fraccion then
              go fin-buscar-linea-fraccion
           end-if.
           if ws-mov-fraccion (ws-k-fraccion) = mov-correlativo then
              move "S" to ws-linea-fraccion
              go fin-buscar-linea-fraccion
           end-if.
           add 1 to ws-k-fraccion.
           go comparar-linea-fraccion.
       fin-buscar-linea-fraccion.
           exit.

      *_repone la linea que pasa a espera: al lote despachado
      *_(lote-mov) o, si fefo ya lo borro, a un lote recreado con el
      *_mismo numero y los datos de la linea; la linea fraccionada
      *_vuelve al saldo de unidades sueltas del codigo
       reponer-stock-espera.
           move "N" to ws-espera-bloqueo.
           if ws-linea-fraccion = "S" then
              go reponer-fraccion-espera
           end-if.
           move codigo-movimiento to codigo-medicamento.
           move lote-mov          to numero-lote.
           read medicamentos record with lock key is clave-medicamento
               invalid key go crear-lote-espera.
           if ws-status-medicamentos = "51" then
              move "S" to ws-espera-bloqueo
              go fin-reponer-stock-espera
           end-if.
           add cantidad-movimiento to cantidad-stock.
           add cantidad-movimiento to cantidad-sala.
           move ws-operador-id to med-operador-id.
           move dia to med-fhr-dia.
           move mes to med-fhr-mes.
           move ano to med-fhr-ano.
           accept ws-hora-sistema from time.
           move ws-hora    to med-fhr-hora.
           move ws-minuto  to med-fhr-minuto.
           move ws-segundo to med-fhr-segundo.
           rewrite reg-medicamentos.
           unlock medicamentos.
           go fin-reponer-stock-espera.
       crear-lote-espera.
           move codigo-movimiento   to codigo-medicamento.
           move lote-mov            to numero-lote.
           move descripcion-mov     to descr-medicamento.
           move cantidad-movimiento to cantidad-stock.
           move cantidad-movimiento to cantidad-sala.
           move precio-costo-mov    to precio-costo-u.
           move spaces              to med-rut-laboratorio.
           move unidad-med-mov      to unidad-medida.
           move 0                   to cant-stock-critico.
           move v-fecha-elavoracion to fecha-elavoracion.
           move v-fecha-vencimiento to fecha-vencimiento.
           move dia to dia-compra.
           move mes to mes-compra.
           move ano to ano-compra.
           move codigo-medicamento  to cod-med-vto.
           move ano-vencimiento to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute vencimiento-orden = ws-vs-aaaa * 10000
              + mes-vencimiento * 100 + dia-vencimiento.
           move 0 to iva-compra.
           move 0 to total-compra.
           move ws-operador-id to med-operador-id.
           move dia to med-fhr-dia.
           move mes to med-fhr-mes.
           move ano to med-fhr-ano.
           accept ws-hora-sistema from time.
           move ws-hora    to med-fhr-hora.
           move ws-minuto  to med-fhr-minuto.
           move ws-segundo to med-fhr-segundo.
           move cantidad-movimiento to med-cantidad-comprada.
           move spaces to codigo-barra.
           move spaces to principio-activo.
           move spaces to concentracion.
           move ws-sucursal-local to med-sucursal.
           if receta-mov not = spaces then
              move "S" to requiere-receta
           else
              move "N" to requiere-receta
           end-if.
           write reg-medicamentos invalid key continue end-write.
           go fin-reponer-stock-espera.
       reponer-fraccion-espera.
           move codigo-movimiento to fx-codigo.
           read fraccionados key is fx-codigo
               invalid key go crear-fraccion-espera.
           add cantidad-movimiento to fx-unidades-sueltas.
           rewrite reg-fraccionado invalid key continue end-rewrite.
           go fin-reponer-stock-espera.
       crear-fraccion-espera.
           move codigo-movimiento   to fx-codigo.
           move cantidad-movimiento to fx-unidades-sueltas.
           move 0 to fx-unidades-por-envase.
           move unidad-med-mov to codigo-unidad.
           read unidades key is codigo-unidad
               invalid key continue
               not invalid key
                  move factor-conversion to fx-unidades-por-envase
           end-read.
           write reg-fraccionado invalid key continue end-write.
       fin-reponer-stock-espera.
           exit.

      *_saca del acumulado mensual la linea que pasa a espera; el
      *_costo se rebaja al costo medio acumulado del codigo en el mes
       restar-resumen-espera.
           move codigo-movimiento to vm-codigo.
           move ano-venta to vm-ano.
           move mes-venta to vm-mes.
           read resumen-ventas key is vm-clave
               invalid key go fin-restar-resumen-espera.
           move 0 to ws-costo-espera.
           if vm-unidades > 0 then
              compute ws-costo-espera rounded =
                 vm-costo * cantidad-movimiento / vm-unidades
           end-if.
           subtract cantidad-movimiento from vm-unidades.
           compute vm-neto = vm-neto - (total-venta - iva-venta).
           subtract iva-venta from vm-iva.
           subtract ws-costo-espera from vm-costo.
           rewrite reg-resumen-venta invalid key continue end-rewrite.
       fin-restar-resumen-espera.
           exit.

      *_rebaja del vale el monto pagado con el (uso parcial o total)
      *_y deja el canje en valecanje.dat con la factura
       aplicar-canje-vale.
           if ws-monto-vale = 0 then go fin-aplicar-canje-vale end-if.
           move ws-vale-numero to vl-numero.
           read vales-compra key is vl-numero
               invalid key go fin-aplicar-canje-vale.
           subtract ws-monto-vale from vl-saldo.
           if vl-saldo = 0 then move "U" to vl-estado end-if.
           rewrite reg-vale invalid key continue end-rewrite.
           move "VALECJ" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-canje-vale.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to vk-correlativo.
           rewrite reg-control.
           go grabar-canje-vale.
       crear-control-canje-vale.
           move "VALECJ" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to vk-correlativo.
       grabar-canje-vale.
           move ws-vale-numero   to vk-numero-vale.
           move v-numero-factura to vk-numero-factura.
           move ws-monto-vale    to vk-monto.
           move dia to vk-dia.
           move mes to vk-mes.
           move ano to vk-ano.
           move ws-operador-id   to vk-operador-id.
           write reg-canje-vale invalid key continue end-write.
       fin-aplicar-canje-vale.
           exit.

      *_tope cubierto por el convenio: se arma linea por linea de la
      *_factura con la cobertura de la categoria terapeutica de cada
      *_medicamento (convcat.dat); una categoria sin fila usa la
       fin-consultar-estado-lote.
           exit.

      *_carga los componentes del kit ws-kit-codigo con su precio de
      *_lista (o el costo del lote si no tiene) como peso del reparto,
      *_y calcula cuantos kits alcanzan con el stock disponible de la
      *_sucursal, descontado lo reservado a otros clientes
       cargar-componentes-kit.
           move 0 to ws-kit-total-comp.
           move 0 to ws-kit-peso-total.
           move 0 to ws-kit-costo.
           move 99999 to ws-kit-disponible.
           move ws-kit-codigo to kc-codigo-kit.
           move spaces        to kc-componente.
           start kit-componentes key is >= kc-clave
               invalid key go cerrar-componentes-kit.
       leer-componente-kit.
           read kit-componentes next record
               at end go cerrar-componentes-kit.
           if kc-codigo-kit not = ws-kit-codigo then
              go cerrar-componentes-kit
           end-if.
           if kc-cantidad = 0 then go leer-componente-kit end-if.
           if ws-kit-total-comp >= 20 then
              go cerrar-componentes-kit
           end-if.
           add 1 to ws-kit-total-comp.
           move kc-componente to ws-kc-codigo (ws-kit-total-comp).
           move kc-cantidad   to ws-kc-cantidad (ws-kit-total-comp).
           move spaces to ws-kc-descripcion (ws-kit-total-comp).
           move spaces to ws-kc-unidad (ws-kit-total-comp).
           move 0 to ws-kit-stock.
           move 0 to ws-kit-costo-comp.
           move kc-componente to cod-med-vto.
           move 0 to vencimiento-orden.
           start medicamentos key is >= clave-vencimiento
               invalid key go valorizar-componente-kit.
       sumar-stock-componente.
           read medicamentos next record
               at end go valorizar-componente-kit.
           if cod-med-vto not = kc-componente then
              go valorizar-componente-kit
           end-if.
           move descr-medicamento
               to ws-kc-descripcion (ws-kit-total-comp).
           move unidad-medida to ws-kc-unidad (ws-kit-total-comp).
           if med-sucursal not = ws-sucursal-local and
              med-sucursal not = spaces then
              go sumar-stock-componente
           end-if.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then
              go sumar-stock-componente
           end-if.
           add cantidad-stock to ws-kit-stock.
           if precio-costo-u > ws-kit-costo-comp then
              move precio-costo-u to ws-kit-costo-comp
           end-if.
           go sumar-stock-componente.
       valorizar-componente-kit.
           move kc-componente to codigo-movimiento.
           perform calcular-reserva-codigo
               thru fin-calcular-reserva-codigo.
           if ws-kit-stock > ws-reserva-ajena then
              compute ws-kit-posibles =
                 (ws-kit-stock - ws-reserva-ajena) / kc-cantidad
           else
              move 0 to ws-kit-posibles
           end-if.
           if ws-kit-posibles < ws-kit-disponible then
              move ws-kit-posibles to ws-kit-disponible
           end-if.
           compute ws-kit-costo =
              ws-kit-costo + ws-kit-costo-comp * kc-cantidad.
           move kc-componente to pr-codigo-medicamento.
           read lista-precios key is pr-codigo-medicamento
               invalid key move ws-kit-costo-comp to pr-precio-venta
           end-read.
           compute ws-kc-peso (ws-kit-total-comp) =
              pr-precio-venta * kc-cantidad.
           if ws-kc-peso (ws-kit-total-comp) = 0 then
              move kc-cantidad to ws-kc-peso (ws-kit-total-comp)
           end-if.
           add ws-kc-peso (ws-kit-total-comp) to ws-kit-peso-total.
           go leer-componente-kit.
       cerrar-componentes-kit.
           if ws-kit-total-comp = 0 then
              move 0 to ws-kit-disponible
           end-if.
       fin-cargar-componentes-kit.
           exit.

      *_si el vendedor vuelve a la entrada de lineas con un kit a
      *_medio vender (un componente rechazado), los componentes que
      *_faltan no se venden y se le avisa para que revise la factura
       interrumpir-venta-kit.
           if ws-en-kit not = "S" then
              go fin-interrumpir-venta-kit
           end-if.
           move "N" to ws-en-kit.
           display "atencion: el kit " ws-kit-codigo
                   " quedo incompleto, revise las lineas de la factura"
                   line 2 col 1.
       fin-interrumpir-venta-kit.
           exit.

      *_anota la transaccion en el diario antes de tocar los archivos
       anotar-journal-venta.
           move "TRXJRN" to control-tipo.
           display "el medicamento no se encuentra en el stock"
                    line 4 col 1.
           go desplejar-pantalla-pregunta.
       mensaje-kit-inactivo.
           display " " line 1 col 1 erase eos.
           display "ese kit esta inactivo, no se puede vender"
                    line 4 col 1.
           go pantalla-medicamentos.
       mensaje-kit-sin-componentes.
           display " " line 1 col 1 erase eos.
           display "el kit no tiene componentes (ver opcion-72)"
                    line 4 col 1.
           go pantalla-medicamentos.
       mensaje-kit-sin-stock.
           display " " line 1 col 1 erase eos.
           display "el stock de los componentes alcanza para "
                    ws-kit-disponible " kit(s)" line 4 col 1.
           go pantalla-medicamentos.
       mensaje-5.
           display " " line 1 col 1 erase eos.
           display "la cantidad de stock es menor al movimiento"
           display "el monto supera lo que cubre el convenio"
                    line 4 col 1.
           go desplejar-pantalla-pago.
      *_el vale no existe, esta anulado o ya no tiene saldo
       mensaje-vale-invalido.
           display " " line 1 col 1 erase eos.
           display "el vale de compra no existe o no esta vigente"
                    line 4 col 1.
           go desplejar-pantalla-pago.
       mensaje-vale-vencido.
           display " " line 1 col 1 erase eos.
           display "el vale de compra esta vencido" line 4 col 1.
           go desplejar-pantalla-pago.
       mensaje-vale-saldo.
           display " " line 1 col 1 erase eos.
           display "el monto supera el saldo del vale de compra"
                    line 4 col 1.
           go desplejar-pantalla-pago.
       mensaje-limite-credito.
           display " " line 1 col 1 erase eos.
           display "el cargo excede el limite de credito del cliente"
           display "venta del medicamento controlado no fue grabada"
                    line 5 col 1.
           go pantalla-medicamentos.
      *_la cantidad pedida pasa del saldo de la receta (o la receta
      *_ya se completo): la linea no se vende
       mensaje-saldo-receta.
           unlock medicamentos.
           display " " line 1 col 1 erase eos.
           display "la cantidad excede el saldo de la receta, la"
                    line 4 col 1.
           display "venta del medicamento controlado no fue grabada"
                    line 5 col 1.
           go pantalla-medicamentos.
       mensaje-receta-e-no-existe.
           display " " line 1 col 1 erase eos.
           display "el folio no esta en el archivo de intercambio de"
                    line 4 col 1.
           display "recetas electronicas" line 5 col 1.
           go preguntar-busqueda-medicamento.
       mensaje-receta-e-medico.
           display " " line 1 col 1 erase eos.
           display "el medico de la receta electronica no esta inscrito"
                    line 4 col 1.
           display "en medicos.dat" line 5 col 1.
           go preguntar-busqueda-medicamento.
       mensaje-receta-e-despachada.
           display " " line 1 col 1 erase eos.
           display "la receta electronica ya fue despachada"
                    line 4 col 1.
           go preguntar-busqueda-medicamento.
       mensaje-item-sin-lote.
           display pantalla-principal.
           display pantalla-item-sin-lote.
           accept  datos-item-sin-lote.
           go cargar-linea-receta-e.
       mensaje-descuento-denegado.
           display " " line 1 col 1 erase eos.
           display "autorizacion del supervisor no valida" line 4 col 1.
                    line 4 col 1.
           display "no fue grabada" line 5 col 1.
           go pantalla-medicamentos.
       mensaje-espera-vacia.
           display " " line 1 col 1 erase eos.
           display "la factura no tiene lineas para dejar en espera"
                    line 4 col 1.
           go desplejar-pantalla-pregunta.
      *_otra terminal tiene bloqueado el lote de una linea; las
      *_lineas ya guardadas quedan en espera y el resto sigue en la
      *_factura
       mensaje-espera-desbordada.
           display " " line 1 col 1 erase eos.
           display "la factura tiene demasiadas lineas para dejarla en"
                    line 4 col 1.
           display "espera; cierrela o anule lineas" line 5 col 1.
           go desplejar-pantalla-pregunta.
       mensaje-espera-en-uso.
           display " " line 1 col 1 erase eos.
           display "un lote de la factura esta en uso por otra"
                    line 4 col 1.
           display "terminal; las lineas restantes siguen en la factura"
                    line 5 col 1.
           go desplejar-pantalla-pregunta.
      *_otra terminal tiene ese lote bloqueado (descontando stock de
      *_la misma compra/venta en curso); la factura ya quedo grabada,
      *_asi que se avisa y se continua en vez de perder la venta
                    line 4 col 1.
           display "terminal, intente nuevamente" line 5 col 1.
           go desplejar-pantalla-pregunta.
       mensaje-lote-agotado.
           display " " line 1 col 1 erase eos.
           display "no se pudo asignar un numero de lote nuevo a este"
                    line 4 col 1.
           display "codigo (ultlote.dat)" line 5 col 1.
           go desplejar-pantalla-pregunta.


      *_carga los parametros generales (opcion-60); sin registro se
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

      *_compara la clave del supervisor contra la cifrada; un
      *_operador que aun no entra desde el cambio conserva la clave
      *_en claro y se compara como antes
       verificar-clave-supervisor.
           move "N" to ws-clave-valida.
           if clave-cifrada = spaces then
              if ws-sup-clave = clave-operador then
                 move "S" to ws-clave-valida
              end-if
              go fin-verificar-clave-supervisor
           end-if.
           call "cifrar-clave" using operador-id ws-sup-clave
               ws-clave-cifrada.
           if ws-clave-cifrada = clave-cifrada then
              move "S" to ws-clave-valida
           end-if.
       fin-verificar-clave-supervisor.
           exit.

      *_nombres de los archivos que la venta modifica: los reales o,
      *_en modo capacitacion, sus copias *cap.dat; se fijan en cada
      *_llamada porque el programa queda cargado entre un ingreso y
      *_el siguiente
       fijar-nombres-archivos.
           move "ventas.dat"       to ws-nombre-ventas.
           move "clientes.dat"     to ws-nombre-clientes.
           move "mov.dat"          to ws-nombre-mov.
           move "medicamentos.dat" to ws-nombre-medicamentos.
           move "control.dat"      to ws-nombre-control.
           move "devventa.dat"     to ws-nombre-devventa.
           move "sobreventas.dat"  to ws-nombre-sobreventas.
           move "fiado.dat"        to ws-nombre-fiado.
           move "trxjour.dat"      to ws-nombre-trxjour.
           move "recetas.dat"      to ws-nombre-recetas.
           move "recelec.dat"      to ws-nombre-recelec.
           move "convdet.dat"      to ws-nombre-convdet.
           move "ncventa.dat"      to ws-nombre-ncventa.
           move "fraccion.dat"     to ws-nombre-fraccion.
           move "reservas.dat"     to ws-nombre-reservas.
           move "vtasmens.dat"     to ws-nombre-vtasmens.
           move "espera.dat"       to ws-nombre-espera.
           move "vales.dat"        to ws-nombre-vales.
           move "valecanje.dat"    to ws-nombre-valecanje.
           move "autoriza.dat"     to ws-nombre-autoriza.
           move "costoprom.dat"    to ws-nombre-costoprom.
           move spaces to ws-aviso-capacitacion.
           if ws-capacitacion not = "S" then
              go fin-fijar-nombres-archivos
           end-if.
           move "** CAPACITACION: DOCUMENTO NO VALIDO **"
              to ws-aviso-capacitacion.
           move "ventascap.dat"    to ws-nombre-ventas.
           move "clientescap.dat"  to ws-nombre-clientes.
           move "movcap.dat"       to ws-nombre-mov.
           move "medicamentoscap.dat" to ws-nombre-medicamentos.
           move "controlcap.dat"   to ws-nombre-control.
           move "devventacap.dat"  to ws-nombre-devventa.
           move "sobreventascap.dat" to ws-nombre-sobreventas.
           move "fiadocap.dat"     to ws-nombre-fiado.
           move "trxjourcap.dat"   to ws-nombre-trxjour.
           move "recetascap.dat"   to ws-nombre-recetas.
           move "receleccap.dat"   to ws-nombre-recelec.
           move "convdetcap.dat"   to ws-nombre-convdet.
           move "ncventacap.dat"   to ws-nombre-ncventa.
           move "fraccioncap.dat"  to ws-nombre-fraccion.
           move "reservascap.dat"  to ws-nombre-reservas.
           move "vtasmenscap.dat"  to ws-nombre-vtasmens.
           move "esperacap.dat"    to ws-nombre-espera.
           move "valescap.dat"     to ws-nombre-vales.
           move "valecanjecap.dat" to ws-nombre-valecanje.
           move "autorizacap.dat"  to ws-nombre-autoriza.
           move "costopromcap.dat" to ws-nombre-costoprom.
       fin-fijar-nombres-archivos.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
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
           open input consignaciones.
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
           close consignaciones.
       fin-actualizar-costo-promedio.
           exit.
