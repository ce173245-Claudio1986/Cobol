       identification division.
       program-id. copiar-archivo.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select clasificacion-abc assign to disk
           organization is indexed
           access mode is dynamic
           record key is ab-codigo
           file status is ws-status-archivo.

           select accesos-rechazados assign to disk
           organization is indexed
           access mode is dynamic
           record key is lg-correlativo
           file status is ws-status-archivo.

           select ajustes-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is aj-correlativo
           file status is ws-status-archivo.

           select alertas-operativas assign to disk
           organization is indexed
           access mode is dynamic
           record key is al-correlativo
           alternate record key is al-bandeja with duplicates
           file status is ws-status-archivo.

           select autorizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is au-correlativo
           file status is ws-status-archivo.

           select baja-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is b-correlativo
           file status is ws-status-archivo.

           select bancos-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is bp-rut-laboratorio
           file status is ws-status-archivo.

           select caja-sesiones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cj-correlativo
           file status is ws-status-archivo.

           select categorias assign to disk
           organization is indexed
           access mode is dynamic
           record key is ca-codigo
           file status is ws-status-archivo.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente
           file status is ws-status-archivo.

           select cobros-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cc-numero-cobro
           alternate record key is cc-rut-institucion with duplicates
           file status is ws-status-archivo.

           select codigos-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cl-clave
           file status is ws-status-archivo.

           select tasas-comision assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-operador-id
           file status is ws-status-archivo.

           select complementos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cm-codigo
           file status is ws-status-archivo.

           select factura-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is c-clave-compra
           file status is ws-status-archivo.

           select compras-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is ac-clave-compra
           file status is ws-status-archivo.

           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente
           file status is ws-status-archivo.

           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave
           file status is ws-status-archivo.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo
           file status is ws-status-archivo.

           select convenios-categoria assign to disk
           organization is indexed
           access mode is dynamic
           record key is cb-clave
           file status is ws-status-archivo.

           select convenio-detalle assign to disk
           organization is indexed
           access mode is dynamic
           record key is cd-correlativo
           file status is ws-status-archivo.

           select convenios assign to disk
           organization is indexed
           access mode is dynamic
           record key is cv-rut-institucion
           file status is ws-status-archivo.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo
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

           select criticos-manuales assign to disk
           organization is indexed
           access mode is dynamic
           record key is co-codigo
           file status is ws-status-archivo.

           select plan-cuentas assign to disk
           organization is indexed
           access mode is dynamic
           record key is cm-concepto
           file status is ws-status-archivo.

           select devolucion-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-correlativo
           file status is ws-status-archivo.

           select devolucion-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is dv-correlativo
           file status is ws-status-archivo.

           select documentos-dte assign to disk
           organization is indexed
           access mode is dynamic
           record key is dt-numero-factura
           file status is ws-status-archivo.

           select egresos-caja assign to disk
           organization is indexed
           access mode is dynamic
           record key is eg-correlativo
           file status is ws-status-archivo.

           select ventas-espera assign to disk
           organization is indexed
           access mode is dynamic
           record key is es-clave
           file status is ws-status-archivo.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave
           file status is ws-status-archivo.

           select reacciones-adversas assign to disk
           organization is indexed
           access mode is dynamic
           record key is fv-numero
           alternate record key is fv-clave-lote with duplicates
           file status is ws-status-archivo.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo
           file status is ws-status-archivo.

           select folios assign to disk
           organization is indexed
           access mode is dynamic
           record key is fo-tipo-dte
           file status is ws-status-archivo.

           select formulas-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is fl-clave
           file status is ws-status-archivo.

           select formulas assign to disk
           organization is indexed
           access mode is dynamic
           record key is fm-codigo-formula
           file status is ws-status-archivo.

           select fraccionados assign to disk
           organization is indexed
           access mode is dynamic
           record key is fx-codigo
           file status is ws-status-archivo.

           select refrigerados assign to disk
           organization is indexed
           access mode is dynamic
           record key is fr-codigo
           file status is ws-status-archivo.

           select interacciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ia-clave
           file status is ws-status-archivo.

           select toma-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is in-clave
           file status is ws-status-archivo.

           select saldos-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is im-clave
           file status is ws-status-archivo.

           select kit-componentes assign to disk
           organization is indexed
           access mode is dynamic
           record key is kc-clave
           file status is ws-status-archivo.

           select kits assign to disk
           organization is indexed
           access mode is dynamic
           record key is kt-codigo
           file status is ws-status-archivo.

           select laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-laboratorio
           file status is ws-status-archivo.

           select leadtime-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is ll-rut-laboratorio
           file status is ws-status-archivo.

           select liquidaciones-consigna assign to disk
           organization is indexed
           access mode is dynamic
           record key is lq-clave
           file status is ws-status-archivo.

           select listas-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is lc-lista
           file status is ws-status-archivo.

           select categorias-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mc-codigo
           file status is ws-status-archivo.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates
           file status is ws-status-archivo.

           select medicos assign to disk
           organization is indexed
           access mode is dynamic
           record key is md-rut-medico
           file status is ws-status-archivo.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates
           file status is ws-status-archivo.

           select mov-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is am-correlativo
           alternate record key is am-codigo-movimiento
              with duplicates
           file status is ws-status-archivo.

           select notas-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is nc-clave
           file status is ws-status-archivo.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero
           file status is ws-status-archivo.

           select detalle-nomina assign to disk
           organization is indexed
           access mode is dynamic
           record key is nd-clave
           file status is ws-status-archivo.

           select nominas-pago assign to disk
           organization is indexed
           access mode is dynamic
           record key is nm-numero
           file status is ws-status-archivo.

           select distribucion-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is od-clave
           file status is ws-status-archivo.

           select ordenes-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is ol-correlativo
           file status is ws-status-archivo.

           select operadores assign to disk
           organization is indexed
           access mode is dynamic
           record key is operador-id
           file status is ws-status-archivo.

           select ordenes-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is oc-numero
           file status is ws-status-archivo.

           select ordenes-preparacion assign to disk
           organization is indexed
           access mode is dynamic
           record key is op-numero
           file status is ws-status-archivo.

           select pagos-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is pg-correlativo
           alternate record key is pg-numero-cobro with duplicates
           file status is ws-status-archivo.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave
           file status is ws-status-archivo.

           select periodos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pd-clave
           file status is ws-status-archivo.

           select historial-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is hp-correlativo
           file status is ws-status-archivo.

           select precios-por-lista assign to disk
           organization is indexed
           access mode is dynamic
           record key is pl-clave
           file status is ws-status-archivo.

           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave
           file status is ws-status-archivo.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento
           file status is ws-status-archivo.

           select presupuesto assign to disk
           organization is indexed
           access mode is dynamic
           record key is ps-clave
           file status is ws-status-archivo.

           select promociones assign to disk
           organization is indexed
           access mode is dynamic
           record key is pm-codigo-medicamento
           file status is ws-status-archivo.

           select prorrateos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-clave
           file status is ws-status-archivo.

           select cuadratura-rcv assign to disk
           organization is indexed
           access mode is dynamic
           record key is rc-clave
           file status is ws-status-archivo.

           select recetas-electronicas assign to disk
           organization is indexed
           access mode is dynamic
           record key is el-clave
           file status is ws-status-archivo.

           select recepcion-borrador assign to disk
           organization is indexed
           access mode is dynamic
           record key is gb-correlativo
           file status is ws-status-archivo.

           select recetas-retenidas assign to disk
           organization is indexed
           access mode is dynamic
           record key is rr-clave
           file status is ws-status-archivo.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates
           file status is ws-status-archivo.

           select reclamos-precio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo of reg-reclamo-precio
           alternate record key is rp-rut-laboratorio with duplicates
           file status is ws-status-archivo.

           select cola-reetiquetado assign to disk
           organization is indexed
           access mode is dynamic
           record key is rq-codigo
           file status is ws-status-archivo.

           select registros-sanitarios assign to disk
           organization is indexed
           access mode is dynamic
           record key is rs-codigo
           alternate record key is rs-numero-registro with duplicates
           file status is ws-status-archivo.

           select rendiciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is rd-correlativo
           file status is ws-status-archivo.

           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo of reg-reparto
           file status is ws-status-archivo.

           select reservas-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is rv-correlativo
           file status is ws-status-archivo.

           select control-corrida assign to disk
           organization is indexed
           access mode is dynamic
           record key is rn-clave
           file status is ws-status-archivo.

           select stock-critico assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-scritico
           file status is ws-status-archivo.

           select segmentos-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is rf-rut-cliente
           alternate record key is rf-segmento with duplicates
           file status is ws-status-archivo.

           select sobreventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is so-correlativo
           file status is ws-status-archivo.

           select cola-impresion assign to disk
           organization is indexed
           access mode is dynamic
           record key is sp-numero
           file status is ws-status-archivo.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo
           file status is ws-status-archivo.

           select sugerencias-traslado assign to disk
           organization is indexed
           access mode is dynamic
           record key is sg-linea
           file status is ws-status-archivo.

           select temperaturas assign to disk
           organization is indexed
           access mode is dynamic
           record key is tp-clave
           file status is ws-status-archivo.

           select traslados assign to disk
           organization is indexed
           access mode is dynamic
           record key is tr-correlativo
           file status is ws-status-archivo.

           select traslados-sucursal assign to disk
           organization is indexed
           access mode is dynamic
           record key is ts-numero
           alternate record key is ts-folio-guia with duplicates
           file status is ws-status-archivo.

           select diario-transacciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is jr-correlativo
           file status is ws-status-archivo.

           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates
           file status is ws-status-archivo.

           select ultimos-lotes assign to disk
           organization is indexed
           access mode is dynamic
           record key is ul-codigo
           file status is ws-status-archivo.

           select unidades assign to disk
           organization is indexed
           access mode is dynamic
           record key is codigo-unidad
           file status is ws-status-archivo.

           select canjes-vale assign to disk
           organization is indexed
           access mode is dynamic
           record key is vk-correlativo
           file status is ws-status-archivo.

           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero
           file status is ws-status-archivo.

           select prod-vencidos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-vencido
           file status is ws-status-archivo.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura
           file status is ws-status-archivo.

           select ventas-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is av-numero-factura
           file status is ws-status-archivo.

           select resumen-ventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is vm-clave
           file status is ws-status-archivo.

      *_copia plana de un archivo: respaldo por generacion o
      *_historico, un registro del archivo por registro de aqui
           select respaldo-plano assign to disk
           organization is sequential
           file status is ws-status-respaldo.

       data division.
       file section.
       fd clasificacion-abc
           label record is standard
           value of file-id "abcclas.dat".
       01 reg-clase-abc.
          02 ab-codigo            pic x(6).
          02 ab-clase             pic x.
             88 clase-a           value "A".
             88 clase-b           value "B".
             88 clase-c           value "C".
          02 ab-valor-venta       pic 9(10).
          02 ab-orden-ultimo-conteo pic 9(8).

       fd accesos-rechazados
           label record is standard
           value of file-id "accesos.dat".
       01 reg-acceso-rechazado.
          02 lg-correlativo      pic 9(6).
          02 lg-operador-id      pic x(8).
          02 lg-opcion           pic 99.
          02 lg-fecha-hora.
             03 lg-dia           pic 99.
             03 lg-mes           pic 99.
             03 lg-ano           pic 99.
             03 lg-hora          pic 99.
             03 lg-minuto        pic 99.
             03 lg-segundo       pic 99.

       fd ajustes-stock
           label record is standard
           value of file-id "ajustes.dat".
       01 reg-ajuste.
          02 aj-correlativo       pic 9(6).
          02 aj-codigo            pic x(6).
          02 aj-lote              pic 9(3).
          02 aj-motivo            pic x.
             88 motivo-merma      value "M".
             88 motivo-rotura     value "R".
             88 motivo-robo       value "B".
             88 motivo-conteo     value "C".
          02 aj-sentido           pic x.
             88 ajuste-entrada    value "E".
             88 ajuste-salida     value "S".
          02 aj-cantidad          pic 9(5).
          02 aj-operador-id       pic x(8).
          02 aj-fecha-hora.
             03 aj-dia            pic 99.
             03 aj-mes            pic 99.
             03 aj-ano            pic 99.
             03 aj-hora           pic 99.
             03 aj-minuto         pic 99.
             03 aj-segundo        pic 99.

       fd alertas-operativas
           label record is standard
           value of file-id "alertas.dat".
       01 reg-alerta.
          02 al-correlativo       pic 9(6).
          02 al-bandeja.
             03 al-perfil         pic x.
                88 alerta-vendedor      value "V".
                88 alerta-quimico       value "Q".
                88 alerta-administrador value "A".
             03 al-estado         pic x.
                88 alerta-pendiente     value "P".
                88 alerta-acusada       value "R".
          02 al-severidad         pic x.
             88 severidad-critica value "C".
             88 severidad-alta    value "A".
             88 severidad-aviso   value "I".
          02 al-origen            pic x(16).
          02 al-texto             pic x(60).
          02 al-fecha.
             03 al-dia            pic 99.
             03 al-mes            pic 99.
             03 al-ano            pic 99.
          02 al-hora.
             03 al-hh             pic 99.
             03 al-mm             pic 99.
          02 al-operador-acuse    pic x(8).
          02 al-fecha-acuse.
             03 al-dia-acuse      pic 99.
             03 al-mes-acuse      pic 99.
             03 al-ano-acuse      pic 99.
          02 al-hora-acuse.
             03 al-hh-acuse       pic 99.
             03 al-mm-acuse       pic 99.

       fd autorizaciones
           label record is standard
           value of file-id "autoriza.dat".
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

       fd baja-stock
           label record is standard
           value of file-id "bajas.dat".
       01 reg-baja.
          02 b-correlativo        pic 9(5).
          02 b-codigo-medicamento pic x(6).
          02 b-descr-medicamento  pic x(30).
          02 b-cantidad-baja      pic 9(5).
          02 b-fecha-baja.
             03 b-dia-baja        pic 99.
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

       fd bancos-laboratorio
           label record is standard
           value of file-id "bancolab.dat".
       01 reg-banco-laboratorio.
          02 bp-rut-laboratorio   pic x(8).
          02 bp-codigo-banco      pic x(3).
          02 bp-tipo-cuenta       pic x.
             88 cuenta-corriente  value "C".
             88 cuenta-vista      value "V".
             88 cuenta-ahorro     value "A".
          02 bp-numero-cuenta     pic x(15).

       fd caja-sesiones
           label record is standard
           value of file-id "cajas.dat".
       01 reg-caja.
          02 cj-correlativo        pic 9(6).
          02 cj-operador-id        pic x(8).
          02 cj-estado             pic x.
             88 caja-abierta       value "A".
             88 caja-cerrada       value "C".
          02 cj-fondo-inicial      pic 9(9).
          02 cj-fecha-apertura.
             03 cj-dia-apertura    pic 99.
             03 cj-mes-apertura    pic 99.
             03 cj-ano-apertura    pic 99.
          02 cj-hora-apertura.
             03 cj-hh-apertura     pic 99.
             03 cj-mm-apertura     pic 99.
          02 cj-fecha-cierre.
             03 cj-dia-cierre      pic 99.
             03 cj-mes-cierre      pic 99.
             03 cj-ano-cierre      pic 99.
          02 cj-hora-cierre.
             03 cj-hh-cierre       pic 99.
             03 cj-mm-cierre       pic 99.
          02 cj-efectivo-declarado pic 9(9).
          02 cj-total-efectivo     pic 9(9).
          02 cj-total-debito       pic 9(9).
          02 cj-total-credito      pic 9(9).
          02 cj-total-transfer     pic 9(9).
          02 cj-diferencia         pic 9(9).
          02 cj-sentido-dif        pic x.
             88 caja-cuadrada      value "=".
             88 caja-faltante      value "F".
             88 caja-sobrante      value "S".
          02 cj-sucursal           pic x(2).

       fd categorias
           label record is standard
           value of file-id "categorias.dat".
       01 reg-categoria.
          02 ca-codigo            pic x(3).
          02 ca-descripcion       pic x(30).

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

       fd cobros-convenio
           label record is standard
           value of file-id "cobconv.dat".
       01 reg-cobro-convenio.
          02 cc-numero-cobro      pic x(6).
          02 cc-rut-institucion   pic x(8).
          02 cc-periodo.
             03 cc-mes-periodo    pic 99.
             03 cc-ano-periodo    pic 99.
          02 cc-fecha-emision.
             03 cc-dia-emision    pic 99.
             03 cc-mes-emision    pic 99.
             03 cc-ano-emision    pic 99.
          02 cc-monto-cobrado     pic 9(9).
          02 cc-monto-pagado      pic 9(9).
          02 cc-monto-rechazado   pic 9(9).
          02 cc-estado            pic x.
             88 cobro-abierto     value "A".
             88 cobro-cerrado     value "C".

       fd codigos-laboratorio
           label record is standard
           value of file-id "codlab.dat".
       01 reg-codigo-laboratorio.
          02 cl-clave.
             03 cl-rut-laboratorio pic x(8).
             03 cl-codigo          pic x(6).
          02 cl-codigo-lab        pic x(12).
          02 cl-descripcion-lab   pic x(30).

       fd tasas-comision
           label record is standard
           value of file-id "comisiones.dat".
       01 reg-tasa-comision.
          02 cs-operador-id       pic x(8).
          02 cs-porcentaje        pic 9(2).

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
          02 c-fecha-pago.
             03 c-dia-pago         pic 99.
             03 c-mes-pago         pic 99.
             03 c-ano-pago         pic 99.
          02 c-sucursal            pic x(2).

       fd compras-archivo
           label record is standard
           value of file-id "comprasarch.dat".
       01 reg-compras-archivo.
          02 ac-codigo-factura     pic x(6).
          02 ac-clave-compra.
             03 ac-rut-laboratorio pic x(8).
             03 ac-numero-factura  pic x(6).
          02 ac-operador-id        pic x(8).
          02 ac-fecha-hora-registro.
             03 ac-fhr-dia         pic 99.
             03 ac-fhr-mes         pic 99.
             03 ac-fhr-ano         pic 99.
             03 ac-fhr-hora        pic 99.
             03 ac-fhr-minuto      pic 99.
             03 ac-fhr-segundo     pic 99.
          02 ac-plazo-dias         pic 9(3).
          02 ac-fecha-vcto-pago.
             03 ac-dia-vcto-pago    pic 99.
             03 ac-mes-vcto-pago    pic 99.
             03 ac-ano-vcto-pago    pic 99.
          02 ac-monto-factura      pic 9(9).
          02 ac-estado-pago        pic x.
          02 ac-fecha-pago.
             03 ac-dia-pago         pic 99.
             03 ac-mes-pago         pic 99.
             03 ac-ano-pago         pic 99.

       fd consentimientos
           label record is standard
           value of file-id "consent.dat".
       01 reg-consentimiento.
          02 cf-rut-cliente       pic x(8).
          02 cf-avisos            pic x.
             88 acepta-avisos     value "S".
             88 rechaza-avisos    value "N".
          02 cf-fecha-consentimiento.
             03 cf-dia            pic 99.
             03 cf-mes            pic 99.
             03 cf-ano            pic 99.
          02 cf-operador-id       pic x(8).
          02 cf-suprimido         pic x.
             88 datos-suprimidos  value "S".
          02 cf-fecha-supresion.
             03 cf-dia-supresion  pic 99.
             03 cf-mes-supresion  pic 99.
             03 cf-ano-supresion  pic 99.
          02 cf-operador-supresion pic x(8).

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

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd convenios-categoria
           label record is standard
           value of file-id "convcat.dat".
       01 reg-convenio-categoria.
          02 cb-clave.
             03 cb-rut-institucion pic x(8).
             03 cb-categoria       pic x(3).
          02 cb-tipo              pic x.
             88 cobertura-porcentaje value "P".
             88 cobertura-copago     value "C".
          02 cb-valor             pic 9(7).

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

       fd convenios
           label record is standard
           value of file-id "convenios.dat".
       01 reg-convenio.
          02 cv-rut-institucion   pic x(8).
          02 cv-dv-institucion    pic x.
          02 cv-nombre            pic x(30).
          02 cv-tipo              pic x.
             88 convenio-porcentaje value "P".
             88 convenio-copago     value "C".
          02 cv-valor             pic 9(7).
          02 cv-activo            pic x.
             88 convenio-vigente    value "S".
             88 convenio-suspendido value "N".

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

       fd criticos-manuales
           label record is standard
           value of file-id "critover.dat".
       01 reg-critico-manual.
          02 co-codigo            pic x(6).
          02 co-manual            pic x.
             88 critico-manual    value "S".
             88 critico-automatico value "N".

       fd plan-cuentas
           label record is standard
           value of file-id "ctacontab.dat".
       01 reg-cuenta.
          02 cm-concepto          pic x(6).
          02 cm-cuenta            pic x(8).
          02 cm-descripcion       pic x(20).

       fd devolucion-laboratorio
           label record is standard
           value of file-id is "devol.dat".
       01 reg-devolucion.
          02 v-correlativo         pic 9(5).
          02 v-codigo-medicamento  pic x(6).
          02 v-descr-medicamento   pic x(30).
          02 v-cantidad-devuelta   pic 9(5).
          02 v-fecha-devolucion.
             03 v-dia-devolucion   pic 99.
             03 v-mes-devolucion   pic 99.
             03 v-ano-devolucion   pic 99.
          02 v-rut-laboratorio     pic x(8).
          02 v-razon-social        pic x(15).
          02 v-lote-devuelto       pic 9(3).
          02 v-costo-devuelto      pic 9(7).
          02 v-estado-devolucion   pic x.
             88 devolucion-pendiente value "P" " ".
             88 devolucion-aceptada  value "A".
             88 devolucion-rechazada value "R".
          02 v-fecha-resolucion.
             03 v-dia-resolucion   pic 99.
             03 v-mes-resolucion   pic 99.
             03 v-ano-resolucion   pic 99.
          02 v-sucursal-devolucion pic x(2).
          02 v-operador-devolucion pic x(8).

       fd devolucion-venta
           label record is standard
           value of file-id "devventa.dat".
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

       fd egresos-caja
           label record is standard
           value of file-id "egresos.dat".
       01 reg-egreso.
          02 eg-correlativo       pic 9(6).
          02 eg-caja-correlativo  pic 9(6).
          02 eg-monto             pic 9(9).
          02 eg-codigo-motivo     pic x(2).
          02 eg-glosa             pic x(20).
          02 eg-numero-comprobante pic x(10).
          02 eg-operador-id       pic x(8).
          02 eg-fecha.
             03 eg-dia            pic 99.
             03 eg-mes            pic 99.
             03 eg-ano            pic 99.

       fd ventas-espera
           label record is standard
           value of file-id "espera.dat".
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

       fd reacciones-adversas
           label record is standard
           value of file-id "farmacovig.dat".
       01 reg-reaccion-adversa.
          02 fv-numero             pic 9(6).
          02 fv-clave-lote.
             03 fv-codigo          pic x(6).
             03 fv-lote            pic 9(3).
          02 fv-fecha-registro.
             03 fv-dia-registro    pic 99.
             03 fv-mes-registro    pic 99.
             03 fv-ano-registro    pic 99.
          02 fv-rut-cliente        pic x(8).
          02 fv-mov-correlativo    pic 9(6).
          02 fv-num-factura        pic x(6).
          02 fv-fecha-venta.
             03 fv-dia-venta       pic 99.
             03 fv-mes-venta       pic 99.
             03 fv-ano-venta       pic 99.
          02 fv-descr-medicamento  pic x(30).
          02 fv-principio-activo   pic x(20).
          02 fv-concentracion      pic x(10).
          02 fv-fecha-inicio.
             03 fv-dia-inicio      pic 99.
             03 fv-mes-inicio      pic 99.
             03 fv-ano-inicio      pic 99.
          02 fv-reaccion-1         pic x(60).
          02 fv-reaccion-2         pic x(60).
          02 fv-gravedad           pic x.
             88 gravedad-leve      value "L".
             88 gravedad-moderada  value "M".
             88 gravedad-grave     value "G".
          02 fv-quimico-id         pic x(8).
          02 fv-sucursal           pic x(2).
          02 fv-estado             pic x.
             88 caso-registrado      value "R".
             88 caso-notificado      value "N".
             88 caso-en-seguimiento  value "S".
             88 caso-cerrado         value "C".
          02 fv-fecha-notificacion.
             03 fv-dia-notificacion pic 99.
             03 fv-mes-notificacion pic 99.
             03 fv-ano-notificacion pic 99.
          02 fv-fecha-cierre.
             03 fv-dia-cierre      pic 99.
             03 fv-mes-cierre      pic 99.
             03 fv-ano-cierre      pic 99.
          02 fv-desenlace          pic x.
             88 desenlace-recuperado    value "R".
             88 desenlace-con-secuelas  value "S".
             88 desenlace-no-recuperado value "N".
             88 desenlace-desconocido   value "D" " ".
          02 fv-seguimiento        pic x(60).

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

       fd folios
           label record is standard
           value of file-id "folios.dat".
       01 reg-folio.
          02 fo-tipo-dte          pic x(6).
          02 fo-folio-desde       pic 9(6).
          02 fo-folio-hasta       pic 9(6).
          02 fo-ultimo-folio      pic 9(6).
          02 fo-fecha-autorizacion.
             03 fo-dia-autorizacion pic 99.
             03 fo-mes-autorizacion pic 99.
             03 fo-ano-autorizacion pic 99.

       fd formulas-lineas
           label record is standard
           value of file-id "forlin.dat".
       01 reg-formula-linea.
          02 fl-clave.
             03 fl-codigo-formula pic x(6).
             03 fl-secuencia      pic 9(2).
          02 fl-codigo-componente pic x(6).
          02 fl-cantidad          pic 9(5).

       fd formulas
           label record is standard
           value of file-id "formulas.dat".
       01 reg-formula.
          02 fm-codigo-formula    pic x(6).
          02 fm-descripcion       pic x(30).
          02 fm-precio-venta      pic 9(7).
          02 fm-dias-vigencia     pic 9(3).

       fd fraccionados
           label record is standard
           value of file-id "fraccion.dat".
       01 reg-fraccionado.
          02 fx-codigo            pic x(6).
          02 fx-unidades-sueltas  pic 9(5).
          02 fx-unidades-por-envase pic 9(5).

       fd refrigerados
           label record is standard
           value of file-id "frio.dat".
       01 reg-refrigerado.
          02 fr-codigo            pic x(6).
          02 fr-refrigerado       pic x.
             88 codigo-refrigerado    value "S".
             88 codigo-sin-frio       value "N".

       fd interacciones
           label record is standard
           value of file-id "interacc.dat".
       01 reg-interaccion.
          02 ia-clave.
             03 ia-principio-1    pic x(20).
             03 ia-principio-2    pic x(20).
          02 ia-severidad         pic x.
             88 interaccion-leve     value "L".
             88 interaccion-moderada value "M".
             88 interaccion-grave    value "G".
          02 ia-descripcion       pic x(30).

       fd toma-inventario
           label record is standard
           value of file-id "inventario.dat".
       01 reg-inventario.
          02 in-clave.
             03 in-numero-toma    pic 9(4).
             03 in-codigo         pic x(6).
             03 in-lote           pic 9(3).
          02 in-descripcion       pic x(30).
          02 in-stock-sistema     pic 9(5).
          02 in-precio-costo      pic 9(7).
          02 in-cantidad-contada  pic 9(5).
          02 in-contado           pic x.
             88 lote-contado      value "S".
             88 lote-sin-contar   value "N".
          02 in-estado            pic x.
             88 ajuste-pendiente  value "P".
             88 ajuste-aplicado   value "A".
          02 in-fecha-toma.
             03 in-dia-toma       pic 99.
             03 in-mes-toma       pic 99.
             03 in-ano-toma       pic 99.

       fd saldos-inventario
           label record is standard
           value of file-id "invmens.dat".
       01 reg-saldo-inventario.
          02 im-clave.
             03 im-ano            pic 9(4).
             03 im-mes            pic 99.
             03 im-codigo         pic x(6).
          02 im-unidades          pic 9(7).
          02 im-valor-costo       pic 9(11).
          02 im-rut-laboratorio   pic x(8).
          02 im-fecha-foto.
             03 im-dia-foto       pic 99.
             03 im-mes-foto       pic 99.
             03 im-ano-foto       pic 99.

       fd kit-componentes
           label record is standard
           value of file-id "kitcomp.dat".
       01 reg-kit-componente.
          02 kc-clave.
             03 kc-codigo-kit      pic x(6).
             03 kc-componente      pic x(6).
          02 kc-cantidad           pic 9(3).

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

       fd laboratorio
           label record is standard
           value of file-id "lab.dat".
       01 reg-laboratorio.
          02 rut-laboratorio      pic 9(8).
          02 dv-laboratorio       pic x.
          02 razon-social         pic x(15).
          02 dir-laboratorio      pic x(30).
          02 fono-laboratorio     pic x(10).

       fd leadtime-laboratorio
           label record is standard
           value of file-id "leadlab.dat".
       01 reg-leadtime.
          02 ll-rut-laboratorio   pic x(8).
          02 ll-dias-promedio     pic 9(3).
          02 ll-dias-mejor        pic 9(3).
          02 ll-dias-peor         pic 9(3).
          02 ll-ordenes-medidas   pic 9(4).

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

       fd categorias-medicamento
           label record is standard
           value of file-id "medcat.dat".
       01 reg-categoria-medicamento.
          02 mc-codigo            pic x(6).
          02 mc-categoria         pic x(3).

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

       fd medicos
           label record is standard
           value of file-id "medicos.dat".
       01 reg-medico.
          02 md-rut-medico        pic x(8).
          02 md-dv-medico         pic x.
          02 md-nombre-medico     pic x(30).
          02 md-registro-medico   pic x(10).

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

       fd mov-archivo
           label record is standard
           value of file-id "movarch.dat".
       01 reg-mov-archivo.
          02 am-correlativo         pic 9(6).
          02 am-codigo-movimiento   pic x(6).
          02 am-num-factura         pic x(6).
          02 am-cantidad-movimiento pic 9(5).
          02 am-fecha-elavoracion.
             03 am-dia-elavoracion  pic 99.
             03 am-mes-elavoracion  pic 99.
             03 am-ano-elavoracion  pic 99.
          02 am-fecha-vencimiento.
             03 am-dia-vencimiento  pic 99.
             03 am-mes-vencimiento  pic 99.
             03 am-ano-vencimiento  pic 99.
          02 am-fecha-venta.
             03 am-dia-venta        pic 99.
             03 am-mes-venta        pic 99.
             03 am-ano-venta        pic 99.
          02 am-descripcion-mov     pic x(30).
          02 am-precio-costo-mov    pic 9(7).
          02 am-rut-cliente-mov     pic x(8).
          02 am-unidad-med-mov      pic x(2).
          02 am-iva-venta           pic 9(7).
          02 am-total-venta         pic 9(8).
          02 am-operador-id-mov     pic x(8).
          02 am-fecha-hora-registro.
             03 am-fhr-dia-mov      pic 99.
             03 am-fhr-mes-mov      pic 99.
             03 am-fhr-ano-mov      pic 99.
             03 am-fhr-hora-mov     pic 99.
             03 am-fhr-minuto-mov   pic 99.
             03 am-fhr-segundo-mov  pic 99.
          02 am-descuento-mov       pic 9(8).
          02 am-receta-mov          pic x(10).
          02 am-medico-mov          pic x(8).
          02 am-lote-mov            pic 9(3).

       fd notas-laboratorio
           label record is standard
           value of file-id "ncprov.dat".
       01 reg-nota-laboratorio.
          02 nc-clave.
             03 nc-rut-laboratorio pic x(8).
             03 nc-numero          pic x(6).
          02 nc-monto             pic 9(9).
          02 nc-saldo             pic 9(9).
          02 nc-fecha.
             03 nc-dia            pic 99.
             03 nc-mes            pic 99.
             03 nc-ano            pic 99.
          02 nc-estado            pic x.
             88 nota-pendiente    value "P".
             88 nota-aplicada     value "A".

       fd notas-venta
           label record is standard
           value of file-id "ncventa.dat".
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

       fd detalle-nomina
           label record is standard
           value of file-id "nomdet.dat".
       01 reg-detalle-nomina.
          02 nd-clave.
             03 nd-rut-laboratorio pic x(8).
             03 nd-numero-factura  pic x(6).
             03 nd-numero-nomina   pic 9(6).
          02 nd-monto             pic 9(9).
          02 nd-estado            pic x.
             88 pago-borrador     value "B".
             88 pago-aprobado     value "A".
             88 pago-anulado      value "X".
          02 nd-fecha-pago.
             03 nd-dia-pago       pic 99.
             03 nd-mes-pago       pic 99.
             03 nd-ano-pago       pic 99.
          02 nd-comprobante       pic 9(6).

       fd nominas-pago
           label record is standard
           value of file-id "nominas.dat".
       01 reg-nomina.
          02 nm-numero            pic 9(6).
          02 nm-fecha.
             03 nm-dia            pic 99.
             03 nm-mes            pic 99.
             03 nm-ano            pic 99.
          02 nm-vcto-desde.
             03 nm-dia-desde      pic 99.
             03 nm-mes-desde      pic 99.
             03 nm-ano-desde      pic 99.
          02 nm-vcto-hasta.
             03 nm-dia-hasta      pic 99.
             03 nm-mes-hasta      pic 99.
             03 nm-ano-hasta      pic 99.
          02 nm-estado            pic x.
             88 nomina-borrador   value "B".
             88 nomina-aprobada   value "A".
             88 nomina-anulada    value "X".
          02 nm-cantidad          pic 9(4).
          02 nm-total             pic 9(11).

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

       fd operadores
           label record is standard
           value of file-id "operadores.dat".
       01 reg-operador.
          02 operador-id         pic x(8).
          02 clave-operador      pic x(8).
          02 nombre-operador     pic x(20).
          02 operador-activo     pic x.
             88 operador-habilitado  value "S".
             88 operador-desactivado value "N".
          02 intentos-fallidos   pic 9.
          02 perfil-operador     pic x.
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

       fd ordenes-preparacion
           label record is standard
           value of file-id "ordprep.dat".
       01 reg-orden-preparacion.
          02 op-numero            pic 9(6).
          02 op-codigo-formula    pic x(6).
          02 op-cantidad          pic 9(3).
          02 op-fecha.
             03 op-dia            pic 99.
             03 op-mes            pic 99.
             03 op-ano            pic 99.
          02 op-operador-id       pic x(8).
          02 op-receta            pic x(10).
          02 op-medico            pic x(8).

       fd pagos-convenio
           label record is standard
           value of file-id "pagconv.dat".
       01 reg-pago-convenio.
          02 pg-correlativo       pic 9(6).
          02 pg-numero-cobro      pic x(6).
          02 pg-rut-institucion   pic x(8).
          02 pg-monto             pic 9(9).
          02 pg-documento         pic x(12).
          02 pg-fecha.
             03 pg-dia            pic 99.
             03 pg-mes            pic 99.
             03 pg-ano            pic 99.
          02 pg-operador-id       pic x(8).

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

       fd periodos
           label record is standard
           value of file-id "periodos.dat".
       01 reg-periodo.
          02 pd-clave.
             03 pd-ano            pic 99.
             03 pd-mes            pic 99.
          02 pd-estado            pic x.
             88 periodo-abierto   value "A".
             88 periodo-cerrado   value "C".
          02 pd-fecha-cierre.
             03 pd-dia-cierre     pic 99.
             03 pd-mes-cierre     pic 99.
             03 pd-ano-cierre     pic 99.
          02 pd-total-compras     pic 9(9).
          02 pd-total-ventas      pic 9(9).
          02 pd-operador-id       pic x(8).

       fd historial-precios
           label record is standard
           value of file-id "preciohist.dat".
       01 reg-historial-precio.
          02 hp-correlativo         pic 9(6).
          02 hp-codigo-medicamento  pic x(6).
          02 hp-numero-lote         pic 9(3).
          02 hp-precio-anterior     pic 9(7).
          02 hp-precio-nuevo        pic 9(7).
          02 hp-fecha-cambio.
             03 hp-dia-cambio       pic 99.
             03 hp-mes-cambio       pic 99.
             03 hp-ano-cambio       pic 99.
          02 hp-lista-precio        pic x(2).

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

       fd presupuesto
           label record is standard
           value of file-id "presupuesto.dat".
       01 reg-presupuesto.
          02 ps-clave.
             03 ps-ano             pic 99.
             03 ps-mes             pic 99.
             03 ps-categoria       pic x(3).
             03 ps-sucursal        pic x(2).
          02 ps-meta-venta         pic 9(11).
          02 ps-meta-compra        pic 9(11).
          02 ps-fecha-carga.
             03 ps-dia-carga       pic 99.
             03 ps-mes-carga       pic 99.
             03 ps-ano-carga       pic 99.
          02 ps-origen             pic x.
             88 carga-pantalla     value "P".
             88 carga-archivo      value "A".
          02 ps-operador-id        pic x(8).

       fd promociones
           label record is standard
           value of file-id "promos.dat".
       01 reg-promocion.
          02 pm-codigo-medicamento pic x(6).
          02 pm-tipo               pic x.
             88 promo-porcentaje   value "P".
             88 promo-monto        value "M".
          02 pm-valor              pic 9(7).
          02 pm-fecha-desde.
             03 pm-dia-desde       pic 99.
             03 pm-mes-desde       pic 99.
             03 pm-ano-desde       pic 99.
          02 pm-fecha-hasta.
             03 pm-dia-hasta       pic 99.
             03 pm-mes-hasta       pic 99.
             03 pm-ano-hasta       pic 99.

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

       fd cuadratura-rcv
           label record is standard
           value of file-id "rcvcuad.dat".
       01 reg-cuadratura-rcv.
          02 rc-clave.
             03 rc-ano            pic 99.
             03 rc-mes            pic 99.
          02 rc-fecha.
             03 rc-dia            pic 99.
             03 rc-mes-proceso    pic 99.
             03 rc-ano-proceso    pic 99.
          02 rc-operador-id       pic x(8).
          02 rc-docs-compras-sii  pic 9(5).
          02 rc-dif-compras       pic 9(5).
          02 rc-docs-ventas-sii   pic 9(5).
          02 rc-dif-ventas        pic 9(5).

       fd recetas-electronicas
           label record is standard
           value of file-id "recelec.dat".
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

       fd recepcion-borrador
           label record is standard
           value of file-id "recepborr.dat".
       01 reg-recepcion-borrador.
          02 gb-correlativo       pic 9(6).
          02 gb-rut-laboratorio   pic x(8).
          02 gb-numero-guia       pic x(10).
          02 gb-codigo            pic x(6).
          02 gb-descripcion       pic x(30).
          02 gb-cantidad          pic 9(5).
          02 gb-precio            pic 9(7).
          02 gb-estado            pic x.
             88 borrador-pendiente value "P".
             88 borrador-usado     value "U".
          02 gb-marca-diferencia  pic x(10).

       fd recetas-retenidas
           label record is standard
           value of file-id "recetaret.dat".
       01 reg-receta-retenida.
          02 rr-clave.
             03 rr-orden-fecha    pic 9(8).
             03 rr-secuencia      pic 9(3).
          02 rr-mov-correlativo   pic 9(6).
          02 rr-receta            pic x(10).
          02 rr-medico            pic x(8).
          02 rr-codigo            pic x(6).
          02 rr-resultado         pic x.
             88 receta-conforme   value "C".
             88 receta-faltante   value "F".
             88 receta-sobrante   value "S".
          02 rr-motivo            pic x(20).
          02 rr-operador-id       pic x(8).

       fd recetas
           label record is standard
           value of file-id "recetas.dat".
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

       fd cola-reetiquetado
           label record is standard
           value of file-id "reetiq.dat".
       01 reg-reetiqueta.
          02 rq-codigo            pic x(6).
          02 rq-precio-etiquetado pic 9(7).
          02 rq-pendiente         pic x.
             88 etiqueta-pendiente value "S".
             88 etiqueta-al-dia    value "N".
          02 rq-fecha-cambio.
             03 rq-dia-cambio     pic 99.
             03 rq-mes-cambio     pic 99.
             03 rq-ano-cambio     pic 99.

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

       fd control-corrida
           label record is standard
           value of file-id "runctl.dat".
       01 reg-control-corrida.
          02 rn-clave.
             03 rn-orden-fecha    pic 9(8).
             03 rn-paso           pic 9(2).
          02 rn-nombre-paso       pic x(16).
          02 rn-estado            pic x.
             88 paso-pendiente    value "P".
             88 paso-ejecutando   value "E".
             88 paso-completado   value "C".
             88 paso-fallido      value "F".
          02 rn-hora-inicio.
             03 rn-hh-inicio      pic 99.
             03 rn-mm-inicio      pic 99.
          02 rn-hora-fin.
             03 rn-hh-fin         pic 99.
             03 rn-mm-fin         pic 99.

       fd stock-critico
           label record is standard
           value of file-id is "scritico.dat".
       01 reg-stockcritico.
          02 clave-scritico.
             03 codigo-scritico  pic x(6).
             03 lote-scritico    pic 9(3).
          02 descr-scritico      pic x(30).
          02 stock-scritico      pic 9(5).
          02 cfecha-compra.
             03 cdia-compra      pic 99.
             03 cmes-compra      pic 99.
             03 cano-compra      pic 99.
          02 cfecha-elavoracion.
             03 cdia-elavoracion pic 99.
             03 cmes-elavoracion pic 99.
             03 cano-elavoracion pic 99.
          02 cfecha-vencimiento.
             03 cdia-vencimiento pic 99.
             03 cmes-vencimiento pic 99.
             03 cano-vencimiento pic 99.

       fd segmentos-cliente
           label record is standard
           value of file-id "segclientes.dat".
       01 reg-segmento-cliente.
          02 rf-rut-cliente        pic x(8).
          02 rf-segmento           pic x.
             88 segmento-leal        value "L".
             88 segmento-nuevo       value "N".
             88 segmento-en-riesgo   value "R".
             88 segmento-perdido     value "P".
             88 segmento-ocasional   value "O".
             88 segmento-sin-compras value "S".
          02 rf-primera-compra.
             03 rf-dia-primera     pic 99.
             03 rf-mes-primera     pic 99.
             03 rf-ano-primera     pic 99.
          02 rf-orden-primera      pic 9(8).
          02 rf-ultima-compra.
             03 rf-dia-ultima      pic 99.
             03 rf-mes-ultima      pic 99.
             03 rf-ano-ultima      pic 99.
          02 rf-orden-ultima       pic 9(8).
          02 rf-dias-sin-compra    pic 9(5).
          02 rf-compras            pic 9(5).
          02 rf-monto              pic s9(11).
          02 rf-nota-recencia      pic 9.
          02 rf-nota-frecuencia    pic 9.
          02 rf-nota-monto         pic 9.
          02 rf-fecha-calculo.
             03 rf-dia-calculo     pic 99.
             03 rf-mes-calculo     pic 99.
             03 rf-ano-calculo     pic 99.

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

       fd cola-impresion
           label record is standard
           value of file-id "spool.dat".
       01 reg-spool.
          02 sp-numero            pic 9(6).
          02 sp-titulo            pic x(30).
          02 sp-archivo           pic x(15).
          02 sp-fecha.
             03 sp-dia            pic 99.
             03 sp-mes            pic 99.
             03 sp-ano            pic 99.
          02 sp-operador-id       pic x(8).
          02 sp-estado            pic x.
             88 spool-activo      value "A".
             88 spool-retenido    value "R".
             88 spool-eliminado   value "X".
          02 sp-impresora         pic x.
             88 impresora-meson     value "M".
             88 impresora-trastienda value "T".

       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

       fd sugerencias-traslado
           label record is standard
           value of file-id "sugtras.dat".
       01 reg-sugerencia.
          02 sg-linea             pic 9(4).
          02 sg-codigo            pic x(6).
          02 sg-descripcion       pic x(30).
          02 sg-lote              pic 9(3).
          02 sg-origen            pic x(2).
          02 sg-destino           pic x(2).
          02 sg-cantidad          pic 9(5).
          02 sg-motivo            pic x.
             88 motivo-exceso     value "E".
             88 motivo-por-vencer value "V".
          02 sg-vencimiento.
             03 sg-dia-vcto       pic 99.
             03 sg-mes-vcto       pic 99.
             03 sg-ano-vcto       pic 99.
          02 sg-estado            pic x.
             88 sugerencia-propuesta value "P".
             88 sugerencia-aprobada  value "A".
             88 sugerencia-rechazada value "R".
             88 sugerencia-generada  value "G".
          02 sg-numero-traslado   pic 9(6).
          02 sg-operador-id       pic x(8).

       fd temperaturas
           label record is standard
           value of file-id "temperat.dat".
       01 reg-temperatura.
          02 tp-clave.
             03 tp-refrigerador   pic x(2).
             03 tp-orden-fecha    pic 9(8).
             03 tp-jornada        pic x.
          02 tp-temp-minima       pic 9(2).
          02 tp-temp-maxima       pic 9(2).
          02 tp-operador-id       pic x(8).

       fd traslados
           label record is standard
           value of file-id "traslados.dat".
       01 reg-traslado.
          02 tr-correlativo       pic 9(6).
          02 tr-codigo            pic x(6).
          02 tr-lote              pic 9(3).
          02 tr-sentido           pic x.
             88 hacia-sala        value "S".
             88 hacia-bodega      value "B".
          02 tr-cantidad          pic 9(5).
          02 tr-operador-id       pic x(8).
          02 tr-fecha-hora.
             03 tr-dia            pic 99.
             03 tr-mes            pic 99.
             03 tr-ano            pic 99.
             03 tr-hora           pic 99.
             03 tr-minuto         pic 99.
             03 tr-segundo        pic 99.

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

       fd diario-transacciones
           label record is standard
           value of file-id "trxjour.dat".
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

       fd ultimos-lotes
           label record is standard
           value of file-id "ultlote.dat".
       01 reg-ultimo-lote.
          02 ul-codigo            pic x(6).
          02 ul-ultimo-lote       pic 9(3).

       fd unidades
           label record is standard
           value of file-id "unidades.dat".
       01 reg-unidad.
          02 codigo-unidad       pic x(2).
          02 factor-conversion   pic 9(5).

       fd canjes-vale
           label record is standard
           value of file-id "valecanje.dat".
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

       fd vales-compra
           label record is standard
           value of file-id "vales.dat".
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

       fd prod-vencidos
           label record is standard
           value of file-id is "vencidos.dat".
       01 reg-prodvencidos.
          02 clave-vencido.
             03 codigo-vencido   pic x(6).
             03 lote-vencido     pic 9(3).
          02 descr-vencido       pic x(30).
          02 stock-vencido       pic 9(5).
          02 vfecha-compra.
             03 vdia-compra      pic 99.
             03 vmes-compra      pic 99.
             03 vano-compra      pic 99.
          02 vfecha-elavoracion.
             03 vdia-elavoracion  pic 99.
             03 vmes-elavoracion  pic 99.
             03 vano-elavoracion  pic 99.
          02 vfecha-vencimiento.
             03 vdia-vencimiento  pic 99.
             03 vmes-vencimiento  pic 99.
             03 vano-vencimiento  pic 99.

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

       fd resumen-ventas
           label record is standard
           value of file-id "vtasmens.dat".
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

       fd respaldo-plano
           label record is standard
           value of file-id ws-nombre-respaldo.
       01 reg-respaldo-plano      pic x(500).

       working-storage section.
      *_subprograma comun: copia cualquier archivo del catalogo de
      *_archivos (archcat.dat) sin que quien llama conozca su
      *_registro. lo usan batch-respaldo, restaurar-respaldo,
      *_batch-inicializar, batch-archivar y el informe de estado de
      *_opcion-89. acciones:
      *_  R respalda el archivo vivo a la copia plana lk-cp-respaldo
      *_  T restaura el archivo vivo desde esa copia y relee cada
      *_    registro por su clave para probar el indice
      *_  C crea el archivo vacio solo si todavia no existe
      *_  K cuenta los registros del archivo vivo
      *_un archivo nuevo del sistema se agrega al catalogo, a la
      *_tabla de nombres y a operar-archivo en el mismo orden
       77 ws-status-archivo        pic xx.
       77 ws-status-respaldo       pic xx.
       77 ws-nombre-respaldo       pic x(24).
       77 ws-numero-archivo        pic 9(3).
       77 ws-fin-archivo           pic x.
       77 ws-operacion             pic x.
          88 op-abrir-entrada      value "E".
          88 op-abrir-salida       value "S".
          88 op-leer               value "L".
          88 op-releer             value "K".
          88 op-grabar             value "G".
          88 op-cerrar             value "C".
       01 ws-registro              pic x(500).
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).

       01 ws-tabla-nombres.
          02 filler               pic x(16) value "abcclas.dat".
          02 filler               pic x(16) value "accesos.dat".
          02 filler               pic x(16) value "ajustes.dat".
          02 filler               pic x(16) value "alertas.dat".
          02 filler               pic x(16) value "autoriza.dat".
          02 filler               pic x(16) value "bajas.dat".
          02 filler               pic x(16) value "bancolab.dat".
          02 filler               pic x(16) value "cajas.dat".
          02 filler               pic x(16) value "categorias.dat".
          02 filler               pic x(16) value "clientes.dat".
          02 filler               pic x(16) value "cobconv.dat".
          02 filler               pic x(16) value "codlab.dat".
          02 filler               pic x(16) value "comisiones.dat".
          02 filler               pic x(16) value "complem.dat".
          02 filler               pic x(16) value "compras.dat".
          02 filler               pic x(16) value "comprasarch.dat".
          02 filler               pic x(16) value "consent.dat".
          02 filler               pic x(16) value "consig.dat".
          02 filler               pic x(16) value "control.dat".
          02 filler               pic x(16) value "convcat.dat".
          02 filler               pic x(16) value "convdet.dat".
          02 filler               pic x(16) value "convenios.dat".
          02 filler               pic x(16) value "costoprom.dat".
          02 filler               pic x(16) value "cotiza.dat".
          02 filler               pic x(16) value "cotlin.dat".
          02 filler               pic x(16) value "critover.dat".
          02 filler               pic x(16) value "ctacontab.dat".
          02 filler               pic x(16) value "devol.dat".
          02 filler               pic x(16) value "devventa.dat".
          02 filler               pic x(16) value "dte.dat".
          02 filler               pic x(16) value "egresos.dat".
          02 filler               pic x(16) value "espera.dat".
          02 filler               pic x(16) value "estadomed.dat".
          02 filler               pic x(16) value "farmacovig.dat".
          02 filler               pic x(16) value "fiado.dat".
          02 filler               pic x(16) value "folios.dat".
          02 filler               pic x(16) value "forlin.dat".
          02 filler               pic x(16) value "formulas.dat".
          02 filler               pic x(16) value "fraccion.dat".
          02 filler               pic x(16) value "frio.dat".
          02 filler               pic x(16) value "interacc.dat".
          02 filler               pic x(16) value "inventario.dat".
          02 filler               pic x(16) value "invmens.dat".
          02 filler               pic x(16) value "kitcomp.dat".
          02 filler               pic x(16) value "kits.dat".
          02 filler               pic x(16) value "lab.dat".
          02 filler               pic x(16) value "leadlab.dat".
          02 filler               pic x(16) value "liqcons.dat".
          02 filler               pic x(16) value "listaprecio.dat".
          02 filler               pic x(16) value "medcat.dat".
          02 filler               pic x(16) value "medicamentos.dat".
          02 filler               pic x(16) value "medicos.dat".
          02 filler               pic x(16) value "mov.dat".
          02 filler               pic x(16) value "movarch.dat".
          02 filler               pic x(16) value "ncprov.dat".
          02 filler               pic x(16) value "ncventa.dat".
          02 filler               pic x(16) value "nomdet.dat".
          02 filler               pic x(16) value "nominas.dat".
          02 filler               pic x(16) value "ocdist.dat".
          02 filler               pic x(16) value "oclin.dat".
          02 filler               pic x(16) value "operadores.dat".
          02 filler               pic x(16) value "ordenes.dat".
          02 filler               pic x(16) value "ordprep.dat".
          02 filler               pic x(16) value "pagconv.dat".
          02 filler               pic x(16) value "parametros.dat".
          02 filler               pic x(16) value "periodos.dat".
          02 filler               pic x(16) value "preciohist.dat".
          02 filler               pic x(16) value "preciolista.dat".
          02 filler               pic x(16) value "preciopac.dat".
          02 filler               pic x(16) value "precios.dat".
          02 filler               pic x(16) value "presupuesto.dat".
          02 filler               pic x(16) value "promos.dat".
          02 filler               pic x(16) value "prorrateo.dat".
          02 filler               pic x(16) value "rcvcuad.dat".
          02 filler               pic x(16) value "recelec.dat".
          02 filler               pic x(16) value "recepborr.dat".
          02 filler               pic x(16) value "recetaret.dat".
          02 filler               pic x(16) value "recetas.dat".
          02 filler               pic x(16) value "reclprec.dat".
          02 filler               pic x(16) value "reetiq.dat".
          02 filler               pic x(16) value "regsan.dat".
          02 filler               pic x(16) value "rendicion.dat".
          02 filler               pic x(16) value "repartos.dat".
          02 filler               pic x(16) value "reservas.dat".
          02 filler               pic x(16) value "runctl.dat".
          02 filler               pic x(16) value "scritico.dat".
          02 filler               pic x(16) value "segclientes.dat".
          02 filler               pic x(16) value "sobreventas.dat".
          02 filler               pic x(16) value "spool.dat".
          02 filler               pic x(16) value "sucursales.dat".
          02 filler               pic x(16) value "sugtras.dat".
          02 filler               pic x(16) value "temperat.dat".
          02 filler               pic x(16) value "traslados.dat".
          02 filler               pic x(16) value "trasuc.dat".
          02 filler               pic x(16) value "trxjour.dat".
          02 filler               pic x(16) value "ubicac.dat".
          02 filler               pic x(16) value "ultlote.dat".
          02 filler               pic x(16) value "unidades.dat".
          02 filler               pic x(16) value "valecanje.dat".
          02 filler               pic x(16) value "vales.dat".
          02 filler               pic x(16) value "vencidos.dat".
          02 filler               pic x(16) value "ventas.dat".
          02 filler               pic x(16) value "ventasarch.dat".
          02 filler               pic x(16) value "vtasmens.dat".
       01 ws-tabla-nombres-r redefines ws-tabla-nombres.
          02 tn-archivo            pic x(16) occurs 104 times.

       linkage section.
       01 lk-copia.
          02 lk-cp-accion          pic x.
             88 copia-respaldar    value "R".
             88 copia-restaurar    value "T".
             88 copia-crear        value "C".
             88 copia-contar       value "K".
          02 lk-cp-archivo         pic x(16).
          02 lk-cp-respaldo        pic x(24).
          02 lk-cp-registros       pic 9(7).
          02 lk-cp-rechazados      pic 9(7).
          02 lk-cp-fallidos        pic 9(7).
      *_00 bien, SR archivo sin rutina de copia, NE no existe el
      *_archivo vivo, NR no existe la copia, YA el archivo ya
      *_existia (al crear), NC no se pudo crear, IL lectura
      *_fallida a mitad del archivo
          02 lk-cp-resultado       pic xx.
       procedure division using lk-copia.
       inicio.
           move 0 to lk-cp-registros.
           move 0 to lk-cp-rechazados.
           move 0 to lk-cp-fallidos.
           move "00" to lk-cp-resultado.
           move lk-cp-respaldo to ws-nombre-respaldo.
           move 1 to ws-numero-archivo.
       buscar-nombre.
           if ws-numero-archivo > 104 then
              move "SR" to lk-cp-resultado
              go fin-copia
           end-if.
           if tn-archivo (ws-numero-archivo) not = lk-cp-archivo then
              add 1 to ws-numero-archivo
              go buscar-nombre
           end-if.
           if copia-respaldar then go respaldar end-if.
           if copia-restaurar then go restaurar end-if.
           if copia-crear then go crear end-if.
           if copia-contar then go contar end-if.
           go fin-copia.

       respaldar.
           move "E" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo not = "00" then
              move "NE" to lk-cp-resultado
              go fin-copia
           end-if.
           open output respaldo-plano.
           move "N" to ws-fin-archivo.
       respaldar-registro.
           move "L" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-fin-archivo = "S" then go cerrar-respaldo end-if.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              move "IL" to lk-cp-resultado
              go cerrar-respaldo
           end-if.
           move ws-registro to reg-respaldo-plano.
           write reg-respaldo-plano.
           add 1 to lk-cp-registros.
           go respaldar-registro.
       cerrar-respaldo.
           move "C" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           close respaldo-plano.
           go fin-copia.

       restaurar.
           open input respaldo-plano.
           if ws-status-respaldo not = "00" then
              move "NR" to lk-cp-resultado
              go fin-copia
           end-if.
           move "S" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
       restaurar-registro.
           read respaldo-plano at end go verificar-restaurado.
           move reg-respaldo-plano to ws-registro.
           move "G" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo = "00" or ws-status-archivo = "02"
              then
              add 1 to lk-cp-registros
           else
              add 1 to lk-cp-rechazados
           end-if.
           go restaurar-registro.
      *_cada registro restaurado se vuelve a leer en forma aleatoria
      *_por su clave, para probar el indice
       verificar-restaurado.
           close respaldo-plano.
           move "C" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           move "E" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           move "N" to ws-fin-archivo.
       verificar-registro.
           move "L" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-fin-archivo = "S" then go cerrar-verificacion end-if.
           move "K" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              add 1 to lk-cp-fallidos
           end-if.
           go verificar-registro.
       cerrar-verificacion.
           move "C" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           go fin-copia.

       crear.
           move "E" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo = "00" then
              move "YA" to lk-cp-resultado
              move "C" to ws-operacion
              perform operar-archivo thru fin-operar-archivo
              go fin-copia
           end-if.
           move "S" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo not = "00" then
              move "NC" to lk-cp-resultado
              go fin-copia
           end-if.
           move "C" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           go fin-copia.

       contar.
           move "E" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-status-archivo not = "00" then
              move "NE" to lk-cp-resultado
              go fin-copia
           end-if.
           move "N" to ws-fin-archivo.
       contar-registro.
           move "L" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           if ws-fin-archivo = "S" then go cerrar-conteo end-if.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              move "IL" to lk-cp-resultado
              go cerrar-conteo
           end-if.
           add 1 to lk-cp-registros.
           go contar-registro.
       cerrar-conteo.
           move "C" to ws-operacion.
           perform operar-archivo thru fin-operar-archivo.
           go fin-copia.

       fin-copia.
           goback.

      *_aplica ws-operacion al archivo numero ws-numero-archivo de la
      *_tabla de nombres; el estado queda en ws-status-archivo
       operar-archivo.
           go operar-abcclas
              operar-accesos
              operar-ajustes
              operar-alertas
              operar-autoriza
              operar-bajas
              operar-bancolab
              operar-cajas
              operar-categorias
              operar-clientes
              operar-cobconv
              operar-codlab
              operar-comisiones
              operar-complem
              operar-compras
              operar-comprasarch
              operar-consent
              operar-consig
              operar-control
              operar-convcat
              operar-convdet
              operar-convenios
              operar-costoprom
              operar-cotiza
              operar-cotlin
              operar-critover
              operar-ctacontab
              operar-devol
              operar-devventa
              operar-dte
              operar-egresos
              operar-espera
              operar-estadomed
              operar-farmacovig
              operar-fiado
              operar-folios
              operar-forlin
              operar-formulas
              operar-fraccion
              operar-frio
              operar-interacc
              operar-inventario
              operar-invmens
              operar-kitcomp
              operar-kits
              operar-lab
              operar-leadlab
              operar-liqcons
              operar-listaprecio
              operar-medcat
              operar-medicamentos
              operar-medicos
              operar-mov
              operar-movarch
              operar-ncprov
              operar-ncventa
              operar-nomdet
              operar-nominas
              operar-ocdist
              operar-oclin
              operar-operadores
              operar-ordenes
              operar-ordprep
              operar-pagconv
              operar-parametros
              operar-periodos
              operar-preciohist
              operar-preciolista
              operar-preciopac
              operar-precios
              operar-presupuesto
              operar-promos
              operar-prorrateo
              operar-rcvcuad
              operar-recelec
              operar-recepborr
              operar-recetaret
              operar-recetas
              operar-reclprec
              operar-reetiq
              operar-regsan
              operar-rendicion
              operar-repartos
              operar-reservas
              operar-runctl
              operar-scritico
              operar-segclientes
              operar-sobreventas
              operar-spool
              operar-sucursales
              operar-sugtras
              operar-temperat
              operar-traslados
              operar-trasuc
              operar-trxjour
              operar-ubicac
              operar-ultlote
              operar-unidades
              operar-valecanje
              operar-vales
              operar-vencidos
              operar-ventas
              operar-ventasarch
              operar-vtasmens
               depending on ws-numero-archivo.

       operar-abcclas.
           if op-abrir-entrada then
              open input clasificacion-abc
           end-if.
           if op-abrir-salida then
              open output clasificacion-abc
           end-if.
           if op-leer then
              read clasificacion-abc next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-clase-abc to ws-registro
           end-if.
           if op-releer then
              read clasificacion-abc key is ab-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-clase-abc
              write reg-clase-abc
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close clasificacion-abc
           end-if.
           go fin-operar-archivo.

       operar-accesos.
           if op-abrir-entrada then
              open input accesos-rechazados
           end-if.
           if op-abrir-salida then
              open output accesos-rechazados
           end-if.
           if op-leer then
              read accesos-rechazados next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-acceso-rechazado to ws-registro
           end-if.
           if op-releer then
              read accesos-rechazados key is lg-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-acceso-rechazado
              write reg-acceso-rechazado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close accesos-rechazados
           end-if.
           go fin-operar-archivo.

       operar-ajustes.
           if op-abrir-entrada then
              open input ajustes-stock
           end-if.
           if op-abrir-salida then
              open output ajustes-stock
           end-if.
           if op-leer then
              read ajustes-stock next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-ajuste to ws-registro
           end-if.
           if op-releer then
              read ajustes-stock key is aj-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-ajuste
              write reg-ajuste
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ajustes-stock
           end-if.
           go fin-operar-archivo.

       operar-alertas.
           if op-abrir-entrada then
              open input alertas-operativas
           end-if.
           if op-abrir-salida then
              open output alertas-operativas
           end-if.
           if op-leer then
              read alertas-operativas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-alerta to ws-registro
           end-if.
           if op-releer then
              read alertas-operativas key is al-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-alerta
              write reg-alerta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close alertas-operativas
           end-if.
           go fin-operar-archivo.
       operar-autoriza.
           if op-abrir-entrada then
              open input autorizaciones
           end-if.
           if op-abrir-salida then
              open output autorizaciones
           end-if.
           if op-leer then
              read autorizaciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-autorizacion to ws-registro
           end-if.
           if op-releer then
              read autorizaciones key is au-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-autorizacion
              write reg-autorizacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close autorizaciones
           end-if.
           go fin-operar-archivo.

       operar-bajas.
           if op-abrir-entrada then
              open input baja-stock
           end-if.
           if op-abrir-salida then
              open output baja-stock
           end-if.
           if op-leer then
              read baja-stock next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-baja to ws-registro
           end-if.
           if op-releer then
              read baja-stock key is b-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-baja
              write reg-baja
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close baja-stock
           end-if.
           go fin-operar-archivo.

       operar-bancolab.
           if op-abrir-entrada then
              open input bancos-laboratorio
           end-if.
           if op-abrir-salida then
              open output bancos-laboratorio
           end-if.
           if op-leer then
              read bancos-laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-banco-laboratorio to ws-registro
           end-if.
           if op-releer then
              read bancos-laboratorio key is bp-rut-laboratorio
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-banco-laboratorio
              write reg-banco-laboratorio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close bancos-laboratorio
           end-if.
           go fin-operar-archivo.

       operar-cajas.
           if op-abrir-entrada then
              open input caja-sesiones
           end-if.
           if op-abrir-salida then
              open output caja-sesiones
           end-if.
           if op-leer then
              read caja-sesiones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-caja to ws-registro
           end-if.
           if op-releer then
              read caja-sesiones key is cj-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-caja
              write reg-caja
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close caja-sesiones
           end-if.
           go fin-operar-archivo.

       operar-categorias.
           if op-abrir-entrada then
              open input categorias
           end-if.
           if op-abrir-salida then
              open output categorias
           end-if.
           if op-leer then
              read categorias next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-categoria to ws-registro
           end-if.
           if op-releer then
              read categorias key is ca-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-categoria
              write reg-categoria
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close categorias
           end-if.
           go fin-operar-archivo.

       operar-clientes.
           if op-abrir-entrada then
              open input clientes
           end-if.
           if op-abrir-salida then
              open output clientes
           end-if.
           if op-leer then
              read clientes next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-clientes to ws-registro
           end-if.
           if op-releer then
              read clientes key is rut-cliente
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-clientes
              write reg-clientes
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close clientes
           end-if.
           go fin-operar-archivo.

       operar-cobconv.
           if op-abrir-entrada then
              open input cobros-convenio
           end-if.
           if op-abrir-salida then
              open output cobros-convenio
           end-if.
           if op-leer then
              read cobros-convenio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-cobro-convenio to ws-registro
           end-if.
           if op-releer then
              read cobros-convenio key is cc-numero-cobro
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-cobro-convenio
              write reg-cobro-convenio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cobros-convenio
           end-if.
           go fin-operar-archivo.

       operar-codlab.
           if op-abrir-entrada then
              open input codigos-laboratorio
           end-if.
           if op-abrir-salida then
              open output codigos-laboratorio
           end-if.
           if op-leer then
              read codigos-laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-codigo-laboratorio to ws-registro
           end-if.
           if op-releer then
              read codigos-laboratorio key is cl-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-codigo-laboratorio
              write reg-codigo-laboratorio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close codigos-laboratorio
           end-if.
           go fin-operar-archivo.

       operar-comisiones.
           if op-abrir-entrada then
              open input tasas-comision
           end-if.
           if op-abrir-salida then
              open output tasas-comision
           end-if.
           if op-leer then
              read tasas-comision next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-tasa-comision to ws-registro
           end-if.
           if op-releer then
              read tasas-comision key is cs-operador-id
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-tasa-comision
              write reg-tasa-comision
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close tasas-comision
           end-if.
           go fin-operar-archivo.

       operar-complem.
           if op-abrir-entrada then
              open input complementos
           end-if.
           if op-abrir-salida then
              open output complementos
           end-if.
           if op-leer then
              read complementos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-complemento to ws-registro
           end-if.
           if op-releer then
              read complementos key is cm-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-complemento
              write reg-complemento
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close complementos
           end-if.
           go fin-operar-archivo.
       operar-compras.
           if op-abrir-entrada then
              open input factura-compra
           end-if.
           if op-abrir-salida then
              open output factura-compra
           end-if.
           if op-leer then
              read factura-compra next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-factura to ws-registro
           end-if.
           if op-releer then
              read factura-compra key is c-clave-compra
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-factura
              write reg-factura
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close factura-compra
           end-if.
           go fin-operar-archivo.

       operar-comprasarch.
           if op-abrir-entrada then
              open input compras-archivo
           end-if.
           if op-abrir-salida then
              open output compras-archivo
           end-if.
           if op-leer then
              read compras-archivo next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-compras-archivo to ws-registro
           end-if.
           if op-releer then
              read compras-archivo key is ac-clave-compra
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-compras-archivo
              write reg-compras-archivo
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close compras-archivo
           end-if.
           go fin-operar-archivo.

       operar-consent.
           if op-abrir-entrada then
              open input consentimientos
           end-if.
           if op-abrir-salida then
              open output consentimientos
           end-if.
           if op-leer then
              read consentimientos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-consentimiento to ws-registro
           end-if.
           if op-releer then
              read consentimientos key is cf-rut-cliente
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-consentimiento
              write reg-consentimiento
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close consentimientos
           end-if.
           go fin-operar-archivo.
       operar-consig.
           if op-abrir-entrada then
              open input consignaciones
           end-if.
           if op-abrir-salida then
              open output consignaciones
           end-if.
           if op-leer then
              read consignaciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-consignacion to ws-registro
           end-if.
           if op-releer then
              read consignaciones key is cs-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-consignacion
              write reg-consignacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close consignaciones
           end-if.
           go fin-operar-archivo.

       operar-control.
           if op-abrir-entrada then
              open input control-numero
           end-if.
           if op-abrir-salida then
              open output control-numero
           end-if.
           if op-leer then
              read control-numero next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-control to ws-registro
           end-if.
           if op-releer then
              read control-numero key is control-tipo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-control
              write reg-control
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close control-numero
           end-if.
           go fin-operar-archivo.

       operar-convcat.
           if op-abrir-entrada then
              open input convenios-categoria
           end-if.
           if op-abrir-salida then
              open output convenios-categoria
           end-if.
           if op-leer then
              read convenios-categoria next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-convenio-categoria to ws-registro
           end-if.
           if op-releer then
              read convenios-categoria key is cb-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-convenio-categoria
              write reg-convenio-categoria
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close convenios-categoria
           end-if.
           go fin-operar-archivo.

       operar-convdet.
           if op-abrir-entrada then
              open input convenio-detalle
           end-if.
           if op-abrir-salida then
              open output convenio-detalle
           end-if.
           if op-leer then
              read convenio-detalle next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-convenio-detalle to ws-registro
           end-if.
           if op-releer then
              read convenio-detalle key is cd-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-convenio-detalle
              write reg-convenio-detalle
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close convenio-detalle
           end-if.
           go fin-operar-archivo.

       operar-convenios.
           if op-abrir-entrada then
              open input convenios
           end-if.
           if op-abrir-salida then
              open output convenios
           end-if.
           if op-leer then
              read convenios next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-convenio to ws-registro
           end-if.
           if op-releer then
              read convenios key is cv-rut-institucion
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-convenio
              write reg-convenio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close convenios
           end-if.
           go fin-operar-archivo.

       operar-costoprom.
           if op-abrir-entrada then
              open input costos-promedio
           end-if.
           if op-abrir-salida then
              open output costos-promedio
           end-if.
           if op-leer then
              read costos-promedio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-costo-promedio to ws-registro
           end-if.
           if op-releer then
              read costos-promedio key is cp-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-costo-promedio
              write reg-costo-promedio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close costos-promedio
           end-if.
           go fin-operar-archivo.

       operar-cotiza.
           if op-abrir-entrada then
              open input cotizaciones
           end-if.
           if op-abrir-salida then
              open output cotizaciones
           end-if.
           if op-leer then
              read cotizaciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-cotizacion to ws-registro
           end-if.
           if op-releer then
              read cotizaciones key is ct-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-cotizacion
              write reg-cotizacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cotizaciones
           end-if.
           go fin-operar-archivo.

       operar-cotlin.
           if op-abrir-entrada then
              open input cotizacion-lineas
           end-if.
           if op-abrir-salida then
              open output cotizacion-lineas
           end-if.
           if op-leer then
              read cotizacion-lineas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-cotizacion-linea to ws-registro
           end-if.
           if op-releer then
              read cotizacion-lineas key is cl-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-cotizacion-linea
              write reg-cotizacion-linea
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cotizacion-lineas
           end-if.
           go fin-operar-archivo.

       operar-critover.
           if op-abrir-entrada then
              open input criticos-manuales
           end-if.
           if op-abrir-salida then
              open output criticos-manuales
           end-if.
           if op-leer then
              read criticos-manuales next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-critico-manual to ws-registro
           end-if.
           if op-releer then
              read criticos-manuales key is co-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-critico-manual
              write reg-critico-manual
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close criticos-manuales
           end-if.
           go fin-operar-archivo.

       operar-ctacontab.
           if op-abrir-entrada then
              open input plan-cuentas
           end-if.
           if op-abrir-salida then
              open output plan-cuentas
           end-if.
           if op-leer then
              read plan-cuentas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-cuenta to ws-registro
           end-if.
           if op-releer then
              read plan-cuentas key is cm-concepto
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-cuenta
              write reg-cuenta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close plan-cuentas
           end-if.
           go fin-operar-archivo.

       operar-devol.
           if op-abrir-entrada then
              open input devolucion-laboratorio
           end-if.
           if op-abrir-salida then
              open output devolucion-laboratorio
           end-if.
           if op-leer then
              read devolucion-laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-devolucion to ws-registro
           end-if.
           if op-releer then
              read devolucion-laboratorio key is v-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-devolucion
              write reg-devolucion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close devolucion-laboratorio
           end-if.
           go fin-operar-archivo.

       operar-devventa.
           if op-abrir-entrada then
              open input devolucion-venta
           end-if.
           if op-abrir-salida then
              open output devolucion-venta
           end-if.
           if op-leer then
              read devolucion-venta next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-devolucion-venta to ws-registro
           end-if.
           if op-releer then
              read devolucion-venta key is dv-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-devolucion-venta
              write reg-devolucion-venta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close devolucion-venta
           end-if.
           go fin-operar-archivo.

       operar-dte.
           if op-abrir-entrada then
              open input documentos-dte
           end-if.
           if op-abrir-salida then
              open output documentos-dte
           end-if.
           if op-leer then
              read documentos-dte next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-dte to ws-registro
           end-if.
           if op-releer then
              read documentos-dte key is dt-numero-factura
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-dte
              write reg-dte
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close documentos-dte
           end-if.
           go fin-operar-archivo.

       operar-egresos.
           if op-abrir-entrada then
              open input egresos-caja
           end-if.
           if op-abrir-salida then
              open output egresos-caja
           end-if.
           if op-leer then
              read egresos-caja next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-egreso to ws-registro
           end-if.
           if op-releer then
              read egresos-caja key is eg-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-egreso
              write reg-egreso
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close egresos-caja
           end-if.
           go fin-operar-archivo.

       operar-espera.
           if op-abrir-entrada then
              open input ventas-espera
           end-if.
           if op-abrir-salida then
              open output ventas-espera
           end-if.
           if op-leer then
              read ventas-espera next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-venta-espera to ws-registro
           end-if.
           if op-releer then
              read ventas-espera key is es-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-venta-espera
              write reg-venta-espera
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ventas-espera
           end-if.
           go fin-operar-archivo.

       operar-estadomed.
           if op-abrir-entrada then
              open input estados-medicamento
           end-if.
           if op-abrir-salida then
              open output estados-medicamento
           end-if.
           if op-leer then
              read estados-medicamento next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-estado-medicamento to ws-registro
           end-if.
           if op-releer then
              read estados-medicamento key is em-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-estado-medicamento
              write reg-estado-medicamento
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close estados-medicamento
           end-if.
           go fin-operar-archivo.

       operar-farmacovig.
           if op-abrir-entrada then
              open input reacciones-adversas
           end-if.
           if op-abrir-salida then
              open output reacciones-adversas
           end-if.
           if op-leer then
              read reacciones-adversas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-reaccion-adversa to ws-registro
           end-if.
           if op-releer then
              read reacciones-adversas key is fv-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-reaccion-adversa
              write reg-reaccion-adversa
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close reacciones-adversas
           end-if.
           go fin-operar-archivo.

       operar-fiado.
           if op-abrir-entrada then
              open input cuentas-fiado
           end-if.
           if op-abrir-salida then
              open output cuentas-fiado
           end-if.
           if op-leer then
              read cuentas-fiado next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-fiado to ws-registro
           end-if.
           if op-releer then
              read cuentas-fiado key is fc-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-fiado
              write reg-fiado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cuentas-fiado
           end-if.
           go fin-operar-archivo.

       operar-folios.
           if op-abrir-entrada then
              open input folios
           end-if.
           if op-abrir-salida then
              open output folios
           end-if.
           if op-leer then
              read folios next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-folio to ws-registro
           end-if.
           if op-releer then
              read folios key is fo-tipo-dte
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-folio
              write reg-folio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close folios
           end-if.
           go fin-operar-archivo.

       operar-forlin.
           if op-abrir-entrada then
              open input formulas-lineas
           end-if.
           if op-abrir-salida then
              open output formulas-lineas
           end-if.
           if op-leer then
              read formulas-lineas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-formula-linea to ws-registro
           end-if.
           if op-releer then
              read formulas-lineas key is fl-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-formula-linea
              write reg-formula-linea
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close formulas-lineas
           end-if.
           go fin-operar-archivo.

       operar-formulas.
           if op-abrir-entrada then
              open input formulas
           end-if.
           if op-abrir-salida then
              open output formulas
           end-if.
           if op-leer then
              read formulas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-formula to ws-registro
           end-if.
           if op-releer then
              read formulas key is fm-codigo-formula
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-formula
              write reg-formula
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close formulas
           end-if.
           go fin-operar-archivo.

       operar-fraccion.
           if op-abrir-entrada then
              open input fraccionados
           end-if.
           if op-abrir-salida then
              open output fraccionados
           end-if.
           if op-leer then
              read fraccionados next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-fraccionado to ws-registro
           end-if.
           if op-releer then
              read fraccionados key is fx-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-fraccionado
              write reg-fraccionado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close fraccionados
           end-if.
           go fin-operar-archivo.

       operar-frio.
           if op-abrir-entrada then
              open input refrigerados
           end-if.
           if op-abrir-salida then
              open output refrigerados
           end-if.
           if op-leer then
              read refrigerados next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-refrigerado to ws-registro
           end-if.
           if op-releer then
              read refrigerados key is fr-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-refrigerado
              write reg-refrigerado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close refrigerados
           end-if.
           go fin-operar-archivo.

       operar-interacc.
           if op-abrir-entrada then
              open input interacciones
           end-if.
           if op-abrir-salida then
              open output interacciones
           end-if.
           if op-leer then
              read interacciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-interaccion to ws-registro
           end-if.
           if op-releer then
              read interacciones key is ia-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-interaccion
              write reg-interaccion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close interacciones
           end-if.
           go fin-operar-archivo.

       operar-inventario.
           if op-abrir-entrada then
              open input toma-inventario
           end-if.
           if op-abrir-salida then
              open output toma-inventario
           end-if.
           if op-leer then
              read toma-inventario next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-inventario to ws-registro
           end-if.
           if op-releer then
              read toma-inventario key is in-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-inventario
              write reg-inventario
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close toma-inventario
           end-if.
           go fin-operar-archivo.

       operar-invmens.
           if op-abrir-entrada then
              open input saldos-inventario
           end-if.
           if op-abrir-salida then
              open output saldos-inventario
           end-if.
           if op-leer then
              read saldos-inventario next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-saldo-inventario to ws-registro
           end-if.
           if op-releer then
              read saldos-inventario key is im-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-saldo-inventario
              write reg-saldo-inventario
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close saldos-inventario
           end-if.
           go fin-operar-archivo.
       operar-kitcomp.
           if op-abrir-entrada then
              open input kit-componentes
           end-if.
           if op-abrir-salida then
              open output kit-componentes
           end-if.
           if op-leer then
              read kit-componentes next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-kit-componente to ws-registro
           end-if.
           if op-releer then
              read kit-componentes key is kc-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-kit-componente
              write reg-kit-componente
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close kit-componentes
           end-if.
           go fin-operar-archivo.

       operar-kits.
           if op-abrir-entrada then
              open input kits
           end-if.
           if op-abrir-salida then
              open output kits
           end-if.
           if op-leer then
              read kits next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-kit to ws-registro
           end-if.
           if op-releer then
              read kits key is kt-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-kit
              write reg-kit
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close kits
           end-if.
           go fin-operar-archivo.

       operar-lab.
           if op-abrir-entrada then
              open input laboratorio
           end-if.
           if op-abrir-salida then
              open output laboratorio
           end-if.
           if op-leer then
              read laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-laboratorio to ws-registro
           end-if.
           if op-releer then
              read laboratorio key is rut-laboratorio
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-laboratorio
              write reg-laboratorio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close laboratorio
           end-if.
           go fin-operar-archivo.

       operar-leadlab.
           if op-abrir-entrada then
              open input leadtime-laboratorio
           end-if.
           if op-abrir-salida then
              open output leadtime-laboratorio
           end-if.
           if op-leer then
              read leadtime-laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-leadtime to ws-registro
           end-if.
           if op-releer then
              read leadtime-laboratorio key is ll-rut-laboratorio
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-leadtime
              write reg-leadtime
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close leadtime-laboratorio
           end-if.
           go fin-operar-archivo.

       operar-liqcons.
           if op-abrir-entrada then
              open input liquidaciones-consigna
           end-if.
           if op-abrir-salida then
              open output liquidaciones-consigna
           end-if.
           if op-leer then
              read liquidaciones-consigna next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-liquidacion to ws-registro
           end-if.
           if op-releer then
              read liquidaciones-consigna key is lq-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-liquidacion
              write reg-liquidacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close liquidaciones-consigna
           end-if.
           go fin-operar-archivo.

       operar-listaprecio.
           if op-abrir-entrada then
              open input listas-cliente
           end-if.
           if op-abrir-salida then
              open output listas-cliente
           end-if.
           if op-leer then
              read listas-cliente next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-lista-cliente to ws-registro
           end-if.
           if op-releer then
              read listas-cliente key is lc-lista
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-lista-cliente
              write reg-lista-cliente
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close listas-cliente
           end-if.
           go fin-operar-archivo.

       operar-medcat.
           if op-abrir-entrada then
              open input categorias-medicamento
           end-if.
           if op-abrir-salida then
              open output categorias-medicamento
           end-if.
           if op-leer then
              read categorias-medicamento next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-categoria-medicamento to ws-registro
           end-if.
           if op-releer then
              read categorias-medicamento key is mc-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-categoria-medicamento
              write reg-categoria-medicamento
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close categorias-medicamento
           end-if.
           go fin-operar-archivo.

       operar-medicamentos.
           if op-abrir-entrada then
              open input medicamentos
           end-if.
           if op-abrir-salida then
              open output medicamentos
           end-if.
           if op-leer then
              read medicamentos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-medicamentos to ws-registro
           end-if.
           if op-releer then
              read medicamentos key is clave-medicamento
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-medicamentos
              write reg-medicamentos
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close medicamentos
           end-if.
           go fin-operar-archivo.

       operar-medicos.
           if op-abrir-entrada then
              open input medicos
           end-if.
           if op-abrir-salida then
              open output medicos
           end-if.
           if op-leer then
              read medicos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-medico to ws-registro
           end-if.
           if op-releer then
              read medicos key is md-rut-medico
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-medico
              write reg-medico
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close medicos
           end-if.
           go fin-operar-archivo.

       operar-mov.
           if op-abrir-entrada then
              open input movimiento-medicamento
           end-if.
           if op-abrir-salida then
              open output movimiento-medicamento
           end-if.
           if op-leer then
              read movimiento-medicamento next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-movimiento to ws-registro
           end-if.
           if op-releer then
              read movimiento-medicamento key is mov-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-movimiento
              if mov-fecha-orden not numeric or mov-fecha-orden = 0
                 perform fijar-fecha-orden-mov
                     thru fin-fijar-fecha-orden-mov
              end-if
              write reg-movimiento
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close movimiento-medicamento
           end-if.
           go fin-operar-archivo.

       operar-movarch.
           if op-abrir-entrada then
              open input mov-archivo
           end-if.
           if op-abrir-salida then
              open output mov-archivo
           end-if.
           if op-leer then
              read mov-archivo next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-mov-archivo to ws-registro
           end-if.
           if op-releer then
              read mov-archivo key is am-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-mov-archivo
              write reg-mov-archivo
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close mov-archivo
           end-if.
           go fin-operar-archivo.

       operar-ncprov.
           if op-abrir-entrada then
              open input notas-laboratorio
           end-if.
           if op-abrir-salida then
              open output notas-laboratorio
           end-if.
           if op-leer then
              read notas-laboratorio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-nota-laboratorio to ws-registro
           end-if.
           if op-releer then
              read notas-laboratorio key is nc-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-nota-laboratorio
              write reg-nota-laboratorio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close notas-laboratorio
           end-if.
           go fin-operar-archivo.

       operar-ncventa.
           if op-abrir-entrada then
              open input notas-venta
           end-if.
           if op-abrir-salida then
              open output notas-venta
           end-if.
           if op-leer then
              read notas-venta next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-nota-venta to ws-registro
           end-if.
           if op-releer then
              read notas-venta key is nv-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-nota-venta
              write reg-nota-venta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close notas-venta
           end-if.
           go fin-operar-archivo.

       operar-nomdet.
           if op-abrir-entrada then
              open input detalle-nomina
           end-if.
           if op-abrir-salida then
              open output detalle-nomina
           end-if.
           if op-leer then
              read detalle-nomina next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-detalle-nomina to ws-registro
           end-if.
           if op-releer then
              read detalle-nomina key is nd-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-detalle-nomina
              write reg-detalle-nomina
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close detalle-nomina
           end-if.
           go fin-operar-archivo.

       operar-nominas.
           if op-abrir-entrada then
              open input nominas-pago
           end-if.
           if op-abrir-salida then
              open output nominas-pago
           end-if.
           if op-leer then
              read nominas-pago next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-nomina to ws-registro
           end-if.
           if op-releer then
              read nominas-pago key is nm-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-nomina
              write reg-nomina
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close nominas-pago
           end-if.
           go fin-operar-archivo.

       operar-ocdist.
           if op-abrir-entrada then
              open input distribucion-compra
           end-if.
           if op-abrir-salida then
              open output distribucion-compra
           end-if.
           if op-leer then
              read distribucion-compra next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-distribucion-compra to ws-registro
           end-if.
           if op-releer then
              read distribucion-compra key is od-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-distribucion-compra
              write reg-distribucion-compra
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close distribucion-compra
           end-if.
           go fin-operar-archivo.

       operar-oclin.
           if op-abrir-entrada then
              open input ordenes-lineas
           end-if.
           if op-abrir-salida then
              open output ordenes-lineas
           end-if.
           if op-leer then
              read ordenes-lineas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-orden-linea to ws-registro
           end-if.
           if op-releer then
              read ordenes-lineas key is ol-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-orden-linea
              write reg-orden-linea
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ordenes-lineas
           end-if.
           go fin-operar-archivo.

       operar-operadores.
           if op-abrir-entrada then
              open input operadores
           end-if.
           if op-abrir-salida then
              open output operadores
           end-if.
           if op-leer then
              read operadores next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-operador to ws-registro
           end-if.
           if op-releer then
              read operadores key is operador-id
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-operador
              write reg-operador
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close operadores
           end-if.
           go fin-operar-archivo.

       operar-ordenes.
           if op-abrir-entrada then
              open input ordenes-compra
           end-if.
           if op-abrir-salida then
              open output ordenes-compra
           end-if.
           if op-leer then
              read ordenes-compra next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-orden-compra to ws-registro
           end-if.
           if op-releer then
              read ordenes-compra key is oc-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-orden-compra
              write reg-orden-compra
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ordenes-compra
           end-if.
           go fin-operar-archivo.

       operar-ordprep.
           if op-abrir-entrada then
              open input ordenes-preparacion
           end-if.
           if op-abrir-salida then
              open output ordenes-preparacion
           end-if.
           if op-leer then
              read ordenes-preparacion next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-orden-preparacion to ws-registro
           end-if.
           if op-releer then
              read ordenes-preparacion key is op-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-orden-preparacion
              write reg-orden-preparacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ordenes-preparacion
           end-if.
           go fin-operar-archivo.

       operar-pagconv.
           if op-abrir-entrada then
              open input pagos-convenio
           end-if.
           if op-abrir-salida then
              open output pagos-convenio
           end-if.
           if op-leer then
              read pagos-convenio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-pago-convenio to ws-registro
           end-if.
           if op-releer then
              read pagos-convenio key is pg-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-pago-convenio
              write reg-pago-convenio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close pagos-convenio
           end-if.
           go fin-operar-archivo.

       operar-parametros.
           if op-abrir-entrada then
              open input parametros
           end-if.
           if op-abrir-salida then
              open output parametros
           end-if.
           if op-leer then
              read parametros next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-parametro to ws-registro
           end-if.
           if op-releer then
              read parametros key is pa-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-parametro
              write reg-parametro
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close parametros
           end-if.
           go fin-operar-archivo.

       operar-periodos.
           if op-abrir-entrada then
              open input periodos
           end-if.
           if op-abrir-salida then
              open output periodos
           end-if.
           if op-leer then
              read periodos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-periodo to ws-registro
           end-if.
           if op-releer then
              read periodos key is pd-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-periodo
              write reg-periodo
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close periodos
           end-if.
           go fin-operar-archivo.

       operar-preciohist.
           if op-abrir-entrada then
              open input historial-precios
           end-if.
           if op-abrir-salida then
              open output historial-precios
           end-if.
           if op-leer then
              read historial-precios next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-historial-precio to ws-registro
           end-if.
           if op-releer then
              read historial-precios key is hp-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-historial-precio
              write reg-historial-precio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close historial-precios
           end-if.
           go fin-operar-archivo.

       operar-preciolista.
           if op-abrir-entrada then
              open input precios-por-lista
           end-if.
           if op-abrir-salida then
              open output precios-por-lista
           end-if.
           if op-leer then
              read precios-por-lista next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-precio-lista to ws-registro
           end-if.
           if op-releer then
              read precios-por-lista key is pl-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-precio-lista
              write reg-precio-lista
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close precios-por-lista
           end-if.
           go fin-operar-archivo.

       operar-preciopac.
           if op-abrir-entrada then
              open input precios-pactados
           end-if.
           if op-abrir-salida then
              open output precios-pactados
           end-if.
           if op-leer then
              read precios-pactados next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-precio-pactado to ws-registro
           end-if.
           if op-releer then
              read precios-pactados key is pp-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-precio-pactado
              write reg-precio-pactado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close precios-pactados
           end-if.
           go fin-operar-archivo.

       operar-precios.
           if op-abrir-entrada then
              open input lista-precios
           end-if.
           if op-abrir-salida then
              open output lista-precios
           end-if.
           if op-leer then
              read lista-precios next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-precio to ws-registro
           end-if.
           if op-releer then
              read lista-precios key is pr-codigo-medicamento
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-precio
              write reg-precio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close lista-precios
           end-if.
           go fin-operar-archivo.

       operar-presupuesto.
           if op-abrir-entrada then
              open input presupuesto
           end-if.
           if op-abrir-salida then
              open output presupuesto
           end-if.
           if op-leer then
              read presupuesto next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-presupuesto to ws-registro
           end-if.
           if op-releer then
              read presupuesto key is ps-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-presupuesto
              write reg-presupuesto
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close presupuesto
           end-if.
           go fin-operar-archivo.

       operar-promos.
           if op-abrir-entrada then
              open input promociones
           end-if.
           if op-abrir-salida then
              open output promociones
           end-if.
           if op-leer then
              read promociones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-promocion to ws-registro
           end-if.
           if op-releer then
              read promociones key is pm-codigo-medicamento
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-promocion
              write reg-promocion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close promociones
           end-if.
           go fin-operar-archivo.

       operar-prorrateo.
           if op-abrir-entrada then
              open input prorrateos
           end-if.
           if op-abrir-salida then
              open output prorrateos
           end-if.
           if op-leer then
              read prorrateos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-prorrateo to ws-registro
           end-if.
           if op-releer then
              read prorrateos key is pr-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-prorrateo
              write reg-prorrateo
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close prorrateos
           end-if.
           go fin-operar-archivo.

       operar-rcvcuad.
           if op-abrir-entrada then
              open input cuadratura-rcv
           end-if.
           if op-abrir-salida then
              open output cuadratura-rcv
           end-if.
           if op-leer then
              read cuadratura-rcv next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-cuadratura-rcv to ws-registro
           end-if.
           if op-releer then
              read cuadratura-rcv key is rc-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-cuadratura-rcv
              write reg-cuadratura-rcv
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cuadratura-rcv
           end-if.
           go fin-operar-archivo.

       operar-recelec.
           if op-abrir-entrada then
              open input recetas-electronicas
           end-if.
           if op-abrir-salida then
              open output recetas-electronicas
           end-if.
           if op-leer then
              read recetas-electronicas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-receta-electronica to ws-registro
           end-if.
           if op-releer then
              read recetas-electronicas key is el-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-receta-electronica
              write reg-receta-electronica
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close recetas-electronicas
           end-if.
           go fin-operar-archivo.

       operar-recepborr.
           if op-abrir-entrada then
              open input recepcion-borrador
           end-if.
           if op-abrir-salida then
              open output recepcion-borrador
           end-if.
           if op-leer then
              read recepcion-borrador next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-recepcion-borrador to ws-registro
           end-if.
           if op-releer then
              read recepcion-borrador key is gb-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-recepcion-borrador
              write reg-recepcion-borrador
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close recepcion-borrador
           end-if.
           go fin-operar-archivo.

       operar-recetaret.
           if op-abrir-entrada then
              open input recetas-retenidas
           end-if.
           if op-abrir-salida then
              open output recetas-retenidas
           end-if.
           if op-leer then
              read recetas-retenidas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-receta-retenida to ws-registro
           end-if.
           if op-releer then
              read recetas-retenidas key is rr-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-receta-retenida
              write reg-receta-retenida
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close recetas-retenidas
           end-if.
           go fin-operar-archivo.

       operar-recetas.
           if op-abrir-entrada then
              open input recetas
           end-if.
           if op-abrir-salida then
              open output recetas
           end-if.
           if op-leer then
              read recetas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-receta to ws-registro
           end-if.
           if op-releer then
              read recetas key is re-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-receta
              write reg-receta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close recetas
           end-if.
           go fin-operar-archivo.

       operar-reclprec.
           if op-abrir-entrada then
              open input reclamos-precio
           end-if.
           if op-abrir-salida then
              open output reclamos-precio
           end-if.
           if op-leer then
              read reclamos-precio next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-reclamo-precio to ws-registro
           end-if.
           if op-releer then
              read reclamos-precio
                  key is rp-correlativo of reg-reclamo-precio
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-reclamo-precio
              write reg-reclamo-precio
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close reclamos-precio
           end-if.
           go fin-operar-archivo.

       operar-reetiq.
           if op-abrir-entrada then
              open input cola-reetiquetado
           end-if.
           if op-abrir-salida then
              open output cola-reetiquetado
           end-if.
           if op-leer then
              read cola-reetiquetado next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-reetiqueta to ws-registro
           end-if.
           if op-releer then
              read cola-reetiquetado key is rq-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-reetiqueta
              write reg-reetiqueta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cola-reetiquetado
           end-if.
           go fin-operar-archivo.

       operar-regsan.
           if op-abrir-entrada then
              open input registros-sanitarios
           end-if.
           if op-abrir-salida then
              open output registros-sanitarios
           end-if.
           if op-leer then
              read registros-sanitarios next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-registro-sanitario to ws-registro
           end-if.
           if op-releer then
              read registros-sanitarios key is rs-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-registro-sanitario
              write reg-registro-sanitario
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close registros-sanitarios
           end-if.
           go fin-operar-archivo.

       operar-rendicion.
           if op-abrir-entrada then
              open input rendiciones
           end-if.
           if op-abrir-salida then
              open output rendiciones
           end-if.
           if op-leer then
              read rendiciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-rendicion to ws-registro
           end-if.
           if op-releer then
              read rendiciones key is rd-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-rendicion
              write reg-rendicion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close rendiciones
           end-if.
           go fin-operar-archivo.

       operar-repartos.
           if op-abrir-entrada then
              open input repartos
           end-if.
           if op-abrir-salida then
              open output repartos
           end-if.
           if op-leer then
              read repartos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-reparto to ws-registro
           end-if.
           if op-releer then
              read repartos key is rp-correlativo of reg-reparto
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-reparto
              write reg-reparto
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close repartos
           end-if.
           go fin-operar-archivo.

       operar-reservas.
           if op-abrir-entrada then
              open input reservas-stock
           end-if.
           if op-abrir-salida then
              open output reservas-stock
           end-if.
           if op-leer then
              read reservas-stock next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-reserva to ws-registro
           end-if.
           if op-releer then
              read reservas-stock key is rv-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-reserva
              write reg-reserva
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close reservas-stock
           end-if.
           go fin-operar-archivo.

       operar-runctl.
           if op-abrir-entrada then
              open input control-corrida
           end-if.
           if op-abrir-salida then
              open output control-corrida
           end-if.
           if op-leer then
              read control-corrida next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-control-corrida to ws-registro
           end-if.
           if op-releer then
              read control-corrida key is rn-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-control-corrida
              write reg-control-corrida
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close control-corrida
           end-if.
           go fin-operar-archivo.

       operar-scritico.
           if op-abrir-entrada then
              open input stock-critico
           end-if.
           if op-abrir-salida then
              open output stock-critico
           end-if.
           if op-leer then
              read stock-critico next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-stockcritico to ws-registro
           end-if.
           if op-releer then
              read stock-critico key is clave-scritico
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-stockcritico
              write reg-stockcritico
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close stock-critico
           end-if.
           go fin-operar-archivo.

       operar-segclientes.
           if op-abrir-entrada then
              open input segmentos-cliente
           end-if.
           if op-abrir-salida then
              open output segmentos-cliente
           end-if.
           if op-leer then
              read segmentos-cliente next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-segmento-cliente to ws-registro
           end-if.
           if op-releer then
              read segmentos-cliente key is rf-rut-cliente
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-segmento-cliente
              write reg-segmento-cliente
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close segmentos-cliente
           end-if.
           go fin-operar-archivo.

       operar-sobreventas.
           if op-abrir-entrada then
              open input sobreventas
           end-if.
           if op-abrir-salida then
              open output sobreventas
           end-if.
           if op-leer then
              read sobreventas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-sobreventa to ws-registro
           end-if.
           if op-releer then
              read sobreventas key is so-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-sobreventa
              write reg-sobreventa
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close sobreventas
           end-if.
           go fin-operar-archivo.

       operar-spool.
           if op-abrir-entrada then
              open input cola-impresion
           end-if.
           if op-abrir-salida then
              open output cola-impresion
           end-if.
           if op-leer then
              read cola-impresion next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-spool to ws-registro
           end-if.
           if op-releer then
              read cola-impresion key is sp-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-spool
              write reg-spool
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close cola-impresion
           end-if.
           go fin-operar-archivo.

       operar-sucursales.
           if op-abrir-entrada then
              open input sucursales
           end-if.
           if op-abrir-salida then
              open output sucursales
           end-if.
           if op-leer then
              read sucursales next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-sucursal to ws-registro
           end-if.
           if op-releer then
              read sucursales key is su-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-sucursal
              write reg-sucursal
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close sucursales
           end-if.
           go fin-operar-archivo.

       operar-sugtras.
           if op-abrir-entrada then
              open input sugerencias-traslado
           end-if.
           if op-abrir-salida then
              open output sugerencias-traslado
           end-if.
           if op-leer then
              read sugerencias-traslado next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-sugerencia to ws-registro
           end-if.
           if op-releer then
              read sugerencias-traslado key is sg-linea
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-sugerencia
              write reg-sugerencia
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close sugerencias-traslado
           end-if.
           go fin-operar-archivo.

       operar-temperat.
           if op-abrir-entrada then
              open input temperaturas
           end-if.
           if op-abrir-salida then
              open output temperaturas
           end-if.
           if op-leer then
              read temperaturas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-temperatura to ws-registro
           end-if.
           if op-releer then
              read temperaturas key is tp-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-temperatura
              write reg-temperatura
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close temperaturas
           end-if.
           go fin-operar-archivo.

       operar-traslados.
           if op-abrir-entrada then
              open input traslados
           end-if.
           if op-abrir-salida then
              open output traslados
           end-if.
           if op-leer then
              read traslados next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-traslado to ws-registro
           end-if.
           if op-releer then
              read traslados key is tr-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-traslado
              write reg-traslado
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close traslados
           end-if.
           go fin-operar-archivo.

       operar-trasuc.
           if op-abrir-entrada then
              open input traslados-sucursal
           end-if.
           if op-abrir-salida then
              open output traslados-sucursal
           end-if.
           if op-leer then
              read traslados-sucursal next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-traslado-sucursal to ws-registro
           end-if.
           if op-releer then
              read traslados-sucursal key is ts-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-traslado-sucursal
              write reg-traslado-sucursal
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close traslados-sucursal
           end-if.
           go fin-operar-archivo.

       operar-trxjour.
           if op-abrir-entrada then
              open input diario-transacciones
           end-if.
           if op-abrir-salida then
              open output diario-transacciones
           end-if.
           if op-leer then
              read diario-transacciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-diario-trx to ws-registro
           end-if.
           if op-releer then
              read diario-transacciones key is jr-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-diario-trx
              write reg-diario-trx
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close diario-transacciones
           end-if.
           go fin-operar-archivo.

       operar-ubicac.
           if op-abrir-entrada then
              open input ubicaciones
           end-if.
           if op-abrir-salida then
              open output ubicaciones
           end-if.
           if op-leer then
              read ubicaciones next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-ubicacion to ws-registro
           end-if.
           if op-releer then
              read ubicaciones key is ub-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-ubicacion
              write reg-ubicacion
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ubicaciones
           end-if.
           go fin-operar-archivo.

       operar-ultlote.
           if op-abrir-entrada then
              open input ultimos-lotes
           end-if.
           if op-abrir-salida then
              open output ultimos-lotes
           end-if.
           if op-leer then
              read ultimos-lotes next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-ultimo-lote to ws-registro
           end-if.
           if op-releer then
              read ultimos-lotes key is ul-codigo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-ultimo-lote
              write reg-ultimo-lote
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ultimos-lotes
           end-if.
           go fin-operar-archivo.
       operar-unidades.
           if op-abrir-entrada then
              open input unidades
           end-if.
           if op-abrir-salida then
              open output unidades
           end-if.
           if op-leer then
              read unidades next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-unidad to ws-registro
           end-if.
           if op-releer then
              read unidades key is codigo-unidad
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-unidad
              write reg-unidad
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close unidades
           end-if.
           go fin-operar-archivo.

       operar-valecanje.
           if op-abrir-entrada then
              open input canjes-vale
           end-if.
           if op-abrir-salida then
              open output canjes-vale
           end-if.
           if op-leer then
              read canjes-vale next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-canje-vale to ws-registro
           end-if.
           if op-releer then
              read canjes-vale key is vk-correlativo
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-canje-vale
              write reg-canje-vale
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close canjes-vale
           end-if.
           go fin-operar-archivo.

       operar-vales.
           if op-abrir-entrada then
              open input vales-compra
           end-if.
           if op-abrir-salida then
              open output vales-compra
           end-if.
           if op-leer then
              read vales-compra next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-vale to ws-registro
           end-if.
           if op-releer then
              read vales-compra key is vl-numero
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-vale
              write reg-vale
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close vales-compra
           end-if.
           go fin-operar-archivo.

       operar-vencidos.
           if op-abrir-entrada then
              open input prod-vencidos
           end-if.
           if op-abrir-salida then
              open output prod-vencidos
           end-if.
           if op-leer then
              read prod-vencidos next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-prodvencidos to ws-registro
           end-if.
           if op-releer then
              read prod-vencidos key is clave-vencido
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-prodvencidos
              write reg-prodvencidos
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close prod-vencidos
           end-if.
           go fin-operar-archivo.

       operar-ventas.
           if op-abrir-entrada then
              open input factura-venta
           end-if.
           if op-abrir-salida then
              open output factura-venta
           end-if.
           if op-leer then
              read factura-venta next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-factura-venta to ws-registro
           end-if.
           if op-releer then
              read factura-venta key is v-numero-factura
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-factura-venta
              write reg-factura-venta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close factura-venta
           end-if.
           go fin-operar-archivo.

       operar-ventasarch.
           if op-abrir-entrada then
              open input ventas-archivo
           end-if.
           if op-abrir-salida then
              open output ventas-archivo
           end-if.
           if op-leer then
              read ventas-archivo next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-ventas-archivo to ws-registro
           end-if.
           if op-releer then
              read ventas-archivo key is av-numero-factura
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-ventas-archivo
              write reg-ventas-archivo
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close ventas-archivo
           end-if.
           go fin-operar-archivo.

       operar-vtasmens.
           if op-abrir-entrada then
              open input resumen-ventas
           end-if.
           if op-abrir-salida then
              open output resumen-ventas
           end-if.
           if op-leer then
              read resumen-ventas next record
                  at end move "S" to ws-fin-archivo
              end-read
              move reg-resumen-venta to ws-registro
           end-if.
           if op-releer then
              read resumen-ventas key is vm-clave
                  invalid key continue
              end-read
           end-if.
           if op-grabar then
              move ws-registro to reg-resumen-venta
              write reg-resumen-venta
                  invalid key continue
              end-write
           end-if.
           if op-cerrar then
              close resumen-ventas
           end-if.
           go fin-operar-archivo.
       fin-operar-archivo.
           exit.

      *_una linea de mov.dat respaldada antes de existir la clave por
      *_fecha la trae en cero o en blanco; al restaurarla se calcula
      *_de la fecha de venta para que las lecturas por fecha la vean
       fijar-fecha-orden-mov.
           move ano-venta to ws-vs-aa.
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
           compute mov-fecha-orden = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
       fin-fijar-fecha-orden-mov.
           exit.
