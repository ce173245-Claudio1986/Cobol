       identification division.
       program-id. opcion-71.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select baja-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is b-correlativo.

           select devolucion-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is dv-correlativo.

           select ajustes-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is aj-correlativo.

           select mov-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is am-correlativo
           alternate record key is am-codigo-movimiento with duplicates.

           select traslados-sucursal assign to disk
           organization is indexed
           access mode is dynamic
           record key is ts-numero
           alternate record key is ts-folio-guia with duplicates.

           select factura-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is c-clave-compra.

           select periodos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pd-clave.

           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

      *_cada lote comprado con su fecha y sus unidades (opcion-1)
           select prorrateos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-clave.

           select inventario-corte assign to disk
           organization is indexed
           access mode is dynamic
           record key is ic-clave.

      *_inventario a la fecha de corte impreso a texto
           select informe-corte assign to disk
           organization is line sequential.

       data division.
       file section.
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
          02 am-correlativo           pic 9(6).
          02 am-codigo-movimiento     pic x(6).
          02 am-num-factura           pic x(6).
          02 am-cantidad-movimiento   pic 9(5).
          02 am-fecha-elavoracion.
             03 am-dia-elavoracion    pic 99.
             03 am-mes-elavoracion    pic 99.
             03 am-ano-elavoracion    pic 99.
          02 am-fecha-vencimiento.
             03 am-dia-vencimiento    pic 99.
             03 am-mes-vencimiento    pic 99.
             03 am-ano-vencimiento    pic 99.
          02 am-fecha-venta.
             03 am-dia-venta          pic 99.
             03 am-mes-venta          pic 99.
             03 am-ano-venta          pic 99.
          02 am-descripcion-mov       pic x(30).
          02 am-precio-costo-mov      pic 9(7).
          02 am-rut-cliente-mov       pic x(8).
          02 am-unidad-med-mov        pic x(2).
          02 am-iva-venta             pic 9(7).
          02 am-total-venta           pic 9(8).
          02 am-operador-id-mov       pic x(8).
          02 am-fecha-hora-registro-mov.
             03 am-fhr-dia-mov        pic 99.
             03 am-fhr-mes-mov        pic 99.
             03 am-fhr-ano-mov        pic 99.
             03 am-fhr-hora-mov       pic 99.
             03 am-fhr-minuto-mov     pic 99.
             03 am-fhr-segundo-mov    pic 99.
          02 am-descuento-mov       pic 9(8).
          02 am-receta-mov          pic x(10).
          02 am-medico-mov          pic x(8).
          02 am-lote-mov            pic 9(3).

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


      *_ajustes de stock con motivo (ver opcion-33)
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

      *_archivo de trabajo: una fila por codigo y lote con el stock
      *_de hoy y las unidades reconstruidas a la fecha de corte
       fd inventario-corte
           label record is standard
           value of file-id "invtrab.dat".
       01 reg-inventario-corte.
          02 ic-clave.
             03 ic-codigo         pic x(6).
             03 ic-lote           pic 9(3).
          02 ic-descripcion       pic x(30).
          02 ic-sucursal          pic x(2).
          02 ic-costo-u           pic 9(7).
          02 ic-stock-actual      pic 9(5).
          02 ic-unidades          pic s9(7).

       fd informe-corte
           label record is standard
           value of file-id "invcorte.txt".
       01 reg-informe-corte       pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       01 fecha-corte.
          02 dia-corte             pic 99.
          02 mes-corte             pic 99.
          02 ano-corte             pic 99.
       77 ws-suc-filtro            pic x(2) value spaces.
       77 ws-orden-corte           pic 9(8).
       77 ws-orden-hoy             pic 9(8).
       77 ws-orden-evento          pic 9(8).
      *_ano y mes (aaaamm) del corte y del movimiento leido, para
      *_saber que periodos cerrados quedan enteros despues del corte
       77 ws-periodo-corte         pic 9(6).
       77 ws-periodo-evento        pic 9(6).
      *_fila del archivo de trabajo a la que se aplica un movimiento
      *_revertido y cantidad con signo que se le suma
       77 ws-ic-codigo             pic x(6).
       77 ws-ic-lote               pic 9(3).
       77 ws-ic-descripcion        pic x(30).
       77 ws-ic-sucursal           pic x(2).
       77 ws-ic-costo              pic 9(7).
       77 ws-ic-delta              pic s9(7).
       77 ws-dv-saltar             pic x.
      *_totales del informe por codigo y generales
       77 ws-codigo-anterior       pic x(6) value spaces.
       77 ws-lineas-codigo         pic 9(3) value 0.
       77 ws-unid-codigo           pic s9(9) value 0.
       77 ws-valor-codigo          pic s9(11) value 0.
       77 ws-unid-total            pic s9(9) value 0.
       77 ws-valor-total           pic s9(11) value 0.
       77 ws-valor-linea           pic s9(11).
       77 ws-lineas-informe        pic 9(5) value 0.
      *_cuadratura contra periodos.dat: por cada periodo cerrado
      *_posterior al corte, lo revertido de compras y ventas debe
      *_coincidir con los acumulados que dejo el cierre (opcion-25)
       01 ws-tabla-periodos.
          02 ws-pc-item occurs 60 times indexed by ws-idx-p.
             03 ws-pc-ano          pic 99.
             03 ws-pc-mes          pic 99.
             03 ws-pc-compras      pic 9(11).
             03 ws-pc-ventas       pic 9(11).
             03 ws-pc-control-cmp  pic 9(9).
             03 ws-pc-control-vta  pic 9(9).
       77 ws-total-periodos        pic 9(3) value 0.
       77 ws-periodos-cuadrados    pic 9(3) value 0.
       77 ws-pm-ano                pic 99.
       77 ws-pm-mes                pic 99.
       77 ws-pm-monto              pic 9(9).
       77 ws-pm-tipo               pic x.
       77 ws-i                     pic 9(3).
      *_lineas del informe impreso
       01 ws-linea-titulo-corte.
          02 filler                pic x(24)
             value "inventario a la fecha: ".
          02 tc-fecha              pic x(8).
          02 filler                pic x(4) value spaces.
          02 filler                pic x(10) value "sucursal: ".
          02 tc-sucursal           pic x(12).
          02 filler                pic x(22) value spaces.
       01 ws-linea-cabecera-corte.
          02 filler                pic x(40) value
             "codigo lote descripcion              su ".
          02 filler                pic x(40) value
             "  actual   corte costo-u       valor    ".
       01 ws-linea-detalle-corte.
          02 dc-codigo             pic x(6).
          02 filler                pic x value space.
          02 dc-lote               pic 9(3).
          02 filler                pic x value space.
          02 dc-descripcion        pic x(25).
          02 filler                pic x value space.
          02 dc-sucursal           pic x(2).
          02 filler                pic x(3) value spaces.
          02 dc-stock-actual       pic z(5)9.
          02 filler                pic x value space.
          02 dc-unidades           pic -(6)9.
          02 filler                pic x value space.
          02 dc-costo              pic z(6)9.
          02 filler                pic x value space.
          02 dc-valor              pic -(10)9.
          02 filler                pic x(4) value spaces.
       01 ws-linea-subtotal-corte.
          02 filler                pic x(14) value "  total codigo".
          02 filler                pic x value space.
          02 sc-codigo             pic x(6).
          02 filler                pic x(22) value spaces.
          02 sc-unidades           pic -(9)9.
          02 filler                pic x(9) value spaces.
          02 sc-valor              pic -(12)9.
          02 filler                pic x(5) value spaces.
       01 ws-linea-total-corte.
          02 filler                pic x(43)
             value "total inventario a la fecha de corte".
          02 tt-unidades           pic -(9)9.
          02 filler                pic x(9) value spaces.
          02 tt-valor              pic -(12)9.
          02 filler                pic x(5) value spaces.
       01 ws-linea-cabecera-cuadre.
          02 filler                pic x(40) value
             "cuadratura periodos cerrados (cadena)  ".
          02 filler                pic x(40) value spaces.
       01 ws-linea-cuadre.
          02 filler                pic x(8) value "periodo ".
          02 cc-mes                pic 99.
          02 filler                pic x value "/".
          02 cc-ano                pic 99.
          02 filler                pic x(5) value " cmp ".
          02 cc-compras            pic z(8)9.
          02 filler                pic x value "/".
          02 cc-control-cmp        pic z(8)9.
          02 filler                pic x value space.
          02 cc-cuadra-cmp         pic x.
          02 filler                pic x(5) value " vta ".
          02 cc-ventas             pic z(8)9.
          02 filler                pic x value "/".
          02 cc-control-vta        pic z(8)9.
          02 filler                pic x value space.
          02 cc-cuadra-vta         pic x.
          02 filler                pic x(15) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999, para que las
      *_comparaciones y ordenamientos de fechas no fallen al cruzar
      *_el siglo
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
       screen section.
       01 pantalla-principal
           background-color is 1 foreground-color is 4.
           02 pantalla-refresco
              blank screen
              reverse-video
              line 4 col 20 value is "inventario a fecha de corte".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-corte.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "fecha de corte (dd/mm/aa):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 11 col 1
              foreground-color is 7
              value is "(ingrese dia 0 para volver al menu)".
           02 filler line 12 col 1
              foreground-color is 7
              value is "sucursal a informar (blanco = consolidado):".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-corte.
           02 filler line 10 col 40
              pic is 99 using dia-corte required auto.
           02 filler col 43
              pic is 99 using mes-corte required auto.
           02 filler col 46
              pic is 99 using ano-corte required auto.
           02 filler line 12 col 50
              pic is x(2) using ws-suc-filtro auto.
       01 pantalla-resultado.
           02 filler line 15 col 1
              foreground-color is 2
              value is "inventario generado en: invcorte.txt".
           02 filler line 16 col 1
              value is "lineas de lote listadas:".
           02 filler col 40
              pic is z(4)9 using ws-lineas-informe.
           02 filler line 17 col 1
              value is "unidades a la fecha de corte:".
           02 filler col 40
              pic is -(9)9 using ws-unid-total.
           02 filler line 18 col 1
              value is "valor a la fecha de corte:".
           02 filler col 40
              pic is -(12)9 using ws-valor-total.
           02 filler line 19 col 1
              value is "periodos cerrados revisados / cuadrados:".
           02 filler col 44
              pic is zz9 using ws-total-periodos.
           02 filler col 48 value is "/".
           02 filler col 50
              pic is zz9 using ws-periodos-cuadrados.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + s-mes * 100 + s-dia.
       pedir-fecha-corte.
           display pantalla-principal.
           display pantalla-corte.
           accept  datos-corte.
           if dia-corte = 0 then goback end-if.
           if dia-corte > 31 or mes-corte < 1 or mes-corte > 12 then
              go pedir-fecha-corte
           end-if.
           move ano-corte to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-corte = ws-vs-aaaa * 10000
              + mes-corte * 100 + dia-corte.
           compute ws-periodo-corte = ws-vs-aaaa * 100 + mes-corte.
           if ws-orden-corte >= ws-orden-hoy then
              go mensaje-corte-futuro
           end-if.
           move 0 to ws-total-periodos.
           move 0 to ws-periodos-cuadrados.
           move 0 to ws-lineas-informe.
           move 0 to ws-unid-total.
           move 0 to ws-valor-total.
           open input consignaciones.
           open input costos-promedio.
           open input medicamentos.
           open input movimiento-medicamento.
           open input prorrateos.
      *_periodos cerrados enteros despues del corte, con los totales
      *_de control que grabo el cierre
       cargar-periodos.
           open input periodos.
       leer-periodo-corte.
           read periodos next record at end go cerrar-periodos.
           if not periodo-cerrado then go leer-periodo-corte end-if.
           move pd-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-periodo-evento = ws-vs-aaaa * 100 + pd-mes.
           if ws-periodo-evento <= ws-periodo-corte then
              go leer-periodo-corte
           end-if.
           if ws-total-periodos >= 60 then go leer-periodo-corte end-if.
           add 1 to ws-total-periodos.
           set ws-idx-p to ws-total-periodos.
           move pd-ano           to ws-pc-ano (ws-idx-p).
           move pd-mes           to ws-pc-mes (ws-idx-p).
           move 0                to ws-pc-compras (ws-idx-p).
           move 0                to ws-pc-ventas (ws-idx-p).
           move pd-total-compras to ws-pc-control-cmp (ws-idx-p).
           move pd-total-ventas  to ws-pc-control-vta (ws-idx-p).
           go leer-periodo-corte.
       cerrar-periodos.
           close periodos.
      *_punto de partida: el stock de hoy de cada lote propio (los
      *_lotes en consignacion son del laboratorio y no se cuentan).
      *_lo comprado despues del corte se revierte mas abajo desde
      *_prorrateo.dat, que guarda tambien las compras de los lotes
      *_ya agotados; aqui solo se revierte el lote comprado despues
      *_del corte que no tiene su compra en prorrateo.dat. los lotes
      *_armados por traslado o por devolucion de venta no traen
      *_laboratorio ni total de compra y se revierten con su propio
      *_movimiento mas abajo
       cargar-lotes-actuales.
           open output inventario-corte.
           close inventario-corte.
           open i-o inventario-corte.
       leer-lote-actual.
           read medicamentos next record
               at end go revertir-devoluciones.
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key go agregar-lote-actual.
           go leer-lote-actual.
       agregar-lote-actual.
           move codigo-medicamento to ic-codigo.
           move numero-lote        to ic-lote.
           move descr-medicamento  to ic-descripcion.
           move med-sucursal       to ic-sucursal.
           move precio-costo-u     to ic-costo-u.
           move cantidad-stock     to ic-stock-actual.
           move cantidad-stock     to ic-unidades.
           if med-rut-laboratorio = spaces and total-compra = 0 then
              go grabar-lote-actual
           end-if.
           move ano-compra to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + mes-compra * 100 + dia-compra.
           if ws-orden-evento <= ws-orden-corte then
              go grabar-lote-actual
           end-if.
           move codigo-medicamento to pr-codigo.
           move numero-lote        to pr-lote.
           read prorrateos key is pr-clave
               invalid key
                  compute ic-unidades =
                     ic-unidades - med-cantidad-comprada
           end-read.
       grabar-lote-actual.
           write reg-inventario-corte invalid key go leer-lote-actual.
           go leer-lote-actual.
      *_devoluciones de venta posteriores al corte: la unidad volvio
      *_a bodega despues y se descuenta. si la venta devuelta tambien
      *_es posterior al corte ya quedo neta en mov.dat y no se toca;
      *_la venta se reconoce por codigo, cliente y la fecha en que
      *_opcion-2 la reescribio al devolver
       revertir-devoluciones.
           open input devolucion-venta.
       leer-devolucion-corte.
           read devolucion-venta next record
               at end go cerrar-devoluciones-corte.
           move dv-ano-devolucion to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + dv-mes-devolucion * 100 + dv-dia-devolucion.
           if ws-orden-evento <= ws-orden-corte then
              go leer-devolucion-corte
           end-if.
           move dv-codigo-medicamento to ws-ic-codigo.
           perform buscar-primera-fila thru fin-buscar-primera-fila.
           move "N" to ws-dv-saltar.
           perform buscar-venta-devuelta
               thru fin-buscar-venta-devuelta.
           if ws-dv-saltar = "S" then go leer-devolucion-corte end-if.
           move spaces to ws-ic-descripcion.
           move spaces to ws-ic-sucursal.
           move 0 to ws-ic-costo.
           compute ws-ic-delta = 0 - dv-cantidad-devuelta.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-devolucion-corte.
       cerrar-devoluciones-corte.
           close devolucion-venta.
      *_traslados entre sucursales: lo despachado despues del corte
      *_vuelve al lote de origen; lo confirmado despues del corte se
      *_saca del lote que creo la confirmacion en el destino (lo que
      *_estaba en transito a la fecha de corte no esta en ninguno)
       revertir-traslados.
           open input traslados-sucursal.
       leer-traslado-corte.
           read traslados-sucursal next record
               at end go cerrar-traslados-corte.
           move ts-ano-despacho to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + ts-mes-despacho * 100 + ts-dia-despacho.
           if ws-orden-evento > ws-orden-corte then
              move ts-codigo           to ws-ic-codigo
              move ts-lote             to ws-ic-lote
              move ts-descripcion      to ws-ic-descripcion
              move ts-sucursal-origen  to ws-ic-sucursal
              move ts-precio-costo     to ws-ic-costo
              move ts-cantidad         to ws-ic-delta
              perform aplicar-reversion thru fin-aplicar-reversion
           end-if.
           if not traslado-confirmado then go leer-traslado-corte.
           move ts-ano-recepcion to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + ts-mes-recepcion * 100 + ts-dia-recepcion.
           if ws-orden-evento <= ws-orden-corte then
              go leer-traslado-corte
           end-if.
           move ts-codigo to ws-ic-codigo.
           perform buscar-primera-fila thru fin-buscar-primera-fila.
           perform buscar-lote-recibido thru fin-buscar-lote-recibido.
           move ts-descripcion      to ws-ic-descripcion.
           move ts-sucursal-destino to ws-ic-sucursal.
           move ts-precio-costo     to ws-ic-costo.
           compute ws-ic-delta = 0 - ts-cantidad.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-traslado-corte.
       cerrar-traslados-corte.
           close traslados-sucursal.
      *_ajustes con motivo posteriores al corte, lote a lote
       revertir-ajustes.
           open input ajustes-stock.
       leer-ajuste-corte.
           read ajustes-stock next record
               at end go cerrar-ajustes-corte.
           move aj-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + aj-mes * 100 + aj-dia.
           if ws-orden-evento <= ws-orden-corte then
              go leer-ajuste-corte
           end-if.
           move aj-codigo to ws-ic-codigo.
           move aj-lote   to ws-ic-lote.
           move spaces    to ws-ic-descripcion.
           move spaces    to ws-ic-sucursal.
           move 0         to ws-ic-costo.
           if ajuste-entrada then
              compute ws-ic-delta = 0 - aj-cantidad
           else
              move aj-cantidad to ws-ic-delta
           end-if.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-ajuste-corte.
       cerrar-ajustes-corte.
           close ajustes-stock.
      *_bajas posteriores al corte (vencidos destruidos o devueltos
      *_al laboratorio): bajas.dat no guarda el lote, la cantidad se
      *_repone al primer lote del codigo
       revertir-bajas.
           open input baja-stock.
       leer-baja-corte.
           read baja-stock next record at end go cerrar-bajas-corte.
           move b-ano-baja to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + b-mes-baja * 100 + b-dia-baja.
           if ws-orden-evento <= ws-orden-corte then
              go leer-baja-corte
           end-if.
           move b-codigo-medicamento to ws-ic-codigo.
           perform buscar-primera-fila thru fin-buscar-primera-fila.
           move b-descr-medicamento  to ws-ic-descripcion.
           move spaces               to ws-ic-sucursal.
           move 0                    to ws-ic-costo.
           move b-cantidad-baja      to ws-ic-delta.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-baja-corte.
       cerrar-bajas-corte.
           close baja-stock.
      *_ventas posteriores al corte (netas de sus devoluciones) desde
      *_mov.dat y desde el historico movarch.dat; de paso se acumula
      *_la venta de cada periodo cerrado para la cuadratura
       revertir-ventas.
           move 0 to mov-correlativo.
           start movimiento-medicamento key is >= mov-correlativo
               invalid key go revertir-ventas-archivo.
       leer-venta-corte.
           read movimiento-medicamento next record
               at end go revertir-ventas-archivo.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           if ws-orden-evento <= ws-orden-corte then
              go leer-venta-corte
           end-if.
           move mes-venta   to ws-pm-mes.
           move ano-venta   to ws-pm-ano.
           move total-venta to ws-pm-monto.
           move "V"         to ws-pm-tipo.
           perform acumular-periodo thru fin-acumular-periodo.
           if cantidad-movimiento = 0 then go leer-venta-corte end-if.
           move codigo-movimiento to ws-ic-codigo.
           move lote-mov          to ws-ic-lote.
           move descripcion-mov   to ws-ic-descripcion.
           move mov-sucursal      to ws-ic-sucursal.
           move 0                 to ws-ic-costo.
           move cantidad-movimiento to ws-ic-delta.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-venta-corte.
       revertir-ventas-archivo.
           open input mov-archivo.
       leer-venta-archivo-corte.
           read mov-archivo next record
               at end go revertir-compras.
           move am-ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + am-mes-venta * 100 + am-dia-venta.
           if ws-orden-evento <= ws-orden-corte then
              go leer-venta-archivo-corte
           end-if.
           move am-mes-venta   to ws-pm-mes.
           move am-ano-venta   to ws-pm-ano.
           move am-total-venta to ws-pm-monto.
           move "V"            to ws-pm-tipo.
           perform acumular-periodo thru fin-acumular-periodo.
           if am-cantidad-movimiento = 0 then
              go leer-venta-archivo-corte
           end-if.
           move am-codigo-movimiento to ws-ic-codigo.
           move am-lote-mov          to ws-ic-lote.
           move am-descripcion-mov   to ws-ic-descripcion.
           move spaces               to ws-ic-sucursal.
           move 0                    to ws-ic-costo.
           move am-cantidad-movimiento to ws-ic-delta.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-venta-archivo-corte.
      *_compras posteriores al corte, lote a lote, esten o no los
      *_lotes todavia en bodega: el lote agotado despues del corte
      *_ya tiene sumadas sus ventas y se le resta lo comprado
       revertir-compras.
           move low-values to pr-clave.
           start prorrateos key is >= pr-clave
               invalid key go cerrar-ventas-corte.
       leer-compra-lote-corte.
           read prorrateos next record
               at end go cerrar-ventas-corte.
           move pr-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + pr-mes * 100 + pr-dia.
           if ws-orden-evento <= ws-orden-corte then
              go leer-compra-lote-corte
           end-if.
           move pr-codigo           to ws-ic-codigo.
           move pr-lote             to ws-ic-lote.
           move spaces              to ws-ic-descripcion.
           move spaces              to ws-ic-sucursal.
           move pr-costo-efectivo-u to ws-ic-costo.
           compute ws-ic-delta = 0 - pr-unidades-base.
           perform aplicar-reversion thru fin-aplicar-reversion.
           go leer-compra-lote-corte.
       cerrar-ventas-corte.
           close prorrateos.
           close mov-archivo.
           close movimiento-medicamento.
           close medicamentos.
           close consignaciones.
           close costos-promedio.
      *_compras de cada periodo cerrado posterior al corte, para la
      *_cuadratura (el stock comprado ya se revirtio por lote con
      *_prorrateo.dat)
       sumar-compras-corte.
           open input factura-compra.
       leer-compra-corte.
           read factura-compra next record
               at end go cerrar-compras-corte.
           move c-fhr-mes       to ws-pm-mes.
           move c-fhr-ano       to ws-pm-ano.
           move c-monto-factura to ws-pm-monto.
           move "C"             to ws-pm-tipo.
           perform acumular-periodo thru fin-acumular-periodo.
           go leer-compra-corte.
       cerrar-compras-corte.
           close factura-compra.
           close inventario-corte.
      *_informe: una linea por lote con unidades a la fecha de corte,
      *_subtotal por codigo y total; los lotes sin unidades a esa
      *_fecha no se listan
       escribir-informe-corte.
           open input inventario-corte.
           open output informe-corte.
           move fecha-corte (1:2) to tc-fecha (1:2).
           move "/"               to tc-fecha (3:1).
           move fecha-corte (3:2) to tc-fecha (4:2).
           move "/"               to tc-fecha (6:1).
           move fecha-corte (5:2) to tc-fecha (7:2).
           if ws-suc-filtro = spaces then
              move "consolidado" to tc-sucursal
           else
              move ws-suc-filtro to tc-sucursal
           end-if.
           write reg-informe-corte from ws-linea-titulo-corte.
           move all "-" to reg-informe-corte.
           write reg-informe-corte.
           write reg-informe-corte from ws-linea-cabecera-corte.
           move spaces to ws-codigo-anterior.
           move 0 to ws-lineas-codigo.
           move 0 to ws-unid-codigo.
           move 0 to ws-valor-codigo.
       leer-fila-corte.
           read inventario-corte next record
               at end go terminar-informe-corte.
           if ws-suc-filtro not = spaces and
              ic-sucursal not = ws-suc-filtro then
              go leer-fila-corte
           end-if.
           if ic-unidades = 0 then go leer-fila-corte end-if.
           if ic-codigo not = ws-codigo-anterior then
              perform escribir-subtotal-codigo
                  thru fin-escribir-subtotal-codigo
              move ic-codigo to ws-codigo-anterior
           end-if.
           compute ws-valor-linea = ic-unidades * ic-costo-u.
           move ic-codigo       to dc-codigo.
           move ic-lote         to dc-lote.
           move ic-descripcion  to dc-descripcion.
           move ic-sucursal     to dc-sucursal.
           move ic-stock-actual to dc-stock-actual.
           move ic-unidades     to dc-unidades.
           move ic-costo-u      to dc-costo.
           move ws-valor-linea  to dc-valor.
           write reg-informe-corte from ws-linea-detalle-corte.
           add 1 to ws-lineas-informe.
           add 1 to ws-lineas-codigo.
           add ic-unidades    to ws-unid-codigo.
           add ws-valor-linea to ws-valor-codigo.
           add ic-unidades    to ws-unid-total.
           add ws-valor-linea to ws-valor-total.
           go leer-fila-corte.
       terminar-informe-corte.
           perform escribir-subtotal-codigo
               thru fin-escribir-subtotal-codigo.
           move all "-" to reg-informe-corte.
           write reg-informe-corte.
           move ws-unid-total  to tt-unidades.
           move ws-valor-total to tt-valor.
           write reg-informe-corte from ws-linea-total-corte.
           move spaces to reg-informe-corte.
           write reg-informe-corte.
           write reg-informe-corte from ws-linea-cabecera-cuadre.
           move 0 to ws-i.
       escribir-cuadre-corte.
           add 1 to ws-i.
           if ws-i > ws-total-periodos then go cerrar-informe-corte.
           set ws-idx-p to ws-i.
           move ws-pc-mes (ws-idx-p)         to cc-mes.
           move ws-pc-ano (ws-idx-p)         to cc-ano.
           move ws-pc-compras (ws-idx-p)     to cc-compras.
           move ws-pc-control-cmp (ws-idx-p) to cc-control-cmp.
           move ws-pc-ventas (ws-idx-p)      to cc-ventas.
           move ws-pc-control-vta (ws-idx-p) to cc-control-vta.
           move "N" to cc-cuadra-cmp.
           move "N" to cc-cuadra-vta.
           if ws-pc-compras (ws-idx-p) = ws-pc-control-cmp (ws-idx-p)
              move "S" to cc-cuadra-cmp
           end-if.
           if ws-pc-ventas (ws-idx-p) = ws-pc-control-vta (ws-idx-p)
              move "S" to cc-cuadra-vta
           end-if.
           if cc-cuadra-cmp = "S" and cc-cuadra-vta = "S" then
              add 1 to ws-periodos-cuadrados
           end-if.
           write reg-informe-corte from ws-linea-cuadre.
           go escribir-cuadre-corte.
       cerrar-informe-corte.
           close informe-corte.
           close inventario-corte.
      *_la salida queda tambien como entrada numerada de la cola de
      *_impresion, para reimprimirla sin recalcular el informe
           move "inventario a fecha de corte" to ws-sp-titulo.
           move "invcorte.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go pedir-fecha-corte.

       escribir-subtotal-codigo.
           if ws-lineas-codigo = 0 then
              go fin-escribir-subtotal-codigo
           end-if.
           move ws-codigo-anterior to sc-codigo.
           move ws-unid-codigo     to sc-unidades.
           move ws-valor-codigo    to sc-valor.
           write reg-informe-corte from ws-linea-subtotal-corte.
           move 0 to ws-lineas-codigo.
           move 0 to ws-unid-codigo.
           move 0 to ws-valor-codigo.
       fin-escribir-subtotal-codigo.
           exit.

      *_suma un movimiento revertido a la fila de su codigo y lote;
      *_los lotes en consignacion se ignoran. si el lote ya no esta
      *_en bodega (se agoto o se dio de baja) la fila se crea sin
      *_stock de hoy, al costo conocido o al costo promedio
       aplicar-reversion.
           move ws-ic-codigo to cs-codigo.
           move ws-ic-lote   to cs-lote.
           read consignaciones key is cs-clave
               invalid key go buscar-fila-reversion.
           go fin-aplicar-reversion.
       buscar-fila-reversion.
           move ws-ic-codigo to ic-codigo.
           move ws-ic-lote   to ic-lote.
           read inventario-corte key is ic-clave
               invalid key go crear-fila-reversion.
           if ic-descripcion = spaces then
              move ws-ic-descripcion to ic-descripcion
           end-if.
           add ws-ic-delta to ic-unidades.
           rewrite reg-inventario-corte invalid key continue.
           go fin-aplicar-reversion.
       crear-fila-reversion.
           move ws-ic-codigo      to ic-codigo.
           move ws-ic-lote        to ic-lote.
           move ws-ic-descripcion to ic-descripcion.
           move ws-ic-sucursal    to ic-sucursal.
           move ws-ic-costo       to ic-costo-u.
           if ws-ic-costo = 0 then
              move ws-ic-codigo to cp-codigo
              read costos-promedio key is cp-codigo
                  invalid key move 0 to cp-costo-promedio
              end-read
              move cp-costo-promedio to ic-costo-u
           end-if.
           move 0           to ic-stock-actual.
           move ws-ic-delta to ic-unidades.
           write reg-inventario-corte invalid key continue.
       fin-aplicar-reversion.
           exit.

      *_primer lote del codigo en el archivo de trabajo (lote 000 si
      *_el codigo no tiene ninguno), para los movimientos sin lote
       buscar-primera-fila.
           move 0 to ws-ic-lote.
           move ws-ic-codigo to ic-codigo.
           move 0 to ic-lote.
           start inventario-corte key is >= ic-clave
               invalid key go fin-buscar-primera-fila.
           read inventario-corte next record
               at end go fin-buscar-primera-fila.
           if ic-codigo = ws-ic-codigo then
              move ic-lote to ws-ic-lote
           end-if.
       fin-buscar-primera-fila.
           exit.

      *_venta original de una devolucion: si es posterior al corte la
      *_devolucion se salta; si no, se usa su lote cuando el lote
      *_sigue en bodega
       buscar-venta-devuelta.
           move dv-codigo-medicamento to codigo-movimiento.
           start movimiento-medicamento key is >= codigo-movimiento
               invalid key go fin-buscar-venta-devuelta.
       leer-venta-devuelta.
           read movimiento-medicamento next record
               at end go fin-buscar-venta-devuelta.
           if codigo-movimiento not = dv-codigo-medicamento then
              go fin-buscar-venta-devuelta
           end-if.
           if rut-cliente-mov not = dv-rut-cliente or
              fhr-dia-mov not = dv-dia-devolucion or
              fhr-mes-mov not = dv-mes-devolucion or
              fhr-ano-mov not = dv-ano-devolucion then
              go leer-venta-devuelta
           end-if.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + mes-venta * 100 + dia-venta.
           if ws-orden-evento > ws-orden-corte then
              move "S" to ws-dv-saltar
              go fin-buscar-venta-devuelta
           end-if.
           move codigo-movimiento to ic-codigo.
           move lote-mov          to ic-lote.
           read inventario-corte key is ic-clave
               invalid key go fin-buscar-venta-devuelta.
           move lote-mov to ws-ic-lote.
       fin-buscar-venta-devuelta.
           exit.

      *_lote que creo la confirmacion del traslado en el destino:
      *_sin laboratorio, de la sucursal destino y con fecha de
      *_compra igual a la de recepcion
       buscar-lote-recibido.
           move ts-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go fin-buscar-lote-recibido.
       leer-lote-recibido.
           read medicamentos next record
               at end go fin-buscar-lote-recibido.
           if codigo-medicamento not = ts-codigo then
              go fin-buscar-lote-recibido
           end-if.
           if med-sucursal = ts-sucursal-destino and
              med-rut-laboratorio = spaces and
              dia-compra = ts-dia-recepcion and
              mes-compra = ts-mes-recepcion and
              ano-compra = ts-ano-recepcion then
              move numero-lote to ws-ic-lote
              go fin-buscar-lote-recibido
           end-if.
           go leer-lote-recibido.
       fin-buscar-lote-recibido.
           exit.

      *_suma el monto al periodo cerrado que corresponda (compras o
      *_ventas); los meses fuera de la tabla no se acumulan
       acumular-periodo.
           set ws-idx-p to 1.
       buscar-periodo-corte.
           if ws-idx-p > ws-total-periodos then
              go fin-acumular-periodo
           end-if.
           if ws-pc-ano (ws-idx-p) = ws-pm-ano and
              ws-pc-mes (ws-idx-p) = ws-pm-mes then
              go sumar-periodo-corte
           end-if.
           set ws-idx-p up by 1.
           go buscar-periodo-corte.
       sumar-periodo-corte.
           if ws-pm-tipo = "C" then
              add ws-pm-monto to ws-pc-compras (ws-idx-p)
           else
              add ws-pm-monto to ws-pc-ventas (ws-idx-p)
           end-if.
       fin-acumular-periodo.
           exit.

       mensajes.
       mensaje-corte-futuro.
           display " " line 1 col 1 erase eos.
           display "la fecha de corte debe ser anterior a hoy"
                    line 4 col 1.
           go pedir-fecha-corte.

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
