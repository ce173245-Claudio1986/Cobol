       identification division.
       program-id. opcion-74.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura.

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

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero.

           select ajustes-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is aj-correlativo.

           select caja-sesiones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cj-correlativo.

           select sobreventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is so-correlativo.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento.

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

      *_parametros generales de la farmacia (opcion-60)
           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_comparativo impreso a texto
           select informe-comparativo assign to disk
           organization is line sequential.

       data division.
       file section.
       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

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

       fd informe-comparativo
           label record is standard
           value of file-id "compsuc.txt".
       01 reg-informe-comparativo pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
      *_periodo: un mes (mm/aa) o, con mes cero, un rango de fechas
       77 ws-mes-informe           pic 99 value 0.
       77 ws-ano-informe           pic 99 value 0.
       01 fecha-desde.
          02 dia-desde             pic 99.
          02 mes-desde             pic 99.
          02 ano-desde             pic 99.
       01 fecha-hasta.
          02 dia-hasta             pic 99.
          02 mes-hasta             pic 99.
          02 ano-hasta             pic 99.
       77 ws-orden-desde           pic 9(8).
       77 ws-orden-hasta           pic 9(8).
       77 ws-orden-evento          pic 9(8).
       77 ws-dia-desde             pic 9(7).
       77 ws-dia-hasta             pic 9(7).
       77 ws-dias-periodo          pic 9(5).
      *_fecha de un movimiento a comparar contra el periodo
       77 ws-fe-dia                pic 99.
       77 ws-fe-mes                pic 99.
       77 ws-fe-ano                pic 99.
       77 ws-en-periodo            pic x.
      *_metodo de costo: L = costo del lote, P = costo promedio
      *_ponderado del codigo (costoprom.dat), por defecto el oficial
       77 ws-metodo-costo          pic x value "L".
       77 ws-cu-codigo             pic x(6).
       77 ws-cu-lote               pic 9(3).
       77 ws-cu-costo              pic 9(7).
       77 ws-cu-sucursal           pic x(2).
       77 ws-suc-buscada           pic x(2).
       77 ws-neto-linea            pic s9(9).
       77 ws-unidades-perdidas     pic 9(7).
      *_acumulados por sucursal; la posicion 21 es el total de la
      *_cadena. una sucursal que aparece en los movimientos pero no
      *_en el maestro se agrega igual con su codigo
       01 ws-tabla-sucursales.
          02 ws-cs-item occurs 21 times.
             03 ws-cs-codigo         pic x(2).
             03 ws-cs-nombre         pic x(30).
             03 ws-cs-neto           pic s9(11).
             03 ws-cs-costo          pic s9(11).
             03 ws-cs-facturas       pic 9(7).
             03 ws-cs-monto-facturas pic 9(11).
             03 ws-cs-inventario     pic 9(11).
             03 ws-cs-mermas         pic 9(11).
             03 ws-cs-faltante       pic 9(11).
             03 ws-cs-sobrante       pic 9(11).
             03 ws-cs-perdida-u      pic 9(9).
             03 ws-cs-perdida-valor  pic 9(11).
       77 ws-total-sucursales      pic 9(2) value 0.
       77 ws-col-total             pic 9(2) value 21.
       77 ws-s                     pic 9(2).
       77 ws-b                     pic 9(2).
       77 ws-i                     pic 9(2).
       77 ws-k                     pic 9(2).
       77 ws-fila                  pic 9(2).
       77 ws-valor-celda           pic s9(11)v99.
      *_filas del informe, en el orden en que se imprimen
       01 ws-etiquetas-filas.
          02 filler pic x(20) value "venta neta sin iva".
          02 filler pic x(20) value "costo de venta".
          02 filler pic x(20) value "margen".
          02 filler pic x(20) value "margen %".
          02 filler pic x(20) value "numero de facturas".
          02 filler pic x(20) value "ticket promedio".
          02 filler pic x(20) value "inventario valoriz.".
          02 filler pic x(20) value "dias de stock".
          02 filler pic x(20) value "mermas valorizadas".
          02 filler pic x(20) value "faltantes de caja".
          02 filler pic x(20) value "sobrantes de caja".
          02 filler pic x(20) value "demanda perdida (u)".
          02 filler pic x(20) value "demanda perdida ($)".
       01 ws-tabla-etiquetas redefines ws-etiquetas-filas.
          02 ws-etiqueta           pic x(20) occurs 13 times.
       77 ws-total-filas           pic 9(2) value 13.
      *_lineas del informe impreso: cuatro sucursales por bloque y
      *_el total de la cadena en la ultima columna
       01 ws-linea-titulo-comparativo.
          02 filler                pic x(30)
             value "comparativo de sucursales del ".
          02 tc-desde.
             03 tc-dia-desde       pic 99.
             03 filler             pic x value "/".
             03 tc-mes-desde       pic 99.
             03 filler             pic x value "/".
             03 tc-ano-desde       pic 99.
          02 filler                pic x(4) value " al ".
          02 tc-hasta.
             03 tc-dia-hasta       pic 99.
             03 filler             pic x value "/".
             03 tc-mes-hasta       pic 99.
             03 filler             pic x value "/".
             03 tc-ano-hasta       pic 99.
          02 filler                pic x(9) value "  costo: ".
          02 tc-metodo             pic x(8).
          02 filler                pic x(13) value spaces.
       01 ws-linea-periodo-comparativo.
          02 filler                pic x(18)
             value "dias del periodo: ".
          02 tp-dias               pic zzzz9.
          02 filler                pic x(57)
             value "  (inventario valorizado al dia de hoy)".
       01 ws-linea-cabecera-comparativo.
          02 hc-etiqueta           pic x(20).
          02 hc-columna occurs 5 times.
             03 filler             pic x.
             03 hc-texto           pic x(11).
       01 ws-linea-fila-comparativo.
          02 lf-etiqueta           pic x(20).
          02 lf-columna occurs 5 times.
             03 lf-valor           pic -(11)9.
             03 lf-decimal redefines lf-valor pic -(8)9.99.
             03 lf-texto redefines lf-valor pic x(12).
       01 ws-linea-nota-comparativo.
          02 filler                pic x(40) value
             "venta neta: lineas vendidas sin iva, men".
          02 filler                pic x(40) value
             "os notas de credito. ticket: con iva.   ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema
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
              value is "comparativo de desempeno entre sucursales".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-periodo.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "mes a informar (mm/aa, 00 = por rango):".
           02 filler col 42 value is "/".
           02 filler line 12 col 1
              foreground-color is 7
              value is "o desde (dd/mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 13 col 1
              foreground-color is 7
              value is "   hasta (dd/mm/aa):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 15 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-mes.
           02 filler line 10 col 40
              pic is 99 using ws-mes-informe required auto.
           02 filler col 43
              pic is 99 using ws-ano-informe auto.
           02 filler line 15 col 40
              pic is x using ws-metodo-costo auto.
       01 datos-rango.
           02 filler line 12 col 40
              pic is 99 using dia-desde required auto.
           02 filler col 43
              pic is 99 using mes-desde auto.
           02 filler col 46
              pic is 99 using ano-desde auto.
           02 filler line 13 col 40
              pic is 99 using dia-hasta auto.
           02 filler col 43
              pic is 99 using mes-hasta auto.
           02 filler col 46
              pic is 99 using ano-hasta auto.
       01 pantalla-resultado.
           02 filler line 15 col 1
              foreground-color is 2
              value is "comparativo generado en: compsuc.txt".
           02 filler line 16 col 1
              value is "sucursales comparadas:".
           02 filler col 40
              pic is z9 using ws-total-sucursales.
           02 filler line 17 col 1
              value is "venta neta de la cadena:".
           02 filler col 40
              pic is -(11)9 using ws-cs-neto (21).
           02 filler line 18 col 1
              value is "facturas de la cadena:".
           02 filler col 40
              pic is z(6)9 using ws-cs-facturas (21).
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
           perform leer-parametros thru fin-leer-parametros.
       pedir-periodo.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-mes.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.
           if ws-mes-informe = 0 then go pedir-rango end-if.
           if ws-mes-informe > 12 then go pedir-periodo end-if.
      *_el mes completo: del 01 al 31 alcanza para cualquier mes al
      *_comparar fechas
           move 1  to dia-desde.
           move ws-mes-informe to mes-desde.
           move ws-ano-informe to ano-desde.
           move 31 to dia-hasta.
           move ws-mes-informe to mes-hasta.
           move ws-ano-informe to ano-hasta.
           go calcular-orden-periodo.
       pedir-rango.
           accept  datos-rango.
           if dia-desde = 0 then goback end-if.
       calcular-orden-periodo.
           move ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-desde = ws-vs-aaaa * 10000
              + mes-desde * 100 + dia-desde.
           compute ws-dia-desde = ws-vs-aaaa * 360
              + mes-desde * 30 + dia-desde.
           move ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hasta = ws-vs-aaaa * 10000
              + mes-hasta * 100 + dia-hasta.
           compute ws-dia-hasta = ws-vs-aaaa * 360
              + mes-hasta * 30 + dia-hasta.
           if ws-orden-hasta < ws-orden-desde then go pedir-periodo.
           compute ws-dias-periodo = ws-dia-hasta - ws-dia-desde + 1.
           if ws-mes-informe > 0 then move 30 to ws-dias-periodo.
           open input sucursales.
           open input factura-venta.
           open input medicamentos.
           open input movimiento-medicamento.
           open input notas-venta.
           open input ajustes-stock.
           open input caja-sesiones.
           open input sobreventas.
           open input lista-precios.
           open input costos-promedio.
           open input consignaciones.
           perform cargar-sucursales thru fin-cargar-sucursales.

      *_facturas y monto con iva por v-sucursal, para el numero de
      *_facturas y el ticket promedio; las ventas dejadas en espera
      *_quedan en cero y no cuentan
       sumar-facturas.
           read factura-venta next record at end go sumar-lineas.
           if v-total-factura = 0 then go sumar-facturas.
           move v-fhr-dia to ws-fe-dia.
           move v-fhr-mes to ws-fe-mes.
           move v-fhr-ano to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-facturas.
           move v-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-facturas.
           add 1 to ws-cs-facturas (ws-s).
           add v-total-factura to ws-cs-monto-facturas (ws-s).
           go sumar-facturas.

      *_venta neta sin iva y costo de lo vendido por mov-sucursal
       sumar-lineas.
           read movimiento-medicamento next record
               at end go sumar-notas-credito.
           move dia-venta to ws-fe-dia.
           move mes-venta to ws-fe-mes.
           move ano-venta to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-lineas.
           move mov-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-lineas.
           compute ws-neto-linea = total-venta - iva-venta.
           add ws-neto-linea to ws-cs-neto (ws-s).
           move codigo-movimiento to ws-cu-codigo.
           move lote-mov          to ws-cu-lote.
           perform obtener-costo-unitario
               thru fin-obtener-costo-unitario.
           compute ws-cs-costo (ws-s) = ws-cs-costo (ws-s)
              + cantidad-movimiento * ws-cu-costo.
           go sumar-lineas.

      *_las notas de credito rebajan la venta y el costo de la
      *_sucursal que emitio la factura original
       sumar-notas-credito.
           read notas-venta next record
               at end go sumar-inventario.
           move nv-dia to ws-fe-dia.
           move nv-mes to ws-fe-mes.
           move nv-ano to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-notas-credito.
           move nv-factura-original to v-numero-factura.
           read factura-venta key is v-numero-factura
               invalid key move spaces to v-sucursal
           end-read.
           move v-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-notas-credito.
           subtract nv-neto from ws-cs-neto (ws-s).
           move nv-codigo-medicamento to ws-cu-codigo.
           move 0                     to ws-cu-lote.
           perform obtener-costo-unitario
               thru fin-obtener-costo-unitario.
           compute ws-cs-costo (ws-s) = ws-cs-costo (ws-s)
              - nv-cantidad * ws-cu-costo.
           go sumar-notas-credito.

      *_inventario de hoy por med-sucursal, sin lo que esta en
      *_consignacion (mismo criterio que opcion-11)
       sumar-inventario.
           move low-values to clave-medicamento.
           start medicamentos key is >= clave-medicamento
               invalid key go sumar-mermas.
       leer-inventario.
           read medicamentos next record
               at end go sumar-mermas.
           if cantidad-stock = 0 then go leer-inventario.
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key move "C" to cs-estado
           end-read.
           if consigna-vigente then go leer-inventario end-if.
           move med-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go leer-inventario.
           move precio-costo-u to ws-cu-costo.
           if ws-metodo-costo = "P" then
              move codigo-medicamento to cp-codigo
              read costos-promedio key is cp-codigo
                  not invalid key
                     move cp-costo-promedio to ws-cu-costo
              end-read
           end-if.
           compute ws-cs-inventario (ws-s) = ws-cs-inventario (ws-s)
              + cantidad-stock * ws-cu-costo.
           go leer-inventario.

      *_mermas: ajustes de salida por merma, rotura o robo (opcion-33)
      *_valorizados al costo y cargados a la sucursal del lote
       sumar-mermas.
           read ajustes-stock next record
               at end go sumar-cajas.
           if not ajuste-salida then go sumar-mermas.
           if not motivo-merma and not motivo-rotura and
              not motivo-robo then
              go sumar-mermas
           end-if.
           move aj-dia to ws-fe-dia.
           move aj-mes to ws-fe-mes.
           move aj-ano to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-mermas.
           move aj-codigo to ws-cu-codigo.
           move aj-lote   to ws-cu-lote.
           perform obtener-costo-unitario
               thru fin-obtener-costo-unitario.
           move ws-cu-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-mermas.
           compute ws-cs-mermas (ws-s) = ws-cs-mermas (ws-s)
              + aj-cantidad * ws-cu-costo.
           go sumar-mermas.

      *_diferencias de las cajas cerradas en el periodo
       sumar-cajas.
           read caja-sesiones next record
               at end go sumar-sobreventas.
           if not caja-cerrada then go sumar-cajas.
           move cj-dia-cierre to ws-fe-dia.
           move cj-mes-cierre to ws-fe-mes.
           move cj-ano-cierre to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-cajas.
           move cj-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-cajas.
           if caja-faltante then
              add cj-diferencia to ws-cs-faltante (ws-s)
           end-if.
           if caja-sobrante then
              add cj-diferencia to ws-cs-sobrante (ws-s)
           end-if.
           go sumar-cajas.

      *_demanda perdida: lo pedido y no cubierto, valorizado al
      *_precio de lista vigente igual que en opcion-40
       sumar-sobreventas.
           read sobreventas next record
               at end go totalizar-cadena.
           if so-cantidad-solicitada <= so-cantidad-disponible then
              go sumar-sobreventas
           end-if.
           move so-fhr-dia to ws-fe-dia.
           move so-fhr-mes to ws-fe-mes.
           move so-fhr-ano to ws-fe-ano.
           perform revisar-fecha thru fin-revisar-fecha.
           if ws-en-periodo = "N" then go sumar-sobreventas.
           move so-sucursal to ws-suc-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           if ws-s = 0 then go sumar-sobreventas.
           compute ws-unidades-perdidas =
              so-cantidad-solicitada - so-cantidad-disponible.
           move so-codigo-medicamento to pr-codigo-medicamento.
           read lista-precios key is pr-codigo-medicamento
               invalid key move 0 to pr-precio-venta end-read.
           add ws-unidades-perdidas to ws-cs-perdida-u (ws-s).
           compute ws-cs-perdida-valor (ws-s) =
              ws-cs-perdida-valor (ws-s)
              + ws-unidades-perdidas * pr-precio-venta.
           go sumar-sobreventas.

       totalizar-cadena.
           close sucursales.
           close factura-venta.
           close medicamentos.
           close movimiento-medicamento.
           close notas-venta.
           close ajustes-stock.
           close caja-sesiones.
           close sobreventas.
           close lista-precios.
           close costos-promedio.
           close consignaciones.
           move 1 to ws-i.
           perform sumar-total-sucursal thru fin-sumar-total-sucursal.

       escribir-comparativo.
           open output informe-comparativo.
           move dia-desde to tc-dia-desde.
           move mes-desde to tc-mes-desde.
           move ano-desde to tc-ano-desde.
           move dia-hasta to tc-dia-hasta.
           move mes-hasta to tc-mes-hasta.
           move ano-hasta to tc-ano-hasta.
           move "lote" to tc-metodo.
           if ws-metodo-costo = "P" then move "promedio" to tc-metodo.
           move ws-dias-periodo to tp-dias.
           write reg-informe-comparativo
              from ws-linea-titulo-comparativo.
           write reg-informe-comparativo
              from ws-linea-periodo-comparativo.
           move 1 to ws-b.
       escribir-bloque.
           if ws-b > ws-total-sucursales then
              go cerrar-comparativo
           end-if.
           perform escribir-cabecera-bloque
               thru fin-escribir-cabecera-bloque.
           move 1 to ws-fila.
           perform escribir-fila thru fin-escribir-fila.
           add 4 to ws-b.
           go escribir-bloque.
       cerrar-comparativo.
           write reg-informe-comparativo from linea-subrayado.
           write reg-informe-comparativo
              from ws-linea-nota-comparativo.
           close informe-comparativo.
           move "comparativo de sucursales" to ws-sp-titulo.
           move "compsuc.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           goback.

      *_maestro de sucursales a la tabla, con acumulados en cero
       cargar-sucursales.
           move 0 to ws-total-sucursales.
           move 1 to ws-i.
           perform limpiar-sucursal thru fin-limpiar-sucursal.
           move spaces to ws-cs-codigo (ws-col-total).
           move "total cadena" to ws-cs-nombre (ws-col-total).
           move low-values to su-codigo.
           start sucursales key is >= su-codigo
               invalid key go fin-cargar-sucursales.
       leer-sucursal.
           read sucursales next record
               at end go fin-cargar-sucursales.
           if ws-total-sucursales >= 20 then
              go fin-cargar-sucursales
           end-if.
           add 1 to ws-total-sucursales.
           move su-codigo to ws-cs-codigo (ws-total-sucursales).
           move su-nombre to ws-cs-nombre (ws-total-sucursales).
           go leer-sucursal.
       fin-cargar-sucursales.
           exit.

       limpiar-sucursal.
           if ws-i > ws-col-total then go fin-limpiar-sucursal.
           move spaces to ws-cs-codigo (ws-i).
           move spaces to ws-cs-nombre (ws-i).
           move 0 to ws-cs-neto (ws-i).
           move 0 to ws-cs-costo (ws-i).
           move 0 to ws-cs-facturas (ws-i).
           move 0 to ws-cs-monto-facturas (ws-i).
           move 0 to ws-cs-inventario (ws-i).
           move 0 to ws-cs-mermas (ws-i).
           move 0 to ws-cs-faltante (ws-i).
           move 0 to ws-cs-sobrante (ws-i).
           move 0 to ws-cs-perdida-u (ws-i).
           move 0 to ws-cs-perdida-valor (ws-i).
           add 1 to ws-i.
           go limpiar-sucursal.
       fin-limpiar-sucursal.
           exit.

      *_posicion de ws-suc-buscada en ws-s; los registros anteriores
      *_a las sucursales no traen codigo y son de la casa matriz 01.
      *_una sucursal sin maestro se agrega al final de la tabla
       ubicar-sucursal.
           if ws-suc-buscada = spaces then
              move "01" to ws-suc-buscada
           end-if.
           move 1 to ws-s.
       comparar-sucursal.
           if ws-s > ws-total-sucursales then go agregar-sucursal.
           if ws-cs-codigo (ws-s) = ws-suc-buscada then
              go fin-ubicar-sucursal
           end-if.
           add 1 to ws-s.
           go comparar-sucursal.
       agregar-sucursal.
           if ws-total-sucursales >= 20 then
              move 0 to ws-s
              go fin-ubicar-sucursal
           end-if.
           add 1 to ws-total-sucursales.
           move ws-total-sucursales to ws-s.
           move ws-suc-buscada to ws-cs-codigo (ws-s).
           move "(sin maestro)" to ws-cs-nombre (ws-s).
       fin-ubicar-sucursal.
           exit.

      *_ws-en-periodo = S si la fecha ws-fe-dia/mes/ano cae dentro
      *_del periodo pedido
       revisar-fecha.
           move "N" to ws-en-periodo.
           move ws-fe-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + ws-fe-mes * 100 + ws-fe-dia.
           if ws-orden-evento >= ws-orden-desde and
              ws-orden-evento <= ws-orden-hasta then
              move "S" to ws-en-periodo
           end-if.
       fin-revisar-fecha.
           exit.

      *_costo unitario de ws-cu-codigo / ws-cu-lote segun el metodo;
      *_si el lote ya no existe se usa el costo promedio del codigo.
      *_deja tambien la sucursal del lote en ws-cu-sucursal
       obtener-costo-unitario.
           move 0 to ws-cu-costo.
           move spaces to ws-cu-sucursal.
           move ws-cu-codigo to codigo-medicamento.
           move ws-cu-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go leer-costo-promedio.
           move precio-costo-u to ws-cu-costo.
           move med-sucursal   to ws-cu-sucursal.
           if ws-metodo-costo not = "P" then
              go fin-obtener-costo-unitario
           end-if.
       leer-costo-promedio.
           move ws-cu-codigo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key go fin-obtener-costo-unitario.
           move cp-costo-promedio to ws-cu-costo.
       fin-obtener-costo-unitario.
           exit.

       sumar-total-sucursal.
           if ws-i > ws-total-sucursales then
              go fin-sumar-total-sucursal
           end-if.
           add ws-cs-neto (ws-i) to ws-cs-neto (ws-col-total).
           add ws-cs-costo (ws-i) to ws-cs-costo (ws-col-total).
           add ws-cs-facturas (ws-i) to ws-cs-facturas (ws-col-total).
           add ws-cs-monto-facturas (ws-i)
              to ws-cs-monto-facturas (ws-col-total).
           add ws-cs-inventario (ws-i)
              to ws-cs-inventario (ws-col-total).
           add ws-cs-mermas (ws-i) to ws-cs-mermas (ws-col-total).
           add ws-cs-faltante (ws-i) to ws-cs-faltante (ws-col-total).
           add ws-cs-sobrante (ws-i) to ws-cs-sobrante (ws-col-total).
           add ws-cs-perdida-u (ws-i)
              to ws-cs-perdida-u (ws-col-total).
           add ws-cs-perdida-valor (ws-i)
              to ws-cs-perdida-valor (ws-col-total).
           add 1 to ws-i.
           go sumar-total-sucursal.
       fin-sumar-total-sucursal.
           exit.

      *_dos lineas de cabecera: codigo y nombre de cada sucursal del
      *_bloque y la columna del total
       escribir-cabecera-bloque.
           write reg-informe-comparativo from linea-subrayado.
           move spaces to ws-linea-cabecera-comparativo.
           move "sucursal" to hc-etiqueta.
           move 1 to ws-k.
       cabecera-codigo.
           if ws-k > 4 then go cabecera-codigo-total.
           compute ws-s = ws-b + ws-k - 1.
           if ws-s <= ws-total-sucursales then
              move ws-cs-codigo (ws-s) to hc-texto (ws-k)
           end-if.
           add 1 to ws-k.
           go cabecera-codigo.
       cabecera-codigo-total.
           move "total" to hc-texto (5).
           write reg-informe-comparativo
              from ws-linea-cabecera-comparativo.
           move spaces to ws-linea-cabecera-comparativo.
           move 1 to ws-k.
       cabecera-nombre.
           if ws-k > 4 then go cabecera-nombre-total.
           compute ws-s = ws-b + ws-k - 1.
           if ws-s <= ws-total-sucursales then
              move ws-cs-nombre (ws-s) to hc-texto (ws-k)
           end-if.
           add 1 to ws-k.
           go cabecera-nombre.
       cabecera-nombre-total.
           move "cadena" to hc-texto (5).
           write reg-informe-comparativo
              from ws-linea-cabecera-comparativo.
       fin-escribir-cabecera-bloque.
           exit.

      *_una fila por indicador: las cuatro sucursales del bloque que
      *_existan y el total de la cadena
       escribir-fila.
           if ws-fila > ws-total-filas then go fin-escribir-fila.
           move spaces to ws-linea-fila-comparativo.
           move ws-etiqueta (ws-fila) to lf-etiqueta.
           move 1 to ws-k.
       escribir-celda.
           if ws-k > 5 then go grabar-fila.
           compute ws-s = ws-b + ws-k - 1.
           if ws-k = 5 then move ws-col-total to ws-s.
           if ws-s > ws-total-sucursales and ws-k < 5 then
              go siguiente-celda
           end-if.
           perform calcular-celda thru fin-calcular-celda.
           if ws-fila = 4 or ws-fila = 8 then
              move ws-valor-celda to lf-decimal (ws-k)
           else
              move ws-valor-celda to lf-valor (ws-k)
           end-if.
       siguiente-celda.
           add 1 to ws-k.
           go escribir-celda.
       grabar-fila.
           write reg-informe-comparativo
              from ws-linea-fila-comparativo.
           add 1 to ws-fila.
           go escribir-fila.
       fin-escribir-fila.
           exit.

      *_valor del indicador ws-fila para la sucursal ws-s. los dias
      *_de stock son el inventario dividido por el costo de venta
      *_diario del periodo
       calcular-celda.
           move 0 to ws-valor-celda.
           if ws-fila = 1 then
              move ws-cs-neto (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 2 then
              move ws-cs-costo (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 3 then
              compute ws-valor-celda =
                 ws-cs-neto (ws-s) - ws-cs-costo (ws-s)
           end-if.
           if ws-fila = 4 and ws-cs-neto (ws-s) > 0 then
              compute ws-valor-celda rounded =
                 (ws-cs-neto (ws-s) - ws-cs-costo (ws-s)) * 100
                 / ws-cs-neto (ws-s)
           end-if.
           if ws-fila = 5 then
              move ws-cs-facturas (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 6 and ws-cs-facturas (ws-s) > 0 then
              compute ws-valor-celda rounded =
                 ws-cs-monto-facturas (ws-s) / ws-cs-facturas (ws-s)
           end-if.
           if ws-fila = 7 then
              move ws-cs-inventario (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 8 and ws-cs-costo (ws-s) > 0 then
              compute ws-valor-celda rounded =
                 ws-cs-inventario (ws-s) * ws-dias-periodo
                 / ws-cs-costo (ws-s)
           end-if.
           if ws-fila = 9 then
              move ws-cs-mermas (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 10 then
              move ws-cs-faltante (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 11 then
              move ws-cs-sobrante (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 12 then
              move ws-cs-perdida-u (ws-s) to ws-valor-celda
           end-if.
           if ws-fila = 13 then
              move ws-cs-perdida-valor (ws-s) to ws-valor-celda
           end-if.
       fin-calcular-celda.
           exit.

       leer-parametros.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           if costo-promedio then move "P" to ws-metodo-costo.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
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
