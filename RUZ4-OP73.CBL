       identification division.
       program-id. opcion-73.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

           select traslados-sucursal assign to disk
           organization is indexed
           access mode is dynamic
           record key is ts-numero
           alternate record key is ts-folio-guia with duplicates.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

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

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

           select stock-critico assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-scritico.

      *_lineas de traslado propuestas, aprobadas por el supervisor
           select sugerencias-traslado assign to disk
           organization is indexed
           access mode is dynamic
           record key is sg-linea.

      *_sugerencia de traslados impresa a texto
           select informe-sugerencia assign to disk
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

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

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

       fd stock-critico
           label record is standard
           value of file-id "scritico.dat".
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

       fd informe-sugerencia
           label record is standard
           value of file-id "sugtras.txt".
       01 reg-informe-sugerencia  pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 generar-sugerencia    value "1".
          88 revisar-sugerencia    value "2".
          88 generar-traslados     value "3".
          88 volver-menu-principal value "4".
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-operador-id           pic x(8) value spaces.
       77 opcion-continuar         pic 9.
      *_venta reciente: dias hacia atras que se suman de mov.dat; por
      *_vencer: lotes que vencen dentro de esos dias se ofrecen
      *_primero aunque el local no tenga exceso
       77 ws-dias-venta            pic 9(3) value 30.
       77 ws-dias-vencer           pic 9(3) value 90.
      *_fechas en dias aproximados (ano de 360 dias, mes de 30)
       77 ws-dia-hoy               pic 9(7).
       77 ws-dia-evento            pic 9(7).
       77 ws-dias-diferencia       pic s9(7).
      *_codigo en revision y su stock critico (el mayor de sus lotes)
       77 ws-codigo-actual         pic x(6).
       77 ws-descripcion-actual    pic x(30).
       77 ws-critico               pic 9(5).
       77 ws-en-scritico           pic x.
       77 ws-estado-lote           pic x.
       77 ws-suc-lote              pic x(2).
      *_por cada sucursal: stock, venta reciente y lo que vence en el
      *_codigo; de eso sale el objetivo (el critico o la venta
      *_reciente, lo mayor), lo que puede ceder y lo que le falta
       01 ws-tabla-sucursales.
          02 ws-su-item occurs 20 times.
             03 ws-su-codigo       pic x(2).
             03 ws-su-stock        pic 9(7).
             03 ws-su-venta        pic 9(7).
             03 ws-su-vencer       pic 9(7).
             03 ws-su-objetivo     pic 9(7).
             03 ws-su-disponible   pic 9(7).
             03 ws-su-necesidad    pic 9(7).
       77 ws-total-sucursales      pic 9(2) value 0.
      *_lotes del codigo en orden de vencimiento (el primero que
      *_vence es el primero que se ofrece), con su sucursal como
      *_posicion en la tabla anterior
       01 ws-tabla-lotes.
          02 ws-lt-item occurs 100 times.
             03 ws-lt-lote         pic 9(3).
             03 ws-lt-sucursal     pic 9(2).
             03 ws-lt-saldo        pic 9(5).
             03 ws-lt-por-vencer   pic x.
             03 ws-lt-vencimiento.
                04 ws-lt-dia-vcto  pic 99.
                04 ws-lt-mes-vcto  pic 99.
                04 ws-lt-ano-vcto  pic 99.
       77 ws-total-lotes           pic 9(3) value 0.
       77 ws-i                     pic 9(3).
       77 ws-s                     pic 9(3).
       77 ws-l                     pic 9(3).
       77 ws-b                     pic 9(3).
       77 ws-cantidad-propuesta    pic 9(7).
       77 ws-total-necesidad       pic 9(7).
      *_totales de la generacion
       77 ws-numero-linea          pic 9(4) value 0.
       77 ws-codigos-revisados     pic 9(5) value 0.
       77 ws-codigos-sin-cubrir    pic 9(5) value 0.
       77 ws-unidades-propuestas   pic 9(7) value 0.
      *_revision y generacion de los traslados aprobados
       77 ws-linea-actual          pic 9(4).
       77 ws-accion                pic 9.
       77 ws-estado-texto          pic x(10).
       77 ws-motivo-texto          pic x(10).
       77 ws-aprobadas             pic 9(4) value 0.
       77 ws-generados             pic 9(4) value 0.
       77 ws-omitidos              pic 9(4) value 0.
       77 ws-numero-traslado       pic 9(6).
      *_guias de despacho del lote despachado: los traslados nuevos
      *_(desde el primero de esta pasada) se agrupan por origen y
      *_destino, hasta 50 lineas por guia
       77 ws-primer-traslado       pic 9(6) value 0.
       77 ws-guias-emitidas        pic 9(4) value 0.
       77 ws-con-guia              pic 9(4) value 0.
       77 ws-sin-guia              pic 9(4) value 0.
       77 ws-gk                    pic 9(3).
       01 ws-tabla-guia.
          02 ws-gt-numero          pic 9(6) occurs 50 times.
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
      *_lineas del informe impreso
       01 ws-linea-titulo-sugerencia.
          02 filler                pic x(28)
             value "sugerencia de traslados al ".
          02 tl-fecha-titulo       pic x(8).
          02 filler                pic x(16) value "  venta ultimos ".
          02 tl-dias-venta         pic zz9.
          02 filler                pic x(16) value " dias, vence en ".
          02 tl-dias-vencer        pic zz9.
          02 filler                pic x(6) value " dias.".
       01 ws-linea-cabecera-sugerencia.
          02 filler                pic x(40) value
             "lin. codigo descripcion          lot or ".
          02 filler                pic x(40) value
             "  de cant. motivo     vence    cad      ".
       01 ws-linea-leyenda-sugerencia.
          02 filler                pic x(40) value
             "cad * = el codigo tambien esta bajo el c".
          02 filler                pic x(40) value
             "ritico en toda la cadena (scritico.dat) ".
       01 ws-linea-detalle-sugerencia.
          02 ds-linea              pic z(3)9.
          02 filler                pic x value space.
          02 ds-codigo             pic x(6).
          02 filler                pic x value space.
          02 ds-descripcion        pic x(20).
          02 filler                pic x value space.
          02 ds-lote               pic 9(3).
          02 filler                pic x value space.
          02 ds-origen             pic x(2).
          02 filler                pic x(3) value " a ".
          02 ds-destino            pic x(2).
          02 filler                pic x value space.
          02 ds-cantidad           pic z(4)9.
          02 filler                pic x value space.
          02 ds-motivo             pic x(10).
          02 filler                pic x value space.
          02 ds-vencimiento.
             03 ds-dia-vcto        pic 99.
             03 filler             pic x value "/".
             03 ds-mes-vcto        pic 99.
             03 filler             pic x value "/".
             03 ds-ano-vcto        pic 99.
          02 filler                pic x value space.
          02 ds-cadena             pic x(3).
          02 filler                pic x(6) value spaces.
       01 ws-linea-sin-cubrir.
          02 filler                pic x(11) value spaces.
          02 sc-codigo             pic x(6).
          02 filler                pic x(10) value " sucursal ".
          02 sc-sucursal           pic x(2).
          02 filler                pic x(20)
             value " sigue bajo critico,".
          02 filler                pic x(8) value " faltan ".
          02 sc-faltante           pic z(6)9.
          02 filler                pic x(16) value ": comprar al lab".
       01 ws-linea-total-sugerencia.
          02 filler                pic x(20)
             value "lineas propuestas: ".
          02 tg-lineas             pic z(3)9.
          02 filler                pic x(12) value "  unidades: ".
          02 tg-unidades           pic z(6)9.
          02 filler                pic x(22)
             value "  codigos sin cubrir: ".
          02 tg-sin-cubrir         pic z(4)9.
          02 filler                pic x(10) value spaces.
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
              value is "sugerencia de traslados entre sucursales".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-menu.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 1:".
           02 filler col 25
              value is "generar la sugerencia de traslados".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "revisar y aprobar las lineas".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "despachar los traslados aprobados".
           02 filler line 14 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 17 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 17 col 25
              pic is x using opcion required auto.
       01 pantalla-parametros.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "dias de venta reciente (0=volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "lotes que vencen dentro de (dias):".
           02 filler line 13 col 1
              value is "la sugerencia anterior se reemplaza".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-parametros.
           02 filler line 10 col 45
              pic is 9(3) using ws-dias-venta required auto.
           02 filler line 11 col 45
              pic is 9(3) using ws-dias-vencer required auto.
       01 pantalla-resultado.
           02 filler line 15 col 1
              foreground-color is 2
              value is "sugerencia generada en: sugtras.txt".
           02 filler line 16 col 1
              value is "codigos revisados:".
           02 filler col 40
              pic is z(4)9 using ws-codigos-revisados.
           02 filler line 17 col 1
              value is "lineas de traslado propuestas:".
           02 filler col 40
              pic is z(4)9 using ws-numero-linea.
           02 filler line 18 col 1
              value is "codigos que siguen bajo critico:".
           02 filler col 40
              pic is z(4)9 using ws-codigos-sin-cubrir.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-revision.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 7
              value is "linea:".
           02 filler col 25
              pic is z(3)9 using sg-linea.
           02 filler col 45
              foreground-color is 7
              value is "estado:".
           02 filler col 55
              pic is x(10) using ws-estado-texto.
           02 filler line 10 col 1
              foreground-color is 7
              value is "medicamento:".
           02 filler col 25
              pic is x(6) using sg-codigo.
           02 filler col 33
              pic is x(30) using sg-descripcion.
           02 filler line 11 col 1
              foreground-color is 7
              value is "lote / vencimiento:".
           02 filler col 25
              pic is 9(3) using sg-lote.
           02 filler col 33
              pic is 99 using sg-dia-vcto.
           02 filler col 35 value is "/".
           02 filler col 36
              pic is 99 using sg-mes-vcto.
           02 filler col 38 value is "/".
           02 filler col 39
              pic is 99 using sg-ano-vcto.
           02 filler line 12 col 1
              foreground-color is 7
              value is "desde / hacia sucursal:".
           02 filler col 25
              pic is x(2) using sg-origen.
           02 filler col 28 value is "->".
           02 filler col 31
              pic is x(2) using sg-destino.
           02 filler line 13 col 1
              foreground-color is 7
              value is "cantidad / motivo:".
           02 filler col 25
              pic is z(4)9 using sg-cantidad.
           02 filler col 33
              pic is x(10) using ws-motivo-texto.
           02 filler line 14 col 1
              foreground-color is 7
              value is "aprobada por / traslado:".
           02 filler col 25
              pic is x(8) using sg-operador-id.
           02 filler col 35
              pic is z(5)9 using sg-numero-traslado.
           02 filler line 16 col 1
              foreground-color is 7
              value is "1 aprobar  2 rechazar  3 siguiente  4 anterior".
           02 filler line 17 col 1
              foreground-color is 7
              value is "5 aprobar todas las propuestas  6 terminar".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-revision.
           02 filler line 17 col 50
              pic is 9 using ws-accion required auto.
       01 pantalla-generados.
           02 filler line 15 col 1
              foreground-color is 2
              value is "traslados despachados a trasuc.dat".
           02 filler line 16 col 1
              value is "lineas aprobadas despachadas:".
           02 filler col 40
              pic is z(3)9 using ws-generados.
           02 filler line 17 col 1
              value is "lineas omitidas (stock o lote cambiado):".
           02 filler col 44
              pic is z(3)9 using ws-omitidos.
           02 filler line 18 col 1
              value is "guias de despacho emitidas:".
           02 filler col 40
              pic is z(3)9 using ws-guias-emitidas.
           02 filler line 19 col 1
              value is "traslados sin guia (sin folios GUIADE):".
           02 filler col 44
              pic is z(3)9 using ws-sin-guia.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-generados.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-hoy = ws-vs-aaaa * 360 + s-mes * 30 + s-dia.
       abrir-ficheros.
           open input sucursales.
           open i-o traslados-sucursal.
           open i-o medicamentos.
           open input movimiento-medicamento.
           open i-o control-numero.
           open input estados-medicamento.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if opcion = 1 then go pedir-parametros.
           if opcion = 2 then go revisar-sugerencias.
           if opcion = 3 then go despachar-aprobadas.
           go volver.

      *_la sugerencia se arma de nuevo cada vez: por codigo se suma
      *_el stock de cada sucursal (sin cuarentena, consignacion ni
      *_lotes vencidos) y su venta reciente, y lo que sobra en un
      *_local o vence pronto se ofrece al local bajo el critico
       pedir-parametros.
           display pantalla-principal.
           display pantalla-parametros.
           accept  datos-parametros.
           if ws-dias-venta = 0 then go desplejar-menu end-if.
           perform cargar-sucursales thru fin-cargar-sucursales.
           if ws-total-sucursales < 2 then go mensaje-sucursales.
           open output sugerencias-traslado.
           open output informe-sugerencia.
           open input consignaciones.
           open input stock-critico.
           move 0 to ws-numero-linea.
           move 0 to ws-codigos-revisados.
           move 0 to ws-codigos-sin-cubrir.
           move 0 to ws-unidades-propuestas.
           move fecha-programa to tl-fecha-titulo.
           move ws-dias-venta  to tl-dias-venta.
           move ws-dias-vencer to tl-dias-vencer.
           write reg-informe-sugerencia from ws-linea-titulo-sugerencia.
           write reg-informe-sugerencia from linea-subrayado.
           write reg-informe-sugerencia
              from ws-linea-cabecera-sugerencia.
           move spaces to ws-codigo-actual.
      *_un codigo a la vez: se salta al primer lote del codigo
      *_siguiente al revisado
       siguiente-codigo.
           move ws-codigo-actual to codigo-medicamento.
           move 999 to numero-lote.
           start medicamentos key is > clave-medicamento
               invalid key go cerrar-sugerencia.
           read medicamentos next record
               at end go cerrar-sugerencia.
           move codigo-medicamento to ws-codigo-actual.
           move descr-medicamento  to ws-descripcion-actual.
           add 1 to ws-codigos-revisados.
           perform revisar-codigo thru fin-revisar-codigo.
           go siguiente-codigo.
       cerrar-sugerencia.
           move ws-numero-linea        to tg-lineas.
           move ws-unidades-propuestas to tg-unidades.
           move ws-codigos-sin-cubrir  to tg-sin-cubrir.
           write reg-informe-sugerencia from linea-subrayado.
           write reg-informe-sugerencia from ws-linea-total-sugerencia.
           write reg-informe-sugerencia
              from ws-linea-leyenda-sugerencia.
           close sugerencias-traslado.
           close informe-sugerencia.
           close consignaciones.
           close stock-critico.
           move "sugerencia de traslados" to ws-sp-titulo.
           move "sugtras.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go desplejar-menu.

      *_maestro de sucursales a la tabla; la posicion en la tabla es
      *_la que usan los lotes y las ventas del codigo
       cargar-sucursales.
           move 0 to ws-total-sucursales.
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
           move su-codigo to ws-su-codigo (ws-total-sucursales).
           go leer-sucursal.
       fin-cargar-sucursales.
           exit.

       revisar-codigo.
           move 1 to ws-i.
           perform limpiar-sucursal thru fin-limpiar-sucursal.
           move 0 to ws-total-lotes.
           move 0 to ws-critico.
           move ws-codigo-actual to cod-med-vto.
           move 0 to vencimiento-orden.
           start medicamentos key is >= clave-vencimiento
               invalid key go sumar-venta-reciente.
      *_lotes del codigo por fecha de vencimiento
       leer-lote-codigo.
           read medicamentos next record
               at end go sumar-venta-reciente.
           if cod-med-vto not = ws-codigo-actual then
              go sumar-venta-reciente
           end-if.
           if cant-stock-critico > ws-critico then
              move cant-stock-critico to ws-critico
           end-if.
           if cantidad-stock = 0 then go leer-lote-codigo.
           move med-sucursal to ws-suc-lote.
           if ws-suc-lote = spaces then move "01" to ws-suc-lote.
           perform buscar-sucursal thru fin-buscar-sucursal.
           if ws-s = 0 then go leer-lote-codigo.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then go leer-lote-codigo.
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key move "C" to cs-estado
           end-read.
           if consigna-vigente then go leer-lote-codigo end-if.
           move ano-vencimiento to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-evento = ws-vs-aaaa * 360
              + mes-vencimiento * 30 + dia-vencimiento.
           compute ws-dias-diferencia = ws-dia-evento - ws-dia-hoy.
           if ws-dias-diferencia < 0 then go leer-lote-codigo.
           add cantidad-stock to ws-su-stock (ws-s).
           if ws-total-lotes >= 100 then go leer-lote-codigo.
           add 1 to ws-total-lotes.
           move numero-lote    to ws-lt-lote (ws-total-lotes).
           move ws-s           to ws-lt-sucursal (ws-total-lotes).
           move cantidad-stock to ws-lt-saldo (ws-total-lotes).
           move fecha-vencimiento
              to ws-lt-vencimiento (ws-total-lotes).
           move "N" to ws-lt-por-vencer (ws-total-lotes).
           if ws-dias-diferencia <= ws-dias-vencer then
              move "S" to ws-lt-por-vencer (ws-total-lotes)
              add cantidad-stock to ws-su-vencer (ws-s)
           end-if.
           go leer-lote-codigo.
      *_venta de los ultimos dias por la sucursal de cada boleta
       sumar-venta-reciente.
           if ws-critico = 0 then go fin-revisar-codigo.
           move ws-codigo-actual to codigo-movimiento.
           start movimiento-medicamento key is >= codigo-movimiento
               invalid key go calcular-necesidades.
       leer-venta-codigo.
           read movimiento-medicamento next record
               at end go calcular-necesidades.
           if codigo-movimiento not = ws-codigo-actual then
              go calcular-necesidades
           end-if.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-evento = ws-vs-aaaa * 360
              + mes-venta * 30 + dia-venta.
           compute ws-dias-diferencia = ws-dia-hoy - ws-dia-evento.
           if ws-dias-diferencia < 0 or
              ws-dias-diferencia > ws-dias-venta then
              go leer-venta-codigo
           end-if.
           move mov-sucursal to ws-suc-lote.
           if ws-suc-lote = spaces then move "01" to ws-suc-lote.
           perform buscar-sucursal thru fin-buscar-sucursal.
           if ws-s = 0 then go leer-venta-codigo.
           add cantidad-movimiento to ws-su-venta (ws-s).
           go leer-venta-codigo.
       calcular-necesidades.
           move 0 to ws-total-necesidad.
           move 1 to ws-i.
           perform calcular-sucursal thru fin-calcular-sucursal.
           if ws-total-necesidad = 0 then go fin-revisar-codigo.
           move "   " to ds-cadena.
           move ws-codigo-actual to codigo-scritico.
           move 0 to lote-scritico.
           read stock-critico key is clave-scritico
               invalid key go asignar-codigo.
           move " * " to ds-cadena.
       asignar-codigo.
           move 1 to ws-i.
           perform asignar-receptor thru fin-asignar-receptor.
       fin-revisar-codigo.
           exit.

       limpiar-sucursal.
           if ws-i > ws-total-sucursales then go fin-limpiar-sucursal.
           move 0 to ws-su-stock (ws-i).
           move 0 to ws-su-venta (ws-i).
           move 0 to ws-su-vencer (ws-i).
           move 0 to ws-su-objetivo (ws-i).
           move 0 to ws-su-disponible (ws-i).
           move 0 to ws-su-necesidad (ws-i).
           add 1 to ws-i.
           go limpiar-sucursal.
       fin-limpiar-sucursal.
           exit.

      *_posicion de ws-suc-lote en la tabla de sucursales en ws-s
      *_(cero si la sucursal no esta en el maestro)
       buscar-sucursal.
           move 0 to ws-s.
           move 1 to ws-b.
       comparar-sucursal.
           if ws-b > ws-total-sucursales then go fin-buscar-sucursal.
           if ws-su-codigo (ws-b) = ws-suc-lote then
              move ws-b to ws-s
              go fin-buscar-sucursal
           end-if.
           add 1 to ws-b.
           go comparar-sucursal.
       fin-buscar-sucursal.
           exit.

      *_objetivo del local: el critico o su venta reciente si es
      *_mayor. puede ceder lo que pasa del objetivo, o lo que vence
      *_pronto y no alcanza a vender; le falta hasta el objetivo
      *_solo si esta bajo el critico
       calcular-sucursal.
           if ws-i > ws-total-sucursales then go fin-calcular-sucursal.
           move ws-critico to ws-su-objetivo (ws-i).
           if ws-su-venta (ws-i) > ws-su-objetivo (ws-i) then
              move ws-su-venta (ws-i) to ws-su-objetivo (ws-i)
           end-if.
           move 0 to ws-su-disponible (ws-i).
           move 0 to ws-su-necesidad (ws-i).
           if ws-su-stock (ws-i) < ws-critico then
              compute ws-su-necesidad (ws-i) =
                 ws-su-objetivo (ws-i) - ws-su-stock (ws-i)
              add ws-su-necesidad (ws-i) to ws-total-necesidad
              add 1 to ws-i
              go calcular-sucursal
           end-if.
           if ws-su-stock (ws-i) > ws-su-objetivo (ws-i) then
              compute ws-su-disponible (ws-i) =
                 ws-su-stock (ws-i) - ws-su-objetivo (ws-i)
           end-if.
           if ws-su-vencer (ws-i) > ws-su-venta (ws-i) then
              compute ws-cantidad-propuesta =
                 ws-su-vencer (ws-i) - ws-su-venta (ws-i)
              if ws-cantidad-propuesta > ws-su-disponible (ws-i)
                 move ws-cantidad-propuesta to ws-su-disponible (ws-i)
              end-if
           end-if.
           add 1 to ws-i.
           go calcular-sucursal.
       fin-calcular-sucursal.
           exit.

      *_cada local bajo el critico recibe de los lotes de los demas
      *_locales en orden de vencimiento; lo que no se cubre queda
      *_informado como compra al laboratorio
       asignar-receptor.
           if ws-i > ws-total-sucursales then go fin-asignar-receptor.
           if ws-su-necesidad (ws-i) = 0 then
              add 1 to ws-i
              go asignar-receptor
           end-if.
           move 1 to ws-l.
           perform asignar-lote thru fin-asignar-lote.
           if ws-su-necesidad (ws-i) > 0 then
              add 1 to ws-codigos-sin-cubrir
              move ws-codigo-actual      to sc-codigo
              move ws-su-codigo (ws-i)   to sc-sucursal
              move ws-su-necesidad (ws-i) to sc-faltante
              write reg-informe-sugerencia from ws-linea-sin-cubrir
           end-if.
           add 1 to ws-i.
           go asignar-receptor.
       fin-asignar-receptor.
           exit.

       asignar-lote.
           if ws-l > ws-total-lotes then go fin-asignar-lote.
           if ws-su-necesidad (ws-i) = 0 then go fin-asignar-lote.
           move ws-lt-sucursal (ws-l) to ws-s.
           if ws-s not = ws-i and ws-lt-saldo (ws-l) > 0 and
              ws-su-disponible (ws-s) > 0 then
              perform proponer-traslado thru fin-proponer-traslado
           end-if.
           add 1 to ws-l.
           go asignar-lote.
       fin-asignar-lote.
           exit.

       proponer-traslado.
           if ws-numero-linea >= 9999 then go fin-proponer-traslado.
           move ws-su-necesidad (ws-i) to ws-cantidad-propuesta.
           if ws-cantidad-propuesta > ws-su-disponible (ws-s) then
              move ws-su-disponible (ws-s) to ws-cantidad-propuesta
           end-if.
           if ws-cantidad-propuesta > ws-lt-saldo (ws-l) then
              move ws-lt-saldo (ws-l) to ws-cantidad-propuesta
           end-if.
           subtract ws-cantidad-propuesta from ws-su-necesidad (ws-i).
           subtract ws-cantidad-propuesta from ws-su-disponible (ws-s).
           subtract ws-cantidad-propuesta from ws-lt-saldo (ws-l).
           add 1 to ws-numero-linea.
           add ws-cantidad-propuesta to ws-unidades-propuestas.
           move ws-numero-linea       to sg-linea.
           move ws-codigo-actual      to sg-codigo.
           move ws-descripcion-actual to sg-descripcion.
           move ws-lt-lote (ws-l)     to sg-lote.
           move ws-su-codigo (ws-s)   to sg-origen.
           move ws-su-codigo (ws-i)   to sg-destino.
           move ws-cantidad-propuesta to sg-cantidad.
           move "E" to sg-motivo.
           move "exceso" to ds-motivo.
           if ws-lt-por-vencer (ws-l) = "S" then
              move "V" to sg-motivo
              move "por vencer" to ds-motivo
           end-if.
           move ws-lt-vencimiento (ws-l) to sg-vencimiento.
           move "P" to sg-estado.
           move 0 to sg-numero-traslado.
           move spaces to sg-operador-id.
           write reg-sugerencia invalid key go fin-proponer-traslado.
           move sg-linea       to ds-linea.
           move sg-codigo      to ds-codigo.
           move sg-descripcion to ds-descripcion.
           move sg-lote        to ds-lote.
           move sg-origen      to ds-origen.
           move sg-destino     to ds-destino.
           move sg-cantidad    to ds-cantidad.
           move sg-dia-vcto    to ds-dia-vcto.
           move sg-mes-vcto    to ds-mes-vcto.
           move sg-ano-vcto    to ds-ano-vcto.
           write reg-informe-sugerencia
              from ws-linea-detalle-sugerencia.
       fin-proponer-traslado.
           exit.

      *_revision linea a linea: el supervisor aprueba o rechaza y
      *_queda anotado; las lineas ya despachadas no se cambian
       revisar-sugerencias.
           open i-o sugerencias-traslado.
           move 0 to sg-linea.
           start sugerencias-traslado key is >= sg-linea
               invalid key go mensaje-sin-sugerencias.
           read sugerencias-traslado next record
               at end go mensaje-sin-sugerencias.
       mostrar-sugerencia.
           move sg-linea to ws-linea-actual.
           move "propuesta" to ws-estado-texto.
           if sugerencia-aprobada then
              move "aprobada" to ws-estado-texto
           end-if.
           if sugerencia-rechazada then
              move "rechazada" to ws-estado-texto
           end-if.
           if sugerencia-generada then
              move "despachada" to ws-estado-texto
           end-if.
           move "exceso" to ws-motivo-texto.
           if motivo-por-vencer then
              move "por vencer" to ws-motivo-texto
           end-if.
           move 0 to ws-accion.
           display pantalla-principal.
           display pantalla-revision.
           accept  datos-revision.
           if ws-accion = 6 then go cerrar-revision.
           if ws-accion = 5 then go aprobar-todas.
           if ws-accion = 4 then go sugerencia-anterior.
           if ws-accion = 3 then go sugerencia-siguiente.
           if ws-accion < 1 or ws-accion > 2 then
              go mostrar-sugerencia
           end-if.
           if sugerencia-generada then go mostrar-sugerencia.
           move "A" to sg-estado.
           if ws-accion = 2 then move "R" to sg-estado.
           move ws-operador-id to sg-operador-id.
           rewrite reg-sugerencia invalid key go mensaje-error-revision.
       sugerencia-siguiente.
           move ws-linea-actual to sg-linea.
           start sugerencias-traslado key is > sg-linea
               invalid key go releer-sugerencia.
           read sugerencias-traslado next record
               at end go releer-sugerencia.
           go mostrar-sugerencia.
      *_las lineas se numeran seguidas desde 1 al generar
       sugerencia-anterior.
           if ws-linea-actual > 1 then
              subtract 1 from ws-linea-actual
           end-if.
       releer-sugerencia.
           move ws-linea-actual to sg-linea.
           read sugerencias-traslado key is sg-linea
               invalid key go cerrar-revision.
           go mostrar-sugerencia.
       aprobar-todas.
           move 0 to ws-aprobadas.
           move 0 to sg-linea.
           start sugerencias-traslado key is >= sg-linea
               invalid key go informar-aprobadas.
       aprobar-siguiente.
           read sugerencias-traslado next record
               at end go informar-aprobadas.
           if not sugerencia-propuesta then go aprobar-siguiente.
           move "A" to sg-estado.
           move ws-operador-id to sg-operador-id.
           rewrite reg-sugerencia invalid key go aprobar-siguiente.
           add 1 to ws-aprobadas.
           go aprobar-siguiente.
       informar-aprobadas.
           close sugerencias-traslado.
           display " " line 1 col 1 erase eos.
           display "lineas propuestas aprobadas: " ws-aprobadas
                    line 4 col 1.
           go desplejar-menu.
       cerrar-revision.
           close sugerencias-traslado.
           go desplejar-menu.

      *_cada linea aprobada se despacha igual que en opcion-59: sale
      *_del lote de origen y queda en transito hasta que el destino
      *_la confirma; si el lote ya no esta o no alcanza se omite
       despachar-aprobadas.
           open i-o sugerencias-traslado.
           move 0 to ws-generados.
           move 0 to ws-omitidos.
           move 0 to ws-primer-traslado.
           move 0 to sg-linea.
           start sugerencias-traslado key is >= sg-linea
               invalid key go fin-despachar-aprobadas.
       leer-sugerencia-aprobada.
           read sugerencias-traslado next record
               at end go fin-despachar-aprobadas.
           if not sugerencia-aprobada then
              go leer-sugerencia-aprobada
           end-if.
           move sg-destino to su-codigo.
           read sucursales key is su-codigo
               invalid key go omitir-sugerencia.
           move sg-codigo to codigo-medicamento.
           move sg-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go omitir-sugerencia.
           move med-sucursal to ws-suc-lote.
           if ws-suc-lote = spaces then move "01" to ws-suc-lote.
           if ws-suc-lote not = sg-origen then go omitir-sugerencia.
           if cantidad-stock < sg-cantidad then go omitir-sugerencia.
       fijar-numero-traslado.
           move "TRASUC" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-traslado.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to ws-numero-traslado.
           rewrite reg-control.
           go grabar-traslado.
       crear-control-traslado.
           move "TRASUC" to control-tipo.
           move 1 to ultimo-numero.
           write reg-control.
           move 1 to ws-numero-traslado.
       grabar-traslado.
           move ws-numero-traslado  to ts-numero.
           move sg-codigo           to ts-codigo.
           move sg-lote             to ts-lote.
           move sg-cantidad         to ts-cantidad.
           move sg-origen           to ts-sucursal-origen.
           move sg-destino          to ts-sucursal-destino.
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
               invalid key go omitir-sugerencia.
           if ws-primer-traslado = 0 then
              move ws-numero-traslado to ws-primer-traslado
           end-if.
       descontar-stock-origen.
           compute cantidad-stock = cantidad-stock - sg-cantidad.
           if cantidad-sala > cantidad-stock then
              move cantidad-stock to cantidad-sala
           end-if.
           rewrite reg-medicamentos invalid key continue.
           move codigo-medicamento to ws-cp-codigo.
           compute ws-cp-cantidad = 0 - sg-cantidad.
           move precio-costo-u     to ws-cp-costo.
           move "TRASLA"           to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
           move "G" to sg-estado.
           move ws-numero-traslado to sg-numero-traslado.
           rewrite reg-sugerencia invalid key continue.
           add 1 to ws-generados.
           go leer-sugerencia-aprobada.
       omitir-sugerencia.
           add 1 to ws-omitidos.
           go leer-sugerencia-aprobada.
       fin-despachar-aprobadas.
           close sugerencias-traslado.
           perform emitir-guias-despacho
               thru fin-emitir-guias-despacho.
           display pantalla-principal.
           display pantalla-generados.
           accept  datos-generados.
           go desplejar-menu.

      *_una guia por cada origen y destino de los traslados recien
      *_despachados; sin folios GUIADE los que faltan quedan sin guia
       emitir-guias-despacho.
           move 0 to ws-guias-emitidas.
           move 0 to ws-con-guia.
           if ws-generados = 0 then go fin-emitir-guias-despacho.
       buscar-grupo-guia.
           move ws-primer-traslado to ts-numero.
           start traslados-sucursal key is >= ts-numero
               invalid key go fin-emitir-guias-despacho.
       leer-grupo-guia.
           read traslados-sucursal next record
               at end go fin-emitir-guias-despacho.
           if ts-folio-guia not = 0 or
              ts-operador-id not = ws-operador-id or
              not traslado-en-transito then
              go leer-grupo-guia
           end-if.
           move "5"                 to ws-gd-indicador.
           move ts-sucursal-origen  to ws-gd-origen.
           move ts-sucursal-destino to ws-gd-destino.
           move spaces              to ws-gd-direccion.
           move ts-numero           to ws-gd-referencia.
           move ws-operador-id      to ws-gd-operador.
           move dia to ws-gd-dia.
           move mes to ws-gd-mes.
           move ano to ws-gd-ano.
           move 0 to ws-gd-lineas.
       agregar-linea-guia.
           add 1 to ws-gd-lineas.
           move ts-numero        to ws-gt-numero (ws-gd-lineas).
           move ts-codigo        to ws-gd-codigo (ws-gd-lineas).
           move ts-lote          to ws-gd-lote (ws-gd-lineas).
           move ts-descripcion   to ws-gd-descripcion (ws-gd-lineas).
           move ts-cantidad      to ws-gd-cantidad (ws-gd-lineas).
           move ts-unidad-medida to ws-gd-unidad (ws-gd-lineas).
           move ts-precio-costo
                to ws-gd-precio-costo (ws-gd-lineas).
           if ws-gd-lineas = 50 then go llamar-emitir-guia.
       leer-linea-guia.
           read traslados-sucursal next record
               at end go llamar-emitir-guia.
           if ts-folio-guia = 0 and
              ts-operador-id = ws-operador-id and
              traslado-en-transito and
              ts-sucursal-origen = ws-gd-origen and
              ts-sucursal-destino = ws-gd-destino then
              go agregar-linea-guia
           end-if.
           go leer-linea-guia.
       llamar-emitir-guia.
           move 0 to ws-gd-folio.
           call "emitir-guia" using ws-guia
                on exception continue
           end-call.
           if ws-gd-folio = 0 then go fin-emitir-guias-despacho.
           add 1 to ws-guias-emitidas.
           add ws-gd-lineas to ws-con-guia.
           move 0 to ws-gk.
       marcar-traslados-guia.
           add 1 to ws-gk.
           if ws-gk > ws-gd-lineas then go buscar-grupo-guia.
           move ws-gt-numero (ws-gk) to ts-numero.
           read traslados-sucursal key is ts-numero
               invalid key go marcar-traslados-guia.
           move ws-gd-folio to ts-folio-guia.
           rewrite reg-traslado-sucursal invalid key continue
           end-rewrite.
           go marcar-traslados-guia.
       fin-emitir-guias-despacho.
           compute ws-sin-guia = ws-generados - ws-con-guia.
           exit.

       volver.
           close sucursales.
           close traslados-sucursal.
           close medicamentos.
           close movimiento-medicamento.
           close control-numero.
           close estados-medicamento.
           goback.

       mensajes.
       mensaje-sucursales.
           display " " line 1 col 1 erase eos.
           display "se necesitan al menos dos sucursales en el maestro"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-sin-sugerencias.
           close sugerencias-traslado.
           display " " line 1 col 1 erase eos.
           display "no hay sugerencia generada" line 4 col 1.
           go desplejar-menu.
       mensaje-error-revision.
           close sugerencias-traslado.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el registro" line 4 col 1.
           go desplejar-menu.

      *_consulta el estado del lote: primero el lote mismo y despues
      *_el registro 000 del codigo completo
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
