       identification division.
       program-id. opcion-81.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select promociones assign to disk
           organization is indexed
           access mode is dynamic
           record key is pm-codigo-medicamento.

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

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_efectividad de las promociones impresa a texto
           select informe-promociones assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd informe-promociones
           label record is standard
           value of file-id "promoef.txt".
       01 reg-informe-promociones pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
      *_codigo a informar, en blanco todas las promociones
       77 ws-codigo-filtro         pic x(6) value spaces.
      *_metodo de costo: L = promedio de los lotes en bodega, P =
      *_costo promedio ponderado del codigo (costoprom.dat)
       77 ws-metodo-costo          pic x value "L".
      *_fechas como numero de dia (ano * 360 + mes * 30 + dia)
       77 ws-dia-hoy               pic 9(7).
       77 ws-dia-desde             pic 9(7).
       77 ws-dia-hasta             pic 9(7).
       77 ws-dia-base-desde        pic 9(7).
       77 ws-dia-base-hasta        pic 9(7).
       77 ws-dia-venta             pic 9(7).
       77 ws-dias-promo            pic 9(5).
       77 ws-dia-fecha             pic 9(7).
       77 ws-resto-dias            pic 9(7).
       77 ws-fe-dia                pic 99.
       77 ws-fe-mes                pic 99.
       77 ws-fe-ano                pic 99.
       77 ws-estado-promo          pic x(9).
      *_costo unitario y principio activo del codigo en curso
       77 ws-codigo-costo          pic x(6).
       77 ws-costo-codigo          pic 9(7) value 0.
       77 ws-costo-suma            pic 9(10) value 0.
       77 ws-costo-lotes           pic 9(4) value 0.
       77 ws-principio-promo       pic x(20).
       77 ws-neto-linea            pic s9(9).
      *_acumulados de la promocion: 1 periodo de la promocion, 2
      *_periodo base anterior de igual largo
       01 ws-acumulados-promo.
          02 ws-ac-periodo occurs 2 times.
             03 ws-ac-unidades     pic s9(9).
             03 ws-ac-neto         pic s9(11).
             03 ws-ac-descuento    pic s9(11).
             03 ws-ac-margen       pic s9(11).
             03 ws-ac-equivalentes pic s9(9).
       77 ws-p                     pic 9.
      *_codigos con el mismo principio activo que el promocionado
       01 ws-tabla-equivalentes.
          02 ws-eq-codigo          pic x(6) occurs 50 times.
       77 ws-total-equivalentes    pic 9(3) value 0.
       77 ws-max-equivalentes      pic 9(3) value 50.
       77 ws-e                     pic 9(3).
       77 ws-codigo-ventas         pic x(6).
      *_totales del informe
       77 ws-promos-informadas     pic 9(5) value 0.
       77 ws-total-descuento       pic s9(11) value 0.
       77 ws-total-margen-ganado   pic s9(11) value 0.
      *_lineas del informe impreso
       01 ws-linea-titulo-promos.
          02 filler                pic x(40)
             value "efectividad de las promociones  costo: ".
          02 tp-metodo             pic x(8).
          02 filler                pic x(10) value "  emitido ".
          02 tp-fecha              pic x(8).
          02 filler                pic x(14) value spaces.
       01 ws-linea-promocion.
          02 lp-codigo             pic x(6).
          02 filler                pic x value space.
          02 lp-descripcion        pic x(30).
          02 filler                pic x value space.
          02 lp-tipo               pic x(10).
          02 lp-valor              pic z(6)9.
          02 filler                pic x value space.
          02 lp-unidad             pic x(5).
          02 filler                pic x value space.
          02 lp-estado             pic x(9).
          02 filler                pic x(9) value spaces.
       01 ws-linea-cabecera-promos.
          02 filler                pic x(40) value
             "periodo    desde    hasta    unidades  v".
          02 filler                pic x(40) value
             "enta neta  descuento      margen % unid ".
       01 ws-linea-detalle-promos.
          02 ep-periodo            pic x(10).
          02 filler                pic x value space.
          02 ep-desde              pic x(8).
          02 filler                pic x value space.
          02 ep-hasta              pic x(8).
          02 filler                pic x value space.
          02 ep-unidades           pic -(7)9.
          02 filler                pic x value space.
          02 ep-neto               pic -(10)9.
          02 filler                pic x value space.
          02 ep-descuento          pic -(9)9.
          02 filler                pic x value space.
          02 ep-margen             pic -(10)9.
          02 filler                pic x value space.
          02 ep-pct                pic -(3)9.9.
          02 ep-pct-x redefines ep-pct pic x(6).
          02 filler                pic x value space.
       01 ws-linea-equivalentes.
          02 filler                pic x(20)
             value "equivalentes (".
          02 le-cantidad           pic zz9.
          02 filler                pic x(18)
             value " codigos) unid.: ".
          02 le-promo              pic -(7)9.
          02 filler                pic x(7) value " base: ".
          02 le-base               pic -(7)9.
          02 filler                pic x(6) value " var: ".
          02 le-variacion          pic -(7)9.
          02 filler                pic x(2) value spaces.
       01 ws-linea-resultado-promo.
          02 filler                pic x(11) value "resultado: ".
          02 lr-texto              pic x(69).
       01 ws-linea-total-promos.
          02 filler                pic x(30)
             value "descuento total entregado:".
          02 lt-descuento          pic -(10)9.
          02 filler                pic x(39) value spaces.
       01 ws-linea-total-margen.
          02 filler                pic x(30)
             value "margen ganado (perdido):".
          02 lt-margen             pic -(10)9.
          02 filler                pic x(39) value spaces.
       01 ws-linea-nota-promos.
          02 filler                pic x(40) value
             "venta neta sin iva y ya rebajado el desc".
          02 filler                pic x(40) value
             "uento; margen contra el                 ".
       01 ws-linea-nota-promos-2.
          02 filler                pic x(40) value
             "costo del codigo. base: los mismos dias ".
          02 filler                pic x(40) value
             "justo antes de la promocion.            ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_fecha dd/mm/aa para las lineas del informe
       01 ws-fecha-impresa.
          02 fi-dia                pic 99.
          02 filler                pic x value "/".
          02 fi-mes                pic 99.
          02 filler                pic x value "/".
          02 fi-ano                pic 99.
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
              value is "efectividad de las promociones".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-filtro.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "codigo (en blanco = todas, 0 = volver):".
           02 filler line 12 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-filtro.
           02 filler line 10 col 42
              pic is x(6) using ws-codigo-filtro auto.
           02 filler line 12 col 42
              pic is x using ws-metodo-costo auto.
       01 pantalla-resultado.
           02 filler line 15 col 1
              foreground-color is 2
              value is "informe generado en: promoef.txt".
           02 filler line 16 col 1
              value is "promociones informadas:".
           02 filler col 42
              pic is zzzz9 using ws-promos-informadas.
           02 filler line 17 col 1
              value is "descuento total entregado:".
           02 filler col 42
              pic is -(10)9 using ws-total-descuento.
           02 filler line 18 col 1
              value is "margen ganado (perdido) contra base:".
           02 filler col 42
              pic is -(10)9 using ws-total-margen-ganado.
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
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-hoy = ws-vs-aaaa * 360 + s-mes * 30 + s-dia.
           perform leer-parametros thru fin-leer-parametros.
       pedir-filtro.
           move spaces to ws-codigo-filtro.
           display pantalla-principal.
           display pantalla-filtro.
           accept  datos-filtro.
           if ws-codigo-filtro = "0" then goback end-if.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.
           move 0 to ws-promos-informadas.
           move 0 to ws-total-descuento.
           move 0 to ws-total-margen-ganado.
           open input promociones.
           open input medicamentos.
           open input movimiento-medicamento.
           open input costos-promedio.
           open output informe-promociones.
           move "lote" to tp-metodo.
           if ws-metodo-costo = "P" then move "promedio" to tp-metodo.
           move fecha-programa to tp-fecha.
           write reg-informe-promociones from ws-linea-titulo-promos.
           if ws-codigo-filtro not = spaces then
              move ws-codigo-filtro to pm-codigo-medicamento
              read promociones key is pm-codigo-medicamento
                  invalid key go cerrar-informe-promos
              end-read
              perform evaluar-promocion thru fin-evaluar-promocion
              go cerrar-informe-promos
           end-if.
           move low-values to pm-codigo-medicamento.
           start promociones key is >= pm-codigo-medicamento
               invalid key go cerrar-informe-promos.
       leer-promocion.
           read promociones next record
               at end go cerrar-informe-promos.
           perform evaluar-promocion thru fin-evaluar-promocion.
           go leer-promocion.
       cerrar-informe-promos.
           write reg-informe-promociones from linea-subrayado.
           move ws-total-descuento     to lt-descuento.
           write reg-informe-promociones from ws-linea-total-promos.
           move ws-total-margen-ganado to lt-margen.
           write reg-informe-promociones from ws-linea-total-margen.
           write reg-informe-promociones from ws-linea-nota-promos.
           write reg-informe-promociones from ws-linea-nota-promos-2.
           close informe-promociones.
           close promociones.
           close medicamentos.
           close movimiento-medicamento.
           close costos-promedio.
           move "efectividad de promociones" to ws-sp-titulo.
           move "promoef.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           goback.

      *_una promocion terminada o vigente contra el periodo base: los
      *_mismos dias inmediatamente anteriores a pm-fecha-desde. de la
      *_vigente se toma lo corrido hasta hoy; la futura no se informa
       evaluar-promocion.
           move pm-dia-desde to ws-fe-dia.
           move pm-mes-desde to ws-fe-mes.
           move pm-ano-desde to ws-fe-ano.
           perform fecha-a-dia thru fin-fecha-a-dia.
           move ws-dia-fecha to ws-dia-desde.
           if ws-dia-desde > ws-dia-hoy then go fin-evaluar-promocion.
           move pm-dia-hasta to ws-fe-dia.
           move pm-mes-hasta to ws-fe-mes.
           move pm-ano-hasta to ws-fe-ano.
           perform fecha-a-dia thru fin-fecha-a-dia.
           move ws-dia-fecha to ws-dia-hasta.
           move "terminada" to ws-estado-promo.
           if ws-dia-hasta >= ws-dia-hoy then
              move ws-dia-hoy to ws-dia-hasta
              move "vigente" to ws-estado-promo
           end-if.
           if ws-dia-hasta < ws-dia-desde then
              go fin-evaluar-promocion
           end-if.
           compute ws-dias-promo = ws-dia-hasta - ws-dia-desde + 1.
           compute ws-dia-base-hasta = ws-dia-desde - 1.
           compute ws-dia-base-desde = ws-dia-desde - ws-dias-promo.
           move 1 to ws-p.
       limpiar-acumulados.
           if ws-p > 2 then go costear-promocion.
           move 0 to ws-ac-unidades (ws-p).
           move 0 to ws-ac-neto (ws-p).
           move 0 to ws-ac-descuento (ws-p).
           move 0 to ws-ac-margen (ws-p).
           move 0 to ws-ac-equivalentes (ws-p).
           add 1 to ws-p.
           go limpiar-acumulados.
       costear-promocion.
           move pm-codigo-medicamento to ws-codigo-costo.
           perform buscar-costo-codigo thru fin-buscar-costo-codigo.
           move pm-codigo-medicamento to ws-codigo-ventas.
           move pm-codigo-medicamento to codigo-movimiento.
           start movimiento-medicamento key is = codigo-movimiento
               invalid key go buscar-equivalentes.
       leer-venta-promocion.
           read movimiento-medicamento next record
               at end go buscar-equivalentes.
           if codigo-movimiento not = ws-codigo-ventas then
              go buscar-equivalentes
           end-if.
           perform ubicar-periodo-venta thru fin-ubicar-periodo-venta.
           if ws-p = 0 then go leer-venta-promocion.
           compute ws-neto-linea = total-venta - iva-venta.
           add cantidad-movimiento to ws-ac-unidades (ws-p).
           add ws-neto-linea       to ws-ac-neto (ws-p).
           add descuento-mov       to ws-ac-descuento (ws-p).
           compute ws-ac-margen (ws-p) = ws-ac-margen (ws-p)
              + ws-neto-linea - ws-costo-codigo * cantidad-movimiento.
           go leer-venta-promocion.

      *_los demas codigos del mismo principio activo: si su venta cae
      *_mientras sube la del promocionado, la promocion solo
      *_traslado clientes de un producto a otro
       buscar-equivalentes.
           move 0 to ws-total-equivalentes.
           if ws-principio-promo = spaces then
              go escribir-promocion
           end-if.
           move low-values to clave-medicamento.
           start medicamentos key is >= clave-medicamento
               invalid key go sumar-equivalentes.
       leer-lote-equivalente.
           read medicamentos next record
               at end go sumar-equivalentes.
           if codigo-medicamento = pm-codigo-medicamento or
              principio-activo not = ws-principio-promo then
              go leer-lote-equivalente
           end-if.
           move 1 to ws-e.
       comparar-equivalente.
           if ws-e > ws-total-equivalentes then
              go agregar-equivalente
           end-if.
           if ws-eq-codigo (ws-e) = codigo-medicamento then
              go leer-lote-equivalente
           end-if.
           add 1 to ws-e.
           go comparar-equivalente.
       agregar-equivalente.
           if ws-total-equivalentes >= ws-max-equivalentes then
              go leer-lote-equivalente
           end-if.
           add 1 to ws-total-equivalentes.
           move codigo-medicamento
              to ws-eq-codigo (ws-total-equivalentes).
           go leer-lote-equivalente.
       sumar-equivalentes.
           move 1 to ws-e.
       sumar-codigo-equivalente.
           if ws-e > ws-total-equivalentes then
              go escribir-promocion
           end-if.
           move ws-eq-codigo (ws-e) to ws-codigo-ventas.
           move ws-eq-codigo (ws-e) to codigo-movimiento.
           start movimiento-medicamento key is = codigo-movimiento
               invalid key go siguiente-equivalente.
       leer-venta-equivalente.
           read movimiento-medicamento next record
               at end go siguiente-equivalente.
           if codigo-movimiento not = ws-codigo-ventas then
              go siguiente-equivalente
           end-if.
           perform ubicar-periodo-venta thru fin-ubicar-periodo-venta.
           if ws-p = 0 then go leer-venta-equivalente.
           add cantidad-movimiento to ws-ac-equivalentes (ws-p).
           go leer-venta-equivalente.
       siguiente-equivalente.
           add 1 to ws-e.
           go sumar-codigo-equivalente.

       escribir-promocion.
           add 1 to ws-promos-informadas.
           add ws-ac-descuento (1) to ws-total-descuento.
           compute ws-total-margen-ganado = ws-total-margen-ganado
              + ws-ac-margen (1) - ws-ac-margen (2).
           write reg-informe-promociones from linea-subrayado.
           move pm-codigo-medicamento to lp-codigo.
           move spaces to lp-descripcion.
           move pm-codigo-medicamento to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go describir-tipo-promocion.
           read medicamentos next record
               at end go describir-tipo-promocion.
           if codigo-medicamento = pm-codigo-medicamento then
              move descr-medicamento to lp-descripcion
           end-if.
       describir-tipo-promocion.
           move pm-valor to lp-valor.
           if promo-porcentaje then
              move "descuento" to lp-tipo
              move "%"         to lp-unidad
           else
              move "rebaja $"  to lp-tipo
              move "c/u"       to lp-unidad
           end-if.
           move ws-estado-promo to lp-estado.
           write reg-informe-promociones from ws-linea-promocion.
           write reg-informe-promociones
              from ws-linea-cabecera-promos.
           move "promocion" to ep-periodo.
           move ws-dia-desde to ws-dia-fecha.
           perform dia-a-fecha thru fin-dia-a-fecha.
           move ws-fecha-impresa to ep-desde.
           move ws-dia-hasta to ws-dia-fecha.
           perform dia-a-fecha thru fin-dia-a-fecha.
           move ws-fecha-impresa to ep-hasta.
           move 1 to ws-p.
           perform escribir-periodo thru fin-escribir-periodo.
           move "base" to ep-periodo.
           move ws-dia-base-desde to ws-dia-fecha.
           perform dia-a-fecha thru fin-dia-a-fecha.
           move ws-fecha-impresa to ep-desde.
           move ws-dia-base-hasta to ws-dia-fecha.
           perform dia-a-fecha thru fin-dia-a-fecha.
           move ws-fecha-impresa to ep-hasta.
           move 2 to ws-p.
           perform escribir-periodo thru fin-escribir-periodo.
           move "variacion" to ep-periodo.
           move spaces to ep-desde.
           move spaces to ep-hasta.
           compute ep-unidades =
              ws-ac-unidades (1) - ws-ac-unidades (2).
           compute ep-neto = ws-ac-neto (1) - ws-ac-neto (2).
           compute ep-descuento =
              ws-ac-descuento (1) - ws-ac-descuento (2).
           compute ep-margen = ws-ac-margen (1) - ws-ac-margen (2).
           move spaces to ep-pct-x.
           if ws-ac-unidades (2) not = 0 then
              compute ep-pct rounded =
                 (ws-ac-unidades (1) - ws-ac-unidades (2)) * 100
                 / ws-ac-unidades (2)
           end-if.
           write reg-informe-promociones from ws-linea-detalle-promos.
           if ws-total-equivalentes > 0 then
              move ws-total-equivalentes   to le-cantidad
              move ws-ac-equivalentes (1)  to le-promo
              move ws-ac-equivalentes (2)  to le-base
              compute le-variacion =
                 ws-ac-equivalentes (1) - ws-ac-equivalentes (2)
              write reg-informe-promociones
                 from ws-linea-equivalentes
           end-if.
           move "margen ganado contra la base" to lr-texto.
           if ws-ac-margen (1) < ws-ac-margen (2) then
              move "margen perdido contra la base" to lr-texto
           end-if.
           if ws-ac-unidades (1) > ws-ac-unidades (2) and
              ws-ac-equivalentes (1) < ws-ac-equivalentes (2) and
              ws-ac-unidades (1) - ws-ac-unidades (2) <=
              ws-ac-equivalentes (2) - ws-ac-equivalentes (1) then
              move "solo canibalizo a las equivalentes" to lr-texto
           end-if.
           write reg-informe-promociones
              from ws-linea-resultado-promo.
       fin-evaluar-promocion.
           exit.

       escribir-periodo.
           move ws-ac-unidades (ws-p)  to ep-unidades.
           move ws-ac-neto (ws-p)      to ep-neto.
           move ws-ac-descuento (ws-p) to ep-descuento.
           move ws-ac-margen (ws-p)    to ep-margen.
           move spaces to ep-pct-x.
           write reg-informe-promociones from ws-linea-detalle-promos.
       fin-escribir-periodo.
           exit.

      *_ws-p = 1 si la venta cae en la promocion, 2 si cae en la
      *_base y cero si queda fuera de ambas
       ubicar-periodo-venta.
           move 0 to ws-p.
           move dia-venta to ws-fe-dia.
           move mes-venta to ws-fe-mes.
           move ano-venta to ws-fe-ano.
           perform fecha-a-dia thru fin-fecha-a-dia.
           move ws-dia-fecha to ws-dia-venta.
           if ws-dia-venta >= ws-dia-desde and
              ws-dia-venta <= ws-dia-hasta then
              move 1 to ws-p
           end-if.
           if ws-dia-venta >= ws-dia-base-desde and
              ws-dia-venta <= ws-dia-base-hasta then
              move 2 to ws-p
           end-if.
       fin-ubicar-periodo-venta.
           exit.

      *_costo unitario de ws-codigo-costo: promedio de sus lotes o,
      *_con el metodo P, el costo promedio ponderado. de paso deja
      *_el principio activo del codigo
       buscar-costo-codigo.
           move 0 to ws-costo-codigo.
           move 0 to ws-costo-suma.
           move 0 to ws-costo-lotes.
           move spaces to ws-principio-promo.
           move ws-codigo-costo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go promediar-costo-codigo.
       sumar-costo-lote.
           read medicamentos next record
               at end go promediar-costo-codigo.
           if codigo-medicamento not = ws-codigo-costo then
              go promediar-costo-codigo
           end-if.
           add precio-costo-u to ws-costo-suma.
           add 1 to ws-costo-lotes.
           if principio-activo not = spaces then
              move principio-activo to ws-principio-promo
           end-if.
           go sumar-costo-lote.
       promediar-costo-codigo.
           if ws-costo-lotes > 0 then
              compute ws-costo-codigo =
                 ws-costo-suma / ws-costo-lotes
           end-if.
           if ws-metodo-costo not = "P" then
              go fin-buscar-costo-codigo
           end-if.
           move ws-codigo-costo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key go fin-buscar-costo-codigo.
           move cp-costo-promedio to ws-costo-codigo.
       fin-buscar-costo-codigo.
           exit.

      *_ws-fe-dia/mes/ano como numero de dia de meses de 30
       fecha-a-dia.
           move ws-fe-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-fecha =
              ws-vs-aaaa * 360 + ws-fe-mes * 30 + ws-fe-dia.
       fin-fecha-a-dia.
           exit.

      *_el numero de dia ws-dia-fecha de vuelta a dd/mm/aa
       dia-a-fecha.
           compute ws-resto-dias = ws-dia-fecha - 31.
           divide ws-resto-dias by 360 giving ws-vs-aaaa.
           compute ws-resto-dias = ws-dia-fecha - ws-vs-aaaa * 360 - 1.
           divide ws-resto-dias by 30 giving ws-fe-mes
              remainder ws-fe-dia.
           add 1 to ws-fe-dia.
           divide ws-vs-aaaa by 100 giving ws-resto-dias
              remainder ws-fe-ano.
           move ws-fe-dia to fi-dia.
           move ws-fe-mes to fi-mes.
           move ws-fe-ano to fi-ano.
       fin-dia-a-fecha.
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
