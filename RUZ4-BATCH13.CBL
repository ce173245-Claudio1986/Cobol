       identification division.
       program-id. batch-catalogo.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento.

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

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

           select reservas-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is rv-correlativo.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

      *_catalogo para el sitio web, separado por punto y coma
           select catalogo-web assign to disk
           organization is line sequential.

       data division.
       file section.
      *_codigos con precio de lista (opcion-20); el catalogo publica
      *_precio, promocion vigente y stock disponible por sucursal
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

       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

       fd catalogo-web
           label record is standard
           value of file-id "catalogoweb.csv".
       01 reg-catalogo-web        pic x(100).

       working-storage section.
       01 fecha-sys.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
       77 ws-orden-hoy            pic 9(8).
       77 ws-orden-promo-desde    pic 9(8).
       77 ws-orden-promo-hasta    pic 9(8).
       77 ws-estado-lote          pic x value "A".
       77 ws-descr-codigo         pic x(30).
       77 ws-codigo-descontinuado pic x value "N".
       77 ws-suc-lote             pic x(2).
       77 ws-reservado-codigo     pic 9(7).
       77 ws-precio-oferta        pic s9(8).
       77 ws-lineas-escritas      pic 9(6) value 0.
       77 ws-codigos-publicados   pic 9(5) value 0.
      *_sucursales de sucursales.dat con el stock del codigo en curso;
      *_sin sucursales registradas se publica solo la casa matriz 01
       01 ws-tabla-sucursales.
          02 ws-sucursal occurs 20 times.
             03 ws-su-codigo      pic x(2).
             03 ws-su-stock       pic 9(7).
       77 ws-total-sucursales     pic 9(2) value 0.
       77 ws-s                    pic 9(2).
      *_reservas activas por codigo, cargadas una sola vez
       01 ws-tabla-reservas.
          02 ws-reserva occurs 1000 times.
             03 ws-rs-codigo      pic x(6).
             03 ws-rs-cantidad    pic 9(7).
       77 ws-total-reservas       pic 9(4) value 0.
       77 ws-r                    pic 9(4).
      *_linea del catalogo para el sitio, separada por punto y coma
       01 cw-linea-cabecera.
          02 filler               pic x(40) value
             "codigo;descripcion;precio;precio oferta".
          02 filler               pic x(31) value
             ";oferta hasta;sucursal;stock".
       01 cw-linea.
          02 cw-codigo            pic x(6).
          02 filler               pic x value ";".
          02 cw-descripcion       pic x(30).
          02 filler               pic x value ";".
          02 cw-precio            pic z(6)9.
          02 filler               pic x value ";".
          02 cw-precio-oferta     pic z(6)9.
          02 filler               pic x value ";".
          02 cw-oferta-hasta.
             03 cw-dia-oferta     pic 99.
             03 cw-sep-1          pic x.
             03 cw-mes-oferta     pic 99.
             03 cw-sep-2          pic x.
             03 cw-ano-oferta     pic 99.
          02 filler               pic x value ";".
          02 cw-sucursal          pic x(2).
          02 filler               pic x value ";".
          02 cw-disponible        pic z(6)9.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
       procedure division.
       inicio.
           accept fecha-sys from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + s-mes * 100 + s-dia.
           open input lista-precios.
           open input promociones.
           open input medicamentos.
           open input estados-medicamento.
           open input reservas-stock.
           open input sucursales.
           open output catalogo-web.
           perform cargar-sucursales thru fin-cargar-sucursales.
           perform cargar-reservas thru fin-cargar-reservas.
           write reg-catalogo-web from cw-linea-cabecera.
           move low-values to pr-codigo-medicamento.
           start lista-precios key is >= pr-codigo-medicamento
               invalid key go fin-batch.
      *_un codigo con precio de lista entra al catalogo si tiene
      *_lotes y no esta descontinuado; se publica una linea por
      *_sucursal con su stock disponible
       leer-precio.
           read lista-precios next record at end go fin-batch.
           if pr-precio-venta = 0 then go leer-precio.
           perform sumar-stock-codigo thru fin-sumar-stock-codigo.
           if ws-descr-codigo = spaces then go leer-precio.
           if ws-codigo-descontinuado = "S" then go leer-precio.
           perform fijar-precio-oferta thru fin-fijar-precio-oferta.
           perform buscar-reserva-codigo
               thru fin-buscar-reserva-codigo.
           move pr-codigo-medicamento to cw-codigo.
           move ws-descr-codigo       to cw-descripcion.
           move pr-precio-venta       to cw-precio.
           move ws-precio-oferta      to cw-precio-oferta.
           move 0 to ws-s.
       escribir-sucursal.
           add 1 to ws-s.
           if ws-s > ws-total-sucursales then
              add 1 to ws-codigos-publicados
              go leer-precio
           end-if.
      *_las reservas no llevan sucursal: se descuentan del stock de
      *_cada sucursal, igual que en la venta de meson
           move ws-su-codigo (ws-s) to cw-sucursal.
           if ws-reservado-codigo >= ws-su-stock (ws-s) then
              move 0 to cw-disponible
           else
              compute cw-disponible =
                 ws-su-stock (ws-s) - ws-reservado-codigo
           end-if.
           write reg-catalogo-web from cw-linea.
           add 1 to ws-lineas-escritas.
           go escribir-sucursal.
       fin-batch.
           close lista-precios.
           close promociones.
           close medicamentos.
           close estados-medicamento.
           close reservas-stock.
           close sucursales.
           close catalogo-web.
           display "batch-catalogo: codigos publicados: "
                   ws-codigos-publicados
                   "  lineas: " ws-lineas-escritas.
           stop run.

       cargar-sucursales.
           move 0 to ws-total-sucursales.
           move low-values to su-codigo.
           start sucursales key is >= su-codigo
               invalid key go revisar-sucursales.
       leer-sucursal.
           read sucursales next record at end go revisar-sucursales.
           if ws-total-sucursales >= 20 then go revisar-sucursales.
           add 1 to ws-total-sucursales.
           move su-codigo to ws-su-codigo (ws-total-sucursales).
           go leer-sucursal.
       revisar-sucursales.
           if ws-total-sucursales = 0 then
              move 1 to ws-total-sucursales
              move "01" to ws-su-codigo (1)
           end-if.
       fin-cargar-sucursales.
           exit.

       cargar-reservas.
           move 0 to ws-total-reservas.
           move 0 to rv-correlativo.
           start reservas-stock key is >= rv-correlativo
               invalid key go fin-cargar-reservas.
       leer-reserva.
           read reservas-stock next record
               at end go fin-cargar-reservas.
           if not reserva-activa then go leer-reserva.
           move 0 to ws-r.
       ubicar-reserva.
           add 1 to ws-r.
           if ws-r > ws-total-reservas then
              if ws-total-reservas >= 1000 then
                 go leer-reserva
              end-if
              add 1 to ws-total-reservas
              move rv-codigo to ws-rs-codigo (ws-r)
              move 0 to ws-rs-cantidad (ws-r)
           end-if.
           if ws-rs-codigo (ws-r) not = rv-codigo then
              go ubicar-reserva
           end-if.
           add rv-cantidad to ws-rs-cantidad (ws-r).
           go leer-reserva.
       fin-cargar-reservas.
           exit.

       buscar-reserva-codigo.
           move 0 to ws-reservado-codigo.
           move 0 to ws-r.
       comparar-reserva-codigo.
           add 1 to ws-r.
           if ws-r > ws-total-reservas then
              go fin-buscar-reserva-codigo
           end-if.
           if ws-rs-codigo (ws-r) not = pr-codigo-medicamento then
              go comparar-reserva-codigo
           end-if.
           move ws-rs-cantidad (ws-r) to ws-reservado-codigo.
       fin-buscar-reserva-codigo.
           exit.

      *_stock de los lotes no vencidos ni en cuarentena del codigo,
      *_por sucursal (los lotes sin marca son de la casa matriz)
       sumar-stock-codigo.
           move spaces to ws-descr-codigo.
           move "N" to ws-codigo-descontinuado.
           move 0 to ws-s.
       limpiar-stock-sucursal.
           add 1 to ws-s.
           if ws-s <= ws-total-sucursales then
              move 0 to ws-su-stock (ws-s)
              go limpiar-stock-sucursal
           end-if.
           move pr-codigo-medicamento to em-codigo.
           move 0 to em-lote.
           read estados-medicamento key is em-clave
               invalid key move "A" to em-estado
           end-read.
           if estado-discontinuado then
              move "S" to ws-codigo-descontinuado
              go fin-sumar-stock-codigo
           end-if.
           move pr-codigo-medicamento to cod-med-vto.
           move 0 to vencimiento-orden.
           start medicamentos key is >= clave-vencimiento
               invalid key go fin-sumar-stock-codigo.
       leer-lote-codigo.
           read medicamentos next record
               at end go fin-sumar-stock-codigo.
           if cod-med-vto not = pr-codigo-medicamento then
              go fin-sumar-stock-codigo
           end-if.
           if ws-descr-codigo = spaces then
              move descr-medicamento to ws-descr-codigo
           end-if.
           if cantidad-stock = 0 then go leer-lote-codigo.
           if vencimiento-orden < ws-orden-hoy then
              go leer-lote-codigo
           end-if.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then go leer-lote-codigo.
           move med-sucursal to ws-suc-lote.
           if ws-suc-lote = spaces then move "01" to ws-suc-lote.
           move 0 to ws-s.
       ubicar-sucursal-lote.
           add 1 to ws-s.
           if ws-s > ws-total-sucursales then go leer-lote-codigo.
           if ws-su-codigo (ws-s) not = ws-suc-lote then
              go ubicar-sucursal-lote
           end-if.
           add cantidad-stock to ws-su-stock (ws-s).
           go leer-lote-codigo.
       fin-sumar-stock-codigo.
           exit.

      *_precio con la promocion vigente hoy (porcentaje o monto por
      *_unidad); sin promocion la oferta es el mismo precio de lista
       fijar-precio-oferta.
           move pr-precio-venta to ws-precio-oferta.
           move spaces to cw-oferta-hasta.
           move pr-codigo-medicamento to pm-codigo-medicamento.
           read promociones key is pm-codigo-medicamento
               invalid key go fin-fijar-precio-oferta.
           move pm-ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-promo-desde = ws-vs-aaaa * 10000
              + pm-mes-desde * 100 + pm-dia-desde.
           move pm-ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-promo-hasta = ws-vs-aaaa * 10000
              + pm-mes-hasta * 100 + pm-dia-hasta.
           if ws-orden-hoy < ws-orden-promo-desde or
              ws-orden-hoy > ws-orden-promo-hasta then
              go fin-fijar-precio-oferta
           end-if.
           if promo-porcentaje then
              compute ws-precio-oferta rounded = pr-precio-venta
                 - pr-precio-venta * pm-valor / 100
           else
              compute ws-precio-oferta = pr-precio-venta - pm-valor
           end-if.
           if ws-precio-oferta < 0 then move 0 to ws-precio-oferta.
           move pm-dia-hasta to cw-dia-oferta.
           move "/" to cw-sep-1.
           move pm-mes-hasta to cw-mes-oferta.
           move "/" to cw-sep-2.
           move pm-ano-hasta to cw-ano-oferta.
       fin-fijar-precio-oferta.
           exit.

      *_consulta el estado del lote en reg-medicamentos: primero el
      *_lote mismo y despues el registro 000 del codigo completo
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
