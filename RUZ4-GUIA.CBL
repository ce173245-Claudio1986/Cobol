       identification division.
       program-id. emitir-guia.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_rangos de folios autorizados por el sii (opcion-46); la guia
      *_de despacho usa el tipo GUIADE
           select folios assign to disk
           organization is indexed
           access mode is dynamic
           record key is fo-tipo-dte.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

      *_xml del dte 52 y guia impresa, con el folio en el nombre
           select guia-xml assign to disk
           organization is line sequential.

           select guia-impresa assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

       fd guia-xml
           label record is standard
           value of file-id ws-nombre-xml.
       01 reg-guia-xml            pic x(300).

       fd guia-impresa
           label record is standard
           value of file-id ws-nombre-impresa.
       01 reg-guia-impresa        pic x(80).

       working-storage section.
      *_subprograma comun: emite la guia de despacho electronica (dte
      *_52) de un traslado de mercaderia que no es venta. la llaman el
      *_despacho de traslados entre sucursales (opcion-59, opcion-73)
      *_y la devolucion de repartos no entregados (opcion-43). asigna
      *_el folio, escribe el xml y la guia impresa, y la deja en la
      *_cola de impresion; folio cero = no quedan folios GUIADE
       77 ws-nombre-xml            pic x(15).
       77 ws-nombre-impresa        pic x(15).
       77 ws-folio                 pic 9(6).
       77 ws-k                     pic 9(3).
       77 ws-monto-linea           pic 9(9).
       77 ws-total-guia            pic 9(10).
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       77 ws-razon-social          pic x(30) value "farmacia ruz".
       77 ws-rut-empresa           pic x(8) value spaces.
       77 ws-dv-empresa            pic x value space.
       77 ws-origen-nombre         pic x(30).
       77 ws-destino-nombre        pic x(30).
       77 ws-direccion-traslado    pic x(30).
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8).
      *_lineas del xml; IndTraslado 5 = traslado interno entre locales
      *_de la empresa, 7 = guia de devolucion
       01 gx-linea-iddoc.
          02 filler                pic x(35) value
             "<IdDoc><TipoDTE>52</TipoDTE><Folio>".
          02 gx-folio              pic 9(6).
          02 filler                pic x(17) value "</Folio><FchEmis>".
          02 gx-fecha              pic x(10).
          02 filler                pic x(23) value
             "</FchEmis><IndTraslado>".
          02 gx-indicador          pic x.
          02 filler                pic x(22) value
             "</IndTraslado></IdDoc>".
       01 gx-linea-emisor.
          02 filler                pic x(19) value
             "<Emisor><RUTEmisor>".
          02 gx-rut-emisor         pic x(8).
          02 filler                pic x value "-".
          02 gx-dv-emisor          pic x.
          02 filler                pic x(20) value
             "</RUTEmisor><RznSoc>".
          02 gx-razon              pic x(30).
          02 filler                pic x(18) value
             "</RznSoc></Emisor>".
       01 gx-linea-transporte.
          02 filler                pic x(21) value
             "<Transporte><DirDest>".
          02 gx-direccion          pic x(30).
          02 filler                pic x(23) value
             "</DirDest></Transporte>".
       01 gx-linea-totales.
          02 filler                pic x(19) value
             "<Totales><MntTotal>".
          02 gx-total              pic 9(10).
          02 filler                pic x(21) value
             "</MntTotal></Totales>".
       01 gx-linea-detalle.
          02 filler                pic x(20) value
             "<Detalle><NroLinDet>".
          02 gx-linea              pic 9(3).
          02 filler                pic x(32) value
             "</NroLinDet><CdgItem><VlrCodigo>".
          02 gx-codigo             pic x(6).
          02 filler                pic x(31) value
             "</VlrCodigo></CdgItem><NmbItem>".
          02 gx-descr              pic x(30).
          02 filler                pic x(24) value
             "</NmbItem><DscItem>lote ".
          02 gx-lote               pic 9(3).
          02 filler                pic x(19) value
             "</DscItem><QtyItem>".
          02 gx-cant               pic 9(5).
          02 filler                pic x(20) value
             "</QtyItem><UnmdItem>".
          02 gx-unidad             pic xx.
          02 filler                pic x(20) value
             "</UnmdItem><PrcItem>".
          02 gx-precio             pic 9(7).
          02 filler                pic x(21) value
             "</PrcItem><MontoItem>".
          02 gx-monto              pic 9(9).
          02 filler                pic x(22) value
             "</MontoItem></Detalle>".
       01 gx-linea-referencia.
          02 filler                pic x(22) value
             "<Referencia><FolioRef>".
          02 gx-referencia         pic x(6).
          02 filler                pic x(21) value
             "</FolioRef><RazonRef>".
          02 gx-motivo             pic x(20).
          02 filler                pic x(24) value
             "</RazonRef></Referencia>".
      *_lineas de la guia impresa
       01 gi-linea-titulo.
          02 gi-razon              pic x(30).
          02 filler                pic x(5) value spaces.
          02 filler                pic x(31) value
             "guia de despacho electronica n.".
          02 filler                pic x value space.
          02 gi-folio              pic 9(6).
          02 filler                pic x(7) value spaces.
       01 gi-linea-fecha.
          02 filler                pic x(7) value "fecha: ".
          02 gi-dia                pic 99.
          02 filler                pic x value "/".
          02 gi-mes                pic 99.
          02 filler                pic x value "/".
          02 gi-ano                pic 99.
          02 filler                pic x(12) value "    motivo: ".
          02 gi-motivo             pic x(20).
          02 filler                pic x(16) value "    referencia: ".
          02 gi-referencia         pic x(6).
          02 filler                pic x(11) value spaces.
       01 gi-linea-sucursal.
          02 gi-texto-sucursal     pic x(9).
          02 gi-sucursal           pic x(2).
          02 filler                pic x value space.
          02 gi-nombre-sucursal    pic x(30).
          02 filler                pic x(38) value spaces.
       01 gi-linea-direccion.
          02 gi-texto-direccion    pic x(20).
          02 gi-direccion          pic x(30).
          02 filler                pic x(30) value spaces.
       01 gi-linea-encabezado.
          02 filler                pic x(40) value
             "codigo lote descripcion                 ".
          02 filler                pic x(40) value
             "cant. un  costo u.     monto            ".
       01 gi-linea-detalle.
          02 gi-codigo             pic x(6).
          02 filler                pic x value space.
          02 gi-lote               pic zz9.
          02 filler                pic xx value spaces.
          02 gi-descr              pic x(28).
          02 filler                pic x value space.
          02 gi-cant               pic zzzz9.
          02 filler                pic x value space.
          02 gi-unidad             pic xx.
          02 filler                pic x value space.
          02 gi-precio             pic z,zzz,zz9.
          02 filler                pic x value space.
          02 gi-monto              pic zzz,zzz,zz9.
          02 filler                pic x(9) value spaces.
       01 gi-linea-total.
          02 filler                pic x(47) value spaces.
          02 filler                pic x(13) value "total costo: ".
          02 gi-total              pic z,zzz,zzz,zz9.
          02 filler                pic x(7) value spaces.
       01 gi-linea-separador      pic x(80) value all "-".
       01 gi-linea-recepcion.
          02 filler                pic x(40) value
             "recibido por: ____________________  rut:".
          02 filler                pic x(40) value
             " ____________  fecha: ____________      ".
       linkage section.
       01 lk-guia.
          02 lk-gd-indicador       pic x.
             88 guia-traslado-interno value "5".
             88 guia-devolucion       value "7".
          02 lk-gd-origen          pic x(2).
          02 lk-gd-destino         pic x(2).
      *_direccion de destino; en blanco se usa la de la sucursal de
      *_destino. en la devolucion es donde se retira la mercaderia
          02 lk-gd-direccion       pic x(30).
          02 lk-gd-referencia      pic x(6).
          02 lk-gd-operador        pic x(8).
          02 lk-gd-fecha.
             03 lk-gd-dia          pic 99.
             03 lk-gd-mes          pic 99.
             03 lk-gd-ano          pic 99.
          02 lk-gd-lineas          pic 9(3).
          02 lk-gd-linea occurs 50 times.
             03 lk-gd-codigo       pic x(6).
             03 lk-gd-lote         pic 9(3).
             03 lk-gd-descripcion  pic x(30).
             03 lk-gd-cantidad     pic 9(5).
             03 lk-gd-unidad       pic x(2).
             03 lk-gd-precio-costo pic 9(7).
          02 lk-gd-folio           pic 9(6).
       procedure division using lk-guia.
       inicio-guia.
           move 0 to lk-gd-folio.
           if lk-gd-lineas = 0 then go fin-guia end-if.
           if lk-gd-lineas > 50 then move 50 to lk-gd-lineas end-if.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go asignar-folio-guia.
           if pa-razon-social not = spaces then
              move pa-razon-social to ws-razon-social
           end-if.
           move pa-rut-empresa to ws-rut-empresa.
           move pa-dv-empresa  to ws-dv-empresa.
      *_siguiente folio del rango GUIADE, igual que la boleta
       asignar-folio-guia.
           close parametros.
           open i-o folios.
           move "GUIADE" to fo-tipo-dte.
           read folios key is fo-tipo-dte
               invalid key go cerrar-folios-guia.
           if fo-ultimo-folio = 0 then
              move fo-folio-desde to ws-folio
           else
              compute ws-folio = fo-ultimo-folio + 1
           end-if.
           if ws-folio > fo-folio-hasta then
              go cerrar-folios-guia
           end-if.
           move ws-folio to fo-ultimo-folio.
           rewrite reg-folio.
           move ws-folio to lk-gd-folio.
       cerrar-folios-guia.
           close folios.
           if lk-gd-folio = 0 then go fin-guia end-if.
           move spaces to ws-nombre-xml.
           move "guia" to ws-nombre-xml (1:4).
           move lk-gd-folio to ws-nombre-xml (5:6).
           move ".xml" to ws-nombre-xml (11:4).
           move ws-nombre-xml to ws-nombre-impresa.
           move ".txt" to ws-nombre-impresa (11:4).
      *_nombres de las sucursales y direccion de destino
       buscar-sucursales-guia.
           open input sucursales.
           move lk-gd-origen to su-codigo.
           read sucursales key is su-codigo
               invalid key move spaces to su-nombre su-direccion
           end-read.
           move su-nombre to ws-origen-nombre.
           move lk-gd-destino to su-codigo.
           read sucursales key is su-codigo
               invalid key move spaces to su-nombre su-direccion
           end-read.
           move su-nombre    to ws-destino-nombre.
           move su-direccion to ws-direccion-traslado.
           close sucursales.
           if lk-gd-direccion not = spaces then
              move lk-gd-direccion to ws-direccion-traslado
           end-if.
           move 0 to ws-total-guia.
           move 0 to ws-k.
       sumar-lineas-guia.
           add 1 to ws-k.
           if ws-k > lk-gd-lineas then go escribir-xml-guia end-if.
           compute ws-total-guia = ws-total-guia +
              lk-gd-cantidad (ws-k) * lk-gd-precio-costo (ws-k).
           go sumar-lineas-guia.
       escribir-xml-guia.
           open output guia-xml.
           move spaces to reg-guia-xml.
           move "<DTE version=""1.0"">" to reg-guia-xml.
           write reg-guia-xml.
           move "<Documento>" to reg-guia-xml.
           write reg-guia-xml.
           move "<Encabezado>" to reg-guia-xml.
           write reg-guia-xml.
           move lk-gd-folio to gx-folio.
           move lk-gd-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to gx-fecha (1:4).
           move "-" to gx-fecha (5:1).
           move lk-gd-mes to gx-fecha (6:2).
           move "-" to gx-fecha (8:1).
           move lk-gd-dia to gx-fecha (9:2).
           move lk-gd-indicador to gx-indicador.
           write reg-guia-xml from gx-linea-iddoc.
           move ws-rut-empresa  to gx-rut-emisor.
           move ws-dv-empresa   to gx-dv-emisor.
           move ws-razon-social to gx-razon.
           write reg-guia-xml from gx-linea-emisor.
           move ws-direccion-traslado to gx-direccion.
           write reg-guia-xml from gx-linea-transporte.
           move ws-total-guia to gx-total.
           write reg-guia-xml from gx-linea-totales.
           move "</Encabezado>" to reg-guia-xml.
           write reg-guia-xml.
           move 0 to ws-k.
       xml-detalle-guia.
           add 1 to ws-k.
           if ws-k > lk-gd-lineas then go cerrar-xml-guia end-if.
           move ws-k                    to gx-linea.
           move lk-gd-codigo (ws-k)      to gx-codigo.
           move lk-gd-descripcion (ws-k) to gx-descr.
           move lk-gd-lote (ws-k)        to gx-lote.
           move lk-gd-cantidad (ws-k)    to gx-cant.
           move lk-gd-unidad (ws-k)      to gx-unidad.
           move lk-gd-precio-costo (ws-k) to gx-precio.
           compute gx-monto =
              lk-gd-cantidad (ws-k) * lk-gd-precio-costo (ws-k).
           write reg-guia-xml from gx-linea-detalle.
           go xml-detalle-guia.
       cerrar-xml-guia.
           if guia-devolucion then
              move "devolucion" to gx-motivo
           else
              move "traslado interno" to gx-motivo
           end-if.
           move lk-gd-referencia to gx-referencia.
           write reg-guia-xml from gx-linea-referencia.
           move "</Documento>" to reg-guia-xml.
           write reg-guia-xml.
           move "</DTE>" to reg-guia-xml.
           write reg-guia-xml.
           close guia-xml.
      *_guia impresa: acompana la mercaderia y vuelve firmada por
      *_quien la recibe
       imprimir-guia.
           open output guia-impresa.
           move ws-razon-social to gi-razon.
           move lk-gd-folio     to gi-folio.
           write reg-guia-impresa from gi-linea-titulo.
           move lk-gd-dia to gi-dia.
           move lk-gd-mes to gi-mes.
           move lk-gd-ano to gi-ano.
           move gx-motivo to gi-motivo.
           move lk-gd-referencia to gi-referencia.
           write reg-guia-impresa from gi-linea-fecha.
           move "origen:  "        to gi-texto-sucursal.
           move lk-gd-origen       to gi-sucursal.
           move ws-origen-nombre   to gi-nombre-sucursal.
           write reg-guia-impresa from gi-linea-sucursal.
           move "destino: "        to gi-texto-sucursal.
           move lk-gd-destino      to gi-sucursal.
           move ws-destino-nombre  to gi-nombre-sucursal.
           write reg-guia-impresa from gi-linea-sucursal.
           if guia-devolucion then
              move "retiro en:          " to gi-texto-direccion
           else
              move "entrega en:         " to gi-texto-direccion
           end-if.
           move ws-direccion-traslado to gi-direccion.
           write reg-guia-impresa from gi-linea-direccion.
           write reg-guia-impresa from gi-linea-separador.
           write reg-guia-impresa from gi-linea-encabezado.
           write reg-guia-impresa from gi-linea-separador.
           move 0 to ws-k.
       imprimir-detalle-guia.
           add 1 to ws-k.
           if ws-k > lk-gd-lineas then go imprimir-pie-guia end-if.
           move lk-gd-codigo (ws-k)       to gi-codigo.
           move lk-gd-lote (ws-k)         to gi-lote.
           move lk-gd-descripcion (ws-k)  to gi-descr.
           move lk-gd-cantidad (ws-k)     to gi-cant.
           move lk-gd-unidad (ws-k)       to gi-unidad.
           move lk-gd-precio-costo (ws-k) to gi-precio.
           compute ws-monto-linea =
              lk-gd-cantidad (ws-k) * lk-gd-precio-costo (ws-k).
           move ws-monto-linea to gi-monto.
           write reg-guia-impresa from gi-linea-detalle.
           go imprimir-detalle-guia.
       imprimir-pie-guia.
           write reg-guia-impresa from gi-linea-separador.
           move ws-total-guia to gi-total.
           write reg-guia-impresa from gi-linea-total.
           move spaces to reg-guia-impresa.
           write reg-guia-impresa.
           write reg-guia-impresa.
           write reg-guia-impresa from gi-linea-recepcion.
           close guia-impresa.
           move "guia de despacho" to ws-sp-titulo.
           move ws-nombre-impresa  to ws-sp-archivo.
           move lk-gd-operador     to ws-sp-operador.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
                ws-sp-operador
                on exception continue
           end-call.
       fin-guia.
           goback.

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
