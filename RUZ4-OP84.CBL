       identification division.
       program-id. opcion-84.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ordenes-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is oc-numero.

           select ordenes-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is ol-correlativo.

           select laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-laboratorio.

           select sobreventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is so-correlativo.

           select lista-precios assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-codigo-medicamento.

      *_cumplimiento de entregas impreso a texto
           select informe-fill-rate assign to disk
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

       fd laboratorio
           label record is standard
           value of file-id "lab.dat".
       01 reg-laboratorio.
          02 rut-laboratorio      pic 9(8).
          02 dv-laboratorio       pic x.
          02 razon-social         pic x(15).
          02 dir-laboratorio      pic x(30).
          02 fono-laboratorio     pic x(10).

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

       fd informe-fill-rate
           label record is standard
           value of file-id "fillrate.txt".
       01 reg-fill-rate-linea     pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
      *_periodo pedido sobre la fecha de emision de la orden
       77 ws-mes-desde             pic 99 value 0.
       77 ws-ano-desde             pic 99 value 0.
       77 ws-mes-hasta             pic 99 value 0.
       77 ws-ano-hasta             pic 99 value 0.
       77 ws-periodo-desde         pic 9(6).
       77 ws-periodo-hasta         pic 9(6).
       77 ws-periodo-leido         pic 9(6).
      *_acumulados por laboratorio sobre las ordenes cerradas
       01 ws-tabla-labs.
          02 ws-lab occurs 100 times indexed by ws-idx-lab.
             03 ws-l-rut           pic x(8).
             03 ws-l-ordenes       pic 9(5).
             03 ws-l-ordenes-falta pic 9(5).
             03 ws-l-lineas        pic 9(6).
             03 ws-l-completas     pic 9(6).
             03 ws-l-pedidas       pic 9(9).
             03 ws-l-recibidas     pic 9(9).
             03 ws-l-venta-perdida pic 9(11).
       77 ws-total-labs            pic 9(3) value 0.
       77 ws-fila-hallada          pic x value "S".
      *_codigos con lineas entregadas de menos, por laboratorio
       01 ws-tabla-codigos.
          02 ws-cod occurs 300 times indexed by ws-idx-cod.
             03 ws-c-codigo        pic x(6).
             03 ws-c-descripcion   pic x(30).
             03 ws-c-rut           pic x(8).
             03 ws-c-lab           pic 9(3).
             03 ws-c-lineas        pic 9(5).
             03 ws-c-pedidas       pic 9(9).
             03 ws-c-faltantes     pic 9(9).
             03 ws-c-venta-perdida pic 9(11).
       77 ws-total-codigos         pic 9(3) value 0.
       01 ws-temp-codigo.
          02 ws-t-codigo           pic x(6).
          02 ws-t-descripcion      pic x(30).
          02 ws-t-rut              pic x(8).
          02 ws-t-lab              pic 9(3).
          02 ws-t-lineas           pic 9(5).
          02 ws-t-pedidas          pic 9(9).
          02 ws-t-faltantes        pic 9(9).
          02 ws-t-venta-perdida    pic 9(11).
       77 ws-max-ranking           pic 9(3) value 20.
       77 ws-i                     pic 9(3).
       77 ws-j                     pic 9(3).
       77 ws-idx-max               pic 9(3).
       77 ws-orden-con-falta       pic x.
       77 ws-unidades-faltantes    pic 9(7).
      *_venta perdida de la sobreventa leida, al precio de lista
       77 ws-unidades-perdidas     pic 9(7).
       77 ws-valor-perdido         pic 9(11).
      *_totales generales
       77 ws-ordenes-medidas       pic 9(5) value 0.
       77 ws-ordenes-falta         pic 9(5) value 0.
       77 ws-lineas-medidas        pic 9(6) value 0.
       77 ws-lineas-completas      pic 9(6) value 0.
       77 ws-unidades-pedidas      pic 9(9) value 0.
       77 ws-unidades-recibidas    pic 9(9) value 0.
       77 ws-venta-perdida-total   pic 9(11) value 0.
       77 ws-pct-lineas            pic 9(3)v9 value 0.
       77 ws-pct-unidades          pic 9(3)v9 value 0.
      *_lineas del informe
       01 fr-linea-titulo.
          02 filler                pic x(40)
             value "cumplimiento de entregas por laboratorio".
          02 filler                pic x(3) value "  ".
          02 fr-mes-desde          pic 99.
          02 filler                pic x value "/".
          02 fr-ano-desde          pic 99.
          02 filler                pic x(3) value " a ".
          02 fr-mes-hasta          pic 99.
          02 filler                pic x value "/".
          02 fr-ano-hasta          pic 99.
          02 filler                pic x(24) value spaces.
       01 fr-linea-cabecera-lab.
          02 filler                pic x(40) value
             "rut       laboratorio     ord. falt  lin".
          02 filler                pic x(40) value
             ".  %lin %unid venta perd.               ".
       01 fr-linea-lab.
          02 fr-l-rut              pic x(8).
          02 filler                pic x(2) value spaces.
          02 fr-l-razon            pic x(15).
          02 filler                pic x value space.
          02 fr-l-ordenes          pic z(3)9.
          02 filler                pic x value space.
          02 fr-l-falta            pic z(3)9.
          02 filler                pic x value space.
          02 fr-l-lineas           pic z(4)9.
          02 filler                pic x value space.
          02 fr-l-pct-lineas       pic zz9.9.
          02 filler                pic x value space.
          02 fr-l-pct-unidades     pic zz9.9.
          02 filler                pic x value space.
          02 fr-l-venta-perdida    pic z(10)9.
          02 filler                pic x(15) value spaces.
       01 fr-linea-seccion.
          02 fr-s-texto            pic x(60).
          02 filler                pic x(20) value spaces.
       01 fr-linea-cabecera-codigo.
          02 filler                pic x(40) value
             "codigo descripcion          lab.     lin".
          02 filler                pic x(40) value
             ". pedidas  faltan venta perd.           ".
       01 fr-linea-codigo.
          02 fr-c-codigo           pic x(6).
          02 filler                pic x value space.
          02 fr-c-descripcion      pic x(20).
          02 filler                pic x value space.
          02 fr-c-rut              pic x(8).
          02 filler                pic x value space.
          02 fr-c-lineas           pic z(3)9.
          02 filler                pic x value space.
          02 fr-c-pedidas          pic z(6)9.
          02 filler                pic x value space.
          02 fr-c-faltantes        pic z(6)9.
          02 filler                pic x value space.
          02 fr-c-venta-perdida    pic z(10)9.
          02 filler                pic x(11) value spaces.
       01 fr-linea-nota.
          02 filler                pic x(40) value
             "solo ordenes cerradas; venta perdida: so".
          02 filler                pic x(40) value
             "breventas del periodo a precio de lista ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
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
              value is "cumplimiento de entregas (fill rate)".
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
              value is "ordenes emitidas desde (mm/aa, 00 = volver):".
           02 filler col 49 value is "/".
           02 filler line 11 col 1
              foreground-color is 7
              value is "hasta (mm/aa):".
           02 filler col 49 value is "/".
           02 filler line 13 col 1
              pic is x(80) using linea-subrayado.
       01 datos-periodo.
           02 filler line 10 col 47
              pic is 99 using ws-mes-desde required auto.
           02 filler col 50
              pic is 99 using ws-ano-desde auto.
           02 filler line 11 col 47
              pic is 99 using ws-mes-hasta auto.
           02 filler col 50
              pic is 99 using ws-ano-hasta auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "informe generado en: fillrate.txt".
           02 filler line 11 col 1
              value is "ordenes cerradas medidas:".
           02 filler col 45
              pic is z(4)9 using ws-ordenes-medidas.
           02 filler line 12 col 1
              value is "ordenes cerradas con faltantes:".
           02 filler col 45
              pic is z(4)9 using ws-ordenes-falta.
           02 filler line 13 col 1
              value is "lineas completas (%):".
           02 filler col 45
              pic is zz9.9 using ws-pct-lineas.
           02 filler line 14 col 1
              value is "unidades entregadas (%):".
           02 filler col 45
              pic is zz9.9 using ws-pct-unidades.
           02 filler line 15 col 1
              value is "venta perdida atribuible:".
           02 filler col 39
              pic is z(10)9 using ws-venta-perdida-total.
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
       pedir-periodo.
           move 0 to ws-mes-desde.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-periodo.
           if ws-mes-desde = 0 then go volver-menu end-if.
           if ws-mes-desde > 12 or ws-mes-hasta < 1 or
              ws-mes-hasta > 12 then
              go pedir-periodo
           end-if.
           move ws-ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-periodo-desde = ws-vs-aaaa * 100 + ws-mes-desde.
           move ws-ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-periodo-hasta = ws-vs-aaaa * 100 + ws-mes-hasta.
           if ws-periodo-hasta < ws-periodo-desde then
              go pedir-periodo
           end-if.
       abrir-ficheros.
           open input ordenes-compra.
           open input ordenes-lineas.
           open input laboratorio.
           move 0 to ws-total-labs.
           move 0 to ws-total-codigos.
           move 0 to ws-ordenes-medidas.
           move 0 to ws-ordenes-falta.
           move 0 to ws-lineas-medidas.
           move 0 to ws-lineas-completas.
           move 0 to ws-unidades-pedidas.
           move 0 to ws-unidades-recibidas.
           move 0 to ws-venta-perdida-total.
           move low-values to oc-numero.
           start ordenes-compra key is >= oc-numero
               invalid key go cargar-sobreventas.
      *_solo las ordenes cerradas: una orden abierta todavia puede
      *_recibir lo que falta
       leer-orden-fill.
           read ordenes-compra next record
               at end go cargar-sobreventas.
           if not orden-cerrada then go leer-orden-fill.
           move oc-ano-emision to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-periodo-leido = ws-vs-aaaa * 100
              + oc-mes-emision.
           if ws-periodo-leido < ws-periodo-desde or
              ws-periodo-leido > ws-periodo-hasta then
              go leer-orden-fill
           end-if.
           perform ubicar-fila-lab thru ubicar-fila-lab-fin.
           if ws-fila-hallada = "N" then go leer-orden-fill.
           move "N" to ws-orden-con-falta.
           move 0 to ol-correlativo.
           start ordenes-lineas key is >= ol-correlativo
               invalid key go cerrar-orden-fill.
       leer-linea-fill.
           read ordenes-lineas next record
               at end go cerrar-orden-fill.
           if ol-numero-oc not = oc-numero then go leer-linea-fill.
           add 1 to ws-l-lineas (ws-idx-lab).
           add ol-cantidad-pedida to ws-l-pedidas (ws-idx-lab).
           add 1 to ws-lineas-medidas.
           add ol-cantidad-pedida to ws-unidades-pedidas.
      *_lo recibido de mas no compensa otras lineas
           if ol-cantidad-recibida >= ol-cantidad-pedida then
              add 1 to ws-l-completas (ws-idx-lab)
              add 1 to ws-lineas-completas
              add ol-cantidad-pedida to ws-l-recibidas (ws-idx-lab)
              add ol-cantidad-pedida to ws-unidades-recibidas
              go leer-linea-fill
           end-if.
           add ol-cantidad-recibida to ws-l-recibidas (ws-idx-lab).
           add ol-cantidad-recibida to ws-unidades-recibidas.
           move "S" to ws-orden-con-falta.
           compute ws-unidades-faltantes =
              ol-cantidad-pedida - ol-cantidad-recibida.
           perform ubicar-fila-codigo thru ubicar-fila-codigo-fin.
           if ws-fila-hallada = "N" then go leer-linea-fill.
           add 1 to ws-c-lineas (ws-idx-cod).
           add ol-cantidad-pedida to ws-c-pedidas (ws-idx-cod).
           add ws-unidades-faltantes to ws-c-faltantes (ws-idx-cod).
           go leer-linea-fill.
       cerrar-orden-fill.
           add 1 to ws-l-ordenes (ws-idx-lab).
           add 1 to ws-ordenes-medidas.
           if ws-orden-con-falta = "S" then
              add 1 to ws-l-ordenes-falta (ws-idx-lab)
              add 1 to ws-ordenes-falta
           end-if.
           go leer-orden-fill.

      *_la demanda no atendida del periodo (sobreventas.dat) de un
      *_codigo que el laboratorio entrego de menos se le atribuye a
      *_ese laboratorio, valorizada al precio de lista como en la
      *_opcion 40
       cargar-sobreventas.
           close ordenes-compra.
           close ordenes-lineas.
           if ws-total-codigos = 0 then go ordenar-codigos end-if.
           open input sobreventas.
           open input lista-precios.
           move 0 to so-correlativo.
           start sobreventas key is >= so-correlativo
               invalid key go cerrar-sobreventas.
       leer-sobreventa-fill.
           read sobreventas next record
               at end go cerrar-sobreventas.
           if so-cancelado then go leer-sobreventa-fill.
           if so-cantidad-solicitada <= so-cantidad-disponible then
              go leer-sobreventa-fill
           end-if.
           move so-fhr-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-periodo-leido = ws-vs-aaaa * 100 + so-fhr-mes.
           if ws-periodo-leido < ws-periodo-desde or
              ws-periodo-leido > ws-periodo-hasta then
              go leer-sobreventa-fill
           end-if.
           set ws-idx-cod to 1.
       buscar-codigo-sobreventa.
           if ws-idx-cod > ws-total-codigos then
              go leer-sobreventa-fill
           end-if.
           if ws-c-codigo (ws-idx-cod) = so-codigo-medicamento then
              go valorizar-sobreventa
           end-if.
           set ws-idx-cod up by 1.
           go buscar-codigo-sobreventa.
       valorizar-sobreventa.
           compute ws-unidades-perdidas =
              so-cantidad-solicitada - so-cantidad-disponible.
           move so-codigo-medicamento to pr-codigo-medicamento.
           read lista-precios key is pr-codigo-medicamento
               invalid key move 0 to pr-precio-venta end-read.
           compute ws-valor-perdido =
              ws-unidades-perdidas * pr-precio-venta.
           add ws-valor-perdido to ws-c-venta-perdida (ws-idx-cod).
           set ws-idx-lab to ws-c-lab (ws-idx-cod).
           add ws-valor-perdido to ws-l-venta-perdida (ws-idx-lab).
           add ws-valor-perdido to ws-venta-perdida-total.
           go leer-sobreventa-fill.
       cerrar-sobreventas.
           close sobreventas.
           close lista-precios.

      *_ordena los codigos por unidades faltantes de mayor a menor
       ordenar-codigos.
           move 1 to ws-i.
       comparar-fila-codigo.
           if ws-i >= ws-total-codigos then go escribir-informe end-if.
           move ws-i to ws-idx-max.
           compute ws-j = ws-i + 1.
       buscar-mayor-faltante.
           if ws-j > ws-total-codigos then
              go intercambiar-codigo
           end-if.
           if ws-c-faltantes (ws-j) >
              ws-c-faltantes (ws-idx-max) then
              move ws-j to ws-idx-max
           end-if.
           add 1 to ws-j.
           go buscar-mayor-faltante.
       intercambiar-codigo.
           if ws-idx-max = ws-i then go siguiente-codigo end-if.
           move ws-cod (ws-i)       to ws-temp-codigo.
           move ws-cod (ws-idx-max) to ws-cod (ws-i).
           move ws-temp-codigo      to ws-cod (ws-idx-max).
       siguiente-codigo.
           add 1 to ws-i.
           go comparar-fila-codigo.

       escribir-informe.
           open output informe-fill-rate.
           move ws-mes-desde to fr-mes-desde.
           move ws-ano-desde to fr-ano-desde.
           move ws-mes-hasta to fr-mes-hasta.
           move ws-ano-hasta to fr-ano-hasta.
           write reg-fill-rate-linea from fr-linea-titulo.
           move all "-" to reg-fill-rate-linea.
           write reg-fill-rate-linea.
           write reg-fill-rate-linea from fr-linea-cabecera-lab.
           move 0 to ws-i.
       escribir-fila-lab.
           add 1 to ws-i.
           if ws-i > ws-total-labs then go escribir-codigos end-if.
           set ws-idx-lab to ws-i.
           move ws-l-rut (ws-idx-lab) to fr-l-rut.
           move ws-l-rut (ws-idx-lab) to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key move spaces to razon-social end-read.
           move razon-social to fr-l-razon.
           move ws-l-ordenes (ws-idx-lab)       to fr-l-ordenes.
           move ws-l-ordenes-falta (ws-idx-lab) to fr-l-falta.
           move ws-l-lineas (ws-idx-lab)        to fr-l-lineas.
           move 0 to ws-pct-lineas.
           move 0 to ws-pct-unidades.
           if ws-l-lineas (ws-idx-lab) > 0 then
              compute ws-pct-lineas rounded =
                 ws-l-completas (ws-idx-lab) * 100
                 / ws-l-lineas (ws-idx-lab)
           end-if.
           if ws-l-pedidas (ws-idx-lab) > 0 then
              compute ws-pct-unidades rounded =
                 ws-l-recibidas (ws-idx-lab) * 100
                 / ws-l-pedidas (ws-idx-lab)
           end-if.
           move ws-pct-lineas   to fr-l-pct-lineas.
           move ws-pct-unidades to fr-l-pct-unidades.
           move ws-l-venta-perdida (ws-idx-lab) to fr-l-venta-perdida.
           write reg-fill-rate-linea from fr-linea-lab.
           go escribir-fila-lab.
      *_ranking de los codigos que mas fallan
       escribir-codigos.
           move spaces to reg-fill-rate-linea.
           write reg-fill-rate-linea.
           move "codigos con mas unidades no entregadas" to fr-s-texto.
           write reg-fill-rate-linea from fr-linea-seccion.
           write reg-fill-rate-linea from fr-linea-cabecera-codigo.
           move 0 to ws-i.
       escribir-fila-codigo.
           add 1 to ws-i.
           if ws-i > ws-total-codigos or ws-i > ws-max-ranking then
              go cerrar-informe
           end-if.
           set ws-idx-cod to ws-i.
           move ws-c-codigo (ws-idx-cod)        to fr-c-codigo.
           move ws-c-descripcion (ws-idx-cod)   to fr-c-descripcion.
           move ws-c-rut (ws-idx-cod)           to fr-c-rut.
           move ws-c-lineas (ws-idx-cod)        to fr-c-lineas.
           move ws-c-pedidas (ws-idx-cod)       to fr-c-pedidas.
           move ws-c-faltantes (ws-idx-cod)     to fr-c-faltantes.
           move ws-c-venta-perdida (ws-idx-cod) to fr-c-venta-perdida.
           write reg-fill-rate-linea from fr-linea-codigo.
           go escribir-fila-codigo.
       cerrar-informe.
           move all "-" to reg-fill-rate-linea.
           write reg-fill-rate-linea.
           write reg-fill-rate-linea from fr-linea-nota.
           close informe-fill-rate.
           close laboratorio.
           move "cumplimiento de entregas" to ws-sp-titulo.
           move "fillrate.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           move 0 to ws-pct-lineas.
           move 0 to ws-pct-unidades.
           if ws-lineas-medidas > 0 then
              compute ws-pct-lineas rounded =
                 ws-lineas-completas * 100 / ws-lineas-medidas
           end-if.
           if ws-unidades-pedidas > 0 then
              compute ws-pct-unidades rounded =
                 ws-unidades-recibidas * 100 / ws-unidades-pedidas
           end-if.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
       volver-menu.
           goback.

      *_ubica (o crea) la fila del laboratorio de la orden leida
       ubicar-fila-lab.
           move "S" to ws-fila-hallada.
           set ws-idx-lab to 1.
       comparar-fila-lab.
           if ws-idx-lab > ws-total-labs then go crear-fila-lab end-if.
           if ws-l-rut (ws-idx-lab) = oc-rut-laboratorio then
              go ubicar-fila-lab-fin
           end-if.
           set ws-idx-lab up by 1.
           go comparar-fila-lab.
       crear-fila-lab.
           if ws-total-labs >= 100 then
              move "N" to ws-fila-hallada
              go ubicar-fila-lab-fin
           end-if.
           add 1 to ws-total-labs.
           set ws-idx-lab to ws-total-labs.
           move oc-rut-laboratorio to ws-l-rut (ws-idx-lab).
           move 0 to ws-l-ordenes (ws-idx-lab).
           move 0 to ws-l-ordenes-falta (ws-idx-lab).
           move 0 to ws-l-lineas (ws-idx-lab).
           move 0 to ws-l-completas (ws-idx-lab).
           move 0 to ws-l-pedidas (ws-idx-lab).
           move 0 to ws-l-recibidas (ws-idx-lab).
           move 0 to ws-l-venta-perdida (ws-idx-lab).
       ubicar-fila-lab-fin.
           exit.

      *_ubica (o crea) la fila del codigo y laboratorio de la linea
       ubicar-fila-codigo.
           move "S" to ws-fila-hallada.
           set ws-idx-cod to 1.
       comparar-codigo-lab.
           if ws-idx-cod > ws-total-codigos then
              go crear-fila-codigo
           end-if.
           if ws-c-codigo (ws-idx-cod) = ol-codigo and
              ws-c-rut (ws-idx-cod) = oc-rut-laboratorio then
              go ubicar-fila-codigo-fin
           end-if.
           set ws-idx-cod up by 1.
           go comparar-codigo-lab.
       crear-fila-codigo.
           if ws-total-codigos >= 300 then
              move "N" to ws-fila-hallada
              go ubicar-fila-codigo-fin
           end-if.
           add 1 to ws-total-codigos.
           set ws-idx-cod to ws-total-codigos.
           move ol-codigo          to ws-c-codigo (ws-idx-cod).
           move ol-descripcion     to ws-c-descripcion (ws-idx-cod).
           move oc-rut-laboratorio to ws-c-rut (ws-idx-cod).
           set ws-c-lab (ws-idx-cod) to ws-idx-lab.
           move 0 to ws-c-lineas (ws-idx-cod).
           move 0 to ws-c-pedidas (ws-idx-cod).
           move 0 to ws-c-faltantes (ws-idx-cod).
           move 0 to ws-c-venta-perdida (ws-idx-cod).
       ubicar-fila-codigo-fin.
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
