           select traslados-sucursal assign to disk
           organization is indexed
           access mode is dynamic
           record key is ts-numero
           alternate record key is ts-folio-guia with duplicates.

           select medicamentos assign to disk
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

       data division.
       file section.
       fd sucursales
             03 ts-mes-recepcion  pic 99.
             03 ts-ano-recepcion  pic 99.
          02 ts-operador-id       pic x(8).
      *_folio de la guia de despacho (dte 52) con que viajo el
      *_traslado; la sucursal de destino recibe por este numero
          02 ts-folio-guia        pic 9(6).

       fd medicamentos
           label record is standard
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

       working-storage section.
       01 opcion                   pic x.
          88 mantener-sucursales   value "1".
       77 ws-destino-traslado      pic x(2).
       77 ws-numero-traslado       pic 9(6).
       77 ws-lote-destino          pic 9(3).
      *_recepcion por guia de despacho: confirma de una vez todos los
      *_traslados en transito que viajaron con ese folio
       77 ws-folio-recepcion       pic 9(6) value 0.
       77 ws-recepcion-guia        pic x value "N".
       77 ws-confirmados-guia      pic 9(3) value 0.
      *_datos para el subprograma emitir-guia (guia de despacho
      *_electronica, dte 52); el traslado viaja con una sola linea
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
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
      *_ventana de siglo para los anos de dos digitos del sistema
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
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
           02 filler line 10 col 1
              foreground-color is 7
              value is "numero del traslado a confirmar:".
           02 filler line 11 col 1
              foreground-color is 7
              value is "o folio de la guia de despacho:".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-confirmacion.
           02 filler line 10 col 45
              pic is 9(6) using ws-numero-traslado auto.
           02 filler line 11 col 45
              pic is 9(6) using ws-folio-recepcion auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move 0 to ts-mes-recepcion.
           move 0 to ts-ano-recepcion.
           move ws-operador-id to ts-operador-id.
           move 0 to ts-folio-guia.
           write reg-traslado-sucursal invalid key go mensaje-error.
      *_la mercaderia deja el stock del origen al despachar
       descontar-stock-origen.
              move cantidad-stock to cantidad-sala
           end-if.
           rewrite reg-medicamentos invalid key go mensaje-error.
      *_lo despachado queda en transito fuera del stock: sale del
      *_costo promedio al costo del lote y vuelve al confirmarse
           move codigo-medicamento to ws-cp-codigo.
           compute ws-cp-cantidad = 0 - ws-cantidad-traslado.
           move precio-costo-u     to ws-cp-costo.
           move "TRASLA"           to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
      *_la mercaderia viaja con su guia de despacho; el folio queda
      *_en el traslado para recibir por guia en el destino
       emitir-guia-traslado.
           move "5"                 to ws-gd-indicador.
           move ts-sucursal-origen  to ws-gd-origen.
           move ts-sucursal-destino to ws-gd-destino.
           move spaces              to ws-gd-direccion.
           move ts-numero           to ws-gd-referencia.
           move ws-operador-id      to ws-gd-operador.
           move dia to ws-gd-dia.
           move mes to ws-gd-mes.
           move ano to ws-gd-ano.
           move 1 to ws-gd-lineas.
           move ts-codigo       to ws-gd-codigo (1).
           move ts-lote         to ws-gd-lote (1).
           move ts-descripcion  to ws-gd-descripcion (1).
           move ts-cantidad     to ws-gd-cantidad (1).
           move ts-unidad-medida to ws-gd-unidad (1).
           move ts-precio-costo to ws-gd-precio-costo (1).
           move 0 to ws-gd-folio.
           call "emitir-guia" using ws-guia
                on exception continue
           end-call.
           if ws-gd-folio not = 0 then
              move ws-gd-folio to ts-folio-guia
              rewrite reg-traslado-sucursal invalid key continue
              end-rewrite
           end-if.
           display " " line 1 col 1 erase eos.
           display "traslado despachado, numero: " ws-numero-traslado
                    line 4 col 1.
           if ws-gd-folio = 0 then
              display "sin folios GUIADE: el traslado viaja sin guia"
                       line 5 col 1
           else
              display "guia de despacho folio: " ws-gd-folio
                       line 5 col 1
           end-if.
           go desplejar-menu.

      *_confirmacion en el destino: crea (o suma a) un lote del
      *_codigo marcado con la sucursal receptora
       pedir-confirmacion.
           move 0 to ws-numero-traslado.
           move 0 to ws-folio-recepcion.
           move "N" to ws-recepcion-guia.
           display pantalla-principal.
           display pantalla-confirmacion.
           accept  datos-confirmacion.
           if ws-numero-traslado = 0 then
              if ws-folio-recepcion = 0 then go desplejar-menu end-if
              go recibir-por-guia
           end-if.
           move ws-numero-traslado to ts-numero.
           read traslados-sucursal key is ts-numero
               invalid key go mensaje-traslado-no-existe.
           compute ws-lote-destino = numero-lote + 1.
           go revisar-lote-destino.
       crear-lote-destino.
      *_lote-siguiente no repite el numero de un lote ya borrado
           call "lote-siguiente" using ts-codigo ws-lote-destino
           end-call.
           if ws-lote-destino = 0 then go mensaje-error.
           move ts-codigo        to codigo-medicamento.
           move ws-lote-destino  to numero-lote.
           move ts-descripcion   to descr-medicamento.
           move spaces to concentracion.
           move ws-sucursal-local to med-sucursal.
           write reg-medicamentos invalid key go mensaje-error.
           move ts-codigo       to ws-cp-codigo.
           move ts-cantidad     to ws-cp-cantidad.
           move ts-precio-costo to ws-cp-costo.
           move "TRASLA"        to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
       confirmar-recepcion.
           move "C" to ts-estado.
           move dia to ts-dia-recepcion.
           move mes to ts-mes-recepcion.
           move ano to ts-ano-recepcion.
           rewrite reg-traslado-sucursal invalid key go mensaje-error.
           if ws-recepcion-guia = "S" then
              add 1 to ws-confirmados-guia
              go siguiente-traslado-guia
           end-if.
           display " " line 1 col 1 erase eos.
           display "traslado confirmado, lote creado: "
                    ws-lote-destino line 4 col 1.
           go desplejar-menu.

      *_recepcion de una guia completa: cada traslado pendiente de la
      *_guia dirigido a esta sucursal pasa por la misma confirmacion
       recibir-por-guia.
           move "S" to ws-recepcion-guia.
           move 0 to ws-confirmados-guia.
           move ws-folio-recepcion to ts-folio-guia.
           start traslados-sucursal key is = ts-folio-guia
               invalid key go mensaje-guia-no-existe.
       siguiente-traslado-guia.
           read traslados-sucursal next record
               at end go fin-recibir-por-guia.
           if ts-folio-guia not = ws-folio-recepcion then
              go fin-recibir-por-guia
           end-if.
           if traslado-confirmado then go siguiente-traslado-guia.
           if ts-sucursal-destino not = ws-sucursal-local then
              go siguiente-traslado-guia
           end-if.
           go buscar-lote-destino.
       fin-recibir-por-guia.
           move "N" to ws-recepcion-guia.
           if ws-confirmados-guia = 0 then
              go mensaje-guia-sin-pendientes
           end-if.
           display " " line 1 col 1 erase eos.
           display "guia recibida, traslados confirmados: "
                    ws-confirmados-guia line 4 col 1.
           go desplejar-menu.

       volver.
           close sucursales.
           close traslados-sucursal.
           display " " line 1 col 1 erase eos.
           display "ese traslado ya fue confirmado" line 4 col 1.
           go desplejar-menu.
       mensaje-guia-no-existe.
           move "N" to ws-recepcion-guia.
           display " " line 1 col 1 erase eos.
           display "no hay traslados con ese folio de guia"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-guia-sin-pendientes.
           display " " line 1 col 1 erase eos.
           display "la guia no tiene traslados pendientes para esta"
                    line 4 col 1.
           display "sucursal" line 5 col 1.
           go desplejar-menu.
       mensaje-destino-ajeno.
           display " " line 1 col 1 erase eos.
           display "el traslado viene dirigido a otra sucursal"
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
