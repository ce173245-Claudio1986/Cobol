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

      *_historial de cambios de precios y correlativos, para dejar
      *_rastro de la revalorizacion masiva
           select historial-precios assign to disk
          02 concentracion       pic x(10).
          02 med-sucursal        pic x(2).

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

       fd historial-precios
           label record is standard
           value of file-id "preciohist.dat".
             03 hp-dia-cambio       pic 99.
             03 hp-mes-cambio       pic 99.
             03 hp-ano-cambio       pic 99.
          02 hp-lista-precio        pic x(2).

       fd control-numero
           label record is standard
      *_precio de lista antes de la correccion, para saber si hubo
      *_cambio que mande el codigo a la cola de reetiquetado
       77 ws-precio-lista-anterior pic 9(7) value 0.
      *_lista por tipo de cliente en curso; en blanco se trabaja la
      *_lista publico de precios.dat
       77 ws-lista-precio          pic x(2) value spaces.
       77 ws-lista-nueva           pic x value "N".
       01 opcion-modo              pic x.
          88 modo-un-codigo        value "1".
          88 modo-masivo           value "2".
          88 modo-listas           value "3".
          88 modo-volver           value "4".
      *_parametros de la revalorizacion masiva
       77 ws-rut-lab-filtro        pic x(8) value spaces.
       77 ws-margen-maximo         pic 9(3) value 0.
          02 ws-dia-vigencia       pic 99.
          02 ws-mes-vigencia       pic 99.
          02 ws-ano-vigencia       pic 99.
      *_codigo y precio vigente que se evaluan en la pasada, vengan
      *_de la lista publico o de una lista por tipo de cliente
       77 ws-ev-codigo             pic x(6).
       77 ws-ev-precio             pic 9(7).
      *_resultado de evaluar el codigo en curso en la pasada
       77 ws-precio-nuevo-calc     pic 9(8) value 0.
       77 ws-margen-viejo          pic s9(5) value 0.
           02 filler line 10 col 1
              foreground-color is 7
              value is "ingrese codigo del medicamento:".
           02 filler line 11 col 1
              foreground-color is 7
              value is "lista de precios (blanco = publico):".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-busqueda.
           02 filler line 10 col 50
              pic is x(6) using ws-codigo-buscado required auto.
           02 filler line 11 col 50
              pic is x(2) using ws-lista-precio auto.
       01 pantalla-mantencion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is 99 using pr-mes-vigencia required auto.
           02 filler col 56
              pic is 99 using pr-ano-vigencia required auto.
       01 pantalla-mantencion-lista.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 7
              value is "lista:".
           02 filler col 30
              pic is x(2) using lc-lista.
           02 filler col 33
              pic is x(30) using lc-nombre.
           02 filler line 10 col 1
              foreground-color is 7
              value is "descripcion:".
           02 filler col 30
              pic is x(30) using ws-descr-referencia.
           02 filler line 12 col 1
              foreground-color is 7
              value is "precio costo unitario (referencia):".
           02 filler col 40
              pic is z(6)9 using ws-costo-referencia.
           02 filler line 14 col 1
              foreground-color is 7
              value is "precio en la lista (0 = quitar):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "vigente desde (dd/mm/aa):".
           02 filler col 52 value is "/".
           02 filler col 55 value is "/".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-mantencion-lista.
           02 filler line 14 col 50
              pic is 9(7) using pl-precio-venta auto.
           02 filler line 16 col 50
              pic is 99 using pl-dia-vigencia required auto.
           02 filler col 53
              pic is 99 using pl-mes-vigencia required auto.
           02 filler col 56
              pic is 99 using pl-ano-vigencia required auto.
       01 pantalla-pregunta.
           02 filler line 8 col 1
              foreground-color is 7
              value is "opcion 2: revalorizacion masiva".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3: listas por tipo de cliente".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4: volver al menu principal".
           02 filler line 14 col 1
              foreground-color is 7
              value is "ingrese opcion:".
           02 filler line 9 col 1
              foreground-color is 6
              value is "revalorizacion masiva de la lista de precios".
           02 filler line 10 col 1
              foreground-color is 7
              value is "lista de precios (blanco = publico):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "rut laboratorio (blanco = todos):".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-masiva.
           02 filler line 10 col 45
              pic is x(2) using ws-lista-precio auto.
           02 filler line 11 col 45
              pic is x(8) using ws-rut-lab-filtro auto.
           02 filler line 12 col 45
       01 datos-confirmar-masiva.
           02 filler line 15 col 40
              pic is 9 using opcion-aplicar required auto.
       01 pantalla-lista-codigo.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 6
              value is "listas de precios por tipo de cliente".
           02 filler line 11 col 1
              foreground-color is 7
              value is "codigo de la lista (blanco = volver):".
           02 filler line 13 col 1
              pic is x(80) using linea-subrayado.
       01 datos-lista-codigo.
           02 filler line 11 col 45
              pic is x(2) using ws-lista-precio auto.
       01 pantalla-lista-datos.
           02 filler line 13 col 1
              foreground-color is 7
              value is "nombre de la lista:".
           02 filler line 14 col 1
              foreground-color is 7
              value is "vigente desde (dd/mm/aa):".
           02 filler col 48 value is "/".
           02 filler col 51 value is "/".
           02 filler line 15 col 1
              foreground-color is 7
              value is "vigente hasta (00/00/00 = sin termino):".
           02 filler col 48 value is "/".
           02 filler col 51 value is "/".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-lista-datos.
           02 filler line 13 col 45
              pic is x(30) using lc-nombre required.
           02 filler line 14 col 46
              pic is 99 using lc-dia-desde required auto.
           02 filler col 49
              pic is 99 using lc-mes-desde required auto.
           02 filler col 52
              pic is 99 using lc-ano-desde required auto.
           02 filler line 15 col 46
              pic is 99 using lc-dia-hasta auto.
           02 filler col 49
              pic is 99 using lc-mes-hasta auto.
           02 filler col 52
              pic is 99 using lc-ano-hasta auto.
       procedure division using fecha-sistema.
       inicio.
       ajustar-fecha.
           open i-o cola-reetiquetado.
           open i-o historial-precios.
           open i-o control-numero.
           open i-o listas-cliente.
           open i-o precios-por-lista.
       desplejar-pantalla-principal.
           display pantalla-principal.
       desplejar-pantalla-modo.
           accept  datos-modo.
           if modo-un-codigo then go desplejar-pantalla-busqueda.
           if modo-masivo then go pedir-revalorizacion.
           if modo-listas then go pedir-lista-cliente.
           if modo-volver then go volver.
           go desplejar-pantalla-modo.
       desplejar-pantalla-busqueda.
           move spaces to ws-lista-precio.
           display pantalla-busqueda.
           accept  datos-busqueda.
           if ws-lista-precio not = spaces then
              move ws-lista-precio to lc-lista
              read listas-cliente key is lc-lista
                  invalid key go mensaje-lista-no-existe
              end-read
           end-if.
      *_busca descripcion y costo en los lotes del codigo, solo de
      *_referencia; se toma el costo mas alto entre los lotes vivos
       buscar-referencia-medicamento.
           end-if.
           go leer-lote-referencia.
       buscar-precio.
           if ws-lista-precio not = spaces then
              go buscar-precio-lista
           end-if.
           move ws-codigo-buscado to pr-codigo-medicamento.
           read lista-precios key is pr-codigo-medicamento
               invalid key go preparar-precio-nuevo.
           if opcion = 1 then go desplejar-pantalla-principal.
           if opcion = 2 then go volver.

      *_precio del codigo en una lista por tipo de cliente; precio
      *_cero lo saca de la lista y vuelve a venderse a precio publico
       buscar-precio-lista.
           move ws-lista-precio   to pl-lista.
           move ws-codigo-buscado to pl-codigo.
           read precios-por-lista key is pl-clave
               invalid key go preparar-precio-lista-nuevo.
           move "N" to ws-precio-nuevo.
           move pl-precio-venta to ws-precio-lista-anterior.
           go desplejar-mantencion-lista.
       preparar-precio-lista-nuevo.
           move "S" to ws-precio-nuevo.
           move ws-lista-precio   to pl-lista.
           move ws-codigo-buscado to pl-codigo.
           move 0   to pl-precio-venta.
           move dia to pl-dia-vigencia.
           move mes to pl-mes-vigencia.
           move ano to pl-ano-vigencia.
       desplejar-mantencion-lista.
           display pantalla-principal.
           display pantalla-mantencion-lista.
           accept  datos-mantencion-lista.
       grabar-precio-lista.
           if pl-precio-venta = 0 then
              if es-precio-existente then
                 delete precios-por-lista record
                    invalid key go mensaje-error
                 end-delete
              end-if
              go desplejar-pantalla-pregunta
           end-if.
           if es-precio-nuevo then
              write reg-precio-lista invalid key go mensaje-error
              go desplejar-pantalla-pregunta
           end-if.
           rewrite reg-precio-lista invalid key go mensaje-error.
           go desplejar-pantalla-pregunta.

      *_encabezado de las listas por tipo de cliente: nombre y
      *_vigencia; fuera de vigencia la venta usa el precio publico
       pedir-lista-cliente.
           move spaces to ws-lista-precio.
           display pantalla-principal.
           display pantalla-lista-codigo.
           accept  datos-lista-codigo.
           if ws-lista-precio = spaces then
              go desplejar-pantalla-modo
           end-if.
           move ws-lista-precio to lc-lista.
           read listas-cliente key is lc-lista
               invalid key go preparar-lista-nueva.
           move "N" to ws-lista-nueva.
           go desplejar-lista-datos.
       preparar-lista-nueva.
           move "S" to ws-lista-nueva.
           move ws-lista-precio to lc-lista.
           move spaces to lc-nombre.
           move dia to lc-dia-desde.
           move mes to lc-mes-desde.
           move ano to lc-ano-desde.
           move 0 to lc-dia-hasta.
           move 0 to lc-mes-hasta.
           move 0 to lc-ano-hasta.
       desplejar-lista-datos.
           display pantalla-lista-datos.
           accept  datos-lista-datos.
           if lc-mes-desde < 1 or lc-mes-desde > 12 then
              go desplejar-lista-datos
           end-if.
           if lc-mes-hasta > 12 then go desplejar-lista-datos.
           if ws-lista-nueva = "S" then
              write reg-lista-cliente invalid key go mensaje-error-lista
              go avisar-lista-grabada
           end-if.
           rewrite reg-lista-cliente invalid key go mensaje-error-lista.
       avisar-lista-grabada.
           display " " line 1 col 1 erase eos.
           display "lista grabada" line 4 col 1.
           go pedir-lista-cliente.

      *_revalorizacion masiva: seleccion por laboratorio o por
      *_margen, cambio porcentual o fijo con redondeo, vista previa
      *_completa antes de aplicar, y aplicacion con historial en
           end-if.
           if ws-valor-cambio = 0 then go pedir-revalorizacion.
           if ws-redondeo > 2 then go pedir-revalorizacion.
           if ws-lista-precio not = spaces then
              move ws-lista-precio to lc-lista
              read listas-cliente key is lc-lista
                  invalid key go mensaje-lista-masiva
              end-read
           end-if.
      *_primera pasada: arma la vista previa sin tocar nada
       generar-vista-previa.
           open output vista-previa.
           move all "-" to reg-previa-linea.
           write reg-previa-linea.
           move 0 to ws-codigos-previa.
           if ws-lista-precio not = spaces then
              go iniciar-previa-lista
           end-if.
           move low-values to pr-codigo-medicamento.
           start lista-precios key is >= pr-codigo-medicamento
               invalid key go cerrar-vista-previa.
       previa-un-codigo.
           read lista-precios next record
               at end go cerrar-vista-previa.
           move pr-codigo-medicamento to ws-ev-codigo.
           move pr-precio-venta       to ws-ev-precio.
           perform evaluar-codigo-masivo
               thru fin-evaluar-codigo-masivo.
           if ws-codigo-entra not = "S" then go previa-un-codigo.
           perform escribir-linea-previa
               thru fin-escribir-linea-previa.
           go previa-un-codigo.
      *_con una lista por tipo de cliente la pasada recorre solo los
      *_codigos de esa lista en preciolista.dat
       iniciar-previa-lista.
           move lc-nombre to reg-previa-linea.
           write reg-previa-linea.
           move ws-lista-precio to pl-lista.
           move low-values to pl-codigo.
           start precios-por-lista key is >= pl-clave
               invalid key go cerrar-vista-previa.
       previa-un-codigo-lista.
           read precios-por-lista next record
               at end go cerrar-vista-previa.
           if pl-lista not = ws-lista-precio then
              go cerrar-vista-previa
           end-if.
           move pl-codigo       to ws-ev-codigo.
           move pl-precio-venta to ws-ev-precio.
           perform evaluar-codigo-masivo
               thru fin-evaluar-codigo-masivo.
           if ws-codigo-entra not = "S" then
              go previa-un-codigo-lista
           end-if.
           perform escribir-linea-previa
               thru fin-escribir-linea-previa.
           go previa-un-codigo-lista.
       cerrar-vista-previa.
           close vista-previa.
           if ws-codigos-previa = 0 then
      *_deja el rastro en preciohist.dat y la cola de reetiquetado
       aplicar-revalorizacion.
           move 0 to ws-codigos-aplicados.
           if ws-lista-precio not = spaces then
              go iniciar-aplicar-lista
           end-if.
           move low-values to pr-codigo-medicamento.
           start lista-precios key is >= pr-codigo-medicamento
               invalid key go terminar-revalorizacion.
       aplicar-un-codigo.
           read lista-precios next record
               at end go terminar-revalorizacion.
           move pr-codigo-medicamento to ws-ev-codigo.
           move pr-precio-venta       to ws-ev-precio.
           perform evaluar-codigo-masivo
               thru fin-evaluar-codigo-masivo.
           if ws-codigo-entra not = "S" then go aplicar-un-codigo.
           perform encolar-reetiqueta thru fin-encolar-reetiqueta.
           add 1 to ws-codigos-aplicados.
           go aplicar-un-codigo.
      *_la lista por tipo de cliente no tiene etiqueta de gondola,
      *_asi que no pasa por la cola de reetiquetado
       iniciar-aplicar-lista.
           move ws-lista-precio to pl-lista.
           move low-values to pl-codigo.
           start precios-por-lista key is >= pl-clave
               invalid key go terminar-revalorizacion.
       aplicar-un-codigo-lista.
           read precios-por-lista next record
               at end go terminar-revalorizacion.
           if pl-lista not = ws-lista-precio then
              go terminar-revalorizacion
           end-if.
           move pl-codigo       to ws-ev-codigo.
           move pl-precio-venta to ws-ev-precio.
           perform evaluar-codigo-masivo
               thru fin-evaluar-codigo-masivo.
           if ws-codigo-entra not = "S" then
              go aplicar-un-codigo-lista
           end-if.
           move pl-precio-venta to ws-precio-lista-anterior.
           move ws-precio-nuevo-calc to pl-precio-venta.
           move ws-dia-vigencia to pl-dia-vigencia.
           move ws-mes-vigencia to pl-mes-vigencia.
           move ws-ano-vigencia to pl-ano-vigencia.
           rewrite reg-precio-lista
               invalid key go aplicar-un-codigo-lista.
           perform grabar-historial-masivo
               thru fin-grabar-historial-masivo.
           add 1 to ws-codigos-aplicados.
           go aplicar-un-codigo-lista.
       terminar-revalorizacion.
           display " " line 1 col 1 erase eos.
           display "revalorizacion aplicada a " ws-codigos-aplicados
                   " codigos" line 4 col 1.
           go desplejar-pantalla-modo.

      *_evalua ws-ev-codigo contra la seleccion y deja
      *_el precio nuevo calculado y los margenes viejo y nuevo
       evaluar-codigo-masivo.
           move "N" to ws-codigo-entra.
      *_costo y laboratorio de referencia desde los lotes del codigo
           move spaces to ws-rut-lab-codigo.
           move 0 to ws-costo-referencia.
           move ws-ev-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go evaluar-filtros-masivo.
       leer-lote-masivo.
           read medicamentos next record
               at end go evaluar-filtros-masivo.
           if codigo-medicamento not = ws-ev-codigo then
              go evaluar-filtros-masivo
           end-if.
           move med-rut-laboratorio to ws-rut-lab-codigo.
           move 0 to ws-margen-viejo.
           if ws-costo-referencia > 0 then
              compute ws-margen-viejo =
                 (ws-ev-precio - ws-costo-referencia) * 100
                 / ws-costo-referencia
           end-if.
           if ws-margen-maximo > 0 and
      *_elegido (1 = terminado en 990, 2 = a la decena)
           if ws-tipo-cambio = "P" then
              compute ws-precio-nuevo-calc rounded =
                 ws-ev-precio
                 + ws-ev-precio * ws-valor-cambio / 100
           else
              compute ws-precio-nuevo-calc =
                 ws-ev-precio + ws-valor-cambio
           end-if.
           if ws-redondeo = 1 then
              compute ws-red-aux = ws-precio-nuevo-calc + 1009
           exit.

      *_un renglon de historial por codigo revalorizado (lote 0 =
      *_cambio de la lista de precios, con la lista por tipo de
      *_cliente en hp-lista-precio o en blanco si es la publico)
       grabar-historial-masivo.
           move "PRECIO" to control-tipo.
           read control-numero key is control-tipo
           write reg-control.
           move 1 to hp-correlativo.
       escribir-historial-masivo.
           move ws-ev-codigo to hp-codigo-medicamento.
           move 0 to hp-numero-lote.
           move ws-precio-lista-anterior to hp-precio-anterior.
           move ws-precio-nuevo-calc to hp-precio-nuevo.
           move dia to hp-dia-cambio.
           move mes to hp-mes-cambio.
           move ano to hp-ano-cambio.
           move ws-lista-precio to hp-lista-precio.
           write reg-historial-precio invalid key continue end-write.
       fin-grabar-historial-masivo.
           exit.

      *_renglon de la vista previa del codigo evaluado
       escribir-linea-previa.
           move ws-ev-codigo          to pv-codigo.
           move ws-ev-precio          to pv-viejo.
           move ws-precio-nuevo-calc  to pv-nuevo.
           move ws-margen-viejo       to pv-margen-viejo.
           move ws-margen-nuevo       to pv-margen-nuevo.
           write reg-previa-linea from pv-linea.
           add 1 to ws-codigos-previa.
       fin-escribir-linea-previa.
           exit.

       volver.
           close listas-cliente.
           close precios-por-lista.
           close lista-precios.
           close medicamentos.
           close cola-reetiquetado.
           display " " line 1 erase eos.
           display "no se pudo grabar el precio" line 4 col 1.
           go desplejar-pantalla-pregunta.
       mensaje-lista-no-existe.
           display " " line 1 erase eos.
           display "esa lista de precios no existe" line 4 col 1.
           go desplejar-pantalla-busqueda.
       mensaje-lista-masiva.
           display " " line 1 erase eos.
           display "esa lista de precios no existe" line 4 col 1.
           go pedir-revalorizacion.
       mensaje-error-lista.
           display " " line 1 erase eos.
           display "no se pudo grabar la lista" line 4 col 1.
           go pedir-lista-cliente.
