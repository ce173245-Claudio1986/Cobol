           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select clasificacion-abc assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_informe del modo simulacion (parametro "simular")
           select informe-simulacion assign to disk
           organization is line sequential.

       data division.
       file section.
       fd movimiento-medicamento
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd clasificacion-abc
           label record is standard
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd informe-simulacion
           label record is standard
           value of file-id "simabc.txt".
       01 reg-simulacion-linea    pic x(80).

       working-storage section.
      *_clasifica los codigos por su valor de venta de los ultimos
      *_90 dias (el 80 por ciento superior del valor es clase A, el
          02 ws-val occurs 500 times indexed by ws-idx-val.
             03 ws-v-codigo        pic x(6).
             03 ws-v-valor         pic 9(10).
             03 ws-v-clase         pic x.
             03 ws-v-nuevo         pic x.
       77 ws-total-valor           pic 9(3) value 0.
       77 ws-fila-hallada          pic x value "S".
       77 ws-i                     pic 9(3).
       77 ws-codigos-lista         pic 9(2) value 0.
       77 ws-lotes-congelados      pic 9(4) value 0.
       77 ws-toma-generada         pic x value "N".
      *_codigo en revision para la lista del dia
       77 ws-ciclo-codigo          pic x(6).
       77 ws-ciclo-clase           pic x.
       77 ws-ciclo-orden           pic 9(8).
       77 ws-conteo-vencido        pic x.
      *_tope de codigos por lista diaria, para que el conteo sea
      *_corto y no detenga el meson
       77 ws-tope-diario           pic 9(2) value 20.
       77 ws-u-mes                pic 9(2).
       77 ws-u-dia                pic 9(2).
       77 ws-resto-fecha          pic 9(4).
      *_modo simulacion: con el parametro "simular" desde
      *_run-batch-abc.sh no se graba abcclas.dat ni se genera la
      *_toma; los cambios de clase y la lista del dia que se
      *_armaria quedan en simabc.txt con los totales
       77 ws-parametro            pic x(10) value spaces.
       77 ws-simulacion           pic x value "N".
       77 ws-sim-cambios          pic 9(4) value 0.
       77 ws-sim-nuevos           pic 9(4) value 0.
       77 ws-sim-lotes            pic 9(4).
       77 ws-sim-cantidad         pic zzz9.
       77 ws-sim-fin-abc          pic x.
       77 ws-nuevo-i              pic 9(3).
       01 ws-linea-sim-detalle.
          02 sd-codigo            pic x(6).
          02 filler               pic xx value spaces.
          02 sd-texto             pic x(72).
       01 ws-linea-sim-total.
          02 filler               pic x(18) value
             "cambian de clase: ".
          02 stt-cambios          pic zzz9.
          02 filler               pic x(10) value "  nuevos: ".
          02 stt-nuevos           pic zzz9.
          02 filler               pic x(19) value
             "  lista del dia: ".
          02 stt-lista            pic z9.
          02 filler               pic x(9) value "  lotes: ".
          02 stt-lotes            pic zzz9.
          02 filler               pic x(10) value spaces.
       procedure division.
       inicio.
           accept ws-parametro from command-line.
           if ws-parametro = "simular" or ws-parametro = "SIMULAR" then
              move "S" to ws-simulacion
           end-if.
           accept fecha-sys from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-h-ano.
           move s-mes to ws-h-mes.
           move s-dia to ws-h-dia.
           if ws-simulacion = "S" then go abrir-simulacion end-if.
           open i-o clasificacion-abc.
           go acumular-valor.
       abrir-simulacion.
           open input clasificacion-abc.
           open output informe-simulacion.
           move "clasificacion abc en simulacion, no se graba nada"
              to reg-simulacion-linea.
           write reg-simulacion-linea.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
      *_primera pasada: valor de venta por codigo (ultimos 90 dias)
       acumular-valor.
           move 0 to ws-total-valor.
                 move "C" to ws-clase-codigo
              end-if
           end-if.
           move ws-clase-codigo to ws-v-clase (ws-i).
           move "S" to ws-v-nuevo (ws-i).
           move ws-v-codigo (ws-i) to ab-codigo.
           move "N" to ws-registro-existe.
           read clasificacion-abc key is ab-codigo
               invalid key go grabar-clase-nueva.
           move "S" to ws-registro-existe.
           move "N" to ws-v-nuevo (ws-i).
       grabar-clase-nueva.
           if ws-simulacion = "S" then go simular-clase end-if.
           move ws-v-codigo (ws-i) to ab-codigo.
           move ws-clase-codigo    to ab-clase.
           move ws-v-valor (ws-i)  to ab-valor-venta.
              write reg-clase-abc invalid key continue end-write
           end-if.
           go clasificar-un-codigo.
      *_simulacion: solo se informan los codigos nuevos y los que
      *_cambiarian de clase
       simular-clase.
           move spaces to sd-texto.
           if ws-registro-existe = "N" then
              string "codigo nuevo, quedaria en clase "
                     ws-clase-codigo
                     delimited by size into sd-texto
              add 1 to ws-sim-nuevos
              go escribir-simulacion-clase
           end-if.
           if ab-clase = ws-clase-codigo then
              go clasificar-un-codigo
           end-if.
           string "cambiaria de clase " ab-clase " a "
                  ws-clase-codigo
                  delimited by size into sd-texto.
           add 1 to ws-sim-cambios.
       escribir-simulacion-clase.
           move ws-v-codigo (ws-i) to sd-codigo.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go clasificar-un-codigo.
      *_conteo ciclico: arma la lista corta del dia con los codigos
      *_cuyo conteo vencio segun su clase, congelando sus lotes en
      *_inventario.dat como una toma mas de opcion-32
       generar-conteo.
           open input medicamentos.
           move 0 to ws-codigos-lista.
           move 0 to ws-lotes-congelados.
           move "N" to ws-toma-generada.
           if ws-simulacion = "S" then go simular-lista end-if.
           open i-o toma-inventario.
           open i-o control-numero.
           move low-values to ab-codigo.
           start clasificacion-abc key is >= ab-codigo
               invalid key go fin-batch.
           if ws-codigos-lista >= ws-tope-diario then
              go fin-batch
           end-if.
           move ab-codigo              to ws-ciclo-codigo.
           move ab-clase               to ws-ciclo-clase.
           move ab-orden-ultimo-conteo to ws-ciclo-orden.
           perform revisar-vencimiento-conteo
               thru fin-revisar-vencimiento-conteo.
           if ws-conteo-vencido = "N" then go revisar-codigo-ciclo.
           perform fijar-numero-toma thru fin-fijar-numero-toma.
           perform congelar-lotes-codigo
               thru fin-congelar-lotes-codigo.
           move ws-orden-hoy to ab-orden-ultimo-conteo.
           rewrite reg-clase-abc invalid key continue end-rewrite.
           add 1 to ws-codigos-lista.
           go revisar-codigo-ciclo.
      *_el conteo vence cuando pasaron los dias de su clase desde el
      *_ultimo conteo; el codigo nunca contado vence siempre
       revisar-vencimiento-conteo.
           move "S" to ws-conteo-vencido.
           if ws-ciclo-clase = "A" then move 30 to ws-dias-frecuencia.
           if ws-ciclo-clase = "B" then move 90 to ws-dias-frecuencia.
           if ws-ciclo-clase = "C" then
              move 180 to ws-dias-frecuencia
           end-if.
           if ws-ciclo-orden = 0 then
              go fin-revisar-vencimiento-conteo
           end-if.
           divide ws-ciclo-orden by 10000
               giving ws-u-ano remainder ws-resto-fecha.
           divide ws-resto-fecha by 100
               giving ws-u-mes remainder ws-u-dia.
              + (ws-h-mes - ws-u-mes) * 30
              + (ws-h-dia - ws-u-dia).
           if ws-dias < ws-dias-frecuencia then
              move "N" to ws-conteo-vencido
           end-if.
       fin-revisar-vencimiento-conteo.
           exit.
      *_simulacion: arma la misma lista que la corrida real, con la
      *_clase que esta corrida le daria a cada codigo (tabla ws-val)
      *_y con los codigos nuevos intercalados en orden de codigo,
      *_que entran sin ultimo conteo; no graba la toma ni las fechas
       simular-lista.
           move low-values to ws-ciclo-codigo.
           move "N" to ws-sim-fin-abc.
           move low-values to ab-codigo.
           start clasificacion-abc key is >= ab-codigo
               invalid key move "S" to ws-sim-fin-abc.
           perform leer-abc-simulado thru fin-leer-abc-simulado.
       simular-siguiente.
           if ws-codigos-lista >= ws-tope-diario then
              go fin-batch
           end-if.
           perform buscar-nuevo-siguiente
               thru fin-buscar-nuevo-siguiente.
           if ws-sim-fin-abc = "S" and ws-nuevo-i = 0 then
              go fin-batch
           end-if.
           if ws-nuevo-i > 0 and ws-sim-fin-abc = "S" then
              go simular-codigo-nuevo
           end-if.
           if ws-nuevo-i > 0 then
              if ws-v-codigo (ws-nuevo-i) < ab-codigo then
                 go simular-codigo-nuevo
              end-if
           end-if.
           move ab-codigo              to ws-ciclo-codigo.
           move ab-clase               to ws-ciclo-clase.
           move ab-orden-ultimo-conteo to ws-ciclo-orden.
           perform buscar-clase-simulada
               thru fin-buscar-clase-simulada.
           perform leer-abc-simulado thru fin-leer-abc-simulado.
           go simular-vencimiento.
       simular-codigo-nuevo.
           move ws-v-codigo (ws-nuevo-i) to ws-ciclo-codigo.
           move ws-v-clase (ws-nuevo-i)  to ws-ciclo-clase.
           move 0 to ws-ciclo-orden.
       simular-vencimiento.
           perform revisar-vencimiento-conteo
               thru fin-revisar-vencimiento-conteo.
           if ws-conteo-vencido = "N" then go simular-siguiente.
           move ws-lotes-congelados to ws-sim-lotes.
           perform congelar-lotes-codigo
               thru fin-congelar-lotes-codigo.
           compute ws-sim-lotes = ws-lotes-congelados - ws-sim-lotes.
           move ws-sim-lotes to ws-sim-cantidad.
           move ws-ciclo-codigo to sd-codigo.
           move spaces to sd-texto.
           string "entraria al conteo ciclico (clase " ws-ciclo-clase
                  "), lotes:" ws-sim-cantidad
                  delimited by size into sd-texto.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           add 1 to ws-codigos-lista.
           go simular-siguiente.
       leer-abc-simulado.
           if ws-sim-fin-abc = "S" then go fin-leer-abc-simulado.
           read clasificacion-abc next record
               at end move "S" to ws-sim-fin-abc.
       fin-leer-abc-simulado.
           exit.
      *_el codigo nuevo de menor codigo despues del ultimo revisado
       buscar-nuevo-siguiente.
           move 0 to ws-nuevo-i.
           move 0 to ws-j.
       buscar-nuevo-fila.
           add 1 to ws-j.
           if ws-j > ws-total-valor then
              go fin-buscar-nuevo-siguiente
           end-if.
           if ws-v-nuevo (ws-j) not = "S" then go buscar-nuevo-fila.
           if ws-v-codigo (ws-j) not > ws-ciclo-codigo then
              go buscar-nuevo-fila
           end-if.
           if ws-nuevo-i = 0 then
              move ws-j to ws-nuevo-i
              go buscar-nuevo-fila
           end-if.
           if ws-v-codigo (ws-j) < ws-v-codigo (ws-nuevo-i) then
              move ws-j to ws-nuevo-i
           end-if.
           go buscar-nuevo-fila.
       fin-buscar-nuevo-siguiente.
           exit.
      *_clase que esta corrida le daria al codigo ya clasificado; el
      *_que no vendio en los 90 dias conserva la de abcclas.dat
       buscar-clase-simulada.
           move 0 to ws-j.
       buscar-clase-fila.
           add 1 to ws-j.
           if ws-j > ws-total-valor then
              go fin-buscar-clase-simulada
           end-if.
           if ws-v-codigo (ws-j) not = ws-ciclo-codigo then
              go buscar-clase-fila
           end-if.
           move ws-v-clase (ws-j) to ws-ciclo-clase.
       fin-buscar-clase-simulada.
           exit.
       fijar-numero-toma.
           if ws-toma-generada = "S" then
              go fin-fijar-numero-toma
      *_congela los lotes del codigo en la toma del dia, igual que
      *_la generacion completa de opcion-32
       congelar-lotes-codigo.
           move ws-ciclo-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go fin-congelar-lotes-codigo.
       congelar-lote-ciclo.
           read medicamentos next record
               at end go fin-congelar-lotes-codigo.
           if codigo-medicamento not = ws-ciclo-codigo then
              go fin-congelar-lotes-codigo
           end-if.
           if ws-simulacion = "S" then
              add 1 to ws-lotes-congelados
              go congelar-lote-ciclo
           end-if.
           move ws-numero-toma     to in-numero-toma.
           move codigo-medicamento to in-codigo.
           move numero-lote        to in-lote.
       fin-batch.
           close clasificacion-abc.
           close medicamentos.
           if ws-simulacion = "S" then go fin-simulacion end-if.
           close toma-inventario.
           close control-numero.
           display "batch-abc: codigos en la lista del dia: "
                   "  lotes congelados: " ws-lotes-congelados
                   "  toma: " ws-numero-toma.
           stop run.
       fin-simulacion.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move ws-sim-cambios      to stt-cambios.
           move ws-sim-nuevos       to stt-nuevos.
           move ws-codigos-lista    to stt-lista.
           move ws-lotes-congelados to stt-lotes.
           write reg-simulacion-linea from ws-linea-sim-total.
           close informe-simulacion.
           display "batch-abc (simulacion): cambios de clase: "
                   ws-sim-cambios "  nuevos: " ws-sim-nuevos
                   "  lista del dia: " ws-codigos-lista.
           display "batch-abc (simulacion): detalle en simabc.txt".
           stop run.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
