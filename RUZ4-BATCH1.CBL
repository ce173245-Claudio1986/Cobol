           access mode is dynamic
           record key is clave-vencido.

      *_informe del modo simulacion (parametro "simular")
           select informe-simulacion assign to disk
           organization is line sequential.

       data division.
       file section.
       fd medicamentos
             03 vmes-vencimiento  pic 99.
             03 vano-vencimiento  pic 99.

       fd informe-simulacion
           label record is standard
           value of file-id "simvenc.txt".
       01 reg-simulacion-linea   pic x(80).

       working-storage section.
       77 ws-total-vencidos      pic 9(5) value 0.
      *_modo simulacion: con el parametro "simular" desde
      *_run-batch-vencidos.sh no se graba nada en vencidos.dat; cada
      *_lote que se agregaria (o que ya estaba detectado) queda en
      *_simvenc.txt con los totales
       77 ws-parametro           pic x(10) value spaces.
       77 ws-simulacion          pic x value "N".
       77 ws-sim-repetidos       pic 9(5) value 0.
       01 ws-linea-sim-titulo.
          02 filler              pic x(48) value
             "batch-vencidos en simulacion, no se graba nada".
          02 st-fecha            pic x(8).
          02 filler              pic x(24) value spaces.
       01 ws-linea-sim-encabezado.
          02 filler              pic x(7) value "codigo".
          02 filler              pic x(4) value "lot".
          02 filler              pic x(31) value "descripcion".
          02 filler              pic x(6) value "stock".
          02 filler              pic x(9) value "vence".
          02 filler              pic x(23) value "accion".
       01 ws-linea-sim-detalle.
          02 sd-codigo           pic x(6).
          02 filler              pic x value space.
          02 sd-lote             pic 9(3).
          02 filler              pic x value space.
          02 sd-descripcion      pic x(30).
          02 filler              pic x value space.
          02 sd-stock            pic zzzz9.
          02 filler              pic x value space.
          02 sd-vence            pic x(8).
          02 filler              pic x value space.
          02 sd-accion           pic x(23).
       01 ws-linea-sim-total.
          02 filler              pic x(18) value "se agregarian: ".
          02 stt-agregados       pic zzzz9.
          02 filler              pic x(22) value
             "  ya detectados: ".
          02 stt-repetidos       pic zzzz9.
          02 filler              pic x(30) value spaces.
       01 ws-fecha-edit.
          02 fe-dia              pic 99.
          02 filler              pic x value "/".
          02 fe-mes              pic 99.
          02 filler              pic x value "/".
          02 fe-ano              pic 99.
       77 ws-orden-hoy           pic 9(8).
       77 ws-orden-vencimiento   pic 9(8).
       01 fecha-programa.
      *_corrida anterior y aun no se proceso desde opcion-4) se
      *_omite en vez de abortar todo el batch
       inicio.
           accept ws-parametro from command-line.
           if ws-parametro = "simular" or ws-parametro = "SIMULAR" then
              move "S" to ws-simulacion
           end-if.
       obtener-fecha.
           accept fecha-sistema from date.
           move s-ano to ano.
              + mes * 100 + dia.
       abrir-ficheros.
           open input medicamentos.
           if ws-simulacion = "S" then
              go abrir-simulacion
           end-if.
           open i-o prod-vencidos.
           go leer-medicamentos.
       abrir-simulacion.
           open input prod-vencidos.
           open output informe-simulacion.
           move dia to fe-dia.
           move mes to fe-mes.
           move ano to fe-ano.
           move ws-fecha-edit to st-fecha.
           write reg-simulacion-linea from ws-linea-sim-titulo.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           write reg-simulacion-linea from ws-linea-sim-encabezado.
       leer-medicamentos.
           read medicamentos next record at end go fin-batch.
           move ano-vencimiento to ws-vs-aa.
           end-if.
           go leer-medicamentos.
       grabar-registro-vencido.
           if ws-simulacion = "S" then go simular-vencido end-if.
           move codigo-medicamento to codigo-vencido.
           move numero-lote        to lote-vencido.
           move descr-medicamento  to descr-vencido.
           write reg-prodvencidos invalid key go leer-medicamentos.
           add 1 to ws-total-vencidos.
           go leer-medicamentos.
      *_simulacion: solo se consulta si el lote ya estaba detectado
       simular-vencido.
           move codigo-medicamento to sd-codigo.
           move numero-lote        to sd-lote.
           move descr-medicamento  to sd-descripcion.
           move cantidad-stock     to sd-stock.
           move dia-vencimiento to fe-dia.
           move mes-vencimiento to fe-mes.
           move ano-vencimiento to fe-ano.
           move ws-fecha-edit to sd-vence.
           move codigo-medicamento to codigo-vencido.
           move numero-lote        to lote-vencido.
           read prod-vencidos key is clave-vencido
               invalid key
                  move "se agregaria" to sd-accion
                  add 1 to ws-total-vencidos
                  go escribir-simulacion.
           move "ya detectado, se omite" to sd-accion.
           add 1 to ws-sim-repetidos.
       escribir-simulacion.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go leer-medicamentos.
       fin-batch.
           close medicamentos.
           close prod-vencidos.
           if ws-simulacion = "S" then go fin-simulacion end-if.
           display "batch-vencidos: " ws-total-vencidos
                   " producto(s) vencido(s) detectado(s)".
           goback.
       fin-simulacion.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move ws-total-vencidos to stt-agregados.
           move ws-sim-repetidos  to stt-repetidos.
           write reg-simulacion-linea from ws-linea-sim-total.
           close informe-simulacion.
           display "batch-vencidos (simulacion): " ws-total-vencidos
                   " se agregarian, " ws-sim-repetidos
                   " ya detectados; detalle en simvenc.txt".
           goback.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
