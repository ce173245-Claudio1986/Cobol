           access mode is dynamic
           record key is fx-codigo.

      *_ubicacion fisica de cada codigo en la sala de cada sucursal
      *_(pasillo, estante, nivel); ub-recorrido da el orden de paso
           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates.

           select hoja-conteo assign to disk
           organization is line sequential.

          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd ubicaciones
           label record is standard
           value of file-id "ubicac.dat".
       01 reg-ubicacion.
          02 ub-clave.
             03 ub-codigo          pic x(6).
             03 ub-sucursal        pic x(2).
          02 ub-recorrido.
             03 ub-rec-sucursal    pic x(2).
             03 ub-pasillo         pic 99.
             03 ub-estante         pic 99.
             03 ub-nivel           pic 9.
             03 ub-rec-codigo      pic x(6).
          02 ub-fecha.
             03 ub-dia             pic 99.
             03 ub-mes             pic 99.
             03 ub-ano             pic 99.
          02 ub-operador-id        pic x(8).

       fd hoja-conteo
           label record is standard
           value of file-id "conteo.txt".
          02 filler                pic x(12) value "  contado: [".
          02 filler                pic x(10) value spaces.
          02 filler                pic x(1) value "]".
          02 filler                pic x(2) value spaces.
          02 hc-ubicacion          pic x(10).
          02 filler                pic x(2) value spaces.
      *_las hojas salen por sucursal en el orden del recorrido de la
      *_sala (opcion-76) y al final los lotes sin ubicacion
       01 ws-linea-grupo-conteo.
          02 filler                pic x(9) value "sucursal ".
          02 gc-sucursal           pic x(2).
          02 filler                pic x(3) value " - ".
          02 gc-texto              pic x(66).
       01 ws-ubicacion-corta.
          02 filler                pic x value "p".
          02 uc-pasillo            pic 99.
          02 filler                pic x(2) value " e".
          02 uc-estante            pic 99.
          02 filler                pic x(2) value " n".
          02 uc-nivel              pic 9.
       77 ws-sucursal-hoja         pic x(2).
       77 ws-sucursal-lote         pic x(2).
       01 ws-linea-titulo-conteo.
          02 filler                pic x(26)
             value "hoja de conteo - toma nro ".
           go volver.

      *_genera la toma: congela cada lote de medicamentos.dat con su
      *_stock y costo, e imprime las hojas de conteo por ubicacion
       generar-toma-inventario.
           move "TOMA" to control-tipo.
           read control-numero key is control-tipo
           move ano to in-ano-toma.
           write reg-inventario invalid key go congelar-un-lote.
           add 1 to ws-lotes-congelados.
           go congelar-un-lote.
       terminar-toma.
           perform imprimir-hoja-conteo
               thru fin-imprimir-hoja-conteo.
           close medicamentos.
           close hoja-conteo.
           display pantalla-principal.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el conteo" line 4 col 1.
           go desplejar-menu.

      *_hoja de conteo en el orden del recorrido: por sucursal,
      *_pasillo, estante y nivel, cada codigo con sus lotes de esa
      *_sucursal; despues los lotes cuyo codigo no tiene ubicacion
      *_en su sucursal. los lotes sin marca de sucursal son de la 01
       imprimir-hoja-conteo.
           open input ubicaciones.
           move spaces to ws-sucursal-hoja.
           move low-values to ub-recorrido.
           start ubicaciones key is >= ub-recorrido
               invalid key go hoja-sin-ubicacion.
       leer-ubicacion-conteo.
           read ubicaciones next record
               at end go hoja-sin-ubicacion.
           if ub-rec-sucursal not = ws-sucursal-hoja then
              move ub-rec-sucursal to ws-sucursal-hoja
              move ub-rec-sucursal to gc-sucursal
              move "recorrido de la sala" to gc-texto
              write reg-conteo-linea from ws-linea-grupo-conteo
           end-if.
           move ub-pasillo to uc-pasillo.
           move ub-estante to uc-estante.
           move ub-nivel   to uc-nivel.
           move ws-ubicacion-corta to hc-ubicacion.
           move ub-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go leer-ubicacion-conteo.
       leer-lote-ubicado.
           read medicamentos next record
               at end go leer-ubicacion-conteo.
           if codigo-medicamento not = ub-codigo then
              go leer-ubicacion-conteo
           end-if.
           move med-sucursal to ws-sucursal-lote.
           if ws-sucursal-lote = spaces then
              move "01" to ws-sucursal-lote
           end-if.
           if ws-sucursal-lote not = ub-sucursal then
              go leer-lote-ubicado
           end-if.
           perform escribir-linea-conteo
               thru fin-escribir-linea-conteo.
           go leer-lote-ubicado.
       hoja-sin-ubicacion.
           move spaces to gc-sucursal.
           move "lotes sin ubicacion asignada" to gc-texto.
           write reg-conteo-linea from ws-linea-grupo-conteo.
           move spaces to hc-ubicacion.
           move low-values to clave-medicamento.
           start medicamentos key is >= clave-medicamento
               invalid key go cerrar-hoja-conteo.
       leer-lote-sin-ubicacion.
           read medicamentos next record
               at end go cerrar-hoja-conteo.
           move med-sucursal to ws-sucursal-lote.
           if ws-sucursal-lote = spaces then
              move "01" to ws-sucursal-lote
           end-if.
           move codigo-medicamento to ub-codigo.
           move ws-sucursal-lote   to ub-sucursal.
           read ubicaciones key is ub-clave
               invalid key go escribir-lote-sin-ubicacion.
           go leer-lote-sin-ubicacion.
       escribir-lote-sin-ubicacion.
           perform escribir-linea-conteo
               thru fin-escribir-linea-conteo.
           go leer-lote-sin-ubicacion.
       cerrar-hoja-conteo.
           close ubicaciones.
       fin-imprimir-hoja-conteo.
           exit.

       escribir-linea-conteo.
           move codigo-medicamento to hc-codigo.
           move numero-lote        to hc-lote.
           move descr-medicamento  to hc-descripcion.
           write reg-conteo-linea from ws-linea-conteo.
       fin-escribir-linea-conteo.
           exit.
