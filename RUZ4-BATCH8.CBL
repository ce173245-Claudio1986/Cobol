           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select leadtime-laboratorio assign to disk
           organization is indexed
           select log-critico assign to disk
           organization is line sequential.

      *_informe del modo simulacion (parametro "simular")
           select informe-simulacion assign to disk
           organization is line sequential.

       data division.
       file section.
       fd medicamentos
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd leadtime-laboratorio
           label record is standard
           value of file-id "criticolog.txt".
       01 reg-log-linea           pic x(80).

       fd informe-simulacion
           label record is standard
           value of file-id "simcrit.txt".
       01 reg-simulacion-linea    pic x(80).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
       77 ws-al-cantidad           pic zzzz9.
      *_recalculo nocturno del stock critico: el umbral de cada
      *_codigo pasa a ser la demanda diaria de los ultimos 90 dias
      *_por el plazo de entrega medido del laboratorio mas tres
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
       77 ws-vs-aaaa-b            pic 9(4).
      *_modo simulacion: con el parametro "simular" desde
      *_run-batch-critico.sh no se regraba ningun umbral ni se toca
      *_criticolog.txt; los cambios que se harian quedan en
      *_simcrit.txt con los totales
       77 ws-parametro            pic x(10) value spaces.
       77 ws-simulacion           pic x value "N".
       01 ws-linea-sim-total.
          02 filler               pic x(21) value
             "codigos que cambian: ".
          02 stt-cambiados        pic zzz9.
          02 filler               pic x(13) value "  manuales: ".
          02 stt-manuales         pic zzz9.
          02 filler               pic x(18) value
             "  sin recalcular: ".
          02 stt-saltados         pic zzz9.
          02 filler               pic x(16) value spaces.
       procedure division.
       inicio.
           accept ws-parametro from command-line.
           if ws-parametro = "simular" or ws-parametro = "SIMULAR" then
              move "S" to ws-simulacion
           end-if.
           accept fecha-sys from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
      *_umbral recalculado del codigo, dejando constancia en el log
       recalcular-umbrales.
           close movimiento-medicamento.
           open input leadtime-laboratorio.
           open input criticos-manuales.
           if ws-simulacion = "S" then go abrir-simulacion end-if.
           open i-o medicamentos.
           open output log-critico.
           move "recalculo nocturno de stock critico"
              to reg-log-linea.
           move all "-" to reg-log-linea.
           write reg-log-linea.
           move spaces to ws-codigo-grupo.
           go leer-lote-critico.
       abrir-simulacion.
           open input medicamentos.
           open output informe-simulacion.
           move "recalculo de stock critico en simulacion, no se graba"
              to reg-simulacion-linea.
           write reg-simulacion-linea.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move spaces to ws-codigo-grupo.
       leer-lote-critico.
           read medicamentos next record at end go fin-batch.
      *_los codigos con umbral manual (opcion-6) no se tocan
           end-if.
           move cant-stock-critico to ws-critico-anterior.
           move ws-critico-nuevo   to cant-stock-critico.
           if ws-simulacion = "N" then
              rewrite reg-medicamentos invalid key continue end-rewrite
           end-if.
           if codigo-medicamento not = ws-codigo-grupo then
              move codigo-medicamento to lg-codigo
              move ws-critico-anterior to lg-anterior
              move ws-critico-nuevo    to lg-nuevo
              if ws-simulacion = "S" then
                 write reg-simulacion-linea from lg-linea
              else
                 write reg-log-linea from lg-linea
              end-if
              add 1 to ws-codigos-cambiados
              move codigo-medicamento to ws-codigo-grupo
           end-if.
           close medicamentos.
           close leadtime-laboratorio.
           close criticos-manuales.
           if ws-simulacion = "S" then go fin-simulacion end-if.
           close log-critico.
           display "batch-critico: codigos recalculados: "
                   ws-codigos-cambiados
                      " llena; codigos sin recalcular: "
                      ws-codigos-saltados
           end-if.
      *_el quimico revisa los umbrales cambiados; la tabla llena
      *_es un problema de capacidad que ve el administrador
           move "batch-critico" to ws-al-origen.
           if ws-codigos-cambiados > 0 then
              move ws-codigos-cambiados to ws-al-cantidad
              move spaces to ws-al-texto
              string "codigos con nuevo stock critico:" ws-al-cantidad
                     " (ver criticolog.txt)"
                     delimited by size into ws-al-texto
              move "I" to ws-al-severidad
              move "Q" to ws-al-perfil
              call "alerta-registrar" using ws-al-origen ws-al-severidad
                 ws-al-perfil ws-al-texto
                 on exception continue
              end-call
           end-if.
           if ws-tabla-llena = "S" then
              move "tabla de demanda llena, hay codigos sin recalcular"
                  to ws-al-texto
              move "A" to ws-al-severidad
              move "A" to ws-al-perfil
              call "alerta-registrar" using ws-al-origen ws-al-severidad
                 ws-al-perfil ws-al-texto
                 on exception continue
              end-call
           end-if.
           stop run.
       fin-simulacion.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move ws-codigos-cambiados to stt-cambiados.
           move ws-codigos-manuales  to stt-manuales.
           move ws-codigos-saltados  to stt-saltados.
           write reg-simulacion-linea from ws-linea-sim-total.
           close informe-simulacion.
           display "batch-critico (simulacion): cambiarian "
                   ws-codigos-cambiados
                   " codigo(s); detalle en simcrit.txt".
           stop run.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
