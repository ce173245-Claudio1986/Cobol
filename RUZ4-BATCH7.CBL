           access mode is dynamic
           record key is ct-numero.

      *_informe del modo simulacion (parametro "simular")
           select informe-simulacion assign to disk
           organization is line sequential.

       data division.
       file section.
      *_reservas de stock de cotizaciones aceptadas (opcion-27);
             88 cotizacion-convertida value "C".
          02 ct-operador-id       pic x(8).

       fd informe-simulacion
           label record is standard
           value of file-id "simres.txt".
       01 reg-simulacion-linea    pic x(80).

       working-storage section.
       01 fecha-sys.
          02 s-ano                pic 99.
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
      *_modo simulacion: con el parametro "simular" desde
      *_run-batch-reservas.sh no se libera nada; cada reserva que se
      *_liberaria queda en simres.txt con los totales
       77 ws-parametro            pic x(10) value spaces.
       77 ws-simulacion           pic x value "N".
       77 ws-sim-unidades         pic 9(7) value 0.
       77 ws-sim-pendientes       pic 9(5) value 0.
       01 ws-linea-sim-titulo.
          02 filler               pic x(48) value
             "batch-reservas en simulacion, no se graba nada".
          02 st-fecha             pic x(8).
          02 filler               pic x(24) value spaces.
       01 ws-linea-sim-encabezado.
          02 filler               pic x(8) value "reserva".
          02 filler               pic x(7) value "codigo".
          02 filler               pic x(7) value "cant".
          02 filler               pic x(8) value "cotiz".
          02 filler               pic x(9) value "validez".
          02 filler               pic x(41) value "accion".
       01 ws-linea-sim-detalle.
          02 sd-correlativo       pic 9(6).
          02 filler               pic xx value spaces.
          02 sd-codigo            pic x(6).
          02 filler               pic x value space.
          02 sd-cantidad          pic zzzz9.
          02 filler               pic xx value spaces.
          02 sd-referencia        pic x(6).
          02 filler               pic xx value spaces.
          02 sd-validez           pic x(8).
          02 filler               pic x value space.
          02 sd-accion            pic x(41).
       01 ws-linea-sim-total.
          02 filler               pic x(20) value
             "reservas liberadas: ".
          02 stt-liberadas        pic zzzz9.
          02 filler               pic x(12) value "  unidades: ".
          02 stt-unidades         pic zzzzzz9.
          02 filler               pic x(27) value
             "  cotizaciones a pendiente:".
          02 stt-pendientes       pic zzzz9.
          02 filler               pic x(4) value spaces.
       01 ws-fecha-edit.
          02 fe-dia               pic 99.
          02 filler               pic x value "/".
          02 fe-mes               pic 99.
          02 filler               pic x value "/".
          02 fe-ano               pic 99.
       procedure division.
       inicio.
           accept ws-parametro from command-line.
           if ws-parametro = "simular" or ws-parametro = "SIMULAR" then
              move "S" to ws-simulacion
           end-if.
           accept fecha-sys from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + s-mes * 100 + s-dia.
           if ws-simulacion = "S" then go abrir-simulacion end-if.
           open i-o reservas-stock.
           open i-o cotizaciones.
           go leer-reserva.
       abrir-simulacion.
           open input reservas-stock.
           open input cotizaciones.
           open output informe-simulacion.
           move s-dia to fe-dia.
           move s-mes to fe-mes.
           move s-ano to fe-ano.
           move ws-fecha-edit to st-fecha.
           write reg-simulacion-linea from ws-linea-sim-titulo.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           write reg-simulacion-linea from ws-linea-sim-encabezado.
       leer-reserva.
           read reservas-stock next record at end go fin-batch.
           if not reserva-activa then go leer-reserva.
           end-if.
      *_reserva vencida: se libera y la cotizacion vuelve a
      *_pendiente para que el cliente pueda aceptarla de nuevo
           if ws-simulacion = "S" then go simular-liberacion end-if.
           move "X" to rv-estado.
           rewrite reg-reserva invalid key continue end-rewrite.
           add 1 to ws-liberadas.
              rewrite reg-cotizacion invalid key continue end-rewrite
           end-if.
           go leer-reserva.
      *_simulacion: solo se informa lo que se liberaria
       simular-liberacion.
           add 1 to ws-liberadas.
           add rv-cantidad to ws-sim-unidades.
           move rv-correlativo to sd-correlativo.
           move rv-codigo      to sd-codigo.
           move rv-cantidad    to sd-cantidad.
           move rv-referencia  to sd-referencia.
           move rv-dia-validez to fe-dia.
           move rv-mes-validez to fe-mes.
           move rv-ano-validez to fe-ano.
           move ws-fecha-edit  to sd-validez.
           move "se liberaria" to sd-accion.
           move rv-referencia to ct-numero.
           read cotizaciones key is ct-numero
               invalid key go escribir-simulacion.
           if cotizacion-aceptada then
              move "se liberaria, cotiz. vuelve a pendiente"
                 to sd-accion
              add 1 to ws-sim-pendientes
           end-if.
       escribir-simulacion.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go leer-reserva.
       fin-batch.
           close reservas-stock.
           close cotizaciones.
           if ws-simulacion = "S" then go fin-simulacion end-if.
           display "batch-reservas: reservas vencidas liberadas: "
                   ws-liberadas.
           stop run.
       fin-simulacion.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move ws-liberadas      to stt-liberadas.
           move ws-sim-unidades   to stt-unidades.
           move ws-sim-pendientes to stt-pendientes.
           write reg-simulacion-linea from ws-linea-sim-total.
           close informe-simulacion.
           display "batch-reservas (simulacion): se liberarian "
                   ws-liberadas " reserva(s); detalle en simres.txt".
           stop run.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
