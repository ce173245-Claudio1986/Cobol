           access mode is dynamic
           record key is ag-correlativo.

      *_parametros generales (opcion-60): tasa mensual de interes
      *_de mora del fiado
           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

       data division.
       file section.
       fd clientes
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd cuentas-fiado
           label record is standard
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
          02 ag-hasta-90          pic 9(9).
          02 ag-sobre-90          pic 9(9).

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

       working-storage section.
       01 opcion                   pic x.
          88 registrar-abono       value "1".
          88 imprimir-estado       value "2".
          88 informe-aging         value "3".
          88 informe-puntos        value "4".
          88 cobrar-intereses      value "5".
          88 volver-menu-principal value "6".
       01 opcion-browse            pic x.
          88 aging-anterior        value "1".
          88 aging-siguiente       value "2".
             value "saldo actual cuenta:  ".
          02 ls-saldo              pic z(8)9.
          02 filler                pic x(49) value spaces.
       01 ws-linea-intereses.
          02 filler                pic x(22)
             value "intereses de mora:    ".
          02 li-intereses          pic z(8)9.
          02 filler                pic x(49) value spaces.
      *_tabla para el informe de antiguedad: saldos abiertos por
      *_cliente repartidos en tramos de dias segun la fecha del cargo
      *_no cubierto por abonos (los abonos pagan lo mas antiguo)
      *_edad aproximada del cargo en dias (meses de 30 dias), igual
      *_criterio simple que la proyeccion de stock de opcion-17
       77 ws-dias-cargo            pic s9(6).
      *_la tabla de antiguedad sirve al informe (A) y a la corrida
      *_mensual de intereses de mora (I)
       77 ws-modo-aging            pic x value "A".
      *_interes de mora: tasa mensual de parametros.dat aplicada a lo
      *_vencido (tramos sobre 30 dias); el periodo cobrado queda en
      *_control.dat (clave INTFIA, aamm) para no cobrar dos veces
       77 ws-tasa-interes          pic 9(2) value 0.
       77 ws-periodo-interes       pic 9(6) value 0.
       77 ws-monto-vencido         pic 9(9) value 0.
       77 ws-monto-interes         pic 9(9) value 0.
       77 ws-clientes-interes      pic 9(5) value 0.
       77 ws-total-intereses       pic 9(9) value 0.
       77 ws-intereses-estado      pic 9(9) value 0.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
              foreground-color is 7
              value is "opcion 5:".
           02 filler col 25
              value is "cobrar intereses de mora del mes".
           02 filler line 16 col 1
              foreground-color is 7
              value is "opcion 6:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 17 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 17 col 25
              pic is x using opcion required auto.
       01 pantalla-rut.
           02 filler line 8 col 1
       01 datos-puntos.
           02 filler line 16 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-intereses.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "intereses de mora cobrados".
           02 filler line 12 col 1
              value is "periodo (aamm):".
           02 filler col 35
              pic is 9(4) using ws-periodo-interes.
           02 filler line 13 col 1
              value is "tasa mensual (%):".
           02 filler col 35
              pic is z9 using ws-tasa-interes.
           02 filler line 14 col 1
              value is "clientes con cargo de interes:".
           02 filler col 35
              pic is z(4)9 using ws-clientes-interes.
           02 filler line 15 col 1
              value is "total de intereses cargados:".
           02 filler col 35
              pic is z(8)9 using ws-total-intereses.
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-intereses.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-aging.
           02 filler line 8 col 1
              foreground-color is 7
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 6 then go desplejar-menu.
           if opcion = 1 then go pedir-rut-abono.
           if opcion = 2 then go pedir-rut-estado.
           if opcion = 3 then go armar-informe-aging.
           if opcion = 4 then go informe-puntos-fidelidad.
           if opcion = 5 then go cobrar-intereses-mora.
           go volver.

      *_abono: el pago del cliente rebaja su saldo y queda registrado
           write reg-estado-linea from ws-linea-periodo.
           move all "-" to reg-estado-linea.
           write reg-estado-linea.
           move 0 to ws-intereses-estado.
           move 0 to fc-correlativo.
           start cuentas-fiado key is >= fc-correlativo
               invalid key go cerrar-estado-cuenta.
           else
              move "ABONO" to ld-tipo
           end-if.
           if fiado-interes then
              move "INTER" to ld-tipo
              add fc-monto to ws-intereses-estado
           end-if.
           move fc-numero-factura to ld-factura.
           move fc-monto          to ld-monto.
           write reg-estado-linea from ws-linea-detalle.
       cerrar-estado-cuenta.
           move all "-" to reg-estado-linea.
           write reg-estado-linea.
           if ws-intereses-estado > 0 then
              move ws-intereses-estado to li-intereses
              write reg-estado-linea from ws-linea-intereses
           end-if.
           move saldo-credito to ls-saldo.
           write reg-estado-linea from ws-linea-saldo.
           close estado-cuenta.
      *_orden cronologico aplicando esos abonos a lo mas antiguo; lo
      *_que queda sin cubrir se reparte en tramos de dias
       armar-informe-aging.
           move "A" to ws-modo-aging.
       armar-tabla-aging.
           move 0 to ws-total-aging.
           move 0 to fc-correlativo.
           start cuentas-fiado key is >= fc-correlativo
       leer-cargo-aging.
           read cuentas-fiado next record
               at end go escribir-informe-aging.
           if not fiado-cargo and not fiado-interes then
              go leer-cargo-aging
           end-if.
           perform ubicar-fila-aging thru ubicar-fila-aging-fin.
           if ws-fila-hallada = "N" then go leer-cargo-aging end-if.
           move fc-monto to ws-monto-abierto.
           exit.
       escribir-informe-aging.
           if ws-total-aging = 0 then go mensaje-sin-saldos end-if.
           if ws-modo-aging = "I" then go aplicar-intereses-mora.
           open output reporte-aging.
           move 0 to contador.
           move 0 to ws-i.
           accept  datos-puntos.
           go desplejar-menu.

      *_corrida mensual de intereses de mora: con la misma tabla de
      *_antiguedad se cobra la tasa de parametros.dat sobre lo vencido
      *_de cada cliente (tramos de mas de 30 dias); cada interes queda
      *_en fiado.dat como movimiento tipo I y sube el saldo-credito
       cobrar-intereses-mora.
           perform leer-parametros thru fin-leer-parametros.
           if ws-tasa-interes = 0 then go mensaje-sin-tasa end-if.
           compute ws-periodo-interes = ano * 100 + mes.
           move "INTFIA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go iniciar-intereses-mora.
           if ultimo-numero = ws-periodo-interes then
              go mensaje-interes-cobrado
           end-if.
       iniciar-intereses-mora.
           move 0 to ws-clientes-interes.
           move 0 to ws-total-intereses.
           move "I" to ws-modo-aging.
           go armar-tabla-aging.
       aplicar-intereses-mora.
           move 0 to ws-i.
       aplicar-interes-fila.
           add 1 to ws-i.
           if ws-i > ws-total-aging then
              go registrar-periodo-interes
           end-if.
           set ws-idx-aging to ws-i.
           compute ws-monto-vencido = ws-a-hasta-60 (ws-idx-aging)
                                    + ws-a-hasta-90 (ws-idx-aging)
                                    + ws-a-sobre-90 (ws-idx-aging).
           if ws-monto-vencido = 0 then go aplicar-interes-fila end-if.
           compute ws-monto-interes rounded =
              ws-monto-vencido * ws-tasa-interes / 100.
           if ws-monto-interes = 0 then go aplicar-interes-fila end-if.
           move ws-a-rut (ws-idx-aging) to rut-cliente.
           read clientes key is rut-cliente
               invalid key go aplicar-interes-fila.
           add ws-monto-interes to saldo-credito.
           rewrite reg-clientes.
       fijar-correlativo-interes.
           move "FIADO" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-interes.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to fc-correlativo.
           rewrite reg-control.
           go grabar-interes.
       crear-control-interes.
           move "FIADO" to control-tipo.
           move 1       to ultimo-numero.
           write reg-control.
           move 1       to fc-correlativo.
       grabar-interes.
           move ws-a-rut (ws-idx-aging) to fc-rut-cliente.
           move "I"              to fc-tipo.
           move "MORA"           to fc-numero-factura.
           move ws-monto-interes to fc-monto.
           move dia to fc-dia.
           move mes to fc-mes.
           move ano to fc-ano.
           move ws-operador-id   to fc-operador-id.
           write reg-fiado invalid key go aplicar-interes-fila.
           add 1 to ws-clientes-interes.
           add ws-monto-interes to ws-total-intereses.
           go aplicar-interes-fila.
       registrar-periodo-interes.
           move "INTFIA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-periodo.
           move ws-periodo-interes to ultimo-numero.
           rewrite reg-control.
           go mostrar-intereses-mora.
       crear-control-periodo.
           move "INTFIA" to control-tipo.
           move ws-periodo-interes to ultimo-numero.
           write reg-control.
       mostrar-intereses-mora.
           display pantalla-principal.
           display pantalla-intereses.
           accept  datos-intereses.
           go desplejar-menu.

      *_tasa de interes del fiado desde parametros.dat (opcion-60);
      *_sin registro la tasa queda en cero y no se cobra nada
       leer-parametros.
           move 0 to ws-tasa-interes.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           move pa-interes-fiado to ws-tasa-interes.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
           exit.

       volver.
           close clientes.
           close cuentas-fiado.
           display " " line 1 col 1 erase eos.
           display "no hay saldos abiertos de clientes" line 4 col 1.
           go desplejar-menu.
       mensaje-sin-tasa.
           display " " line 1 col 1 erase eos.
           display "no hay tasa de interes del fiado en opcion-60"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-interes-cobrado.
           display " " line 1 col 1 erase eos.
           display "los intereses de este mes ya fueron cobrados"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el abono" line 4 col 1.
