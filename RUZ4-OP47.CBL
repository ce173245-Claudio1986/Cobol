           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_una fila por semana proyectada, para hojear el informe igual
      *_que los demas informes del sistema
           access mode is dynamic
           record key is fj-semana.

      *_cobros mensuales emitidos a las instituciones de convenio,
      *_con lo pagado y lo rechazado de cada uno
           select cobros-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cc-numero-cobro
           alternate record key is cc-rut-institucion with duplicates.

       data division.
       file section.
       fd factura-compra
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd movimiento-medicamento
           label record is standard
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

      *_proyeccion de caja semana a semana para los proximos 90 dias:
      *_ingresos estimados (venta diaria promedio y cobranza del
      *_fiado y saldos por cobrar a las instituciones de convenio)
      *_contra los vencimientos de las facturas de compra
       fd flujo-caja
           label record is standard
           value of file-id "flujocaja.dat".
             03 fj-ano-desde      pic 99.
          02 fj-ingreso-ventas    pic 9(9).
          02 fj-ingreso-fiado     pic 9(9).
          02 fj-ingreso-convenios pic 9(9).
          02 fj-egreso-compras    pic 9(9).
          02 fj-neto              pic s9(9).
          02 fj-acumulado         pic s9(9).

       fd cobros-convenio
           label record is standard
           value of file-id "cobconv.dat".
       01 reg-cobro-convenio.
          02 cc-numero-cobro      pic x(6).
          02 cc-rut-institucion   pic x(8).
          02 cc-periodo.
             03 cc-mes-periodo    pic 99.
             03 cc-ano-periodo    pic 99.
          02 cc-fecha-emision.
             03 cc-dia-emision    pic 99.
             03 cc-mes-emision    pic 99.
             03 cc-ano-emision    pic 99.
          02 cc-monto-cobrado     pic 9(9).
          02 cc-monto-pagado      pic 9(9).
          02 cc-monto-rechazado   pic 9(9).
          02 cc-estado            pic x.
             88 cobro-abierto     value "A".
             88 cobro-cerrado     value "C".

       working-storage section.
       01 opcion-browse            pic x.
          88 flujo-anterior        value "1".
      *_tabla de egresos por semana (13 semanas cubren los 90 dias)
       01 ws-tabla-egresos.
          02 ws-egreso-semana      pic 9(9) occurs 13 times.
      *_saldo de los cobros de convenio abiertos por semana en que se
      *_espera el pago; la institucion paga a 30 dias de la emision y
      *_lo atrasado en mas de 90 dias no se proyecta (cobro dudoso)
       77 ws-plazo-convenio        pic 9(3) value 30.
       77 ws-saldo-convenio        pic 9(9).
       01 ws-tabla-convenios.
          02 ws-ingreso-convenio   pic 9(9) occurs 13 times.
       77 ws-i                     pic 9(2).
       77 ws-acumulado             pic s9(10) value 0.
      *_fecha de inicio de la semana proyectada, avanzando de a 7
           02 filler col 32
              pic is z(8)9 using fj-ingreso-fiado.
           02 filler line 18 col 1 foreground-color is 7
              value is "cobranza de convenios:".
           02 filler col 32
              pic is z(8)9 using fj-ingreso-convenios.
           02 filler line 19 col 1 foreground-color is 7
              value is "pagos a laboratorios:".
           02 filler col 32
              pic is z(8)9 using fj-egreso-compras.
           02 filler line 20 col 1 foreground-color is 7
              value is "neto de la semana:".
           02 filler col 32
              pic is -(8)9 using fj-neto.
           02 filler line 21 col 1 foreground-color is 7
              value is "posicion acumulada:".
           02 filler col 32
              pic is -(8)9 using fj-acumulado.
           open input factura-compra.
           open input clientes.
           open input movimiento-medicamento.
           open input cobros-convenio.
           display pantalla-principal.
      *_venta promedio diaria: total vendido en los ultimos 90 dias
      *_segun las lineas de mov.dat, dividido por 90
       limpiar-egreso-semana.
           if ws-i > 13 then go recorrer-compras end-if.
           move 0 to ws-egreso-semana (ws-i).
           move 0 to ws-ingreso-convenio (ws-i).
           add 1 to ws-i.
           go limpiar-egreso-semana.
       recorrer-compras.
           move low-values to c-clave-compra.
           start factura-compra key is >= c-clave-compra
               invalid key go recorrer-convenios.
       leer-factura-flujo.
           read factura-compra next record
               at end go recorrer-convenios.
           if not compra-pendiente then go leer-factura-flujo.
           move c-ano-vcto-pago to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           if ws-semana > 13 then move 13 to ws-semana end-if.
           add c-monto-factura to ws-egreso-semana (ws-semana).
           go leer-factura-flujo.
      *_saldo de cada cobro de convenio abierto, en la semana en que
      *_vence el plazo de pago contado desde la emision
       recorrer-convenios.
           move low-values to cc-numero-cobro.
           start cobros-convenio key is >= cc-numero-cobro
               invalid key go escribir-flujo.
       leer-cobro-flujo.
           read cobros-convenio next record
               at end go escribir-flujo.
           if not cobro-abierto then go leer-cobro-flujo.
           compute ws-saldo-convenio = cc-monto-cobrado
              - cc-monto-pagado - cc-monto-rechazado.
           if ws-saldo-convenio = 0 then go leer-cobro-flujo.
           move cc-ano-emision to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-vs-aaaa-b.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dias =
              (ws-vs-aaaa-b - ws-vs-aaaa) * 360
              + (cc-mes-emision - mes) * 30
              + (cc-dia-emision - dia) + ws-plazo-convenio.
           if ws-dias < -90 then go leer-cobro-flujo end-if.
           if ws-dias < 0 then move 0 to ws-dias end-if.
           if ws-dias > 90 then go leer-cobro-flujo end-if.
           compute ws-semana = ws-dias / 7 + 1.
           if ws-semana > 13 then move 13 to ws-semana end-if.
           add ws-saldo-convenio to ws-ingreso-convenio (ws-semana).
           go leer-cobro-flujo.
      *_arma el archivo del informe: una fila por semana con ingresos,
      *_egresos, neto y la posicion acumulada de caja
       escribir-flujo.
           else
              move 0 to fj-ingreso-fiado
           end-if.
           move ws-ingreso-convenio (ws-i) to fj-ingreso-convenios.
           move ws-egreso-semana (ws-i) to fj-egreso-compras.
           compute fj-neto = fj-ingreso-ventas + fj-ingreso-fiado
              + fj-ingreso-convenios - fj-egreso-compras.
           compute ws-acumulado = ws-acumulado + fj-neto.
           move ws-acumulado to fj-acumulado.
           write reg-flujo invalid key continue end-write.
           close factura-compra.
           close clientes.
           close movimiento-medicamento.
           close cobros-convenio.
           goback.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
