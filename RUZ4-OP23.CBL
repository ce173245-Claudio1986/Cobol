           access mode is dynamic
           record key is nc-clave.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_nomina semanal de pago: encabezado, un pago (total o abono
      *_parcial) por factura y la cuenta de destino del laboratorio
           select nominas-pago assign to disk
           organization is indexed
           access mode is dynamic
           record key is nm-numero.

           select detalle-nomina assign to disk
           organization is indexed
           access mode is dynamic
           record key is nd-clave.

           select bancos-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is bp-rut-laboratorio.

      *_devoluciones al laboratorio generadas en opcion-4; aqui se
      *_registra si el laboratorio las acepto o las rechazo
           select devolucion-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-correlativo.

      *_parametros generales (opcion-60): rut de la empresa para el
      *_encabezado del archivo del banco
           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_archivo de transferencias masivas en el formato del banco y
      *_comprobantes de egreso impresos, uno por laboratorio
           select transferencias assign to disk
           organization is line sequential.

           select comprobantes-egreso assign to disk
           organization is line sequential.

       data division.
       file section.
       fd factura-compra
             88 nota-pendiente    value "P".
             88 nota-aplicada     value "A".

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd nominas-pago
           label record is standard
           value of file-id "nominas.dat".
       01 reg-nomina.
          02 nm-numero            pic 9(6).
          02 nm-fecha.
             03 nm-dia            pic 99.
             03 nm-mes            pic 99.
             03 nm-ano            pic 99.
          02 nm-vcto-desde.
             03 nm-dia-desde      pic 99.
             03 nm-mes-desde      pic 99.
             03 nm-ano-desde      pic 99.
          02 nm-vcto-hasta.
             03 nm-dia-hasta      pic 99.
             03 nm-mes-hasta      pic 99.
             03 nm-ano-hasta      pic 99.
          02 nm-estado            pic x.
             88 nomina-borrador   value "B".
             88 nomina-aprobada   value "A".
             88 nomina-anulada    value "X".
          02 nm-cantidad          pic 9(4).
          02 nm-total             pic 9(11).

       fd detalle-nomina
           label record is standard
           value of file-id "nomdet.dat".
       01 reg-detalle-nomina.
          02 nd-clave.
             03 nd-rut-laboratorio pic x(8).
             03 nd-numero-factura  pic x(6).
             03 nd-numero-nomina   pic 9(6).
          02 nd-monto             pic 9(9).
          02 nd-estado            pic x.
             88 pago-borrador     value "B".
             88 pago-aprobado     value "A".
             88 pago-anulado      value "X".
          02 nd-fecha-pago.
             03 nd-dia-pago       pic 99.
             03 nd-mes-pago       pic 99.
             03 nd-ano-pago       pic 99.
          02 nd-comprobante       pic 9(6).

       fd bancos-laboratorio
           label record is standard
           value of file-id "bancolab.dat".
       01 reg-banco-laboratorio.
          02 bp-rut-laboratorio   pic x(8).
          02 bp-codigo-banco      pic x(3).
          02 bp-tipo-cuenta       pic x.
             88 cuenta-corriente  value "C".
             88 cuenta-vista      value "V".
             88 cuenta-ahorro     value "A".
          02 bp-numero-cuenta     pic x(15).

       fd devolucion-laboratorio
           label record is standard
           value of file-id is "devol.dat".
       01 reg-devolucion.
          02 v-correlativo         pic 9(5).
          02 v-codigo-medicamento  pic x(6).
          02 v-descr-medicamento   pic x(30).
          02 v-cantidad-devuelta   pic 9(5).
          02 v-fecha-devolucion.
             03 v-dia-devolucion   pic 99.
             03 v-mes-devolucion   pic 99.
             03 v-ano-devolucion   pic 99.
          02 v-rut-laboratorio     pic x(8).
          02 v-razon-social        pic x(15).
          02 v-lote-devuelto       pic 9(3).
          02 v-costo-devuelto      pic 9(7).
          02 v-estado-devolucion   pic x.
             88 devolucion-pendiente value "P" " ".
             88 devolucion-aceptada  value "A".
             88 devolucion-rechazada value "R".
          02 v-fecha-resolucion.
             03 v-dia-resolucion   pic 99.
             03 v-mes-resolucion   pic 99.
             03 v-ano-resolucion   pic 99.
          02 v-sucursal-devolucion pic x(2).
          02 v-operador-devolucion pic x(8).

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

       fd transferencias
           label record is standard
           value of file-id "transfer.txt".
       01 reg-transfer-linea      pic x(100).

       fd comprobantes-egreso
           label record is standard
           value of file-id "egresoprv.txt".
       01 reg-egreso-linea        pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 registrar-pago        value "1".
          88 proyeccion-caja       value "3".
          88 registrar-nota        value "4".
          88 aplicar-nota          value "5".
          88 nomina-de-pago        value "6".
          88 datos-bancarios       value "7".
          88 resolver-devolucion   value "8".
          88 volver-menu-principal value "9".
       01 opcion-browse            pic x.
          88 pagar-anterior        value "1".
          88 pagar-siguiente       value "2".
       77 ws-py-15                 pic 9(9) value 0.
       77 ws-py-30                 pic 9(9) value 0.
       77 opcion-continuar         pic 9.
      *_saldo por pagar de la factura: el monto (ya neto de las notas
      *_de credito aplicadas) menos los abonos de nominas aprobadas
       77 ws-abonos-factura        pic 9(9) value 0.
       77 ws-saldo-factura         pic 9(9) value 0.
      *_armado de la nomina: rango de vencimientos como numeros
      *_ordenables, monto a pagar de la factura en pantalla y totales
       01 ws-nom-desde.
          02 ws-nom-dia-desde      pic 99.
          02 ws-nom-mes-desde      pic 99.
          02 ws-nom-ano-desde      pic 99.
       01 ws-nom-hasta.
          02 ws-nom-dia-hasta      pic 99.
          02 ws-nom-mes-hasta      pic 99.
          02 ws-nom-ano-hasta      pic 99.
       77 ws-orden-desde           pic 9(8).
       77 ws-orden-hasta           pic 9(8).
       77 ws-orden-vcto            pic 9(8).
       77 ws-nomina-numero         pic 9(6) value 0.
       77 ws-monto-nomina          pic 9(9) value 0.
       77 ws-nom-cantidad          pic 9(4) value 0.
       77 ws-nom-total             pic 9(11) value 0.
       77 ws-nom-omitidas          pic 9(4) value 0.
       77 ws-nom-transferencias    pic 9(5) value 0.
      *_devolucion al laboratorio en resolucion y su valor a costo
       77 ws-dev-buscada           pic 9(5) value 0.
       77 ws-dev-valor             pic 9(9) value 0.
      *_corte por laboratorio al aprobar: un comprobante de egreso y
      *_una transferencia por cada uno
       77 ws-rut-anterior          pic x(8).
       77 ws-comprobante           pic 9(6) value 0.
       77 ws-total-lab             pic 9(11) value 0.
       77 ws-clave-pago            pic x(20).
       77 ws-banco-nuevo           pic x value "N".
       77 ws-rut-empresa           pic x(8) value spaces.
       77 ws-dv-empresa            pic x value space.
      *_registros del archivo de transferencias masivas: encabezado
      *_(1), una transferencia por laboratorio (2) y cierre (9)
       01 tr-encabezado.
          02 tr-e-tipo             pic x value "1".
          02 tr-e-rut-empresa      pic x(8).
          02 tr-e-dv-empresa       pic x.
          02 tr-e-nomina           pic 9(6).
          02 tr-e-fecha            pic 9(8).
          02 filler                pic x(76) value spaces.
       01 tr-detalle.
          02 tr-d-tipo             pic x value "2".
          02 tr-d-rut              pic 9(8).
          02 tr-d-dv               pic x.
          02 tr-d-nombre           pic x(15).
          02 tr-d-banco            pic x(3).
          02 tr-d-tipo-cuenta      pic x.
          02 tr-d-cuenta           pic x(15).
          02 tr-d-monto            pic 9(13).
          02 tr-d-glosa            pic x(20).
          02 filler                pic x(23) value spaces.
       01 tr-cierre.
          02 tr-c-tipo             pic x value "9".
          02 tr-c-cantidad         pic 9(5).
          02 tr-c-total            pic 9(13).
          02 filler                pic x(81) value spaces.
      *_lineas del comprobante de egreso por laboratorio
       01 ce-linea-titulo.
          02 filler                pic x(30)
             value "comprobante de egreso numero: ".
          02 ce-t-comprobante      pic 9(6).
          02 filler                pic x(10) value "  nomina: ".
          02 ce-t-nomina           pic 9(6).
          02 filler                pic x(9) value "  fecha: ".
          02 ce-t-fecha            pic x(8).
          02 filler                pic x(11) value spaces.
       01 ce-linea-laboratorio.
          02 filler                pic x(13) value "laboratorio: ".
          02 ce-l-rut              pic x(8).
          02 filler                pic x(2) value spaces.
          02 ce-l-razon            pic x(15).
          02 filler                pic x(42) value spaces.
       01 ce-linea-detalle.
          02 filler                pic x(10) value "  factura ".
          02 ce-d-factura          pic x(6).
          02 filler                pic x(4) value spaces.
          02 ce-d-monto            pic z(8)9.
          02 filler                pic x(51) value spaces.
       01 ce-linea-total.
          02 filler                pic x(20)
             value "  total pagado:     ".
          02 ce-tot-monto          pic z(10)9.
          02 filler                pic x(49) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
              foreground-color is 7
              value is "opcion 6:".
           02 filler col 25
              value is "nomina de pago a proveedores".
           02 filler line 17 col 1
              foreground-color is 7
              value is "opcion 7:".
           02 filler col 25
              value is "datos bancarios del laboratorio".
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 8:".
           02 filler col 25
              value is "aceptar o rechazar devolucion al laboratorio".
           02 filler line 19 col 1
              foreground-color is 7
              value is "opcion 9:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 20 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 21 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 20 col 25
              pic is x using opcion required auto.
       01 pantalla-buscar-factura.
           02 filler line 8 col 1
       01 datos-resultado-nota.
           02 filler line 20 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-buscar-devolucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "resolucion de devolucion al laboratorio".
           02 filler line 12 col 1
              foreground-color is 7
              value is "numero de la devolucion:".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-buscar-devolucion.
           02 filler line 12 col 45
              pic is 9(5) using ws-dev-buscada required auto.
       01 pantalla-resolver-devolucion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              value is "devolucion:".
           02 filler col 30
              pic is 9(5) using v-correlativo.
           02 filler line 11 col 1
              value is "laboratorio:".
           02 filler col 30
              pic is x(15) using v-razon-social.
           02 filler line 12 col 1
              value is "medicamento:".
           02 filler col 30
              pic is x(6) using v-codigo-medicamento.
           02 filler col 38
              pic is x(30) using v-descr-medicamento.
           02 filler line 13 col 1
              value is "lote:".
           02 filler col 30
              pic is 999 using v-lote-devuelto.
           02 filler line 14 col 1
              value is "cantidad devuelta:".
           02 filler col 30
              pic is zzzz9 using v-cantidad-devuelta.
           02 filler line 15 col 1
              value is "valor a costo:".
           02 filler col 30
              pic is z(8)9 using ws-dev-valor.
           02 filler line 16 col 1
              value is "devuelta el:".
           02 filler col 30
              pic is 99 using v-dia-devolucion.
           02 filler col 33
              pic is 99 using v-mes-devolucion.
           02 filler col 36
              pic is 99 using v-ano-devolucion.
           02 filler line 18 col 1
              foreground-color is 7
              value is "opcion 1: aceptada   opcion 2: rechazada".
           02 filler line 19 col 1
              foreground-color is 7
              value is "opcion 3: cancelar".
           02 filler line 21 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resolver-devolucion.
           02 filler line 18 col 60
              pic is 9 using opcion-confirmar required auto.
       01 pantalla-rango-nomina.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "nomina de pago a proveedores".
           02 filler line 12 col 1
              foreground-color is 7
              value is "vencimiento desde (ddmmaa):".
           02 filler line 13 col 1
              foreground-color is 7
              value is "vencimiento hasta (ddmmaa):".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rango-nomina.
           02 filler line 12 col 45
              pic is 9(6) using ws-nom-desde required auto.
           02 filler line 13 col 45
              pic is 9(6) using ws-nom-hasta required auto.
       01 pantalla-linea-nomina.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              value is "nomina numero:".
           02 filler col 30
              pic is 9(6) using ws-nomina-numero.
           02 filler line 11 col 1
              value is "laboratorio:".
           02 filler col 30
              pic is x(15) using razon-social.
           02 filler line 12 col 1
              value is "factura:".
           02 filler col 30
              pic is x(6) using c-numero-factura.
           02 filler line 13 col 1
              value is "vence el:".
           02 filler col 30
              pic is 99 using c-dia-vcto-pago.
           02 filler col 33
              pic is 99 using c-mes-vcto-pago.
           02 filler col 36
              pic is 99 using c-ano-vcto-pago.
           02 filler line 14 col 1
              value is "monto neto de notas de credito:".
           02 filler col 35
              pic is z(8)9 using c-monto-factura.
           02 filler line 15 col 1
              value is "abonado en nominas anteriores:".
           02 filler col 35
              pic is z(8)9 using ws-abonos-factura.
           02 filler line 16 col 1
              value is "saldo por pagar:".
           02 filler col 35
              pic is z(8)9 using ws-saldo-factura.
           02 filler line 18 col 1
              foreground-color is 7
              value is "monto a pagar (0 = no incluir):".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-linea-nomina.
           02 filler line 18 col 35
              pic is 9(9) using ws-monto-nomina required auto.
       01 pantalla-resumen-nomina.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 6
              value is "resumen de la nomina de pago".
           02 filler line 12 col 1
              value is "nomina numero:".
           02 filler col 40
              pic is 9(6) using ws-nomina-numero.
           02 filler line 13 col 1
              value is "facturas incluidas:".
           02 filler col 40
              pic is z(3)9 using ws-nom-cantidad.
           02 filler line 14 col 1
              value is "total a transferir:".
           02 filler col 40
              pic is z(10)9 using ws-nom-total.
           02 filler line 15 col 1
              value is "omitidas sin datos bancarios:".
           02 filler col 40
              pic is z(3)9 using ws-nom-omitidas.
           02 filler line 17 col 1
              foreground-color is 7
              value is "opcion 1: aprobar   opcion 2: anular".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resumen-nomina.
           02 filler line 17 col 60
              pic is 9 using opcion-confirmar required auto.
       01 pantalla-banco-laboratorio.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "cuenta bancaria del laboratorio".
           02 filler line 12 col 1
              foreground-color is 7
              value is "rut del laboratorio:".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rut-banco.
           02 filler line 12 col 45
              pic is x(8) using ws-lab-buscado required auto.
       01 pantalla-cuenta-banco.
           02 filler line 14 col 1
              foreground-color is 7
              value is "codigo del banco:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "tipo de cuenta (C=corriente V=vista A=ahorro):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "numero de cuenta:".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-cuenta-banco.
           02 filler line 14 col 50
              pic is x(3) using bp-codigo-banco required auto.
           02 filler line 15 col 50
              pic is x using bp-tipo-cuenta required auto.
           02 filler line 16 col 50
              pic is x(15) using bp-numero-cuenta required auto.
       01 pantalla-antiguedad.
           02 filler line 8 col 1
              foreground-color is 7
           open i-o factura-compra.
           open input laboratorio.
           open i-o notas-laboratorio.
           open i-o control-numero.
           open i-o nominas-pago.
           open i-o detalle-nomina.
           open i-o bancos-laboratorio.
           open i-o devolucion-laboratorio.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 9 then go desplejar-menu.
           if opcion = 1 then go pedir-factura-pago.
           if opcion = 2 then go armar-antiguedad.
           if opcion = 3 then go calcular-proyeccion.
           if opcion = 4 then go registrar-nota-credito.
           if opcion = 5 then go pedir-aplicacion-nota.
           if opcion = 6 then go armar-nomina-pago.
           if opcion = 7 then go mantener-banco-laboratorio.
           if opcion = 8 then go pedir-devolucion-laboratorio.
           go volver.

      *_pago de una factura pendiente: queda con estado pagada y la
           read factura-compra next record
               at end go escribir-antiguedad.
           if not compra-pendiente then go leer-factura-antiguedad.
           perform calcular-saldo-factura
               thru fin-calcular-saldo-factura.
           if ws-saldo-factura = 0 then go leer-factura-antiguedad.
           perform ubicar-fila-pagar thru ubicar-fila-pagar-fin.
           if ws-fila-hallada = "N" then go leer-factura-antiguedad.
           move c-ano-vcto-pago to ws-vs-aa.
              + (mes - c-mes-vcto-pago) * 30
              + (dia - c-dia-vcto-pago).
           if ws-dias-atraso <= 0 then
              add ws-saldo-factura to ws-p-por-vencer (ws-idx-pagar)
              go leer-factura-antiguedad
           end-if.
           if ws-dias-atraso <= 30 then
              add ws-saldo-factura to ws-p-vencida-30 (ws-idx-pagar)
              go leer-factura-antiguedad
           end-if.
           if ws-dias-atraso <= 60 then
              add ws-saldo-factura to ws-p-vencida-60 (ws-idx-pagar)
              go leer-factura-antiguedad
           end-if.
           add ws-saldo-factura to ws-p-vencida-mas (ws-idx-pagar).
           go leer-factura-antiguedad.
      *_ubica (o crea) la fila del laboratorio c-rut-laboratorio
       ubicar-fila-pagar.
           read factura-compra next record
               at end go desplejar-proyeccion.
           if not compra-pendiente then go leer-factura-proyeccion.
           perform calcular-saldo-factura
               thru fin-calcular-saldo-factura.
           move c-ano-vcto-pago to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-vs-aaaa-b.
              + (mes - c-mes-vcto-pago) * 30
              + (dia - c-dia-vcto-pago).
           if ws-dias-atraso > 0 then
              add ws-saldo-factura to ws-py-vencido
              go leer-factura-proyeccion
           end-if.
           if ws-dias-atraso >= -7 then
              add ws-saldo-factura to ws-py-7
           end-if.
           if ws-dias-atraso >= -15 then
              add ws-saldo-factura to ws-py-15
           end-if.
           if ws-dias-atraso >= -30 then
              add ws-saldo-factura to ws-py-30
           end-if.
           go leer-factura-proyeccion.
       desplejar-proyeccion.
           read factura-compra key is c-clave-compra
               invalid key go mensaje-factura-no-existe.
           if compra-pagada then go mensaje-ya-pagada end-if.
      *_la nota no puede cubrir lo que ya se abono en una nomina
           perform calcular-saldo-factura
               thru fin-calcular-saldo-factura.
           if nc-saldo < ws-saldo-factura then
              move nc-saldo to ws-monto-aplicar
           else
              move ws-saldo-factura to ws-monto-aplicar
           end-if.
           compute c-monto-factura =
              c-monto-factura - ws-monto-aplicar.
           compute nc-saldo = nc-saldo - ws-monto-aplicar.
           if ws-monto-aplicar = ws-saldo-factura then
              move "G" to c-estado-pago
              move dia to c-dia-pago
              move mes to c-mes-pago
           accept  datos-resultado-nota.
           go desplejar-menu.

      *_nomina semanal de pago: toma las facturas pendientes cuyo
      *_vencimiento cae en el rango, con su saldo neto de notas de
      *_credito aplicadas y de abonos anteriores; cada una se paga
      *_completa o con un abono parcial. Solo entran laboratorios con
      *_cuenta bancaria registrada (opcion 7)
       armar-nomina-pago.
           move 0 to ws-nom-desde.
           move 0 to ws-nom-hasta.
           display pantalla-principal.
           display pantalla-rango-nomina.
           accept  datos-rango-nomina.
           if ws-nom-desde = 0 then go desplejar-menu end-if.
           if ws-nom-mes-desde < 1 or ws-nom-mes-desde > 12 or
              ws-nom-mes-hasta < 1 or ws-nom-mes-hasta > 12 then
              go armar-nomina-pago
           end-if.
           move ws-nom-ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-desde = ws-vs-aaaa * 10000
              + ws-nom-mes-desde * 100 + ws-nom-dia-desde.
           move ws-nom-ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hasta = ws-vs-aaaa * 10000
              + ws-nom-mes-hasta * 100 + ws-nom-dia-hasta.
           if ws-orden-desde > ws-orden-hasta then
              go armar-nomina-pago
           end-if.
       fijar-numero-nomina.
           move "NOMINA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-nomina.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to ws-nomina-numero.
           rewrite reg-control.
           go iniciar-nomina.
       crear-control-nomina.
           move "NOMINA" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to ws-nomina-numero.
       iniciar-nomina.
           move 0 to ws-nom-cantidad.
           move 0 to ws-nom-total.
           move 0 to ws-nom-omitidas.
           move ws-nomina-numero to nm-numero.
           move dia to nm-dia.
           move mes to nm-mes.
           move ano to nm-ano.
           move ws-nom-desde to nm-vcto-desde.
           move ws-nom-hasta to nm-vcto-hasta.
           move "B" to nm-estado.
           move 0   to nm-cantidad.
           move 0   to nm-total.
           write reg-nomina invalid key go mensaje-error-nomina.
           move low-values to c-clave-compra.
           start factura-compra key is >= c-clave-compra
               invalid key go resumir-nomina.
       leer-factura-nomina.
           read factura-compra next record
               at end go resumir-nomina.
           if not compra-pendiente then go leer-factura-nomina.
           move c-ano-vcto-pago to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-vcto = ws-vs-aaaa * 10000
              + c-mes-vcto-pago * 100 + c-dia-vcto-pago.
           if ws-orden-vcto < ws-orden-desde or
              ws-orden-vcto > ws-orden-hasta then
              go leer-factura-nomina
           end-if.
           perform calcular-saldo-factura
               thru fin-calcular-saldo-factura.
           if ws-saldo-factura = 0 then go leer-factura-nomina.
           move c-rut-laboratorio to bp-rut-laboratorio.
           read bancos-laboratorio key is bp-rut-laboratorio
               invalid key
                  add 1 to ws-nom-omitidas
                  go leer-factura-nomina.
           move c-rut-laboratorio to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key move spaces to razon-social end-read.
           move ws-saldo-factura to ws-monto-nomina.
       pedir-monto-nomina.
           display pantalla-principal.
           display pantalla-linea-nomina.
           accept  datos-linea-nomina.
           if ws-monto-nomina = 0 then go leer-factura-nomina.
           if ws-monto-nomina > ws-saldo-factura then
              go pedir-monto-nomina
           end-if.
           move c-rut-laboratorio to nd-rut-laboratorio.
           move c-numero-factura  to nd-numero-factura.
           move ws-nomina-numero  to nd-numero-nomina.
           move ws-monto-nomina   to nd-monto.
           move "B" to nd-estado.
           move 0   to nd-fecha-pago.
           move 0   to nd-comprobante.
           write reg-detalle-nomina
               invalid key go leer-factura-nomina.
           add 1 to ws-nom-cantidad.
           add ws-monto-nomina to ws-nom-total.
           go leer-factura-nomina.
       resumir-nomina.
           move ws-nomina-numero to nm-numero.
           read nominas-pago key is nm-numero
               invalid key go mensaje-error-nomina.
           move ws-nom-cantidad to nm-cantidad.
           move ws-nom-total    to nm-total.
           if ws-nom-cantidad = 0 then
              move "X" to nm-estado
              rewrite reg-nomina invalid key continue end-rewrite
              go mensaje-nomina-vacia
           end-if.
           rewrite reg-nomina invalid key go mensaje-error-nomina.
           display pantalla-principal.
           display pantalla-resumen-nomina.
           accept  datos-resumen-nomina.
           if opcion-confirmar not numeric then go resumir-nomina.
           if opcion-confirmar = 1 then go aprobar-nomina.
      *_nomina no aprobada: sus pagos quedan anulados y las facturas
      *_siguen pendientes para la proxima
       anular-nomina.
           move low-values to nd-clave.
           start detalle-nomina key is >= nd-clave
               invalid key go anular-encabezado-nomina.
       leer-pago-anular.
           read detalle-nomina next record
               at end go anular-encabezado-nomina.
           if nd-numero-nomina not = ws-nomina-numero or
              not pago-borrador then
              go leer-pago-anular
           end-if.
           move "X" to nd-estado.
           rewrite reg-detalle-nomina invalid key continue end-rewrite.
           go leer-pago-anular.
       anular-encabezado-nomina.
           move ws-nomina-numero to nm-numero.
           read nominas-pago key is nm-numero
               invalid key go desplejar-menu.
           move "X" to nm-estado.
           rewrite reg-nomina invalid key continue end-rewrite.
           display " " line 1 col 1 erase eos.
           display "nomina anulada: " ws-nomina-numero line 4 col 1.
           go desplejar-menu.
      *_aprobacion: los pagos de la nomina se recorren agrupados por
      *_laboratorio (la clave parte por el rut); cada grupo lleva un
      *_comprobante de egreso y una transferencia, y la factura que
      *_queda sin saldo pasa a pagada con la fecha de hoy
       aprobar-nomina.
           perform leer-parametros thru fin-leer-parametros.
           open output transferencias.
           open output comprobantes-egreso.
           move ws-rut-empresa    to tr-e-rut-empresa.
           move ws-dv-empresa     to tr-e-dv-empresa.
           move ws-nomina-numero  to tr-e-nomina.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute tr-e-fecha = ws-vs-aaaa * 10000 + mes * 100 + dia.
           write reg-transfer-linea from tr-encabezado.
           move 0 to ws-nom-transferencias.
           move spaces to ws-rut-anterior.
           move low-values to nd-clave.
           start detalle-nomina key is >= nd-clave
               invalid key go cerrar-aprobacion.
       leer-pago-aprobar.
           read detalle-nomina next record
               at end go cerrar-ultimo-grupo.
           if nd-numero-nomina not = ws-nomina-numero or
              not pago-borrador then
              go leer-pago-aprobar
           end-if.
           if nd-rut-laboratorio not = ws-rut-anterior then
              if ws-rut-anterior not = spaces then
                 perform cerrar-grupo-laboratorio
                     thru fin-cerrar-grupo-laboratorio
              end-if
              perform abrir-grupo-laboratorio
                  thru fin-abrir-grupo-laboratorio
           end-if.
           move "A" to nd-estado.
           move dia to nd-dia-pago.
           move mes to nd-mes-pago.
           move ano to nd-ano-pago.
           move ws-comprobante to nd-comprobante.
           rewrite reg-detalle-nomina invalid key continue end-rewrite.
           move nd-numero-factura to ce-d-factura.
           move nd-monto          to ce-d-monto.
           write reg-egreso-linea from ce-linea-detalle.
           add nd-monto to ws-total-lab.
      *_el saldo se recalcula recorriendo los pagos de la factura, asi
      *_que despues se vuelve a posicionar en el pago siguiente
           move nd-clave to ws-clave-pago.
           perform saldar-factura-compra
               thru fin-saldar-factura-compra.
           move ws-clave-pago to nd-clave.
           start detalle-nomina key is > nd-clave
               invalid key go cerrar-ultimo-grupo.
           go leer-pago-aprobar.
       cerrar-ultimo-grupo.
           if ws-rut-anterior not = spaces then
              perform cerrar-grupo-laboratorio
                  thru fin-cerrar-grupo-laboratorio
           end-if.
       cerrar-aprobacion.
           move ws-nom-transferencias to tr-c-cantidad.
           move ws-nom-total          to tr-c-total.
           write reg-transfer-linea from tr-cierre.
           close transferencias.
           close comprobantes-egreso.
           move ws-nomina-numero to nm-numero.
           read nominas-pago key is nm-numero
               invalid key go mensaje-error-nomina.
           move "A" to nm-estado.
           rewrite reg-nomina invalid key go mensaje-error-nomina.
           display " " line 1 col 1 erase eos.
           display "nomina aprobada: transfer.txt y egresoprv.txt"
                    line 4 col 1.
           go desplejar-menu.

      *_inicio del grupo de un laboratorio: numero de comprobante de
      *_egreso (control.dat, clave EGRPRV) y encabezado impreso
       abrir-grupo-laboratorio.
           move nd-rut-laboratorio to ws-rut-anterior.
           move 0 to ws-total-lab.
           move "EGRPRV" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-egreso.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to ws-comprobante.
           rewrite reg-control.
           go imprimir-encabezado-egreso.
       crear-control-egreso.
           move "EGRPRV" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to ws-comprobante.
       imprimir-encabezado-egreso.
           move ws-rut-anterior to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key move spaces to razon-social end-read.
           move ws-comprobante   to ce-t-comprobante.
           move ws-nomina-numero to ce-t-nomina.
           move fecha-programa   to ce-t-fecha.
           write reg-egreso-linea from ce-linea-titulo.
           move ws-rut-anterior to ce-l-rut.
           move razon-social    to ce-l-razon.
           write reg-egreso-linea from ce-linea-laboratorio.
           move all "-" to reg-egreso-linea.
           write reg-egreso-linea.
       fin-abrir-grupo-laboratorio.
           exit.

      *_fin del grupo: total del comprobante y la transferencia al
      *_laboratorio por lo pagado en esta nomina
       cerrar-grupo-laboratorio.
           move ws-total-lab to ce-tot-monto.
           write reg-egreso-linea from ce-linea-total.
           move spaces to reg-egreso-linea.
           write reg-egreso-linea.
           move ws-rut-anterior to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key
                  move spaces to razon-social
                  move space  to dv-laboratorio
           end-read.
           move ws-rut-anterior to bp-rut-laboratorio.
           read bancos-laboratorio key is bp-rut-laboratorio
               invalid key
                  move spaces to bp-codigo-banco
                  move space  to bp-tipo-cuenta
                  move spaces to bp-numero-cuenta
           end-read.
           move ws-rut-anterior  to tr-d-rut.
           move dv-laboratorio   to tr-d-dv.
           move razon-social     to tr-d-nombre.
           move bp-codigo-banco  to tr-d-banco.
           move bp-tipo-cuenta   to tr-d-tipo-cuenta.
           move bp-numero-cuenta to tr-d-cuenta.
           move ws-total-lab     to tr-d-monto.
           move spaces           to tr-d-glosa.
           move "NOMINA "        to tr-d-glosa (1:7).
           move ws-nomina-numero to tr-d-glosa (8:6).
           write reg-transfer-linea from tr-detalle.
           add 1 to ws-nom-transferencias.
       fin-cerrar-grupo-laboratorio.
           exit.

      *_la factura del pago aprobado queda pagada cuando sus abonos
      *_cubren el monto
       saldar-factura-compra.
           move nd-rut-laboratorio to c-rut-laboratorio.
           move nd-numero-factura  to c-numero-factura.
           read factura-compra key is c-clave-compra
               invalid key go fin-saldar-factura-compra.
           perform calcular-saldo-factura
               thru fin-calcular-saldo-factura.
           if ws-saldo-factura > 0 then
              go fin-saldar-factura-compra
           end-if.
           move "G" to c-estado-pago.
           move dia to c-dia-pago.
           move mes to c-mes-pago.
           move ano to c-ano-pago.
           rewrite reg-factura invalid key continue end-rewrite.
       fin-saldar-factura-compra.
           exit.

      *_saldo por pagar de la factura leida: suma los pagos aprobados
      *_de nominas (la clave de nomdet.dat parte por laboratorio y
      *_factura) y los descuenta del monto ya neto de notas de credito
       calcular-saldo-factura.
           move 0 to ws-abonos-factura.
           move c-rut-laboratorio to nd-rut-laboratorio.
           move c-numero-factura  to nd-numero-factura.
           move 0                 to nd-numero-nomina.
           start detalle-nomina key is >= nd-clave
               invalid key go fijar-saldo-factura.
       leer-abono-factura.
           read detalle-nomina next record
               at end go fijar-saldo-factura.
           if nd-rut-laboratorio not = c-rut-laboratorio or
              nd-numero-factura not = c-numero-factura then
              go fijar-saldo-factura
           end-if.
           if pago-aprobado then add nd-monto to ws-abonos-factura.
           go leer-abono-factura.
       fijar-saldo-factura.
           if ws-abonos-factura >= c-monto-factura then
              move 0 to ws-saldo-factura
           else
              compute ws-saldo-factura =
                 c-monto-factura - ws-abonos-factura
           end-if.
       fin-calcular-saldo-factura.
           exit.

      *_cuenta bancaria de destino del laboratorio para la nomina
       mantener-banco-laboratorio.
           display pantalla-principal.
           display pantalla-banco-laboratorio.
           accept  datos-rut-banco.
           move ws-lab-buscado to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key go mensaje-lab-no-existe.
           move ws-lab-buscado to bp-rut-laboratorio.
           move "N" to ws-banco-nuevo.
           read bancos-laboratorio key is bp-rut-laboratorio
               invalid key
                  move "S" to ws-banco-nuevo
                  move ws-lab-buscado to bp-rut-laboratorio
                  move spaces to bp-codigo-banco
                  move space  to bp-tipo-cuenta
                  move spaces to bp-numero-cuenta.
       pedir-cuenta-banco.
           display pantalla-cuenta-banco.
           accept  datos-cuenta-banco.
           inspect bp-tipo-cuenta converting "cva" to "CVA".
           if not cuenta-corriente and not cuenta-vista and
              not cuenta-ahorro then
              go pedir-cuenta-banco
           end-if.
           if ws-banco-nuevo = "S" then
              write reg-banco-laboratorio invalid key go mensaje-error
           else
              rewrite reg-banco-laboratorio
                  invalid key go mensaje-error
           end-if.
           display " " line 1 col 1 erase eos.
           display "cuenta bancaria registrada" line 4 col 1.
           go desplejar-menu.

      *_el laboratorio acepta la devolucion (y emite su nota de
      *_credito, opcion 4) o la rechaza; la rechazada queda como
      *_perdida del mes de la resolucion en el informe de mermas
       pedir-devolucion-laboratorio.
           move 0 to ws-dev-buscada.
           display pantalla-principal.
           display pantalla-buscar-devolucion.
           accept  datos-buscar-devolucion.
           if ws-dev-buscada = 0 then go desplejar-menu end-if.
           move ws-dev-buscada to v-correlativo.
           read devolucion-laboratorio key is v-correlativo
               invalid key go mensaje-devolucion-no-existe.
           if not devolucion-pendiente then
              go mensaje-devolucion-resuelta
           end-if.
           compute ws-dev-valor =
              v-cantidad-devuelta * v-costo-devuelto.
       confirmar-resolucion-devolucion.
           display pantalla-principal.
           display pantalla-resolver-devolucion.
           accept  datos-resolver-devolucion.
           if opcion-confirmar not numeric then
              go confirmar-resolucion-devolucion
           end-if.
           if opcion-confirmar = 1 then
              move "A" to v-estado-devolucion
           else
              if opcion-confirmar = 2 then
                 move "R" to v-estado-devolucion
              else
                 go desplejar-menu
              end-if
           end-if.
           move dia to v-dia-resolucion.
           move mes to v-mes-resolucion.
           move ano to v-ano-resolucion.
           rewrite reg-devolucion invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           display "resolucion de la devolucion registrada"
                    line 4 col 1.
           go desplejar-menu.

      *_rut de la empresa desde parametros.dat (opcion-60)
       leer-parametros.
           move spaces to ws-rut-empresa.
           move space  to ws-dv-empresa.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           move pa-rut-empresa to ws-rut-empresa.
           move pa-dv-empresa  to ws-dv-empresa.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
           exit.

       volver.
           close factura-compra.
           close laboratorio.
           close notas-laboratorio.
           close control-numero.
           close nominas-pago.
           close detalle-nomina.
           close bancos-laboratorio.
           close devolucion-laboratorio.
           goback.

       mensajes.
           display "la nota de credito ya no tiene saldo"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-devolucion-no-existe.
           display " " line 1 col 1 erase eos.
           display "esa devolucion al laboratorio no esta registrada"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-devolucion-resuelta.
           display " " line 1 col 1 erase eos.
           display "esa devolucion ya fue aceptada o rechazada"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-factura-no-existe.
           display " " line 1 col 1 erase eos.
           display "esa factura de compra no esta registrada"
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el pago" line 4 col 1.
           go desplejar-menu.
       mensaje-error-nomina.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar la nomina de pago" line 4 col 1.
           go desplejar-menu.
       mensaje-nomina-vacia.
           display " " line 1 col 1 erase eos.
           display "no hay facturas por pagar en ese rango"
                    line 4 col 1.
           go desplejar-menu.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
