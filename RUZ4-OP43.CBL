           access mode is dynamic
           record key is control-tipo.

      *_lineas de la venta, para la guia de devolucion de un reparto
      *_no entregado
           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_hoja de ruta del dia impresa a texto para el repartidor
           select hoja-ruta assign to disk
           organization is line sequential.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-operador-id       pic x(8).
          02 rp-numero-cotizacion pic x(6).

       fd factura-venta
           label record is standard
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd control-numero
           label record is standard
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd movimiento-medicamento
           label record is standard
           value of file-id "mov.dat".
       01 reg-movimiento.
          02 mov-correlativo       pic 9(6).
          02 codigo-movimiento     pic x(6).
          02 num-factura           pic x(6).
          02 cantidad-movimiento   pic 9(5).
          02 v-fecha-elavoracion.
             03 v-dia-elavoracion  pic 99.
             03 v-mes-elavoracion  pic 99.
             03 v-ano-elavoracion  pic 99.
          02 v-fecha-vencimiento.
             03 v-dia-vencimiento  pic 99.
             03 v-mes-vencimiento  pic 99.
             03 v-ano-vencimiento  pic 99.
          02 fecha-venta.
             03 dia-venta         pic 99.
             03 mes-venta         pic 99.
             03 ano-venta         pic 99.
          02 descripcion-mov      pic x(30).
          02 precio-costo-mov     pic 9(7).
          02 rut-cliente-mov      pic x(8).
          02 unidad-med-mov       pic x(2).
          02 iva-venta            pic 9(7).
          02 total-venta          pic 9(8).
          02 operador-id-mov      pic x(8).
          02 fecha-hora-registro-mov.
             03 fhr-dia-mov       pic 99.
             03 fhr-mes-mov       pic 99.
             03 fhr-ano-mov       pic 99.
             03 fhr-hora-mov      pic 99.
             03 fhr-minuto-mov    pic 99.
             03 fhr-segundo-mov   pic 99.
          02 descuento-mov        pic 9(8).
          02 receta-mov           pic x(10).
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd hoja-ruta
           label record is standard
           value of file-id "ruta.txt".
       77 ws-motivo-no-entrega     pic x(20).
       77 ws-repartos-ruta         pic 9(3) value 0.
       77 opcion-continuar         pic 9.
      *_guia de devolucion (dte 52, traslado 7) con que la mercaderia
      *_del reparto no entregado vuelve al local
       77 ws-emitir-guia           pic x value "N".
       77 ws-texto-guia            pic x(40).
      *_datos para el subprograma emitir-guia (guia de despacho
      *_electronica, dte 52)
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
       01 ws-linea-titulo-ruta.
          02 filler                pic x(21)
             value "hoja de ruta del dia ".
              value is "factura:".
           02 filler col 30
              pic is x(6) using rp-numero-factura.
           02 filler col 40 foreground-color is 7
              value is "cotizacion web:".
           02 filler col 56
              pic is x(6) using rp-numero-cotizacion.
           02 filler line 12 col 1 foreground-color is 7
              value is "rut cliente:".
           02 filler col 30
       01 datos-motivo-no-entrega.
           02 filler line 22 col 30
              pic is x(20) using ws-motivo-no-entrega required auto.
       01 pantalla-pide-guia.
           02 filler line 23 col 1
              foreground-color is 7
              value is "emitir guia de devolucion (S/N):".
       01 datos-pide-guia.
           02 filler line 23 col 40
              pic is x using ws-emitir-guia required auto.
       01 pantalla-guia-devolucion.
           02 filler line 23 col 1
              foreground-color is 2
              pic is x(40) using ws-texto-guia.
           02 filler col 42
              pic is z(5)9 using ws-gd-folio.
           02 filler col 50
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-guia-devolucion.
           02 filler line 23 col 78
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move 1        to rp-correlativo.
       grabar-reparto.
           move ws-factura-pedida to rp-numero-factura.
           move spaces to rp-numero-cotizacion.
           move "P" to rp-estado.
           move dia to rp-dia.
           move mes to rp-mes.
           move 0 to rd-caja-correlativo.
           move 0 to rd-monto-cobrado.
           write reg-rendicion invalid key continue end-write.
           move "N" to ws-emitir-guia.
           display pantalla-pide-guia.
           accept  datos-pide-guia.
           if ws-emitir-guia = "s" then move "S" to ws-emitir-guia.
           if ws-emitir-guia = "S" then
              perform emitir-guia-devolucion
                  thru fin-emitir-guia-devolucion
           end-if.
           display " " line 1 col 1 erase eos.
           display "reparto devuelto a preparacion, motivo anotado"
                    line 4 col 1.
           go siguiente-pendiente.

      *_la guia de devolucion lleva las lineas de la venta del
      *_reparto, desde la direccion del cliente de vuelta al local
      *_que vendio
       emitir-guia-devolucion.
           move rp-numero-factura to v-numero-factura.
           read factura-venta key is v-numero-factura
               invalid key move spaces to v-sucursal
           end-read.
           if v-sucursal = spaces then move "01" to v-sucursal.
           move "7"               to ws-gd-indicador.
           move v-sucursal        to ws-gd-origen.
           move v-sucursal        to ws-gd-destino.
           move rp-direccion      to ws-gd-direccion.
           move rp-numero-factura to ws-gd-referencia.
           move ws-operador-id    to ws-gd-operador.
           move dia to ws-gd-dia.
           move mes to ws-gd-mes.
           move ano to ws-gd-ano.
           move 0 to ws-gd-lineas.
           move 0 to ws-gd-folio.
           open input movimiento-medicamento.
           move 0 to mov-correlativo.
           start movimiento-medicamento key is >= mov-correlativo
               invalid key go llamar-guia-devolucion.
       leer-linea-devolucion.
           read movimiento-medicamento next record
               at end go llamar-guia-devolucion.
           if num-factura not = rp-numero-factura then
              go leer-linea-devolucion
           end-if.
           add 1 to ws-gd-lineas.
           move codigo-movimiento   to ws-gd-codigo (ws-gd-lineas).
           move lote-mov            to ws-gd-lote (ws-gd-lineas).
           move descripcion-mov
                to ws-gd-descripcion (ws-gd-lineas).
           move cantidad-movimiento to ws-gd-cantidad (ws-gd-lineas).
           move unidad-med-mov      to ws-gd-unidad (ws-gd-lineas).
           move precio-costo-mov
                to ws-gd-precio-costo (ws-gd-lineas).
           if ws-gd-lineas < 50 then go leer-linea-devolucion.
       llamar-guia-devolucion.
           close movimiento-medicamento.
           if ws-gd-lineas = 0 then
              move "la venta no tiene lineas para la guia" to
                   ws-texto-guia
              go mostrar-guia-devolucion
           end-if.
           call "emitir-guia" using ws-guia
                on exception continue
           end-call.
           if ws-gd-folio = 0 then
              move "sin folios GUIADE: guia no emitida" to
                   ws-texto-guia
           else
              move "guia de devolucion emitida, folio:" to
                   ws-texto-guia
           end-if.
       mostrar-guia-devolucion.
           display pantalla-guia-devolucion.
           accept  datos-guia-devolucion.
       fin-emitir-guia-devolucion.
           exit.
       abrir-rendicion.
           move rp-numero-factura to v-numero-factura.
           read factura-venta key is v-numero-factura
