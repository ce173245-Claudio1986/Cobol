           access mode is dynamic
           record key is rd-correlativo.

      *_ventas dejadas en espera en opcion-2; las que el operador no
      *_retomo se liberan al cerrar su caja
           select ventas-espera assign to disk
           organization is indexed
           access mode is dynamic
           record key is es-clave.

      *_vales de compra (gift cards) vendidos en la caja; el dinero
      *_entra a la sesion por el medio con que se pagaron y el vale
      *_queda con saldo para usarse como medio V en opcion-2
           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero.

       data division.
       file section.
      *_sesiones de caja por operador: se abre con un fondo declarado
          02 rd-caja-correlativo  pic 9(6).
          02 rd-monto-cobrado     pic 9(9).

       fd ventas-espera
           label record is standard
           value of file-id "espera.dat".
       01 reg-venta-espera.
          02 es-clave.
             03 es-numero         pic 9(6).
             03 es-linea          pic 9(3).
          02 es-estado            pic x.
             88 espera-abierta    value "E".
             88 espera-retomada   value "R".
             88 espera-liberada   value "L".
          02 es-numero-factura    pic x(6).
          02 es-rut-cliente       pic x(8).
          02 es-operador-id       pic x(8).
          02 es-sucursal          pic x(2).
          02 es-fecha.
             03 es-dia            pic 99.
             03 es-mes            pic 99.
             03 es-ano            pic 99.
          02 es-hora.
             03 es-hh             pic 99.
             03 es-mm             pic 99.
          02 es-codigo            pic x(6).
          02 es-descripcion       pic x(30).
          02 es-cantidad          pic 9(5).
          02 es-precio            pic 9(7).
          02 es-unidad            pic x(2).
          02 es-fecha-elavoracion pic x(6).
          02 es-fecha-vencimiento pic x(6).
          02 es-receta            pic x(10).
          02 es-medico            pic x(8).
          02 es-total             pic 9(8).
          02 es-fraccion          pic x.

       fd vales-compra
           label record is standard
           value of file-id "vales.dat".
       01 reg-vale.
          02 vl-numero            pic 9(6).
          02 vl-monto-emitido     pic 9(9).
          02 vl-saldo             pic 9(9).
          02 vl-fecha-emision.
             03 vl-dia-emision    pic 99.
             03 vl-mes-emision    pic 99.
             03 vl-ano-emision    pic 99.
          02 vl-fecha-vencimiento.
             03 vl-dia-vcto       pic 99.
             03 vl-mes-vcto       pic 99.
             03 vl-ano-vcto       pic 99.
          02 vl-estado            pic x.
             88 vale-vigente      value "A".
             88 vale-agotado      value "U".
             88 vale-anulado      value "X".
          02 vl-rut-comprador     pic x(8).
          02 vl-medio-emision     pic x.
          02 vl-caja-correlativo  pic 9(6).
          02 vl-operador-id       pic x(8).
          02 vl-sucursal          pic x(2).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
       77 ws-al-monto              pic z(8)9.
       01 opcion                   pic x.
          88 abrir-la-caja         value "1".
          88 cerrar-la-caja        value "2".
          88 registrar-egreso      value "3".
          88 rendir-repartidor     value "4".
          88 emitir-vales          value "5".
          88 volver-menu-principal value "6".
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-operador-id           pic x(8) value spaces.
       01 ws-hora-sistema.
      *_esta sesion
       77 ws-tot-reparto-turno     pic 9(9) value 0.
       77 ws-tot-rendido           pic 9(9) value 0.
      *_ventas en espera del operador que siguen abiertas al cierre:
      *_se informan en el z y quedan liberadas (su stock ya habia
      *_vuelto a los lotes al dejarlas en espera)
       77 ws-esperas-liberadas     pic 9(3) value 0.
       77 ws-monto-espera-liberado pic 9(9) value 0.
       77 ws-espera-anterior       pic 9(6) value 0.
      *_emision de vales de compra: monto de cada vale, cantidad,
      *_vencimiento y medio con que el comprador los pago
       77 ws-vale-monto            pic 9(9) value 0.
       77 ws-vale-cantidad         pic 9(3) value 0.
       77 ws-vale-emitidos         pic 9(3) value 0.
       77 ws-vale-rut              pic x(8).
       77 ws-vale-medio            pic x.
          88 medio-vale-valido     value "E" "D" "C" "T".
       77 ws-vale-primero          pic 9(6) value 0.
       01 ws-vale-vencimiento.
          02 ws-vale-dia-vcto      pic 99.
          02 ws-vale-mes-vcto      pic 99.
          02 ws-vale-ano-vcto      pic 99.
       77 ws-orden-vale-vcto       pic 9(8).
       77 ws-orden-hoy             pic 9(8).
      *_vales vendidos en la sesion: su monto ya esta sumado en el
      *_medio de pago correspondiente, aqui solo se informa
       77 ws-tot-vales-emitidos    pic 9(9) value 0.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                 pic 99.
           02 filler line 16 col 1
              foreground-color is 7
              value is "opcion 5:".
           02 filler col 25
              value is "emitir vales de compra".
           02 filler line 17 col 1
              foreground-color is 7
              value is "opcion 6:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 18 col 1
              pic is x(20) using ws-egreso-glosa required auto.
           02 filler line 16 col 45
              pic is x(10) using ws-egreso-comprobante auto.
       01 pantalla-vales.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "emision de vales de compra".
           02 filler line 12 col 1
              foreground-color is 7
              value is "monto de cada vale:".
           02 filler line 13 col 1
              foreground-color is 7
              value is "cantidad de vales:".
           02 filler line 14 col 1
              foreground-color is 7
              value is "vencimiento (ddmmaa):".
           02 filler line 15 col 1
              foreground-color is 7
              value is "rut del comprador:".
           02 filler line 16 col 1
              foreground-color is 7
              value is "medio de pago (E/D/C/T):".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-vales.
           02 filler line 12 col 45
              pic is 9(9) using ws-vale-monto required auto.
           02 filler line 13 col 45
              pic is 9(3) using ws-vale-cantidad required auto.
           02 filler line 14 col 45
              pic is 9(6) using ws-vale-vencimiento required auto.
           02 filler line 15 col 45
              pic is x(8) using ws-vale-rut auto.
           02 filler line 16 col 45
              pic is x using ws-vale-medio required auto.
       01 pantalla-rendicion.
           02 filler line 8 col 1
              foreground-color is 7
           02 filler col 46
              pic is x(8) using ws-sentido-dif.
           02 filler line 19 col 1
              value is "fiado/puntos/vales (no caja):".
           02 filler col 35
              pic is z(8)9 using ws-tot-fiado-puntos.
           02 filler line 20 col 1
           02 filler col 35
              pic is z(8)9 using ws-tot-rendido.
           02 filler line 23 col 1
              value is "ventas en espera liberadas:".
           02 filler col 35
              pic is zz9 using ws-esperas-liberadas.
           02 filler col 40 value is "por".
           02 filler col 44
              pic is z(8)9 using ws-monto-espera-liberado.
           02 filler line 24 col 1
              value is "vales de compra emitidos:".
           02 filler col 35
              pic is z(8)9 using ws-tot-vales-emitidos.
           02 filler line 25 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 26 col 1
              pic is x(80) using linea-subrayado.
       01 datos-informe-z.
           02 filler line 25 col 35
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
           open input factura-venta.
           open i-o egresos-caja.
           open i-o rendiciones.
           open i-o ventas-espera.
           open i-o vales-compra.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
       desplejar-menu-caja.
           display pantalla-menu-caja.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu-caja.
           if opcion < 1 or opcion > 6 then go desplejar-menu-caja.
           if opcion = 1 then go buscar-caja-para-abrir.
           if opcion = 2 then go buscar-caja-para-cerrar.
           if opcion = 3 then go buscar-caja-para-egreso.
           if opcion = 4 then go buscar-caja-para-rendicion.
           if opcion = 5 then go buscar-caja-para-vales.
           go volver.
      *_antes de abrir se recorre el archivo buscando una sesion del
      *_operador que haya quedado abierta, para no duplicar turnos
           display "rendicion recibida en la sesion "
                   ws-correlativo-abierto line 4 col 1.
           go leer-rendicion-abierta.
      *_emision de vales de compra: se venden con la sesion abierta y
      *_cada vale queda amarrado a ella con su numero correlativo
       buscar-caja-para-vales.
           move "N" to ws-caja-abierta.
           move 0   to ws-correlativo-abierto.
           move 0   to cj-correlativo.
           start caja-sesiones key is >= cj-correlativo
               invalid key go mensaje-sin-caja.
       revisar-caja-vales.
           read caja-sesiones next record
               at end go verificar-caja-vales.
           if cj-operador-id = ws-operador-id and caja-abierta then
              move "S" to ws-caja-abierta
              move cj-correlativo to ws-correlativo-abierto
           end-if.
           go revisar-caja-vales.
       verificar-caja-vales.
           if ws-caja-abierta = "N" then go mensaje-sin-caja end-if.
       pedir-datos-vales.
           move 0      to ws-vale-monto.
           move 0      to ws-vale-cantidad.
           move 0      to ws-vale-vencimiento.
           move spaces to ws-vale-rut.
           move spaces to ws-vale-medio.
           display pantalla-principal.
           display pantalla-vales.
           accept  datos-vales.
           if ws-vale-monto = 0 or ws-vale-cantidad = 0 then
              go desplejar-menu-caja
           end-if.
           inspect ws-vale-medio converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if not medio-vale-valido then go pedir-datos-vales.
           if ws-vale-dia-vcto < 1 or ws-vale-dia-vcto > 31 or
              ws-vale-mes-vcto < 1 or ws-vale-mes-vcto > 12 then
              go pedir-datos-vales
           end-if.
      *_el vencimiento debe quedar despues de la fecha de emision
           move ws-vale-ano-vcto to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-vale-vcto = ws-vs-aaaa * 10000
              + ws-vale-mes-vcto * 100 + ws-vale-dia-vcto.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           if ws-orden-vale-vcto not > ws-orden-hoy then
              go mensaje-vencimiento-vale
           end-if.
           move 0 to ws-vale-emitidos.
           move 0 to ws-vale-primero.
       fijar-numero-vale.
           move "VALE" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-vale.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to vl-numero.
           rewrite reg-control.
           go grabar-vale.
       crear-control-vale.
           move "VALE" to control-tipo.
           move 1      to ultimo-numero.
           write reg-control.
           move 1      to vl-numero.
       grabar-vale.
           move ws-vale-monto       to vl-monto-emitido.
           move ws-vale-monto       to vl-saldo.
           move dia to vl-dia-emision.
           move mes to vl-mes-emision.
           move ano to vl-ano-emision.
           move ws-vale-dia-vcto    to vl-dia-vcto.
           move ws-vale-mes-vcto    to vl-mes-vcto.
           move ws-vale-ano-vcto    to vl-ano-vcto.
           move "A"                 to vl-estado.
           move ws-vale-rut         to vl-rut-comprador.
           move ws-vale-medio       to vl-medio-emision.
           move ws-correlativo-abierto to vl-caja-correlativo.
           move ws-operador-id      to vl-operador-id.
           move ws-sucursal-local   to vl-sucursal.
           write reg-vale invalid key go mensaje-error-vale.
           if ws-vale-primero = 0 then
              move vl-numero to ws-vale-primero
           end-if.
           add 1 to ws-vale-emitidos.
           if ws-vale-emitidos < ws-vale-cantidad then
              go fijar-numero-vale
           end-if.
           display " " line 1 col 1 erase eos.
           display "vales emitidos del " ws-vale-primero
                   " al " vl-numero line 4 col 1.
           go desplejar-menu-caja.
      *_busca la sesion abierta del operador; sin sesion abierta no
      *_hay nada que cerrar
       buscar-caja-para-cerrar.
              add v-monto-pago-2 to ws-tot-credito end-if.
           if v-medio-pago-2 = "T" then
              add v-monto-pago-2 to ws-tot-transfer end-if.
           if v-medio-pago-1 = "F" or v-medio-pago-1 = "P" or
              v-medio-pago-1 = "V" then
              add v-monto-pago-1 to ws-tot-fiado-puntos end-if.
           if v-medio-pago-2 = "F" or v-medio-pago-2 = "P" or
              v-medio-pago-2 = "V" then
              add v-monto-pago-2 to ws-tot-fiado-puntos end-if.
           go leer-venta-turno.
      *_suma los egresos registrados en esta sesion: ese efectivo
           move 0 to ws-tot-egresos.
           move 0 to eg-correlativo.
           start egresos-caja key is >= eg-correlativo
               invalid key go sumar-vales-turno.
       leer-egreso-turno.
           read egresos-caja next record
               at end go sumar-vales-turno.
           if eg-caja-correlativo not = ws-correlativo-abierto then
              go leer-egreso-turno
           end-if.
           add eg-monto to ws-tot-egresos.
           go leer-egreso-turno.
      *_vales de compra vendidos en esta sesion: el dinero recibido
      *_se suma al medio con que se pagaron, igual que una venta
       sumar-vales-turno.
           move 0 to ws-tot-vales-emitidos.
           move 0 to vl-numero.
           start vales-compra key is >= vl-numero
               invalid key go sumar-rendiciones-turno.
       leer-vale-turno.
           read vales-compra next record
               at end go sumar-rendiciones-turno.
           if vl-caja-correlativo not = ws-correlativo-abierto then
              go leer-vale-turno
           end-if.
           add vl-monto-emitido to ws-tot-vales-emitidos.
           if vl-medio-emision = "E" then
              add vl-monto-emitido to ws-tot-efectivo end-if.
           if vl-medio-emision = "D" then
              add vl-monto-emitido to ws-tot-debito end-if.
           if vl-medio-emision = "C" then
              add vl-monto-emitido to ws-tot-credito end-if.
           if vl-medio-emision = "T" then
              add vl-monto-emitido to ws-tot-transfer end-if.
           go leer-vale-turno.
      *_efectivo ligado a repartos: lo vendido en efectivo durante
      *_el turno que salio a reparto esta contado en
      *_ws-tot-efectivo pero viaja con el repartidor, asi que se
           move 0 to ws-tot-rendido.
           move 0 to rd-correlativo.
           start rendiciones key is >= rd-correlativo
               invalid key go liberar-ventas-espera.
       leer-rendicion-turno.
           read rendiciones next record
               at end go liberar-ventas-espera.
           if rendicion-no-entrega then go leer-rendicion-turno.
           if rendicion-rendida and
              rd-caja-correlativo = ws-correlativo-abierto then
           end-if.
           add rd-monto to ws-tot-reparto-turno.
           go leer-rendicion-turno.
      *_las ventas que el operador dejo en espera y no retomo se
      *_cuentan para el informe z y se marcan liberadas
       liberar-ventas-espera.
           move 0 to ws-esperas-liberadas.
           move 0 to ws-monto-espera-liberado.
           move 0 to ws-espera-anterior.
           move 0 to es-numero.
           move 0 to es-linea.
           start ventas-espera key is >= es-clave
               invalid key go grabar-cierre.
       leer-venta-espera.
           read ventas-espera next record at end go grabar-cierre.
           if not espera-abierta then go leer-venta-espera end-if.
           if es-operador-id not = ws-operador-id then
              go leer-venta-espera
           end-if.
           if es-numero not = ws-espera-anterior then
              add 1 to ws-esperas-liberadas
              move es-numero to ws-espera-anterior
           end-if.
           add es-total to ws-monto-espera-liberado.
           move "L" to es-estado.
           rewrite reg-venta-espera invalid key continue end-rewrite.
           go leer-venta-espera.
       grabar-cierre.
           move "C" to cj-estado.
           move dia to cj-dia-cierre.
              move "sobrante" to ws-sentido-dif
           end-if.
           rewrite reg-caja invalid key go mensaje-error.
      *_una caja descuadrada queda como alerta para el administrador
           if not caja-cuadrada then
              move "opcion-21" to ws-al-origen
              move cj-diferencia to ws-al-monto
              move spaces to ws-al-texto
              string "caja " cj-correlativo " de " delimited by size
                     ws-operador-id delimited by space
                     " cerro con " ws-sentido-dif ":" ws-al-monto
                     delimited by size into ws-al-texto
              move "A" to ws-al-severidad
              move "A" to ws-al-perfil
              call "alerta-registrar" using ws-al-origen
                 ws-al-severidad ws-al-perfil ws-al-texto
                 on exception continue
              end-call
           end-if.
       desplejar-informe-z.
           display pantalla-principal.
           display pantalla-informe-z.
           close factura-venta.
           close egresos-caja.
           close rendiciones.
           close ventas-espera.
           close vales-compra.
           goback.

       mensajes.
           display "no hay rendiciones de repartidor pendientes"
                    line 4 col 1.
           go desplejar-menu-caja.
       mensaje-vencimiento-vale.
           display " " line 1 col 1 erase eos.
           display "el vencimiento del vale debe ser posterior a hoy"
                    line 4 col 1.
           go desplejar-menu-caja.
       mensaje-error-vale.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el vale de compra" line 4 col 1.
           go desplejar-menu-caja.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar la sesion de caja" line 4 col 1.
