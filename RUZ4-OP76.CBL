       identification division.
       program-id. opcion-76.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_ubicacion fisica de cada codigo en la sala de cada sucursal
      *_(pasillo, estante, nivel); ub-recorrido da el orden de paso
           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_hoja de picking impresa a texto
           select hoja-picking assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd medicamentos
           label record is standard
           value of file-id "medicamentos.dat".
       01 reg-medicamentos.
          02 clave-medicamento.
             03 codigo-medicamento  pic x(6).
             03 numero-lote         pic 9(3).
          02 descr-medicamento   pic x(30).
          02 cantidad-stock      pic 9(5).
          02 cantidad-sala       pic 9(5).
          02 precio-costo-u      pic 9(7).
          02 med-rut-laboratorio pic x(8).
          02 unidad-medida       pic x(2).
          02 cant-stock-critico  pic 9(5).
          02 fecha-elavoracion.
             03 dia-elavoracion  pic 99.
             03 mes-elavoracion  pic 99.
             03 ano-elavoracion  pic 99.
          02 fecha-vencimiento.
             03 dia-vencimiento  pic 99.
             03 mes-vencimiento  pic 99.
             03 ano-vencimiento  pic 99.
          02 fecha-compra.
             03 dia-compra       pic 99.
             03 mes-compra       pic 99.
             03 ano-compra       pic 99.
          02 clave-vencimiento.
             03 cod-med-vto        pic x(6).
             03 vencimiento-orden  pic 9(8).
          02 iva-compra          pic 9(7).
          02 total-compra        pic 9(8).
          02 med-operador-id     pic x(8).
          02 med-fecha-hora-registro.
             03 med-fhr-dia      pic 99.
             03 med-fhr-mes      pic 99.
             03 med-fhr-ano      pic 99.
             03 med-fhr-hora     pic 99.
             03 med-fhr-minuto   pic 99.
             03 med-fhr-segundo  pic 99.
             03 med-cantidad-comprada pic 9(5).
          02 requiere-receta     pic x.
             88 venta-con-receta  value "S".
             88 venta-libre       value "N".
          02 codigo-barra        pic x(13).
          02 principio-activo    pic x(20).
          02 concentracion       pic x(10).
          02 med-sucursal        pic x(2).

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

       fd repartos
           label record is standard
           value of file-id "repartos.dat".
       01 reg-reparto.
          02 rp-correlativo       pic 9(6).
          02 rp-numero-factura    pic x(6).
          02 rp-rut-cliente       pic x(8).
          02 rp-direccion         pic x(30).
          02 rp-fono              pic x(10).
          02 rp-estado            pic x.
             88 reparto-preparacion value "P".
             88 reparto-en-ruta     value "R".
             88 reparto-entregado   value "E".
          02 rp-repartidor        pic x(20).
          02 rp-fecha.
             03 rp-dia            pic 99.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-operador-id       pic x(8).
          02 rp-numero-cotizacion pic x(6).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd hoja-picking
           label record is standard
           value of file-id "picking.txt".
       01 reg-picking-linea       pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 asignar-ubicacion     value "1".
          88 eliminar-ubicacion    value "2".
          88 picking-factura       value "3".
          88 picking-repartos      value "4".
          88 volver-menu-principal value "5".
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-operador-id           pic x(8) value spaces.
       77 opcion-continuar         pic 9.
       77 opcion-confirmar         pic 9.
       77 ws-codigo-buscado        pic x(6).
       77 ws-sucursal-buscada      pic x(2).
       77 ws-descripcion           pic x(30).
       77 ws-ubicacion-nueva       pic x value "N".
       77 ws-factura-pedida        pic x(6).
      *_sucursal de este terminal (control.dat, clave SUCURS)
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-suc-numero            pic 9(2).
       77 ws-suc-division          pic 9(4).
      *_facturas a preparar: una sola o las de los repartos que
      *_siguen en preparacion en opcion-43
       01 ws-tabla-facturas.
          02 ws-fp-numero occurs 50 times pic x(6).
       77 ws-total-facturas        pic 99 value 0.
       77 ws-f                     pic 99.
       77 ws-factura-incluida      pic x.
      *_lineas a recoger; ws-pk-orden lleva pasillo, estante, nivel y
      *_codigo, con un 9 adelante para dejar al final lo que no tiene
      *_ubicacion. se ordena con una seleccion simple como en los
      *_demas informes
       01 ws-tabla-picking.
          02 ws-pk-item occurs 300 times.
             03 ws-pk-orden          pic x(12).
             03 ws-pk-ubicacion      pic x(10).
             03 ws-pk-codigo         pic x(6).
             03 ws-pk-descripcion    pic x(30).
             03 ws-pk-lote           pic 9(3).
             03 ws-pk-cantidad       pic 9(5).
             03 ws-pk-factura        pic x(6).
       01 ws-temp-picking.
          02 ws-tp-orden           pic x(12).
          02 ws-tp-ubicacion       pic x(10).
          02 ws-tp-codigo          pic x(6).
          02 ws-tp-descripcion     pic x(30).
          02 ws-tp-lote            pic 9(3).
          02 ws-tp-cantidad        pic 9(5).
          02 ws-tp-factura         pic x(6).
       77 ws-total-lineas          pic 9(3) value 0.
       77 ws-lineas-omitidas       pic 9(3) value 0.
       77 ws-i                     pic 9(3).
       77 ws-j                     pic 9(3).
       77 ws-idx-min               pic 9(3).
      *_ubicacion abreviada para las hojas: p03 e12 n2
       01 ws-ubicacion-corta.
          02 filler                pic x value "p".
          02 uc-pasillo            pic 99.
          02 filler                pic x(2) value " e".
          02 uc-estante            pic 99.
          02 filler                pic x(2) value " n".
          02 uc-nivel              pic 9.
       01 ws-orden-ubicado.
          02 filler                pic x value "0".
          02 ou-pasillo            pic 99.
          02 ou-estante            pic 99.
          02 ou-nivel              pic 9.
          02 ou-codigo             pic x(6).
      *_lineas de la hoja de picking
       01 ws-linea-titulo-picking.
          02 filler                pic x(18) value "hoja de picking - ".
          02 tp-referencia         pic x(30).
          02 filler                pic x(10) value " sucursal ".
          02 tp-sucursal           pic x(2).
          02 filler                pic x(8) value "  fecha ".
          02 tp-fecha              pic x(8).
          02 filler                pic x(4) value spaces.
       01 ws-referencia-factura.
          02 filler                pic x(8) value "factura ".
          02 rf-numero             pic x(6).
          02 filler                pic x(16) value spaces.
       01 ws-cabecera-picking.
          02 filler                pic x(40) value
             "ubicacion   codigo  descripcion         ".
          02 filler                pic x(40) value
             "           lote  cant.  factura ok      ".
       01 ws-linea-picking.
          02 lp-ubicacion          pic x(10).
          02 filler                pic x(2) value spaces.
          02 lp-codigo             pic x(6).
          02 filler                pic x(2) value spaces.
          02 lp-descripcion        pic x(30).
          02 filler                pic x(2) value spaces.
          02 lp-lote               pic 999.
          02 filler                pic x(2) value spaces.
          02 lp-cantidad           pic zzzz9.
          02 filler                pic x(2) value spaces.
          02 lp-factura            pic x(6).
          02 filler                pic x(2) value spaces.
          02 filler                pic x(3) value "[ ]".
          02 filler                pic x(5) value spaces.
       01 ws-linea-total-picking.
          02 filler                pic x(20)
             value "lineas a recoger:".
          02 tl-lineas             pic zz9.
          02 filler                pic x(57) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
          02 s-mes                 pic 99.
          02 s-dia                 pic 99.
       01 operador-login           pic x(8).
       screen section.
       01 pantalla-principal
           background-color is 1 foreground-color is 4.
           02 pantalla-refresco
              blank screen
              reverse-video
              line 4 col 15
              value is "ubicaciones en sala y hoja de picking".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-menu.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "opcion 1:".
           02 filler col 25
              value is "asignar o cambiar ubicacion".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "eliminar ubicacion".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "hoja de picking de una factura".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "hoja de picking de repartos en preparacion".
           02 filler line 14 col 1
              foreground-color is 7
              value is "opcion 5:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 16 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 16 col 25
              pic is x using opcion required auto.
       01 pantalla-codigo.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "codigo del medicamento (0 = volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "sucursal:".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-codigo.
           02 filler line 10 col 45
              pic is x(6) using ws-codigo-buscado required auto.
           02 filler line 11 col 45
              pic is xx using ws-sucursal-buscada auto.
       01 pantalla-ubicacion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "medicamento:".
           02 filler col 15
              pic is x(6) using ub-codigo.
           02 filler col 23
              pic is x(30) using ws-descripcion.
           02 filler line 11 col 1
              foreground-color is 7
              value is "sucursal:".
           02 filler col 15
              pic is xx using ub-sucursal.
           02 filler line 13 col 1
              foreground-color is 7
              value is "pasillo:".
           02 filler line 14 col 1
              foreground-color is 7
              value is "estante:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "nivel (1 = el de abajo):".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-ubicacion.
           02 filler line 13 col 45
              pic is 99 using ub-pasillo required auto.
           02 filler line 14 col 45
              pic is 99 using ub-estante required auto.
           02 filler line 15 col 45
              pic is 9 using ub-nivel required auto.
       01 pantalla-confirmar-eliminar.
           02 filler line 19 col 1
              foreground-color is 7
              value is "opcion 1: eliminar     opcion 2: no eliminar".
       01 datos-confirmar-eliminar.
           02 filler line 19 col 60
              pic is 9 using opcion-confirmar required auto.
       01 pantalla-factura-picking.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "numero de la factura de venta (0 = volver):".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-factura-picking.
           02 filler line 10 col 50
              pic is x(6) using ws-factura-pedida required auto.
       01 pantalla-resultado-picking.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "hoja de picking generada en: picking.txt".
           02 filler line 11 col 1
              value is "facturas incluidas:".
           02 filler col 40
              pic is z9 using ws-total-facturas.
           02 filler line 12 col 1
              value is "lineas a recoger:".
           02 filler col 40
              pic is zz9 using ws-total-lineas.
           02 filler line 13 col 1
              value is "lineas que no cupieron en la hoja:".
           02 filler col 40
              pic is zz9 using ws-lineas-omitidas.
           02 filler line 15 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado-picking.
           02 filler line 15 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open i-o ubicaciones.
           open input medicamentos.
           open input control-numero.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 5 then go desplejar-menu.
           if opcion = 1 then go pedir-codigo-ubicacion.
           if opcion = 2 then go pedir-codigo-ubicacion.
           if opcion = 3 then go pedir-factura-picking.
           if opcion = 4 then go cargar-repartos-picking.
           go volver.

      *_asignar y eliminar piden el codigo y la sucursal, que se
      *_propone con la de este terminal
       pedir-codigo-ubicacion.
           move spaces to ws-codigo-buscado.
           move ws-sucursal-local to ws-sucursal-buscada.
           display pantalla-principal.
           display pantalla-codigo.
           accept  datos-codigo.
           if ws-codigo-buscado = "0" then go desplejar-menu end-if.
           if ws-sucursal-buscada = spaces then
              move ws-sucursal-local to ws-sucursal-buscada
           end-if.
           move ws-codigo-buscado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go mensaje-codigo-no-existe.
           read medicamentos next record
               at end go mensaje-codigo-no-existe.
           if codigo-medicamento not = ws-codigo-buscado then
              go mensaje-codigo-no-existe
           end-if.
           move descr-medicamento to ws-descripcion.
           move ws-codigo-buscado   to ub-codigo.
           move ws-sucursal-buscada to ub-sucursal.
           move "N" to ws-ubicacion-nueva.
           read ubicaciones key is ub-clave
               invalid key move "S" to ws-ubicacion-nueva
           end-read.
           if opcion = 2 then go confirmar-eliminar-ubicacion.
           if ws-ubicacion-nueva = "S" then
              move ws-codigo-buscado   to ub-codigo
              move ws-sucursal-buscada to ub-sucursal
              move 0 to ub-pasillo
              move 0 to ub-estante
              move 0 to ub-nivel
           end-if.
       desplejar-pantalla-ubicacion.
           display pantalla-principal.
           display pantalla-ubicacion.
           accept  datos-ubicacion.
           if ub-pasillo = 0 or ub-estante = 0 or ub-nivel = 0 then
              go desplejar-pantalla-ubicacion
           end-if.
       grabar-ubicacion.
           move ub-sucursal    to ub-rec-sucursal.
           move ub-codigo      to ub-rec-codigo.
           move dia            to ub-dia.
           move mes            to ub-mes.
           move ano            to ub-ano.
           move ws-operador-id to ub-operador-id.
           if ws-ubicacion-nueva = "S" then
              write reg-ubicacion invalid key go mensaje-error
              end-write
           else
              rewrite reg-ubicacion invalid key go mensaje-error
              end-rewrite
           end-if.
           display " " line 1 col 1 erase eos.
           display "ubicacion grabada" line 4 col 1.
           go pedir-codigo-ubicacion.
       confirmar-eliminar-ubicacion.
           if ws-ubicacion-nueva = "S" then
              go mensaje-sin-ubicacion
           end-if.
           display pantalla-principal.
           display pantalla-ubicacion.
           display pantalla-confirmar-eliminar.
           accept  datos-confirmar-eliminar.
           if opcion-confirmar not = 1 then go pedir-codigo-ubicacion.
           delete ubicaciones record invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           display "ubicacion eliminada" line 4 col 1.
           go pedir-codigo-ubicacion.

      *_picking de una factura: larga o para armar a mano
       pedir-factura-picking.
           move spaces to ws-factura-pedida.
           display pantalla-principal.
           display pantalla-factura-picking.
           accept  datos-factura-picking.
           if ws-factura-pedida = "0" then go desplejar-menu end-if.
           move 1 to ws-total-facturas.
           move ws-factura-pedida to ws-fp-numero (1).
           move ws-factura-pedida to rf-numero.
           move ws-referencia-factura to tp-referencia.
           go cargar-lineas-picking.

      *_picking de todos los repartos que siguen en preparacion
       cargar-repartos-picking.
           move 0 to ws-total-facturas.
           move "repartos en preparacion" to tp-referencia.
           open input repartos.
           move 0 to rp-correlativo.
           start repartos key is >= rp-correlativo
               invalid key go cerrar-repartos-picking.
       leer-reparto-picking.
           read repartos next record
               at end go cerrar-repartos-picking.
           if not reparto-preparacion then go leer-reparto-picking.
      *_un pedido web aun no convertido en venta no tiene factura
           if rp-numero-factura = spaces then
              go leer-reparto-picking
           end-if.
           if ws-total-facturas >= 50 then
              go cerrar-repartos-picking
           end-if.
           add 1 to ws-total-facturas.
           move rp-numero-factura to ws-fp-numero (ws-total-facturas).
           go leer-reparto-picking.
       cerrar-repartos-picking.
           close repartos.
           if ws-total-facturas = 0 then
              go mensaje-sin-repartos
           end-if.

      *_las lineas de las facturas pedidas, con lo que quedo de cada
      *_una despues de las devoluciones, a la tabla de picking
       cargar-lineas-picking.
           move 0 to ws-total-lineas.
           move 0 to ws-lineas-omitidas.
           open input movimiento-medicamento.
       leer-linea-picking.
           read movimiento-medicamento next record
               at end go cerrar-lineas-picking.
           if cantidad-movimiento = 0 then go leer-linea-picking.
           perform buscar-factura-pedida
               thru fin-buscar-factura-pedida.
           if ws-factura-incluida = "N" then go leer-linea-picking.
           if ws-total-lineas >= 300 then
              add 1 to ws-lineas-omitidas
              go leer-linea-picking
           end-if.
           add 1 to ws-total-lineas.
           move codigo-movimiento to ws-pk-codigo (ws-total-lineas).
           move descripcion-mov
              to ws-pk-descripcion (ws-total-lineas).
           move lote-mov          to ws-pk-lote (ws-total-lineas).
           move cantidad-movimiento
              to ws-pk-cantidad (ws-total-lineas).
           move num-factura       to ws-pk-factura (ws-total-lineas).
           move codigo-movimiento to ub-codigo.
           move ws-sucursal-local to ub-sucursal.
           read ubicaciones key is ub-clave
               invalid key go linea-sin-ubicacion.
           move ub-pasillo to uc-pasillo.
           move ub-estante to uc-estante.
           move ub-nivel   to uc-nivel.
           move ws-ubicacion-corta
              to ws-pk-ubicacion (ws-total-lineas).
           move ub-pasillo to ou-pasillo.
           move ub-estante to ou-estante.
           move ub-nivel   to ou-nivel.
           move ub-codigo  to ou-codigo.
           move ws-orden-ubicado to ws-pk-orden (ws-total-lineas).
           go leer-linea-picking.
       linea-sin-ubicacion.
           move "sin ubic." to ws-pk-ubicacion (ws-total-lineas).
           move "9"         to ws-pk-orden (ws-total-lineas).
           move codigo-movimiento
              to ws-pk-orden (ws-total-lineas) (7:6).
           go leer-linea-picking.
       cerrar-lineas-picking.
           close movimiento-medicamento.
           if ws-total-lineas = 0 then go mensaje-sin-lineas end-if.

      *_ordena por recorrido: pasillo, estante, nivel y codigo
       ordenar-picking.
           move 1 to ws-i.
       comparar-picking.
           if ws-i >= ws-total-lineas then go escribir-picking end-if.
           move ws-i to ws-idx-min.
           compute ws-j = ws-i + 1.
       buscar-menor-picking.
           if ws-j > ws-total-lineas then
              go intercambiar-picking
           end-if.
           if ws-pk-orden (ws-j) < ws-pk-orden (ws-idx-min) then
              move ws-j to ws-idx-min
           end-if.
           add 1 to ws-j.
           go buscar-menor-picking.
       intercambiar-picking.
           if ws-idx-min = ws-i then go siguiente-picking end-if.
           move ws-pk-item (ws-i)       to ws-temp-picking.
           move ws-pk-item (ws-idx-min) to ws-pk-item (ws-i).
           move ws-temp-picking         to ws-pk-item (ws-idx-min).
       siguiente-picking.
           add 1 to ws-i.
           go comparar-picking.

       escribir-picking.
           open output hoja-picking.
           move ws-sucursal-local to tp-sucursal.
           move fecha-programa    to tp-fecha.
           write reg-picking-linea from ws-linea-titulo-picking.
           write reg-picking-linea from linea-subrayado.
           write reg-picking-linea from ws-cabecera-picking.
           move 1 to ws-i.
       escribir-linea-picking.
           if ws-i > ws-total-lineas then go cerrar-picking.
           move ws-pk-ubicacion (ws-i)   to lp-ubicacion.
           move ws-pk-codigo (ws-i)      to lp-codigo.
           move ws-pk-descripcion (ws-i) to lp-descripcion.
           move ws-pk-lote (ws-i)        to lp-lote.
           move ws-pk-cantidad (ws-i)    to lp-cantidad.
           move ws-pk-factura (ws-i)     to lp-factura.
           write reg-picking-linea from ws-linea-picking.
           add 1 to ws-i.
           go escribir-linea-picking.
       cerrar-picking.
           write reg-picking-linea from linea-subrayado.
           move ws-total-lineas to tl-lineas.
           write reg-picking-linea from ws-linea-total-picking.
           close hoja-picking.
           move "hoja de picking" to ws-sp-titulo.
           move "picking.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado-picking.
           accept  datos-resultado-picking.
           go desplejar-menu.

       volver.
           close ubicaciones.
           close medicamentos.
           close control-numero.
           goback.

       mensajes.
       mensaje-error.
           display " " line 1 erase eos.
           display "no se pudo grabar la ubicacion" line 4 col 1.
           go pedir-codigo-ubicacion.
       mensaje-codigo-no-existe.
           display " " line 1 erase eos.
           display "el codigo no es un medicamento registrado"
                    line 4 col 1.
           go pedir-codigo-ubicacion.
       mensaje-sin-ubicacion.
           display " " line 1 erase eos.
           display "el codigo no tiene ubicacion en esa sucursal"
                    line 4 col 1.
           go pedir-codigo-ubicacion.
       mensaje-sin-repartos.
           display " " line 1 erase eos.
           display "no hay repartos en preparacion" line 4 col 1.
           go desplejar-menu.
       mensaje-sin-lineas.
           display " " line 1 erase eos.
           display "la factura no tiene lineas por recoger"
                    line 4 col 1.
           go desplejar-menu.

      *_ws-factura-incluida = S si num-factura esta entre las
      *_facturas pedidas
       buscar-factura-pedida.
           move "N" to ws-factura-incluida.
           move 1 to ws-f.
       comparar-factura-pedida.
           if ws-f > ws-total-facturas then
              go fin-buscar-factura-pedida
           end-if.
           if ws-fp-numero (ws-f) = num-factura then
              move "S" to ws-factura-incluida
              go fin-buscar-factura-pedida
           end-if.
           add 1 to ws-f.
           go comparar-factura-pedida.
       fin-buscar-factura-pedida.
           exit.

      *_sucursal del terminal desde control.dat (clave SUCURS); sin
      *_registro se asume la sucursal 01, la casa matriz
       fijar-sucursal-local.
           move "SUCURS" to control-tipo.
           read control-numero key is control-tipo
               invalid key
                  move "01" to ws-sucursal-local
                  go fin-fijar-sucursal-local.
           divide ultimo-numero by 100 giving ws-suc-division
               remainder ws-suc-numero.
           move ws-suc-numero to ws-sucursal-local.
       fin-fijar-sucursal-local.
           exit.
