       identification division.
       program-id. opcion-92.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente
           file status is ws-status-clientes.

      *_consentimiento para campanas y avisos y marca de supresion
           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente
           file status is ws-status-consentimiento.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates
           file status is ws-status-movimientos.

           select mov-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is am-correlativo
           alternate record key is am-codigo-movimiento
              with duplicates
           file status is ws-status-movarch.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo
           file status is ws-status-fiado.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates
           file status is ws-status-recetas.

           select repartos assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo
           file status is ws-status-repartos.

           select segmentos-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is rf-rut-cliente
           alternate record key is rf-segmento with duplicates
           file status is ws-status-segmentos.

      *_informe al titular de todo lo que se guarda de su rut
           select informe-titular assign to disk
           organization is line sequential.

       data division.
       file section.
       fd clientes
           label record is standard
           value of file-id "clientes.dat".
       01 reg-clientes.
          02 rut-cliente          pic 9(8).
          02 dv-cliente           pic x.
          02 apellido-cliente     pic x(20).
          02 nombre-cliente       pic x(20).
          02 dir-cliente          pic x(30).
          02 fono-cliente         pic x(10).
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd consentimientos
           label record is standard
           value of file-id "consent.dat".
       01 reg-consentimiento.
          02 cf-rut-cliente       pic x(8).
          02 cf-avisos            pic x.
             88 acepta-avisos     value "S".
             88 rechaza-avisos    value "N".
          02 cf-fecha-consentimiento.
             03 cf-dia            pic 99.
             03 cf-mes            pic 99.
             03 cf-ano            pic 99.
          02 cf-operador-id       pic x(8).
          02 cf-suprimido         pic x.
             88 datos-suprimidos  value "S".
          02 cf-fecha-supresion.
             03 cf-dia-supresion  pic 99.
             03 cf-mes-supresion  pic 99.
             03 cf-ano-supresion  pic 99.
          02 cf-operador-supresion pic x(8).

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
          02 mov-fecha-orden      pic 9(8).
       fd mov-archivo
           label record is standard
           value of file-id "movarch.dat".
       01 reg-mov-archivo.
          02 am-correlativo         pic 9(6).
          02 am-codigo-movimiento   pic x(6).
          02 am-num-factura         pic x(6).
          02 am-cantidad-movimiento pic 9(5).
          02 am-fecha-elavoracion.
             03 am-dia-elavoracion  pic 99.
             03 am-mes-elavoracion  pic 99.
             03 am-ano-elavoracion  pic 99.
          02 am-fecha-vencimiento.
             03 am-dia-vencimiento  pic 99.
             03 am-mes-vencimiento  pic 99.
             03 am-ano-vencimiento  pic 99.
          02 am-fecha-venta.
             03 am-dia-venta        pic 99.
             03 am-mes-venta        pic 99.
             03 am-ano-venta        pic 99.
          02 am-descripcion-mov     pic x(30).
          02 am-precio-costo-mov    pic 9(7).
          02 am-rut-cliente-mov     pic x(8).
          02 am-unidad-med-mov      pic x(2).
          02 am-iva-venta           pic 9(7).
          02 am-total-venta         pic 9(8).
          02 am-operador-id-mov     pic x(8).
          02 am-fecha-hora-registro.
             03 am-fhr-dia-mov      pic 99.
             03 am-fhr-mes-mov      pic 99.
             03 am-fhr-ano-mov      pic 99.
             03 am-fhr-hora-mov     pic 99.
             03 am-fhr-minuto-mov   pic 99.
             03 am-fhr-segundo-mov  pic 99.
          02 am-descuento-mov       pic 9(8).
          02 am-receta-mov          pic x(10).
          02 am-medico-mov          pic x(8).
          02 am-lote-mov            pic 9(3).

       fd cuentas-fiado
           label record is standard
           value of file-id "fiado.dat".
       01 reg-fiado.
          02 fc-correlativo       pic 9(6).
          02 fc-rut-cliente       pic x(8).
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
             03 fc-dia            pic 99.
             03 fc-mes            pic 99.
             03 fc-ano            pic 99.
          02 fc-operador-id       pic x(8).

       fd recetas
           label record is standard
           value of file-id "recetas.dat".
       01 reg-receta.
          02 re-clave.
             03 re-numero-receta  pic x(10).
             03 re-codigo         pic x(6).
          02 re-rut-cliente       pic x(8).
          02 re-rut-medico        pic x(8).
          02 re-descripcion       pic x(30).
          02 re-cantidad-autorizada  pic 9(5).
          02 re-cantidad-despachada  pic 9(5).
          02 re-despachos-autorizados pic 9(3).
          02 re-despachos-realizados  pic 9(3).
          02 re-dias-entre-despachos  pic 9(3).
          02 re-fecha-registro.
             03 re-dia-registro   pic 99.
             03 re-mes-registro   pic 99.
             03 re-ano-registro   pic 99.
          02 re-fecha-ultimo-despacho.
             03 re-dia-despacho   pic 99.
             03 re-mes-despacho   pic 99.
             03 re-ano-despacho   pic 99.
          02 re-estado            pic x.
             88 receta-vigente    value "V".
             88 receta-completa   value "C".

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

       fd segmentos-cliente
           label record is standard
           value of file-id "segclientes.dat".
       01 reg-segmento-cliente.
          02 rf-rut-cliente        pic x(8).
          02 rf-segmento           pic x.
             88 segmento-leal        value "L".
             88 segmento-nuevo       value "N".
             88 segmento-en-riesgo   value "R".
             88 segmento-perdido     value "P".
             88 segmento-ocasional   value "O".
             88 segmento-sin-compras value "S".
          02 rf-primera-compra.
             03 rf-dia-primera     pic 99.
             03 rf-mes-primera     pic 99.
             03 rf-ano-primera     pic 99.
          02 rf-orden-primera      pic 9(8).
          02 rf-ultima-compra.
             03 rf-dia-ultima      pic 99.
             03 rf-mes-ultima      pic 99.
             03 rf-ano-ultima      pic 99.
          02 rf-orden-ultima       pic 9(8).
          02 rf-dias-sin-compra    pic 9(5).
          02 rf-compras            pic 9(5).
          02 rf-monto              pic s9(11).
          02 rf-nota-recencia      pic 9.
          02 rf-nota-frecuencia    pic 9.
          02 rf-nota-monto         pic 9.
          02 rf-fecha-calculo.
             03 rf-dia-calculo     pic 99.
             03 rf-mes-calculo     pic 99.
             03 rf-ano-calculo     pic 99.


       fd informe-titular
           label record is standard
           value of file-id "titular.txt".
       01 reg-informe-titular     pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 registrar-consentimiento value "1".
          88 informe-al-titular    value "2".
          88 suprimir-datos        value "3".
          88 volver-menu-principal value "4".
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 opcion-confirmar         pic 9.
       77 ws-status-clientes       pic xx.
       77 ws-status-consentimiento pic xx.
       77 ws-status-movimientos    pic xx.
       77 ws-status-movarch        pic xx.
       77 ws-status-fiado          pic xx.
       77 ws-status-recetas        pic xx.
       77 ws-status-repartos       pic xx.
       77 ws-status-segmentos      pic xx.
      *_rut del titular: clientes.dat lo guarda numerico y los demas
      *_archivos como texto de 8 posiciones
       01 ws-rut-titular           pic 9(8).
       01 ws-rut-titular-x redefines ws-rut-titular pic x(8).
       77 ws-cliente-existe        pic x.
       77 ws-consentimiento-existe pic x.
       77 ws-respuesta-avisos      pic x.
       77 ws-operador-id           pic x(8).
       77 ws-mensaje               pic x(60).
      *_registros hallados por archivo para el informe y la supresion
       77 ws-lineas-mov            pic 9(5).
       77 ws-lineas-movarch        pic 9(5).
       77 ws-lineas-fiado          pic 9(5).
       77 ws-lineas-recetas        pic 9(5).
       77 ws-lineas-repartos       pic 9(5).
       77 ws-repartos-pendientes   pic 9(5).
       77 ws-repartos-limpiados    pic 9(5).
       77 ws-segmento-borrado      pic x.
      *_lineas del informe
       01 ws-linea-titulo.
          02 filler                pic x(34) value
             "datos personales guardados del rut".
          02 filler                pic x value space.
          02 it-rut                pic z(7)9.
          02 filler                pic x value "-".
          02 it-dv                 pic x.
          02 filler                pic x(10) value "  emitido ".
          02 it-fecha              pic x(8).
          02 filler                pic x(17) value spaces.
       01 ws-linea-dato.
          02 ld-etiqueta           pic x(26).
          02 ld-valor              pic x(54).
       77 ws-monto-edit            pic z(8)9.
       77 ws-cantidad-edit         pic z(4)9.
       01 ws-linea-seccion.
          02 is-titulo             pic x(50).
          02 is-archivo            pic x(20).
          02 filler                pic x(10) value spaces.
       01 ws-linea-registro.
          02 lr-fecha              pic x(8).
          02 filler                pic x value space.
          02 lr-documento          pic x(8).
          02 filler                pic x value space.
          02 lr-codigo             pic x(6).
          02 filler                pic x value space.
          02 lr-descripcion        pic x(24).
          02 filler                pic x value space.
          02 lr-cantidad           pic z(4)9.
          02 filler                pic x value space.
          02 lr-monto              pic z(8)9.
          02 filler                pic x value space.
          02 lr-referencia         pic x(10).
          02 filler                pic x(4) value spaces.
       01 ws-encabezado-ventas.
          02 filler                pic x(40) value
             "fecha    factura  codigo descripcion    ".
          02 filler                pic x(40) value
             "          cant.     total receta".
       01 ws-encabezado-fiado.
          02 filler                pic x(40) value
             "fecha    factura  tipo   movimiento     ".
          02 filler                pic x(40) value
             "                    monto".
       01 ws-encabezado-recetas.
          02 filler                pic x(40) value
             "fecha    medico   codigo descripcion    ".
          02 filler                pic x(40) value
             "           aut.     desp. receta".
       01 ws-encabezado-repartos.
          02 filler                pic x(40) value
             "fecha    factura  estado direccion de en".
          02 filler                pic x(40) value
             "trega                     fono".
       01 ws-linea-cantidad.
          02 filler                pic x(20) value
             "registros hallados: ".
          02 lq-cantidad           pic zzzz9.
          02 filler                pic x(55) value spaces.
       01 ws-fecha-imp.
          02 fp-dia                pic 99.
          02 filler                pic x value "/".
          02 fp-mes                pic 99.
          02 filler                pic x value "/".
          02 fp-ano                pic 99.
       01 ws-linea-nota-1.
          02 filler                pic x(40) value
             "las ventas con receta (mov y movarch), e".
          02 filler                pic x(40) value
             "l fiado y las recetas conservan el rut a".
       01 ws-linea-nota-2.
          02 filler                pic x(40) value
             "unque el titular pida la supresion: resp".
          02 filler                pic x(40) value
             "aldan el libro de controlados y el de".
       01 ws-linea-nota-3.
          02 filler                pic x(40) value
             "compras y ventas; la supresion borra nom".
          02 filler                pic x(40) value
             "bre, direccion, fono, puntos y el rut de".
       01 ws-linea-nota-4.
          02 filler                pic x(40) value
             "las ventas sin receta".
          02 filler                pic x(40) value spaces.
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
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
              value is "privacidad de los datos de clientes".
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
              value is "consentimiento para campanas y avisos".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "informe al titular de sus datos".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "supresion de los datos del cliente".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 15 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 15 col 25
              pic is x using opcion required auto.
       01 pantalla-busqueda.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "ingrese rut del cliente (sin dv):".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-busqueda.
           02 filler line 10 col 40
              pic is 9(8) using ws-rut-titular required auto.
       01 pantalla-cliente.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              value is "rut:".
           02 filler col 25
              pic is z(7)9 using rut-cliente.
           02 filler col 33 value is "-".
           02 filler col 34
              pic is x using dv-cliente.
           02 filler line 11 col 1
              value is "cliente:".
           02 filler col 25
              pic is x(20) using nombre-cliente.
           02 filler col 46
              pic is x(20) using apellido-cliente.
           02 filler line 12 col 1
              value is "fono:".
           02 filler col 25
              pic is x(10) using fono-cliente.
       01 pantalla-consentimiento.
           02 filler line 14 col 1
              foreground-color is 7
              value is "acepta campanas y avisos (S/N):".
           02 filler line 15 col 1
              value is "(recompra de cronicos de opcion-54)".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-consentimiento.
           02 filler line 14 col 40
              pic is x using ws-respuesta-avisos required auto.
       01 pantalla-confirmar-supresion.
           02 filler line 14 col 1
              foreground-color is 6
              value is "se borraran nombre, direccion, fono, puntos".
           02 filler line 15 col 1
              foreground-color is 6
              value is "segmentacion y el rut de ventas sin receta;".
           02 filler line 16 col 1
              foreground-color is 6
              value is "lo demas se conserva para los libros legales".
           02 filler line 18 col 1
              foreground-color is 7
              value is "confirma la supresion (1=si 2=no):".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-confirmar-supresion.
           02 filler line 18 col 40
              pic is 9 using opcion-confirmar required auto.
       01 pantalla-mensaje.
           02 filler line 20 col 1
              foreground-color is 2
              pic is x(60) from ws-mensaje.
           02 filler line 22 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-mensaje.
           02 filler line 22 col 40
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
           open i-o clientes.
           if ws-status-clientes not = "00" then
              go mensaje-sin-clientes
           end-if.
           open i-o consentimientos.
           open i-o movimiento-medicamento.
           open i-o mov-archivo.
           open input cuentas-fiado.
           open input recetas.
           open i-o repartos.
           open i-o segmentos-cliente.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if registrar-consentimiento then
              go pedir-rut-consentimiento
           end-if.
           if informe-al-titular then go pedir-rut-informe.
           if suprimir-datos then go pedir-rut-supresion.
           go volver.

      *_consentimiento del cliente para campanas y avisos; se pide
      *_en forma expresa y queda con fecha y operador
       pedir-rut-consentimiento.
           move 0 to ws-rut-titular.
           display pantalla-principal.
           display pantalla-busqueda.
           accept  datos-busqueda.
           if ws-rut-titular = 0 then go desplejar-menu.
           perform buscar-cliente thru fin-buscar-cliente.
           if ws-cliente-existe not = "S" then
              move "rut no registrado en clientes (opcion-7)"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
           if ws-status-consentimiento not = "00" then
              go mensaje-sin-consentimientos
           end-if.
           perform leer-consentimiento thru fin-leer-consentimiento.
           if datos-suprimidos then
              move "el cliente pidio la supresion de sus datos"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
           move cf-avisos to ws-respuesta-avisos.
       pedir-respuesta-avisos.
           display pantalla-principal.
           display pantalla-cliente.
           display pantalla-consentimiento.
           accept  datos-consentimiento.
           if ws-respuesta-avisos = "s" then
              move "S" to ws-respuesta-avisos
           end-if.
           if ws-respuesta-avisos = "n" then
              move "N" to ws-respuesta-avisos
           end-if.
           if ws-respuesta-avisos not = "S" and
              ws-respuesta-avisos not = "N" then
              go pedir-respuesta-avisos
           end-if.
           move ws-respuesta-avisos to cf-avisos.
           move dia to cf-dia.
           move mes to cf-mes.
           move ano to cf-ano.
           move ws-operador-id to cf-operador-id.
           if ws-consentimiento-existe = "S" then
              rewrite reg-consentimiento invalid key go mensaje-error
           else
              write reg-consentimiento invalid key go mensaje-error
           end-if.
           move "consentimiento registrado" to ws-mensaje.
           perform mostrar-mensaje thru fin-mostrar-mensaje.
           go desplejar-menu.

      *_informe al titular: todo lo que se guarda de su rut
       pedir-rut-informe.
           move 0 to ws-rut-titular.
           display pantalla-principal.
           display pantalla-busqueda.
           accept  datos-busqueda.
           if ws-rut-titular = 0 then go desplejar-menu.
           perform buscar-cliente thru fin-buscar-cliente.
           perform emitir-informe-titular
               thru fin-emitir-informe-titular.
           move "informe generado en: titular.txt" to ws-mensaje.
           perform mostrar-mensaje thru fin-mostrar-mensaje.
           go desplejar-menu.

      *_supresion a pedido del titular: se borran sus datos de
      *_contacto, sus puntos, su segmentacion y la direccion y fono
      *_de sus repartos, y el rut de sus lineas de venta sin receta;
      *_el rut queda solo en las lineas con receta, que respaldan el
      *_libro de controlados, y en el fiado y las recetas
       pedir-rut-supresion.
           move 0 to ws-rut-titular.
           display pantalla-principal.
           display pantalla-busqueda.
           accept  datos-busqueda.
           if ws-rut-titular = 0 then go desplejar-menu.
           perform buscar-cliente thru fin-buscar-cliente.
           if ws-cliente-existe not = "S" then
              move "rut no registrado en clientes (opcion-7)"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
           if ws-status-consentimiento not = "00" then
              go mensaje-sin-consentimientos
           end-if.
           perform leer-consentimiento thru fin-leer-consentimiento.
           if datos-suprimidos then
              move "los datos de este cliente ya se suprimieron"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
      *_una deuda de fiado o un reparto en curso necesitan todavia
      *_el nombre y la direccion del cliente
           if saldo-credito > 0 then
              move "tiene saldo de fiado pendiente; debe quedar en 0"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
           perform contar-repartos-pendientes
               thru fin-contar-repartos-pendientes.
           if ws-repartos-pendientes > 0 then
              move "tiene repartos en preparacion o en ruta"
                 to ws-mensaje
              perform mostrar-mensaje thru fin-mostrar-mensaje
              go desplejar-menu
           end-if.
           move 0 to opcion-confirmar.
           display pantalla-principal.
           display pantalla-cliente.
           display pantalla-confirmar-supresion.
           accept  datos-confirmar-supresion.
           if opcion-confirmar not = 1 then go desplejar-menu.
       suprimir-cliente.
           move "suprimido" to apellido-cliente.
           move spaces to nombre-cliente.
           move spaces to dir-cliente.
           move spaces to fono-cliente.
           move 0 to limite-credito.
           move 0 to puntos-cliente.
           rewrite reg-clientes invalid key go mensaje-error.
           perform limpiar-repartos thru fin-limpiar-repartos.
           perform limpiar-ventas thru fin-limpiar-ventas.
           perform limpiar-ventas-archivadas
               thru fin-limpiar-ventas-archivadas.
           move "N" to ws-segmento-borrado.
           if ws-status-segmentos = "00" then
              move ws-rut-titular-x to rf-rut-cliente
              delete segmentos-cliente record
                  invalid key continue
                  not invalid key move "S" to ws-segmento-borrado
              end-delete
           end-if.
           move "N" to cf-avisos.
           move "S" to cf-suprimido.
           move dia to cf-dia-supresion.
           move mes to cf-mes-supresion.
           move ano to cf-ano-supresion.
           move ws-operador-id to cf-operador-supresion.
           if ws-consentimiento-existe = "S" then
              rewrite reg-consentimiento invalid key go mensaje-error
           else
              write reg-consentimiento invalid key go mensaje-error
           end-if.
           move "datos suprimidos; quedan ventas con receta y fiado"
              to ws-mensaje.
           perform mostrar-mensaje thru fin-mostrar-mensaje.
           go desplejar-menu.

       volver.
           close clientes.
           close consentimientos.
           close movimiento-medicamento.
           close mov-archivo.
           close cuentas-fiado.
           close recetas.
           close repartos.
           close segmentos-cliente.
           goback.

       mensajes.
       mensaje-sin-clientes.
           display " " line 1 col 1 erase eos.
           display "no existe clientes.dat, correr"
                   " crea-archivos" line 4 col 1.
           goback.
       mensaje-sin-consentimientos.
           move "no existe consent.dat, correr crea-consentimientos"
              to ws-mensaje.
           perform mostrar-mensaje thru fin-mostrar-mensaje.
           go desplejar-menu.
       mensaje-error.
           move "no se pudo grabar, intente nuevamente" to ws-mensaje.
           perform mostrar-mensaje thru fin-mostrar-mensaje.
           go desplejar-menu.

       mostrar-mensaje.
           display pantalla-principal.
           display pantalla-mensaje.
           accept  datos-mensaje.
       fin-mostrar-mensaje.
           exit.

       buscar-cliente.
           move "S" to ws-cliente-existe.
           move ws-rut-titular to rut-cliente.
           read clientes key is rut-cliente
               invalid key move "N" to ws-cliente-existe.
       fin-buscar-cliente.
           exit.

      *_deja en reg-consentimiento el del titular, o uno nuevo sin
      *_consentimiento si no lo habia
       leer-consentimiento.
           move "S" to ws-consentimiento-existe.
           move ws-rut-titular-x to cf-rut-cliente.
           read consentimientos key is cf-rut-cliente
               invalid key go crear-consentimiento.
           go fin-leer-consentimiento.
       crear-consentimiento.
           move "N" to ws-consentimiento-existe.
           move ws-rut-titular-x to cf-rut-cliente.
           move "N" to cf-avisos.
           move zeros to cf-fecha-consentimiento.
           move spaces to cf-operador-id.
           move "N" to cf-suprimido.
           move zeros to cf-fecha-supresion.
           move spaces to cf-operador-supresion.
       fin-leer-consentimiento.
           exit.

       contar-repartos-pendientes.
           move 0 to ws-repartos-pendientes.
           if ws-status-repartos not = "00" then
              go fin-contar-repartos-pendientes
           end-if.
           move 0 to rp-correlativo.
           start repartos key is >= rp-correlativo
               invalid key go fin-contar-repartos-pendientes.
       leer-reparto-pendiente.
           read repartos next record
               at end go fin-contar-repartos-pendientes.
           if rp-rut-cliente not = ws-rut-titular-x then
              go leer-reparto-pendiente
           end-if.
           if reparto-preparacion or reparto-en-ruta then
              add 1 to ws-repartos-pendientes
           end-if.
           go leer-reparto-pendiente.
       fin-contar-repartos-pendientes.
           exit.

      *_los repartos entregados conservan factura y rut, pero pierden
      *_la direccion y el fono de entrega
       limpiar-repartos.
           move 0 to ws-repartos-limpiados.
           if ws-status-repartos not = "00" then
              go fin-limpiar-repartos
           end-if.
           move 0 to rp-correlativo.
           start repartos key is >= rp-correlativo
               invalid key go fin-limpiar-repartos.
       leer-reparto-limpiar.
           read repartos next record
               at end go fin-limpiar-repartos.
           if rp-rut-cliente not = ws-rut-titular-x then
              go leer-reparto-limpiar
           end-if.
           move spaces to rp-direccion.
           move spaces to rp-fono.
           rewrite reg-reparto invalid key continue end-rewrite.
           add 1 to ws-repartos-limpiados.
           go leer-reparto-limpiar.
       fin-limpiar-repartos.
           exit.

      *_las lineas de venta sin receta pierden el rut del cliente;
      *_como el rut es clave de mov.dat, cada linea limpiada sale de
      *_la clave y se vuelve a posicionar en el rut del titular
       limpiar-ventas.
           move 0 to ws-lineas-mov.
           if ws-status-movimientos not = "00" then
              go fin-limpiar-ventas
           end-if.
       posicionar-venta-limpiar.
           move ws-rut-titular-x to rut-cliente-mov.
           start movimiento-medicamento key is = rut-cliente-mov
               invalid key go fin-limpiar-ventas.
       leer-venta-limpiar.
           read movimiento-medicamento next record
               at end go fin-limpiar-ventas.
           if rut-cliente-mov not = ws-rut-titular-x then
              go fin-limpiar-ventas
           end-if.
           if receta-mov not = spaces then go leer-venta-limpiar.
           move spaces to rut-cliente-mov.
           rewrite reg-movimiento invalid key go fin-limpiar-ventas
           end-rewrite.
           add 1 to ws-lineas-mov.
           go posicionar-venta-limpiar.
       fin-limpiar-ventas.
           exit.

      *_lo mismo en las ventas archivadas, recorriendo movarch.dat
       limpiar-ventas-archivadas.
           move 0 to ws-lineas-movarch.
           if ws-status-movarch not = "00" then
              go fin-limpiar-ventas-archivadas
           end-if.
           move 0 to am-correlativo.
           start mov-archivo key is >= am-correlativo
               invalid key go fin-limpiar-ventas-archivadas.
       leer-archivada-limpiar.
           read mov-archivo next record
               at end go fin-limpiar-ventas-archivadas.
           if am-rut-cliente-mov not = ws-rut-titular-x then
              go leer-archivada-limpiar
           end-if.
           if am-receta-mov not = spaces then
              go leer-archivada-limpiar
           end-if.
           move spaces to am-rut-cliente-mov.
           rewrite reg-mov-archivo invalid key continue end-rewrite.
           add 1 to ws-lineas-movarch.
           go leer-archivada-limpiar.
       fin-limpiar-ventas-archivadas.
           exit.

      *_informe titular.txt con los datos del rut en clientes,
      *_consentimiento, ventas, ventas archivadas, fiado, recetas y
      *_repartos
       emitir-informe-titular.
           open output informe-titular.
           move ws-rut-titular to it-rut.
           move space to it-dv.
           if ws-cliente-existe = "S" then
              move dv-cliente to it-dv
           end-if.
           move fecha-programa to it-fecha.
           write reg-informe-titular from ws-linea-titulo.
           move all "-" to reg-informe-titular.
           write reg-informe-titular.
       informe-cliente.
           move "ficha del cliente" to is-titulo.
           move "clientes.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           if ws-cliente-existe not = "S" then
              move "sin registro en clientes.dat" to reg-informe-titular
              write reg-informe-titular
              go informe-consentimiento
           end-if.
           move "nombre:" to ld-etiqueta.
           move spaces to ld-valor.
           move nombre-cliente to ld-valor (1:20).
           move apellido-cliente to ld-valor (22:20).
           write reg-informe-titular from ws-linea-dato.
           move "direccion:" to ld-etiqueta.
           move dir-cliente to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           move "fono:" to ld-etiqueta.
           move fono-cliente to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           move "limite de credito:" to ld-etiqueta.
           move limite-credito to ws-monto-edit.
           move ws-monto-edit to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           move "saldo de fiado:" to ld-etiqueta.
           move saldo-credito to ws-monto-edit.
           move ws-monto-edit to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           move "puntos acumulados:" to ld-etiqueta.
           move puntos-cliente to ws-monto-edit.
           move ws-monto-edit to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           move "lista de precios:" to ld-etiqueta.
           move lista-precio-cliente to ld-valor.
           write reg-informe-titular from ws-linea-dato.
       informe-consentimiento.
           move "campanas y avisos" to is-titulo.
           move "consent.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           if ws-status-consentimiento not = "00" then
              move "sin consentimiento registrado"
                 to reg-informe-titular
              write reg-informe-titular
              go informe-ventas
           end-if.
           perform leer-consentimiento thru fin-leer-consentimiento.
           if ws-consentimiento-existe not = "S" then
              move "sin consentimiento registrado"
                 to reg-informe-titular
              write reg-informe-titular
              go informe-ventas
           end-if.
           move "acepta campanas y avisos:" to ld-etiqueta.
           move "no" to ld-valor.
           if acepta-avisos then move "si" to ld-valor end-if.
           write reg-informe-titular from ws-linea-dato.
           move "registrado el:" to ld-etiqueta.
           move cf-dia to fp-dia.
           move cf-mes to fp-mes.
           move cf-ano to fp-ano.
           move ws-fecha-imp to ld-valor.
           write reg-informe-titular from ws-linea-dato.
           if datos-suprimidos then
              move "datos suprimidos el:" to ld-etiqueta
              move cf-dia-supresion to fp-dia
              move cf-mes-supresion to fp-mes
              move cf-ano-supresion to fp-ano
              move ws-fecha-imp to ld-valor
              write reg-informe-titular from ws-linea-dato
           end-if.

      *_compras: por la clave del rut en mov.dat
       informe-ventas.
           move "compras" to is-titulo.
           move "mov.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           write reg-informe-titular from ws-encabezado-ventas.
           move 0 to ws-lineas-mov.
           if ws-status-movimientos not = "00" then
              go total-informe-ventas
           end-if.
           move ws-rut-titular-x to rut-cliente-mov.
           start movimiento-medicamento key is = rut-cliente-mov
               invalid key go total-informe-ventas.
       leer-venta-titular.
           read movimiento-medicamento next record
               at end go total-informe-ventas.
           if rut-cliente-mov not = ws-rut-titular-x then
              go total-informe-ventas
           end-if.
           move spaces to ws-linea-registro.
           move dia-venta to fp-dia.
           move mes-venta to fp-mes.
           move ano-venta to fp-ano.
           move ws-fecha-imp to lr-fecha.
           move num-factura to lr-documento.
           move codigo-movimiento to lr-codigo.
           move descripcion-mov to lr-descripcion.
           move cantidad-movimiento to lr-cantidad.
           move total-venta to lr-monto.
           move receta-mov to lr-referencia.
           write reg-informe-titular from ws-linea-registro.
           add 1 to ws-lineas-mov.
           go leer-venta-titular.
       total-informe-ventas.
           move ws-lineas-mov to lq-cantidad.
           write reg-informe-titular from ws-linea-cantidad.

      *_compras archivadas por batch-archivo: movarch.dat no tiene
      *_clave por rut y se recorre completo
       informe-ventas-archivadas.
           move "compras archivadas" to is-titulo.
           move "movarch.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           write reg-informe-titular from ws-encabezado-ventas.
           move 0 to ws-lineas-movarch.
           if ws-status-movarch not = "00" then
              go total-informe-archivadas
           end-if.
           move 0 to am-correlativo.
           start mov-archivo key is >= am-correlativo
               invalid key go total-informe-archivadas.
       leer-archivada-titular.
           read mov-archivo next record
               at end go total-informe-archivadas.
           if am-rut-cliente-mov not = ws-rut-titular-x then
              go leer-archivada-titular
           end-if.
           move spaces to ws-linea-registro.
           move am-dia-venta to fp-dia.
           move am-mes-venta to fp-mes.
           move am-ano-venta to fp-ano.
           move ws-fecha-imp to lr-fecha.
           move am-num-factura to lr-documento.
           move am-codigo-movimiento to lr-codigo.
           move am-descripcion-mov to lr-descripcion.
           move am-cantidad-movimiento to lr-cantidad.
           move am-total-venta to lr-monto.
           move am-receta-mov to lr-referencia.
           write reg-informe-titular from ws-linea-registro.
           add 1 to ws-lineas-movarch.
           go leer-archivada-titular.
       total-informe-archivadas.
           move ws-lineas-movarch to lq-cantidad.
           write reg-informe-titular from ws-linea-cantidad.

       informe-fiado.
           move "cuenta de fiado" to is-titulo.
           move "fiado.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           write reg-informe-titular from ws-encabezado-fiado.
           move 0 to ws-lineas-fiado.
           if ws-status-fiado not = "00" then
              go total-informe-fiado
           end-if.
           move 0 to fc-correlativo.
           start cuentas-fiado key is >= fc-correlativo
               invalid key go total-informe-fiado.
       leer-fiado-titular.
           read cuentas-fiado next record
               at end go total-informe-fiado.
           if fc-rut-cliente not = ws-rut-titular-x then
              go leer-fiado-titular
           end-if.
           move spaces to ws-linea-registro.
           move fc-dia to fp-dia.
           move fc-mes to fp-mes.
           move fc-ano to fp-ano.
           move ws-fecha-imp to lr-fecha.
           move fc-numero-factura to lr-documento.
           move fc-tipo to lr-codigo.
           if fiado-cargo then
              move "cargo de fiado" to lr-descripcion
           end-if.
           if fiado-abono then
              move "abono" to lr-descripcion
           end-if.
           if fiado-interes then
              move "interes" to lr-descripcion
           end-if.
           move fc-monto to lr-monto.
           write reg-informe-titular from ws-linea-registro.
           add 1 to ws-lineas-fiado.
           go leer-fiado-titular.
       total-informe-fiado.
           move ws-lineas-fiado to lq-cantidad.
           write reg-informe-titular from ws-linea-cantidad.

       informe-recetas.
           move "recetas" to is-titulo.
           move "recetas.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           write reg-informe-titular from ws-encabezado-recetas.
           move 0 to ws-lineas-recetas.
           if ws-status-recetas not = "00" then
              go total-informe-recetas
           end-if.
           move ws-rut-titular-x to re-rut-cliente.
           start recetas key is = re-rut-cliente
               invalid key go total-informe-recetas.
       leer-receta-titular.
           read recetas next record
               at end go total-informe-recetas.
           if re-rut-cliente not = ws-rut-titular-x then
              go total-informe-recetas
           end-if.
           move spaces to ws-linea-registro.
           move re-dia-registro to fp-dia.
           move re-mes-registro to fp-mes.
           move re-ano-registro to fp-ano.
           move ws-fecha-imp to lr-fecha.
           move re-rut-medico to lr-documento.
           move re-codigo to lr-codigo.
           move re-descripcion to lr-descripcion.
           move re-cantidad-autorizada to lr-cantidad.
           move re-cantidad-despachada to lr-monto.
           move re-numero-receta to lr-referencia.
           write reg-informe-titular from ws-linea-registro.
           add 1 to ws-lineas-recetas.
           go leer-receta-titular.
       total-informe-recetas.
           move ws-lineas-recetas to lq-cantidad.
           write reg-informe-titular from ws-linea-cantidad.

       informe-repartos.
           move "repartos a domicilio" to is-titulo.
           move "repartos.dat" to is-archivo.
           perform escribir-seccion thru fin-escribir-seccion.
           write reg-informe-titular from ws-encabezado-repartos.
           move 0 to ws-lineas-repartos.
           if ws-status-repartos not = "00" then
              go total-informe-repartos
           end-if.
           move 0 to rp-correlativo.
           start repartos key is >= rp-correlativo
               invalid key go total-informe-repartos.
       leer-reparto-titular.
           read repartos next record
               at end go total-informe-repartos.
           if rp-rut-cliente not = ws-rut-titular-x then
              go leer-reparto-titular
           end-if.
           move spaces to ws-linea-registro.
           move rp-dia to fp-dia.
           move rp-mes to fp-mes.
           move rp-ano to fp-ano.
           move ws-fecha-imp to lr-fecha.
           move rp-numero-factura to lr-documento.
           move rp-estado to lr-codigo.
           move rp-direccion to lr-descripcion.
           move rp-fono to lr-referencia.
           write reg-informe-titular from ws-linea-registro.
           add 1 to ws-lineas-repartos.
           go leer-reparto-titular.
       total-informe-repartos.
           move ws-lineas-repartos to lq-cantidad.
           write reg-informe-titular from ws-linea-cantidad.
           move spaces to reg-informe-titular.
           write reg-informe-titular.
           write reg-informe-titular from ws-linea-nota-1.
           write reg-informe-titular from ws-linea-nota-2.
           write reg-informe-titular from ws-linea-nota-3.
           write reg-informe-titular from ws-linea-nota-4.
           close informe-titular.
           move "informe al titular de datos" to ws-sp-titulo.
           move "titular.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
       fin-emitir-informe-titular.
           exit.

       escribir-seccion.
           move spaces to reg-informe-titular.
           write reg-informe-titular.
           write reg-informe-titular from ws-linea-seccion.
       fin-escribir-seccion.
           exit.
