       identification division.
       program-id. opcion-78.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select segmentos-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is rf-rut-cliente
           alternate record key is rf-segmento with duplicates.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

      *_solo se exporta a la campana el cliente que acepto avisos y
      *_no pidio la supresion de sus datos (opcion-92)
           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente
           file status is ws-status-consentimiento.

      *_lista de clientes de un segmento para campanas, separada por
      *_punto y coma
           select export-segmento assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd export-segmento
           label record is standard
           value of file-id "segclientes.csv".
       01 reg-export-segmento     pic x(140).

       working-storage section.
       01 opcion                   pic x.
          88 consultar-cliente     value "1".
          88 exportar-segmento     value "2".
          88 resumen-segmentos     value "3".
          88 volver-menu-principal value "4".
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
       77 ws-rut-buscado           pic 9(8) value 0.
       77 ws-segmento-pedido       pic x value space.
       77 ws-solo-sin-puntos       pic x value "N".
       77 ws-descripcion-segmento  pic x(12).
       77 ws-exportados            pic 9(6) value 0.
       77 ws-sin-consentimiento    pic 9(6) value 0.
       77 ws-status-consentimiento pic xx.
      *_segmentos que asigna batch-segmentar, en el orden del resumen
       01 ws-segmentos-valores.
          02 filler pic x(13) value "Lleal".
          02 filler pic x(13) value "Nnuevo".
          02 filler pic x(13) value "Ren riesgo".
          02 filler pic x(13) value "Pperdido".
          02 filler pic x(13) value "Oocasional".
          02 filler pic x(13) value "Ssin compras".
       01 ws-tabla-segmentos redefines ws-segmentos-valores.
          02 ws-sg-item occurs 6 times.
             03 ws-sg-codigo       pic x.
             03 ws-sg-descripcion  pic x(12).
      *_resumen: clientes y monto por segmento; la 7 es el total
       01 ws-tabla-resumen.
          02 ws-rs-item occurs 7 times.
             03 ws-rs-clientes     pic 9(6).
             03 ws-rs-monto        pic s9(13).
       77 ws-s                     pic 9.
      *_linea exportada: datos de contacto de la ficha y el segmento
       01 ws-encabezado-csv.
          02 filler                pic x(42) value
             "rut;dv;apellido;nombre;fono;direccion;segm".
          02 filler                pic x(41) value
             "ento;dias sin compra;compras;monto;puntos".
       01 sc-linea.
          02 sc-rut                pic x(8).
          02 filler                pic x value ";".
          02 sc-dv                 pic x.
          02 filler                pic x value ";".
          02 sc-apellido           pic x(20).
          02 filler                pic x value ";".
          02 sc-nombre             pic x(20).
          02 filler                pic x value ";".
          02 sc-fono               pic x(10).
          02 filler                pic x value ";".
          02 sc-direccion          pic x(30).
          02 filler                pic x value ";".
          02 sc-segmento           pic x(12).
          02 filler                pic x value ";".
          02 sc-dias               pic zzzz9.
          02 filler                pic x value ";".
          02 sc-compras            pic zzzz9.
          02 filler                pic x value ";".
          02 sc-monto              pic -(10)9.
          02 filler                pic x value ";".
          02 sc-puntos             pic z(6)9.
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
              value is "segmentacion de clientes (rfm)".
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
              value is "consultar segmento de un cliente".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "exportar clientes de un segmento".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "resumen por segmento".
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
       01 pantalla-rut.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "rut del cliente (0 = volver):".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rut.
           02 filler line 10 col 40
              pic is 9(8) using ws-rut-buscado required auto.
       01 pantalla-cliente-segmento.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              value is "cliente:".
           02 filler col 20
              pic is 9(8) using rut-cliente.
           02 filler col 29 value is "-".
           02 filler col 30
              pic is x using dv-cliente.
           02 filler col 33
              pic is x(20) using apellido-cliente.
           02 filler col 54
              pic is x(20) using nombre-cliente.
           02 filler line 10 col 1
              value is "fono:".
           02 filler col 20
              pic is x(10) using fono-cliente.
           02 filler line 11 col 1
              value is "direccion:".
           02 filler col 20
              pic is x(30) using dir-cliente.
           02 filler line 13 col 1
              foreground-color is 2
              value is "segmento:".
           02 filler col 20
              foreground-color is 2
              pic is x(12) using ws-descripcion-segmento.
           02 filler col 40
              value is "calculado el:".
           02 filler col 54
              pic is 99 using rf-dia-calculo.
           02 filler col 56 value is "/".
           02 filler col 57
              pic is 99 using rf-mes-calculo.
           02 filler col 59 value is "/".
           02 filler col 60
              pic is 99 using rf-ano-calculo.
           02 filler line 14 col 1
              value is "notas r / f / m:".
           02 filler col 20
              pic is 9 using rf-nota-recencia.
           02 filler col 22 value is "/".
           02 filler col 24
              pic is 9 using rf-nota-frecuencia.
           02 filler col 26 value is "/".
           02 filler col 28
              pic is 9 using rf-nota-monto.
           02 filler line 15 col 1
              value is "primera compra:".
           02 filler col 20
              pic is 99 using rf-dia-primera.
           02 filler col 22 value is "/".
           02 filler col 23
              pic is 99 using rf-mes-primera.
           02 filler col 25 value is "/".
           02 filler col 26
              pic is 99 using rf-ano-primera.
           02 filler line 16 col 1
              value is "ultima compra:".
           02 filler col 20
              pic is 99 using rf-dia-ultima.
           02 filler col 22 value is "/".
           02 filler col 23
              pic is 99 using rf-mes-ultima.
           02 filler col 25 value is "/".
           02 filler col 26
              pic is 99 using rf-ano-ultima.
           02 filler col 40
              value is "dias sin comprar:".
           02 filler col 58
              pic is zzzz9 using rf-dias-sin-compra.
           02 filler line 17 col 1
              value is "compras:".
           02 filler col 20
              pic is zzzz9 using rf-compras.
           02 filler col 40
              value is "monto comprado:".
           02 filler col 58
              pic is -(10)9 using rf-monto.
           02 filler line 18 col 1
              value is "puntos acumulados:".
           02 filler col 20
              pic is z(6)9 using puntos-cliente.
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-continuar.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-exportar.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "segmento a exportar:".
           02 filler line 11 col 1
              value is "L=leal N=nuevo R=en riesgo P=perdido".
           02 filler line 12 col 1
              value is "O=ocasional S=sin compras T=todos".
           02 filler line 14 col 1
              foreground-color is 7
              value is "solo clientes sin puntos acumulados (S/N):".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-exportar.
           02 filler line 10 col 45
              pic is x using ws-segmento-pedido required auto.
           02 filler line 14 col 45
              pic is x using ws-solo-sin-puntos auto.
       01 pantalla-resultado-exportar.
           02 filler line 18 col 1
              foreground-color is 2
              value is "lista exportada en: segclientes.csv".
           02 filler line 19 col 1
              value is "clientes exportados:".
           02 filler col 40
              pic is zzzzz9 using ws-exportados.
           02 filler line 20 col 1
              value is "omitidos sin consentimiento de avisos:".
           02 filler col 40
              pic is zzzzz9 using ws-sin-consentimiento.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 pantalla-resumen.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 7
              value is "segmento".
           02 filler col 25
              foreground-color is 7
              value is "clientes".
           02 filler col 45
              foreground-color is 7
              value is "monto comprado".
           02 filler line 10 col 1
              pic is x(12) using ws-sg-descripcion (1).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (1).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (1).
           02 filler line 11 col 1
              pic is x(12) using ws-sg-descripcion (2).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (2).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (2).
           02 filler line 12 col 1
              pic is x(12) using ws-sg-descripcion (3).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (3).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (3).
           02 filler line 13 col 1
              pic is x(12) using ws-sg-descripcion (4).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (4).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (4).
           02 filler line 14 col 1
              pic is x(12) using ws-sg-descripcion (5).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (5).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (5).
           02 filler line 15 col 1
              pic is x(12) using ws-sg-descripcion (6).
           02 filler col 27
              pic is zzzzz9 using ws-rs-clientes (6).
           02 filler col 45
              pic is -(12)9 using ws-rs-monto (6).
           02 filler line 17 col 1
              foreground-color is 2
              value is "total".
           02 filler col 27
              foreground-color is 2
              pic is zzzzz9 using ws-rs-clientes (7).
           02 filler col 45
              foreground-color is 2
              pic is -(12)9 using ws-rs-monto (7).
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
       abrir-ficheros.
           open input segmentos-cliente.
           open input clientes.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if opcion = 1 then go pedir-rut-cliente.
           if opcion = 2 then go pedir-segmento-exportar.
           if opcion = 3 then go armar-resumen.
           go volver.

      *_consulta: la ficha del cliente con su segmento de la ultima
      *_corrida de batch-segmentar
       pedir-rut-cliente.
           move 0 to ws-rut-buscado.
           display pantalla-principal.
           display pantalla-rut.
           accept  datos-rut.
           if ws-rut-buscado = 0 then go desplejar-menu end-if.
           move ws-rut-buscado to rut-cliente.
           read clientes key is rut-cliente
               invalid key go mensaje-cliente-no-existe.
           move rut-cliente to rf-rut-cliente.
           read segmentos-cliente key is rf-rut-cliente
               invalid key go mensaje-sin-segmento.
           perform describir-segmento thru fin-describir-segmento.
           display pantalla-principal.
           display pantalla-cliente-segmento.
           accept  datos-continuar.
           go pedir-rut-cliente.

      *_exportacion por la clave alterna del segmento; con T salen
      *_todos en orden de rut. el filtro de puntos sirve para ofrecer
      *_el programa a quien todavia no lo usa
       pedir-segmento-exportar.
           move space to ws-segmento-pedido.
           move "N" to ws-solo-sin-puntos.
           display pantalla-principal.
           display pantalla-exportar.
           accept  datos-exportar.
           inspect ws-segmento-pedido converting "lnrpost" to "LNRPOST".
           inspect ws-solo-sin-puntos converting "sn" to "SN".
           if ws-segmento-pedido not = "L" and not = "N"
              and not = "R" and not = "P" and not = "O"
              and not = "S" and not = "T" then
              go desplejar-menu
           end-if.
           move 0 to ws-exportados.
           move 0 to ws-sin-consentimiento.
           open input consentimientos.
           open output export-segmento.
           move ws-encabezado-csv to reg-export-segmento.
           write reg-export-segmento.
           if ws-segmento-pedido = "T" then
              move low-values to rf-rut-cliente
              start segmentos-cliente key is >= rf-rut-cliente
                  invalid key go terminar-exportacion
              end-start
           else
              move ws-segmento-pedido to rf-segmento
              start segmentos-cliente key is = rf-segmento
                  invalid key go terminar-exportacion
              end-start
           end-if.
       exportar-cliente.
           read segmentos-cliente next record
               at end go terminar-exportacion.
           if ws-segmento-pedido not = "T" and
              rf-segmento not = ws-segmento-pedido then
              go terminar-exportacion
           end-if.
           move rf-rut-cliente to rut-cliente.
           read clientes key is rut-cliente
               invalid key go exportar-cliente.
           if ws-solo-sin-puntos = "S" and puntos-cliente > 0 then
              go exportar-cliente
           end-if.
           if ws-status-consentimiento not = "00" then
              add 1 to ws-sin-consentimiento
              go exportar-cliente
           end-if.
           move rf-rut-cliente to cf-rut-cliente.
           read consentimientos key is cf-rut-cliente
               invalid key
                  add 1 to ws-sin-consentimiento
                  go exportar-cliente
           end-read.
           if not acepta-avisos or datos-suprimidos then
              add 1 to ws-sin-consentimiento
              go exportar-cliente
           end-if.
           perform describir-segmento thru fin-describir-segmento.
           move rf-rut-cliente          to sc-rut.
           move dv-cliente              to sc-dv.
           move apellido-cliente        to sc-apellido.
           move nombre-cliente          to sc-nombre.
           move fono-cliente            to sc-fono.
           move dir-cliente             to sc-direccion.
           move ws-descripcion-segmento to sc-segmento.
           move rf-dias-sin-compra      to sc-dias.
           move rf-compras              to sc-compras.
           move rf-monto                to sc-monto.
           move puntos-cliente          to sc-puntos.
           move sc-linea to reg-export-segmento.
           write reg-export-segmento.
           add 1 to ws-exportados.
           go exportar-cliente.
       terminar-exportacion.
           close export-segmento.
           close consentimientos.
           display pantalla-resultado-exportar.
           accept  datos-continuar.
           go desplejar-menu.

      *_resumen: clientes y monto de cada segmento y el total
       armar-resumen.
           move 1 to ws-s.
       limpiar-resumen.
           if ws-s > 7 then go iniciar-resumen.
           move 0 to ws-rs-clientes (ws-s).
           move 0 to ws-rs-monto (ws-s).
           add 1 to ws-s.
           go limpiar-resumen.
       iniciar-resumen.
           move low-values to rf-rut-cliente.
           start segmentos-cliente key is >= rf-rut-cliente
               invalid key go mostrar-resumen.
       leer-resumen.
           read segmentos-cliente next record
               at end go mostrar-resumen.
           move 1 to ws-s.
       ubicar-segmento-resumen.
           if ws-s > 6 then go sumar-total-resumen.
           if ws-sg-codigo (ws-s) = rf-segmento then
              add 1 to ws-rs-clientes (ws-s)
              add rf-monto to ws-rs-monto (ws-s)
              go sumar-total-resumen
           end-if.
           add 1 to ws-s.
           go ubicar-segmento-resumen.
       sumar-total-resumen.
           add 1 to ws-rs-clientes (7).
           add rf-monto to ws-rs-monto (7).
           go leer-resumen.
       mostrar-resumen.
           display pantalla-principal.
           display pantalla-resumen.
           accept  datos-continuar.
           go desplejar-menu.

       volver.
           close segmentos-cliente.
           close clientes.
           goback.

      *_descripcion del segmento rf-segmento
       describir-segmento.
           move spaces to ws-descripcion-segmento.
           move 1 to ws-s.
       comparar-segmento.
           if ws-s > 6 then go fin-describir-segmento.
           if ws-sg-codigo (ws-s) = rf-segmento then
              move ws-sg-descripcion (ws-s) to ws-descripcion-segmento
              go fin-describir-segmento
           end-if.
           add 1 to ws-s.
           go comparar-segmento.
       fin-describir-segmento.
           exit.

       mensajes.
       mensaje-cliente-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese rut no esta en la ficha de clientes"
                    line 4 col 1.
           go pedir-rut-cliente.
       mensaje-sin-segmento.
           display " " line 1 col 1 erase eos.
           display "el cliente aun no tiene segmento, falta correr"
                    line 4 col 1.
           display "batch-segmentar" line 5 col 1.
           go pedir-rut-cliente.
