       identification division.
       program-id. opcion-75.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select autorizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is au-correlativo.

           select devolucion-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is dv-correlativo.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero.

           select accesos-rechazados assign to disk
           organization is indexed
           access mode is dynamic
           record key is lg-correlativo.

           select caja-sesiones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cj-correlativo.

      *_informe de excepciones impreso a texto
           select informe-excepciones assign to disk
           organization is line sequential.

       data division.
       file section.
       fd autorizaciones
           label record is standard
           value of file-id "autoriza.dat".
       01 reg-autorizacion.
          02 au-correlativo        pic 9(6).
          02 au-tipo               pic x.
             88 autoriza-bajo-costo  value "C".
             88 autoriza-descuento   value "D".
          02 au-supervisor         pic x(8).
          02 au-vendedor           pic x(8).
          02 au-factura            pic x(6).
          02 au-codigo             pic x(6).
          02 au-cantidad           pic 9(5).
          02 au-precio             pic 9(7).
          02 au-costo              pic 9(7).
          02 au-monto-cedido       pic 9(9).
          02 au-fecha-hora.
             03 au-dia             pic 99.
             03 au-mes             pic 99.
             03 au-ano             pic 99.
             03 au-hora            pic 99.
             03 au-minuto          pic 99.
             03 au-segundo         pic 99.
          02 au-sucursal           pic x(2).

       fd devolucion-venta
           label record is standard
           value of file-id "devventa.dat".
       01 reg-devolucion-venta.
          02 dv-correlativo         pic 9(5).
          02 dv-codigo-medicamento  pic x(6).
          02 dv-cantidad-devuelta   pic 9(5).
          02 dv-fecha-devolucion.
             03 dv-dia-devolucion   pic 99.
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).

       fd notas-venta
           label record is standard
           value of file-id "ncventa.dat".
       01 reg-nota-venta.
          02 nv-numero            pic x(6).
          02 nv-factura-original  pic x(6).
          02 nv-codigo-medicamento pic x(6).
          02 nv-descripcion       pic x(30).
          02 nv-cantidad          pic 9(5).
          02 nv-neto              pic 9(9).
          02 nv-iva               pic 9(9).
          02 nv-total             pic 9(9).
          02 nv-fecha.
             03 nv-dia            pic 99.
             03 nv-mes            pic 99.
             03 nv-ano            pic 99.
          02 nv-rut-cliente       pic x(8).
          02 nv-operador-id       pic x(8).

       fd accesos-rechazados
           label record is standard
           value of file-id "accesos.dat".
       01 reg-acceso-rechazado.
          02 lg-correlativo      pic 9(6).
          02 lg-operador-id      pic x(8).
          02 lg-opcion           pic 99.
          02 lg-fecha-hora.
             03 lg-dia           pic 99.
             03 lg-mes           pic 99.
             03 lg-ano           pic 99.
             03 lg-hora          pic 99.
             03 lg-minuto        pic 99.
             03 lg-segundo       pic 99.

       fd caja-sesiones
           label record is standard
           value of file-id "cajas.dat".
       01 reg-caja.
          02 cj-correlativo        pic 9(6).
          02 cj-operador-id        pic x(8).
          02 cj-estado             pic x.
             88 caja-abierta       value "A".
             88 caja-cerrada       value "C".
          02 cj-fondo-inicial      pic 9(9).
          02 cj-fecha-apertura.
             03 cj-dia-apertura    pic 99.
             03 cj-mes-apertura    pic 99.
             03 cj-ano-apertura    pic 99.
          02 cj-hora-apertura.
             03 cj-hh-apertura     pic 99.
             03 cj-mm-apertura     pic 99.
          02 cj-fecha-cierre.
             03 cj-dia-cierre      pic 99.
             03 cj-mes-cierre      pic 99.
             03 cj-ano-cierre      pic 99.
          02 cj-hora-cierre.
             03 cj-hh-cierre       pic 99.
             03 cj-mm-cierre       pic 99.
          02 cj-efectivo-declarado pic 9(9).
          02 cj-total-efectivo     pic 9(9).
          02 cj-total-debito       pic 9(9).
          02 cj-total-credito      pic 9(9).
          02 cj-total-transfer     pic 9(9).
          02 cj-diferencia         pic 9(9).
          02 cj-sentido-dif        pic x.
             88 caja-cuadrada      value "=".
             88 caja-faltante      value "F".
             88 caja-sobrante      value "S".
          02 cj-sucursal           pic x(2).

       fd informe-excepciones
           label record is standard
           value of file-id "excepop.txt".
       01 reg-informe-excepciones pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-mes-informe           pic 99 value 0.
       77 ws-ano-informe           pic 99 value 0.
       77 ws-op-buscado            pic x(8).
      *_acumulados del mes por operador; la posicion 101 es el total.
      *_ws-op-excepciones suma autorizaciones, devoluciones, accesos
      *_denegados y faltantes (las notas de credito ya salen de una
      *_devolucion y no se cuentan dos veces)
       01 ws-tabla-operadores.
          02 ws-op-item occurs 101 times.
             03 ws-op-id             pic x(8).
             03 ws-op-bajo-costo     pic 9(5).
             03 ws-op-cedido-costo   pic 9(11).
             03 ws-op-descuentos     pic 9(5).
             03 ws-op-cedido-dscto   pic 9(11).
             03 ws-op-devoluciones   pic 9(5).
             03 ws-op-unidades-dev   pic 9(7).
             03 ws-op-notas          pic 9(5).
             03 ws-op-monto-notas    pic 9(11).
             03 ws-op-accesos        pic 9(5).
             03 ws-op-faltantes      pic 9(5).
             03 ws-op-monto-faltante pic 9(11).
             03 ws-op-excepciones    pic 9(7).
       77 ws-total-operadores      pic 9(3) value 0.
       77 ws-col-total             pic 9(3) value 101.
       77 ws-o                     pic 9(3).
       77 ws-i                     pic 9(3).
       77 ws-autorizaciones        pic 9(5) value 0.
       77 ws-autorizaciones-propias pic 9(5) value 0.
       77 ws-marcados              pic 9(3) value 0.
       77 ws-comparacion-op        pic 9(11).
       77 ws-comparacion-cadena    pic 9(11).
      *_lineas del informe impreso
       01 ws-linea-titulo-excepciones.
          02 filler                pic x(40)
             value "informe de excepciones por operador del ".
          02 filler                pic x(4) value "mes ".
          02 te-mes                pic 99.
          02 filler                pic x value "/".
          02 te-ano                pic 99.
          02 filler                pic x(8) value "  fecha ".
          02 te-fecha              pic x(8).
          02 filler                pic x(15) value spaces.
       01 ws-linea-subtitulo.
          02 ls-texto              pic x(80).
       01 ws-cabecera-autorizacion.
          02 filler                pic x(40) value
             "fecha    hora  tipo      autoriza vended".
          02 filler                pic x(40) value
             "or factur codigo  cant    cedido        ".
       01 ws-linea-autorizacion.
          02 la-dia                pic 99.
          02 filler                pic x value "/".
          02 la-mes                pic 99.
          02 filler                pic x value "/".
          02 la-ano                pic 99.
          02 filler                pic x value space.
          02 la-hora               pic 99.
          02 filler                pic x value ":".
          02 la-minuto             pic 99.
          02 filler                pic x value space.
          02 la-tipo               pic x(9).
          02 filler                pic x value space.
          02 la-supervisor         pic x(8).
          02 filler                pic x value space.
          02 la-vendedor           pic x(8).
          02 filler                pic x value space.
          02 la-factura            pic x(6).
          02 filler                pic x value space.
          02 la-codigo             pic x(6).
          02 filler                pic x value space.
          02 la-cantidad           pic zzzz9.
          02 filler                pic x value space.
          02 la-cedido             pic z(8)9.
          02 filler                pic x value space.
          02 la-marca              pic x(6).
       01 ws-cabecera-resumen-1.
          02 filler                pic x(40) value
             "         -bajo costo- dscto manual devol".
          02 filler                pic x(40) value
             ".    notas cred.  acc faltante caja     ".
       01 ws-cabecera-resumen-2.
          02 filler                pic x(40) value
             "operador   n   cedido   n   cedido   n u".
          02 filler                pic x(40) value
             "nid.   n    monto den   n    monto      ".
       01 ws-linea-resumen.
          02 lr-operador           pic x(8).
          02 filler                pic x value space.
          02 lr-bajo-costo         pic zz9.
          02 filler                pic x value space.
          02 lr-cedido-costo       pic z(7)9.
          02 filler                pic x value space.
          02 lr-descuentos         pic zz9.
          02 filler                pic x value space.
          02 lr-cedido-dscto       pic z(7)9.
          02 filler                pic x value space.
          02 lr-devoluciones       pic zz9.
          02 filler                pic x value space.
          02 lr-unidades-dev       pic zzzz9.
          02 filler                pic x value space.
          02 lr-notas              pic zz9.
          02 filler                pic x value space.
          02 lr-monto-notas        pic z(7)9.
          02 filler                pic x value space.
          02 lr-accesos            pic zz9.
          02 filler                pic x value space.
          02 lr-faltantes          pic zz9.
          02 filler                pic x value space.
          02 lr-monto-faltante     pic z(7)9.
          02 filler                pic x value space.
          02 lr-marca              pic x(2).
          02 filler                pic x(2) value spaces.
       01 ws-linea-nota-1.
          02 filler                pic x(40) value
             "!  : operador con mas del doble de excep".
          02 filler                pic x(40) value
             "ciones que el promedio del mes          ".
       01 ws-linea-nota-2.
          02 filler                pic x(40) value
             "propia: el supervisor se autorizo su pro".
          02 filler                pic x(40) value
             "pia venta. acc den: accesos denegados   ".
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
              value is "informe de excepciones por operador".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-periodo.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "mes a informar (mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-mes.
           02 filler line 10 col 40
              pic is 99 using ws-mes-informe required auto.
           02 filler col 43
              pic is 99 using ws-ano-informe auto.
       01 pantalla-resultado.
           02 filler line 14 col 1
              foreground-color is 2
              value is "informe generado en: excepop.txt".
           02 filler line 15 col 1
              value is "operadores con excepciones:".
           02 filler col 40
              pic is zz9 using ws-total-operadores.
           02 filler line 16 col 1
              value is "autorizaciones de supervisor:".
           02 filler col 40
              pic is zzzz9 using ws-autorizaciones.
           02 filler line 17 col 1
              value is "autorizaciones propias:".
           02 filler col 40
              pic is zzzz9 using ws-autorizaciones-propias.
           02 filler line 18 col 1
              value is "operadores marcados (!):".
           02 filler col 40
              pic is zz9 using ws-marcados.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
       pedir-periodo.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-mes.
           if ws-mes-informe = 0 then goback end-if.
           if ws-mes-informe > 12 then go pedir-periodo end-if.
           move 0 to ws-total-operadores.
           move 0 to ws-autorizaciones.
           move 0 to ws-autorizaciones-propias.
           move 0 to ws-marcados.
           move 1 to ws-i.
           perform limpiar-operador thru fin-limpiar-operador.
           move "total" to ws-op-id (ws-col-total).
           open input autorizaciones.
           open input devolucion-venta.
           open input notas-venta.
           open input accesos-rechazados.
           open input caja-sesiones.
           open output informe-excepciones.
           move ws-mes-informe to te-mes.
           move ws-ano-informe to te-ano.
           move fecha-programa to te-fecha.
           write reg-informe-excepciones
              from ws-linea-titulo-excepciones.
           write reg-informe-excepciones from linea-subrayado.
           move "autorizaciones de supervisor del mes" to ls-texto.
           write reg-informe-excepciones from ws-linea-subtitulo.
           write reg-informe-excepciones from ws-cabecera-autorizacion.

      *_cada autorizacion del mes sale en el detalle y se carga al
      *_vendedor que hizo la venta
       leer-autorizacion.
           read autorizaciones next record
               at end go sumar-devoluciones.
           if au-mes not = ws-mes-informe or
              au-ano not = ws-ano-informe then
              go leer-autorizacion
           end-if.
           add 1 to ws-autorizaciones.
           move au-dia         to la-dia.
           move au-mes         to la-mes.
           move au-ano         to la-ano.
           move au-hora        to la-hora.
           move au-minuto      to la-minuto.
           move "bajocosto"    to la-tipo.
           if autoriza-descuento then move "descuento" to la-tipo.
           move au-supervisor  to la-supervisor.
           move au-vendedor    to la-vendedor.
           move au-factura     to la-factura.
           move au-codigo      to la-codigo.
           move au-cantidad    to la-cantidad.
           move au-monto-cedido to la-cedido.
           move spaces         to la-marca.
           if au-supervisor = au-vendedor then
              move "propia" to la-marca
              add 1 to ws-autorizaciones-propias
           end-if.
           write reg-informe-excepciones from ws-linea-autorizacion.
           move au-vendedor to ws-op-buscado.
           perform ubicar-operador thru fin-ubicar-operador.
           if ws-o = 0 then go leer-autorizacion.
           if autoriza-descuento then
              add 1 to ws-op-descuentos (ws-o)
              add au-monto-cedido to ws-op-cedido-dscto (ws-o)
           else
              add 1 to ws-op-bajo-costo (ws-o)
              add au-monto-cedido to ws-op-cedido-costo (ws-o)
           end-if.
           add 1 to ws-op-excepciones (ws-o).
           go leer-autorizacion.

      *_devoluciones del mes por el operador que las recibio
       sumar-devoluciones.
           read devolucion-venta next record
               at end go sumar-notas-credito.
           if dv-mes-devolucion not = ws-mes-informe or
              dv-ano-devolucion not = ws-ano-informe then
              go sumar-devoluciones
           end-if.
           move dv-operador-id to ws-op-buscado.
           perform ubicar-operador thru fin-ubicar-operador.
           if ws-o = 0 then go sumar-devoluciones.
           add 1 to ws-op-devoluciones (ws-o).
           add dv-cantidad-devuelta to ws-op-unidades-dev (ws-o).
           add 1 to ws-op-excepciones (ws-o).
           go sumar-devoluciones.

       sumar-notas-credito.
           read notas-venta next record
               at end go sumar-accesos.
           if nv-mes not = ws-mes-informe or
              nv-ano not = ws-ano-informe then
              go sumar-notas-credito
           end-if.
           move nv-operador-id to ws-op-buscado.
           perform ubicar-operador thru fin-ubicar-operador.
           if ws-o = 0 then go sumar-notas-credito.
           add 1 to ws-op-notas (ws-o).
           add nv-total to ws-op-monto-notas (ws-o).
           go sumar-notas-credito.

      *_intentos de entrar a una opcion no permitida por el perfil
       sumar-accesos.
           read accesos-rechazados next record
               at end go sumar-cajas.
           if lg-mes not = ws-mes-informe or
              lg-ano not = ws-ano-informe then
              go sumar-accesos
           end-if.
           move lg-operador-id to ws-op-buscado.
           perform ubicar-operador thru fin-ubicar-operador.
           if ws-o = 0 then go sumar-accesos.
           add 1 to ws-op-accesos (ws-o).
           add 1 to ws-op-excepciones (ws-o).
           go sumar-accesos.

      *_cajas cerradas en el mes con faltante de efectivo
       sumar-cajas.
           read caja-sesiones next record
               at end go totalizar-operadores.
           if not caja-cerrada or not caja-faltante then
              go sumar-cajas
           end-if.
           if cj-mes-cierre not = ws-mes-informe or
              cj-ano-cierre not = ws-ano-informe then
              go sumar-cajas
           end-if.
           move cj-operador-id to ws-op-buscado.
           perform ubicar-operador thru fin-ubicar-operador.
           if ws-o = 0 then go sumar-cajas.
           add 1 to ws-op-faltantes (ws-o).
           add cj-diferencia to ws-op-monto-faltante (ws-o).
           add 1 to ws-op-excepciones (ws-o).
           go sumar-cajas.

       totalizar-operadores.
           close autorizaciones.
           close devolucion-venta.
           close notas-venta.
           close accesos-rechazados.
           close caja-sesiones.
           move 1 to ws-i.
           perform sumar-total-operador thru fin-sumar-total-operador.
           write reg-informe-excepciones from linea-subrayado.
           move "resumen de excepciones por operador" to ls-texto.
           write reg-informe-excepciones from ws-linea-subtitulo.
           write reg-informe-excepciones from ws-cabecera-resumen-1.
           write reg-informe-excepciones from ws-cabecera-resumen-2.
           move 1 to ws-i.
           perform escribir-operador thru fin-escribir-operador.
           move ws-col-total to ws-i.
           perform armar-linea-resumen thru fin-armar-linea-resumen.
           move spaces to lr-marca.
           write reg-informe-excepciones from linea-subrayado.
           write reg-informe-excepciones from ws-linea-resumen.
           write reg-informe-excepciones from linea-subrayado.
           write reg-informe-excepciones from ws-linea-nota-1.
           write reg-informe-excepciones from ws-linea-nota-2.
           close informe-excepciones.
           move "excepciones por operador" to ws-sp-titulo.
           move "excepop.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           goback.

       limpiar-operador.
           if ws-i > ws-col-total then go fin-limpiar-operador.
           move spaces to ws-op-id (ws-i).
           move 0 to ws-op-bajo-costo (ws-i).
           move 0 to ws-op-cedido-costo (ws-i).
           move 0 to ws-op-descuentos (ws-i).
           move 0 to ws-op-cedido-dscto (ws-i).
           move 0 to ws-op-devoluciones (ws-i).
           move 0 to ws-op-unidades-dev (ws-i).
           move 0 to ws-op-notas (ws-i).
           move 0 to ws-op-monto-notas (ws-i).
           move 0 to ws-op-accesos (ws-i).
           move 0 to ws-op-faltantes (ws-i).
           move 0 to ws-op-monto-faltante (ws-i).
           move 0 to ws-op-excepciones (ws-i).
           add 1 to ws-i.
           go limpiar-operador.
       fin-limpiar-operador.
           exit.

      *_posicion de ws-op-buscado en ws-o, agregandolo si es nuevo;
      *_las devoluciones grabadas antes de registrar el operador
      *_quedan juntas bajo "s/oper"
       ubicar-operador.
           if ws-op-buscado = spaces then
              move "s/oper" to ws-op-buscado
           end-if.
           move 1 to ws-o.
       comparar-operador.
           if ws-o > ws-total-operadores then go agregar-operador.
           if ws-op-id (ws-o) = ws-op-buscado then
              go fin-ubicar-operador
           end-if.
           add 1 to ws-o.
           go comparar-operador.
       agregar-operador.
           if ws-total-operadores >= 100 then
              move 0 to ws-o
              go fin-ubicar-operador
           end-if.
           add 1 to ws-total-operadores.
           move ws-total-operadores to ws-o.
           move ws-op-buscado to ws-op-id (ws-o).
       fin-ubicar-operador.
           exit.

       sumar-total-operador.
           if ws-i > ws-total-operadores then
              go fin-sumar-total-operador
           end-if.
           add ws-op-bajo-costo (ws-i)
              to ws-op-bajo-costo (ws-col-total).
           add ws-op-cedido-costo (ws-i)
              to ws-op-cedido-costo (ws-col-total).
           add ws-op-descuentos (ws-i)
              to ws-op-descuentos (ws-col-total).
           add ws-op-cedido-dscto (ws-i)
              to ws-op-cedido-dscto (ws-col-total).
           add ws-op-devoluciones (ws-i)
              to ws-op-devoluciones (ws-col-total).
           add ws-op-unidades-dev (ws-i)
              to ws-op-unidades-dev (ws-col-total).
           add ws-op-notas (ws-i) to ws-op-notas (ws-col-total).
           add ws-op-monto-notas (ws-i)
              to ws-op-monto-notas (ws-col-total).
           add ws-op-accesos (ws-i) to ws-op-accesos (ws-col-total).
           add ws-op-faltantes (ws-i)
              to ws-op-faltantes (ws-col-total).
           add ws-op-monto-faltante (ws-i)
              to ws-op-monto-faltante (ws-col-total).
           add ws-op-excepciones (ws-i)
              to ws-op-excepciones (ws-col-total).
           add 1 to ws-i.
           go sumar-total-operador.
       fin-sumar-total-operador.
           exit.

      *_un operador se marca con ! cuando sus excepciones pasan del
      *_doble del promedio de los operadores del mes (y son 3 o mas)
       escribir-operador.
           if ws-i > ws-total-operadores then
              go fin-escribir-operador
           end-if.
           perform armar-linea-resumen thru fin-armar-linea-resumen.
           move spaces to lr-marca.
           compute ws-comparacion-op =
              ws-op-excepciones (ws-i) * ws-total-operadores.
           compute ws-comparacion-cadena =
              ws-op-excepciones (ws-col-total) * 2.
           if ws-op-excepciones (ws-i) >= 3 and
              ws-comparacion-op > ws-comparacion-cadena then
              move "!" to lr-marca
              add 1 to ws-marcados
           end-if.
           write reg-informe-excepciones from ws-linea-resumen.
           add 1 to ws-i.
           go escribir-operador.
       fin-escribir-operador.
           exit.

       armar-linea-resumen.
           move ws-op-id (ws-i)             to lr-operador.
           move ws-op-bajo-costo (ws-i)     to lr-bajo-costo.
           move ws-op-cedido-costo (ws-i)   to lr-cedido-costo.
           move ws-op-descuentos (ws-i)     to lr-descuentos.
           move ws-op-cedido-dscto (ws-i)   to lr-cedido-dscto.
           move ws-op-devoluciones (ws-i)   to lr-devoluciones.
           move ws-op-unidades-dev (ws-i)   to lr-unidades-dev.
           move ws-op-notas (ws-i)          to lr-notas.
           move ws-op-monto-notas (ws-i)    to lr-monto-notas.
           move ws-op-accesos (ws-i)        to lr-accesos.
           move ws-op-faltantes (ws-i)      to lr-faltantes.
           move ws-op-monto-faltante (ws-i) to lr-monto-faltante.
       fin-armar-linea-resumen.
           exit.
