       identification division.
       program-id. opcion-86.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select ordenes-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is oc-numero.

           select ordenes-lineas assign to disk
           organization is indexed
           access mode is dynamic
           record key is ol-correlativo.

           select distribucion-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is od-clave.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_detalle de la compra centralizada impreso a texto
           select informe-central assign to disk
           organization is line sequential.

       data division.
       file section.
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

       fd ordenes-compra
           label record is standard
           value of file-id "ordenes.dat".
       01 reg-orden-compra.
          02 oc-numero            pic x(6).
          02 oc-rut-laboratorio   pic x(8).
          02 oc-fecha-emision.
             03 oc-dia-emision    pic 99.
             03 oc-mes-emision    pic 99.
             03 oc-ano-emision    pic 99.
          02 oc-estado            pic x.
             88 orden-abierta     value "A".
             88 orden-cerrada     value "C".
          02 oc-operador-id       pic x(8).
          02 oc-fecha-recepcion.
             03 oc-dia-recepcion  pic 99.
             03 oc-mes-recepcion  pic 99.
             03 oc-ano-recepcion  pic 99.

       fd ordenes-lineas
           label record is standard
           value of file-id "oclin.dat".
       01 reg-orden-linea.
          02 ol-correlativo       pic 9(6).
          02 ol-numero-oc         pic x(6).
          02 ol-codigo            pic x(6).
          02 ol-descripcion       pic x(30).
          02 ol-cantidad-pedida   pic 9(5).
          02 ol-cantidad-recibida pic 9(5).

      *_distribucion por sucursal de cada linea de una orden de compra
      *_centralizada (opcion-86); opcion-1 la usa al recibir en la
      *_bodega central para proponer los traslados a cada local
       fd distribucion-compra
           label record is standard
           value of file-id "ocdist.dat".
       01 reg-distribucion-compra.
          02 od-clave.
             03 od-linea-oc       pic 9(6).
             03 od-sucursal       pic x(2).
          02 od-numero-oc         pic x(6).
          02 od-codigo            pic x(6).
          02 od-stock-emision     pic 9(7).
          02 od-stock-critico     pic 9(5).
          02 od-cantidad-pedida   pic 9(5).
          02 od-cantidad-asignada pic 9(5).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd informe-central
           label record is standard
           value of file-id "compcen.txt".
       01 reg-informe-central     pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-operador-id           pic x(8) value spaces.
       77 opcion-continuar         pic 9.
      *_necesidad de reposicion por codigo y sucursal: el stock de
      *_los lotes de cada local se suma por separado y se compara con
      *_su stock critico (el mayor de sus lotes), con el mismo
      *_criterio de la sugerencia de opcion-12 (pedir hasta el doble
      *_del critico); medicamentos.dat se lee en orden de codigo, asi
      *_que las filas de un codigo quedan juntas en la tabla
       01 ws-tabla-necesidad.
          02 ws-nc-item occurs 2000 times.
             03 ws-nc-codigo       pic x(6).
             03 ws-nc-sucursal     pic x(2).
             03 ws-nc-descripcion  pic x(30).
             03 ws-nc-rut-lab      pic x(8).
             03 ws-nc-stock        pic 9(7).
             03 ws-nc-critico      pic 9(5).
             03 ws-nc-pedido       pic 9(5).
       77 ws-total-filas           pic 9(4) value 0.
       77 ws-inicio-codigo         pic 9(4) value 1.
       77 ws-i                     pic 9(4).
       77 ws-j                     pic 9(4).
       77 ws-fin-codigo            pic 9(4).
       77 ws-suc-lote              pic x(2).
       77 ws-total-codigo          pic 9(7).
       77 ws-locales-codigo        pic 9(2).
      *_ordenes consolidadas creadas en esta corrida, una por
      *_laboratorio
       01 ws-tabla-ordenes.
          02 ws-orden-creada occurs 50 times
             indexed by ws-idx-orden.
             03 ws-oc-rut          pic x(8).
             03 ws-oc-num          pic x(6).
       77 ws-total-ordenes         pic 9(2) value 0.
       77 ws-orden-destino         pic x(6).
       77 ws-linea-cubierta        pic x value "N".
       77 ws-lineas-creadas        pic 9(4) value 0.
       77 ws-lineas-saltadas       pic 9(4) value 0.
       77 ws-repartos-creados      pic 9(5) value 0.
      *_lineas del informe
       01 ws-linea-titulo.
          02 filler                pic x(33) value
             "compra centralizada por sucursal ".
          02 ic-fecha              pic x(8).
          02 filler                pic x(39) value spaces.
       01 ws-linea-codigo.
          02 filler                pic x(6) value "orden ".
          02 ic-orden              pic x(6).
          02 filler                pic x(6) value "  lab ".
          02 ic-rut                pic x(8).
          02 filler                pic x(2) value spaces.
          02 ic-codigo             pic x(6).
          02 filler                pic x value space.
          02 ic-descripcion        pic x(30).
          02 filler                pic x value space.
          02 ic-total              pic z(6)9.
          02 filler                pic x(7) value spaces.
       01 ws-linea-sucursal.
          02 filler                pic x(14) value
             "    sucursal: ".
          02 ic-sucursal           pic x(2).
          02 filler                pic x(9) value "  stock: ".
          02 ic-stock              pic z(6)9.
          02 filler                pic x(11) value "  critico: ".
          02 ic-critico            pic z(4)9.
          02 filler                pic x(10) value "  pedido: ".
          02 ic-pedido             pic z(4)9.
          02 filler                pic x(17) value spaces.
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
              value is "compra centralizada para todas las sucursales".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-confirmar.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "consolida la reposicion de todos los locales".
           02 filler line 11 col 1
              foreground-color is 7
              value is "en una orden borrador por laboratorio".
           02 filler line 13 col 1
              foreground-color is 7
              value is "1: generar   2: volver".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-confirmar.
           02 filler line 13 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "detalle por sucursal en: compcen.txt".
           02 filler line 11 col 1
              value is "ordenes borrador creadas:".
           02 filler col 45
              pic is z9 using ws-total-ordenes.
           02 filler line 12 col 1
              value is "lineas consolidadas:".
           02 filler col 45
              pic is z(3)9 using ws-lineas-creadas.
           02 filler line 13 col 1
              value is "repartos por sucursal anotados:".
           02 filler col 45
              pic is z(4)9 using ws-repartos-creados.
           02 filler line 14 col 1
              value is "lineas ya cubiertas por ordenes abiertas:".
           02 filler col 45
              pic is z(3)9 using ws-lineas-saltadas.
           02 filler line 15 col 1
              value is "revise y libere las ordenes en la opcion 42".
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
       pedir-confirmacion.
           display pantalla-principal.
           display pantalla-confirmar.
           accept  datos-confirmar.
           if opcion-continuar = 2 then go volver end-if.
           if opcion-continuar not = 1 then go pedir-confirmacion.
       abrir-ficheros.
           open input medicamentos.
           open i-o ordenes-compra.
           open i-o ordenes-lineas.
           open i-o distribucion-compra.
           open i-o control-numero.
           open output informe-central.
           move 0 to ws-total-filas.
           move 0 to ws-total-ordenes.
           move 0 to ws-lineas-creadas.
           move 0 to ws-lineas-saltadas.
           move 0 to ws-repartos-creados.
           move fecha-programa to ic-fecha.
           write reg-informe-central from ws-linea-titulo.
           move all "-" to reg-informe-central.
           write reg-informe-central.
           move 1 to ws-inicio-codigo.
           move spaces to clave-medicamento.
           start medicamentos key is >= clave-medicamento
               invalid key go consolidar-necesidades.
      *_acumula stock y critico de cada lote en la fila de su codigo
      *_y sucursal (un lote sin sucursal es de la casa matriz, 01)
       leer-medicamento.
           read medicamentos next record
               at end go consolidar-necesidades.
           move med-sucursal to ws-suc-lote.
           if ws-suc-lote = spaces then move "01" to ws-suc-lote.
           if ws-total-filas > 0 then
              if ws-nc-codigo (ws-total-filas) not = codigo-medicamento
                 compute ws-inicio-codigo = ws-total-filas + 1
              end-if
           end-if.
           move ws-inicio-codigo to ws-i.
       buscar-fila-necesidad.
           if ws-i > ws-total-filas then go agregar-fila-necesidad.
           if ws-nc-sucursal (ws-i) = ws-suc-lote then
              go acumular-fila-necesidad
           end-if.
           add 1 to ws-i.
           go buscar-fila-necesidad.
       agregar-fila-necesidad.
           if ws-total-filas >= 2000 then go leer-medicamento end-if.
           add 1 to ws-total-filas.
           move ws-total-filas to ws-i.
           move codigo-medicamento  to ws-nc-codigo (ws-i).
           move ws-suc-lote         to ws-nc-sucursal (ws-i).
           move 0                   to ws-nc-stock (ws-i).
           move 0                   to ws-nc-critico (ws-i).
           move spaces              to ws-nc-rut-lab (ws-i).
       acumular-fila-necesidad.
           add cantidad-stock       to ws-nc-stock (ws-i).
           if cant-stock-critico > ws-nc-critico (ws-i) then
              move cant-stock-critico to ws-nc-critico (ws-i)
           end-if.
           move descr-medicamento   to ws-nc-descripcion (ws-i).
           if med-rut-laboratorio not = spaces then
              move med-rut-laboratorio to ws-nc-rut-lab (ws-i)
           end-if.
           go leer-medicamento.
      *_recorre la tabla por codigo: lo que piden todos los locales
      *_va en una sola linea de la orden del laboratorio
       consolidar-necesidades.
           close medicamentos.
           move 1 to ws-i.
       tomar-codigo.
           if ws-i > ws-total-filas then go cerrar-generacion.
           move 0 to ws-total-codigo.
           move 0 to ws-locales-codigo.
           move ws-i to ws-j.
       calcular-pedido-sucursal.
           move 0 to ws-nc-pedido (ws-j).
           if ws-nc-critico (ws-j) > 0 and
              ws-nc-stock (ws-j) <= ws-nc-critico (ws-j) then
              compute ws-nc-pedido (ws-j) =
                 (ws-nc-critico (ws-j) * 2) - ws-nc-stock (ws-j)
              add ws-nc-pedido (ws-j) to ws-total-codigo
              add 1 to ws-locales-codigo
           end-if.
           if ws-nc-rut-lab (ws-j) not = spaces then
              move ws-nc-rut-lab (ws-j) to ws-nc-rut-lab (ws-i)
           end-if.
           move ws-j to ws-fin-codigo.
           add 1 to ws-j.
           if ws-j <= ws-total-filas then
              if ws-nc-codigo (ws-j) = ws-nc-codigo (ws-i) then
                 go calcular-pedido-sucursal
              end-if
           end-if.
           if ws-total-codigo = 0 then go siguiente-codigo.
           if ws-nc-rut-lab (ws-i) = spaces then go siguiente-codigo.
           if ws-total-codigo > 99999 then
              move 99999 to ws-total-codigo
           end-if.
      *_un codigo ya pedido en una orden abierta (pendiente por
      *_recibir) no se vuelve a pedir, igual que en opcion-62
       controlar-linea-cubierta.
           move "N" to ws-linea-cubierta.
           move 0 to ol-correlativo.
           start ordenes-lineas key is >= ol-correlativo
               invalid key go evaluar-cobertura.
       revisar-linea-existente.
           read ordenes-lineas next record
               at end go evaluar-cobertura.
           if ol-codigo not = ws-nc-codigo (ws-i) then
              go revisar-linea-existente
           end-if.
           if ol-cantidad-recibida >= ol-cantidad-pedida then
              go revisar-linea-existente
           end-if.
           move ol-numero-oc to oc-numero.
           read ordenes-compra key is oc-numero
               invalid key go revisar-linea-existente.
           if not orden-abierta then go revisar-linea-existente.
           move "S" to ws-linea-cubierta.
       evaluar-cobertura.
           if ws-linea-cubierta = "S" then
              add 1 to ws-lineas-saltadas
              go siguiente-codigo
           end-if.
      *_ubica (o crea) la orden consolidada del laboratorio
       ubicar-orden-laboratorio.
           set ws-idx-orden to 1.
       comparar-orden-laboratorio.
           if ws-idx-orden > ws-total-ordenes then
              go crear-orden-laboratorio
           end-if.
           if ws-oc-rut (ws-idx-orden) = ws-nc-rut-lab (ws-i) then
              move ws-oc-num (ws-idx-orden) to ws-orden-destino
              go agregar-linea-orden
           end-if.
           set ws-idx-orden up by 1.
           go comparar-orden-laboratorio.
       crear-orden-laboratorio.
           if ws-total-ordenes >= 50 then
              add 1 to ws-lineas-saltadas
              go siguiente-codigo
           end-if.
           move "ORDCMP" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-ordcmp.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to ws-orden-destino.
           rewrite reg-control.
           go grabar-orden-borrador.
       crear-control-ordcmp.
           move "ORDCMP" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to ws-orden-destino.
       grabar-orden-borrador.
           move ws-orden-destino     to oc-numero.
           move ws-nc-rut-lab (ws-i) to oc-rut-laboratorio.
           move dia to oc-dia-emision.
           move mes to oc-mes-emision.
           move ano to oc-ano-emision.
           move "A" to oc-estado.
           move ws-operador-id to oc-operador-id.
           move 0 to oc-dia-recepcion.
           move 0 to oc-mes-recepcion.
           move 0 to oc-ano-recepcion.
           write reg-orden-compra invalid key continue end-write.
           add 1 to ws-total-ordenes.
           set ws-idx-orden to ws-total-ordenes.
           move ws-nc-rut-lab (ws-i) to ws-oc-rut (ws-idx-orden).
           move ws-orden-destino     to ws-oc-num (ws-idx-orden).
       agregar-linea-orden.
           move "ORDLIN" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-ordlin.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to ol-correlativo.
           rewrite reg-control.
           go escribir-linea-consolidada.
       crear-control-ordlin.
           move "ORDLIN" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to ol-correlativo.
       escribir-linea-consolidada.
           move ws-orden-destino         to ol-numero-oc.
           move ws-nc-codigo (ws-i)      to ol-codigo.
           move ws-nc-descripcion (ws-i) to ol-descripcion.
           move ws-total-codigo          to ol-cantidad-pedida.
           move 0                        to ol-cantidad-recibida.
           write reg-orden-linea invalid key go siguiente-codigo.
           add 1 to ws-lineas-creadas.
           move ws-orden-destino         to ic-orden.
           move ws-nc-rut-lab (ws-i)     to ic-rut.
           move ws-nc-codigo (ws-i)      to ic-codigo.
           move ws-nc-descripcion (ws-i) to ic-descripcion.
           move ws-total-codigo          to ic-total.
           write reg-informe-central from ws-linea-codigo.
      *_lo que corresponde a cada local queda en ocdist.dat
           move ws-i to ws-j.
       grabar-reparto-sucursal.
           if ws-j > ws-fin-codigo then go siguiente-codigo.
           if ws-nc-pedido (ws-j) = 0 then
              add 1 to ws-j
              go grabar-reparto-sucursal
           end-if.
           move ol-correlativo          to od-linea-oc.
           move ws-nc-sucursal (ws-j)   to od-sucursal.
           move ws-orden-destino        to od-numero-oc.
           move ws-nc-codigo (ws-j)     to od-codigo.
           move ws-nc-stock (ws-j)      to od-stock-emision.
           move ws-nc-critico (ws-j)    to od-stock-critico.
           move ws-nc-pedido (ws-j)     to od-cantidad-pedida.
           move 0                       to od-cantidad-asignada.
           write reg-distribucion-compra invalid key continue
           end-write.
           add 1 to ws-repartos-creados.
           move ws-nc-sucursal (ws-j)   to ic-sucursal.
           move ws-nc-stock (ws-j)      to ic-stock.
           move ws-nc-critico (ws-j)    to ic-critico.
           move ws-nc-pedido (ws-j)     to ic-pedido.
           write reg-informe-central from ws-linea-sucursal.
           add 1 to ws-j.
           go grabar-reparto-sucursal.
       siguiente-codigo.
           compute ws-i = ws-fin-codigo + 1.
           go tomar-codigo.
       cerrar-generacion.
           close ordenes-compra.
           close ordenes-lineas.
           close distribucion-compra.
           close control-numero.
           close informe-central.
           move "compra centralizada" to ws-sp-titulo.
           move "compcen.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
       volver.
           goback.
