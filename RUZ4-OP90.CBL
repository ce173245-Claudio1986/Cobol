       identification division.
       program-id. opcion-90.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select saldos-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is im-clave
           file status is ws-status-saldos.

           select resumen-ventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is vm-clave
           file status is ws-status-resumen.

           select categorias-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mc-codigo
           file status is ws-status-medcat.

           select categorias assign to disk
           organization is indexed
           access mode is dynamic
           record key is ca-codigo
           file status is ws-status-categorias.

           select clasificacion-abc assign to disk
           organization is indexed
           access mode is dynamic
           record key is ab-codigo
           file status is ws-status-abc.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo
           file status is ws-status-costoprom.

           select informe-rentabilidad assign to disk
           organization is line sequential.

       data division.
       file section.
      *_saldo del inventario a costo por codigo y mes, que batch-saldos
      *_regraba cada noche para el mes en curso
       fd saldos-inventario
           label record is standard
           value of file-id "invmens.dat".
       01 reg-saldo-inventario.
          02 im-clave.
             03 im-ano            pic 9(4).
             03 im-mes            pic 99.
             03 im-codigo         pic x(6).
          02 im-unidades          pic 9(7).
          02 im-valor-costo       pic 9(11).
          02 im-rut-laboratorio   pic x(8).
          02 im-fecha-foto.
             03 im-dia-foto       pic 99.
             03 im-mes-foto       pic 99.
             03 im-ano-foto       pic 99.

       fd resumen-ventas
           label record is standard
           value of file-id "vtasmens.dat".
       01 reg-resumen-venta.
          02 vm-clave.
             03 vm-codigo         pic x(6).
             03 vm-ano            pic 99.
             03 vm-mes            pic 99.
          02 vm-descripcion       pic x(30).
          02 vm-unidades          pic s9(7).
          02 vm-neto              pic s9(10).
          02 vm-iva               pic s9(9).
          02 vm-costo             pic s9(10).

       fd categorias-medicamento
           label record is standard
           value of file-id "medcat.dat".
       01 reg-categoria-medicamento.
          02 mc-codigo            pic x(6).
          02 mc-categoria         pic x(3).

       fd categorias
           label record is standard
           value of file-id "categorias.dat".
       01 reg-categoria.
          02 ca-codigo            pic x(3).
          02 ca-descripcion       pic x(30).

       fd clasificacion-abc
           label record is standard
           value of file-id "abcclas.dat".
       01 reg-clase-abc.
          02 ab-codigo            pic x(6).
          02 ab-clase             pic x.
             88 clase-a           value "A".
             88 clase-b           value "B".
             88 clase-c           value "C".
          02 ab-valor-venta       pic 9(10).
          02 ab-orden-ultimo-conteo pic 9(8).

       fd costos-promedio
           label record is standard
           value of file-id "costoprom.dat".
       01 reg-costo-promedio.
          02 cp-codigo            pic x(6).
          02 cp-costo-promedio    pic 9(7).
          02 cp-fecha.
             03 cp-dia            pic 99.
             03 cp-mes            pic 99.
             03 cp-ano            pic 99.
          02 cp-origen            pic x(6).
          02 cp-operador-id       pic x(8).

       fd informe-rentabilidad
           label record is standard
           value of file-id "rentinv.txt".
       01 reg-informe-rentabilidad pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-status-saldos         pic xx.
       77 ws-status-resumen        pic xx.
       77 ws-status-medcat         pic xx.
       77 ws-status-categorias     pic xx.
       77 ws-status-abc            pic xx.
       77 ws-status-costoprom      pic xx.
      *_rentabilidad del inventario de un mes: el inventario
      *_promedio a costo es el promedio entre el saldo de cierre del
      *_mes anterior (saldo de inicio) y el de cierre del mes, ambos
      *_de invmens.dat; el costo de ventas son las unidades vendidas
      *_del mes (vtasmens.dat) al costo unitario de esos saldos, ya
      *_que el costo del resumen mensual se pierde cada vez que
      *_batch-resumen lo reconstruye. todo se agrupa a la vez por
      *_categoria terapeutica, por laboratorio y por clase abc
       77 ws-mes-corte             pic 99 value 0.
       77 ws-ano-corte             pic 99 value 0.
       77 ws-aaaa-corte            pic 9(4).
       77 ws-mes-anterior          pic 99.
       77 ws-aaaa-anterior         pic 9(4).
       77 ws-dias-mes              pic 99.
       77 ws-resto-bisiesto        pic 9.
       77 ws-cociente-bisiesto     pic 9(4).
       77 ws-saldos-inicio         pic 9(5) value 0.
       77 ws-saldos-cierre         pic 9(5) value 0.
       77 ws-lineas-venta          pic 9(5) value 0.
      *_grupos a los que pertenece el codigo en analisis; se guarda
      *_el ultimo codigo para no releer medcat y abcclas
       77 ws-codigo-analisis       pic x(6).
       77 ws-rut-analisis          pic x(8).
       77 ws-codigo-cache          pic x(6) value spaces.
       77 ws-grupo-categoria       pic x(8).
       77 ws-grupo-clase           pic x(8).
       77 ws-unitario              pic 9(7)v99.
      *_tabla de grupos: tipo C = categoria, L = laboratorio y
      *_A = clase abc; lo que no cabe queda fuera y se avisa
       01 ws-tabla-grupos.
          02 ws-gr-total           pic 9(3).
          02 ws-gr-item occurs 400 times.
             03 ws-gr-tipo         pic x.
             03 ws-gr-codigo       pic x(8).
             03 ws-gr-inicial      pic 9(11).
             03 ws-gr-final        pic 9(11).
             03 ws-gr-costo        pic s9(11).
             03 ws-gr-neto         pic s9(11).
       77 ws-max-grupos            pic 9(3) value 400.
       77 ws-grupos-omitidos       pic 9(5) value 0.
       77 ws-i                     pic 9(3).
       77 ws-tipo-buscado          pic x.
       77 ws-codigo-buscado        pic x(8).
       77 ws-imp-inicial           pic 9(11).
       77 ws-imp-final             pic 9(11).
       77 ws-imp-costo             pic s9(11).
       77 ws-imp-neto              pic s9(11).
      *_totales de la farmacia (cada codigo se suma una sola vez)
       77 ws-tot-inicial           pic 9(11) value 0.
       77 ws-tot-final             pic 9(11) value 0.
       77 ws-tot-costo             pic s9(11) value 0.
       77 ws-tot-neto              pic s9(11) value 0.
      *_fila que se esta calculando e indicadores
       01 ws-fila.
          02 fi-inicial            pic 9(11).
          02 fi-final              pic 9(11).
          02 fi-costo              pic s9(11).
          02 fi-neto               pic s9(11).
       77 ws-promedio              pic 9(11).
       77 ws-margen                pic s9(11).
       77 ws-calculo               pic s9(13)v99.
       77 ws-rotacion              pic 9(3)v9.
       77 ws-dias-inventario       pic 9(4).
       77 ws-gmroi                 pic s9(3)v99.
      *_resumen en pantalla
       77 ws-pan-promedio          pic 9(11) value 0.
       77 ws-pan-costo             pic s9(11) value 0.
       77 ws-pan-margen            pic s9(11) value 0.
       77 ws-pan-gmroi             pic s9(3)v99 value 0.
      *_lineas del informe
       01 ws-linea-titulo.
          02 filler                pic x(32) value
             "rentabilidad del inventario mes ".
          02 it-mes                pic 99.
          02 filler                pic x value "/".
          02 it-ano                pic 9(4).
          02 filler                pic x(10) value "  emitido ".
          02 it-fecha              pic x(8).
          02 filler                pic x(23) value spaces.
       01 ws-linea-seccion.
          02 is-titulo             pic x(40).
          02 filler                pic x(40) value spaces.
       01 ws-linea-encabezado.
          02 filler                pic x(40) value
             "grupo    descripcion    inv. prom. costo".
          02 filler                pic x(40) value
             " vtas margen br.  rot. dias   gmroi".
       01 ws-linea-detalle.
          02 ir-codigo             pic x(8).
          02 filler                pic x value space.
          02 ir-nombre             pic x(14).
          02 filler                pic x value space.
          02 ir-promedio           pic z(9)9.
          02 filler                pic x value space.
          02 ir-costo              pic -(9)9.
          02 filler                pic x value space.
          02 ir-margen             pic -(9)9.
          02 filler                pic x value space.
          02 ir-rotacion           pic zz9.9.
          02 filler                pic x value space.
          02 ir-dias               pic zzz9.
          02 filler                pic x value space.
          02 ir-gmroi              pic -zz9.99.
          02 filler                pic x(5) value spaces.
       01 ws-linea-nota-1.
          02 filler                pic x(40) value
             "inv. prom. = (saldo de inicio + saldo de".
          02 filler                pic x(40) value
             " cierre) / 2, a costo".
       01 ws-linea-nota-2.
          02 filler                pic x(40) value
             "rot. y gmroi anualizados (x 12); dias = ".
          02 filler                pic x(40) value
             "inv. prom. / costo de venta diario".
       01 ws-linea-omitidos.
          02 filler                pic x(35) value
             "tabla de grupos llena, importes sin".
          02 filler                pic x(10) value " agrupar: ".
          02 io-omitidos           pic zzzz9.
          02 filler                pic x(30) value spaces.
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
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
              value is "rentabilidad del inventario (gmroi)".
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
              value is "mes a analizar (mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-periodo.
           02 filler line 10 col 40
              pic is 99 using ws-mes-corte required auto.
           02 filler col 43
              pic is 99 using ws-ano-corte auto.
       01 pantalla-resultado.
           02 filler line 14 col 1
              foreground-color is 2
              value is "informe generado en: rentinv.txt".
           02 filler line 15 col 1
              value is "(por categoria, laboratorio y clase abc)".
           02 filler line 17 col 1
              value is "inventario promedio a costo:".
           02 filler col 40
              pic is z(10)9 using ws-pan-promedio.
           02 filler line 18 col 1
              value is "costo de ventas del mes:".
           02 filler col 40
              pic is -(10)9 using ws-pan-costo.
           02 filler line 19 col 1
              value is "margen bruto del mes:".
           02 filler col 40
              pic is -(10)9 using ws-pan-margen.
           02 filler line 20 col 1
              value is "gmroi anualizado de la farmacia:".
           02 filler col 40
              pic is -zz9.99 using ws-pan-gmroi.
           02 filler line 22 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 22 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open input saldos-inventario.
           if ws-status-saldos not = "00" then
              go mensaje-sin-saldos
           end-if.
       pedir-periodo.
           move 0 to ws-mes-corte.
           move s-ano to ws-ano-corte.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-periodo.
           if ws-mes-corte = 0 then go volver end-if.
           if ws-mes-corte > 12 then go pedir-periodo end-if.
           move ws-ano-corte to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-aaaa-corte.
           move ws-mes-corte to ws-mes-anterior.
           move ws-aaaa-corte to ws-aaaa-anterior.
           if ws-mes-corte = 1 then
              move 12 to ws-mes-anterior
              subtract 1 from ws-aaaa-anterior
           else
              subtract 1 from ws-mes-anterior
           end-if.
           perform calcular-dias-mes thru fin-calcular-dias-mes.
           move 0 to ws-gr-total.
           move 0 to ws-grupos-omitidos.
           move 0 to ws-saldos-inicio.
           move 0 to ws-saldos-cierre.
           move 0 to ws-lineas-venta.
           move 0 to ws-tot-inicial.
           move 0 to ws-tot-final.
           move 0 to ws-tot-costo.
           move 0 to ws-tot-neto.
           move spaces to ws-codigo-cache.
           open input categorias-medicamento.
           open input categorias.
           open input clasificacion-abc.
           open input costos-promedio.
           open input resumen-ventas.

      *_primera pasada: saldo de cierre del mes anterior (inicio)
       cargar-saldo-inicio.
           move ws-aaaa-anterior to im-ano.
           move ws-mes-anterior to im-mes.
           move low-values to im-codigo.
           start saldos-inventario key is >= im-clave
               invalid key go cargar-saldo-cierre.
       leer-saldo-inicio.
           read saldos-inventario next record
               at end go cargar-saldo-cierre.
           if im-ano not = ws-aaaa-anterior or
              im-mes not = ws-mes-anterior then
              go cargar-saldo-cierre
           end-if.
           add 1 to ws-saldos-inicio.
           move im-codigo to ws-codigo-analisis.
           move im-rut-laboratorio to ws-rut-analisis.
           move im-valor-costo to ws-imp-inicial.
           move 0 to ws-imp-final.
           move 0 to ws-imp-costo.
           move 0 to ws-imp-neto.
           perform repartir-importe thru fin-repartir-importe.
           go leer-saldo-inicio.

      *_segunda pasada: saldo de cierre del mes pedido
       cargar-saldo-cierre.
           move ws-aaaa-corte to im-ano.
           move ws-mes-corte to im-mes.
           move low-values to im-codigo.
           start saldos-inventario key is >= im-clave
               invalid key go cargar-ventas.
       leer-saldo-cierre.
           read saldos-inventario next record
               at end go cargar-ventas.
           if im-ano not = ws-aaaa-corte or
              im-mes not = ws-mes-corte then
              go cargar-ventas
           end-if.
           add 1 to ws-saldos-cierre.
           move im-codigo to ws-codigo-analisis.
           move im-rut-laboratorio to ws-rut-analisis.
           move 0 to ws-imp-inicial.
           move im-valor-costo to ws-imp-final.
           move 0 to ws-imp-costo.
           move 0 to ws-imp-neto.
           perform repartir-importe thru fin-repartir-importe.
           go leer-saldo-cierre.

      *_tercera pasada: venta neta del mes y su costo
       cargar-ventas.
           if ws-status-resumen not = "00" then
              go emitir-informe
           end-if.
       leer-venta-mes.
           read resumen-ventas next record at end go emitir-informe.
           if vm-ano not = ws-ano-corte or
              vm-mes not = ws-mes-corte then
              go leer-venta-mes
           end-if.
           add 1 to ws-lineas-venta.
           move vm-codigo to ws-codigo-analisis.
           perform costo-unitario-codigo
               thru fin-costo-unitario-codigo.
           move 0 to ws-imp-inicial.
           move 0 to ws-imp-final.
           compute ws-imp-costo rounded = vm-unidades * ws-unitario.
           move vm-neto to ws-imp-neto.
           perform repartir-importe thru fin-repartir-importe.
           go leer-venta-mes.

       emitir-informe.
           open output informe-rentabilidad.
           move ws-mes-corte to it-mes.
           move ws-aaaa-corte to it-ano.
           move fecha-programa to it-fecha.
           write reg-informe-rentabilidad from ws-linea-titulo.
           move all "-" to reg-informe-rentabilidad.
           write reg-informe-rentabilidad.
           move "C" to ws-tipo-buscado.
           move "por categoria terapeutica" to is-titulo.
           perform escribir-seccion thru fin-escribir-seccion.
           move "L" to ws-tipo-buscado.
           move "por laboratorio (rut)" to is-titulo.
           perform escribir-seccion thru fin-escribir-seccion.
           move "A" to ws-tipo-buscado.
           move "por clase abc" to is-titulo.
           perform escribir-seccion thru fin-escribir-seccion.
           move spaces to reg-informe-rentabilidad.
           write reg-informe-rentabilidad.
           move all "-" to reg-informe-rentabilidad.
           write reg-informe-rentabilidad.
           move ws-tot-inicial to fi-inicial.
           move ws-tot-final to fi-final.
           move ws-tot-costo to fi-costo.
           move ws-tot-neto to fi-neto.
           perform calcular-indicadores thru fin-calcular-indicadores.
           move "total" to ir-codigo.
           move "farmacia" to ir-nombre.
           write reg-informe-rentabilidad from ws-linea-detalle.
           move ws-promedio to ws-pan-promedio.
           move fi-costo to ws-pan-costo.
           move ws-margen to ws-pan-margen.
           move ws-gmroi to ws-pan-gmroi.
           move spaces to reg-informe-rentabilidad.
           write reg-informe-rentabilidad.
           write reg-informe-rentabilidad from ws-linea-nota-1.
           write reg-informe-rentabilidad from ws-linea-nota-2.
           if ws-saldos-inicio = 0 then
              move "sin saldo de inicio en invmens.dat (mes anterior)"
                 to reg-informe-rentabilidad
              write reg-informe-rentabilidad
           end-if.
           if ws-saldos-cierre = 0 then
              move "sin saldo de cierre en invmens.dat para el mes"
                 to reg-informe-rentabilidad
              write reg-informe-rentabilidad
           end-if.
           if ws-grupos-omitidos > 0 then
              move ws-grupos-omitidos to io-omitidos
              write reg-informe-rentabilidad from ws-linea-omitidos
           end-if.
           close informe-rentabilidad.
           move "rentabilidad del inventario" to ws-sp-titulo.
           move "rentinv.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           close categorias-medicamento.
           close categorias.
           close clasificacion-abc.
           close costos-promedio.
           close resumen-ventas.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go pedir-periodo.

       volver.
           close saldos-inventario.
           goback.

       mensajes.
       mensaje-sin-saldos.
           display " " line 1 col 1 erase eos.
           display "no existe invmens.dat, correr"
                   " crea-saldos-inventario" line 4 col 1.
           goback.

      *_suma los importes en curso al grupo de categoria, al de
      *_laboratorio y al de clase abc del codigo, y al total
       repartir-importe.
           perform ubicar-grupos-codigo thru fin-ubicar-grupos-codigo.
           add ws-imp-inicial to ws-tot-inicial.
           add ws-imp-final to ws-tot-final.
           add ws-imp-costo to ws-tot-costo.
           add ws-imp-neto to ws-tot-neto.
           move "C" to ws-tipo-buscado.
           move ws-grupo-categoria to ws-codigo-buscado.
           perform acumular-grupo thru fin-acumular-grupo.
           move "L" to ws-tipo-buscado.
           move ws-rut-analisis to ws-codigo-buscado.
           if ws-codigo-buscado = spaces then
              move "sin lab." to ws-codigo-buscado
           end-if.
           perform acumular-grupo thru fin-acumular-grupo.
           move "A" to ws-tipo-buscado.
           move ws-grupo-clase to ws-codigo-buscado.
           perform acumular-grupo thru fin-acumular-grupo.
       fin-repartir-importe.
           exit.

       ubicar-grupos-codigo.
           if ws-codigo-analisis = ws-codigo-cache then
              go fin-ubicar-grupos-codigo
           end-if.
           move ws-codigo-analisis to ws-codigo-cache.
           move "sin cat." to ws-grupo-categoria.
           move "sin abc" to ws-grupo-clase.
           if ws-status-medcat = "00" then
              move ws-codigo-analisis to mc-codigo
              read categorias-medicamento key is mc-codigo
                  invalid key continue
                  not invalid key
                     move mc-categoria to ws-grupo-categoria
              end-read
           end-if.
           if ws-status-abc = "00" then
              move ws-codigo-analisis to ab-codigo
              read clasificacion-abc key is ab-codigo
                  invalid key continue
                  not invalid key
                     move ab-clase to ws-grupo-clase
              end-read
           end-if.
       fin-ubicar-grupos-codigo.
           exit.

       acumular-grupo.
           move 1 to ws-i.
       comparar-grupo.
           if ws-i > ws-gr-total then go crear-grupo end-if.
           if ws-gr-tipo (ws-i) = ws-tipo-buscado and
              ws-gr-codigo (ws-i) = ws-codigo-buscado then
              go sumar-grupo
           end-if.
           add 1 to ws-i.
           go comparar-grupo.
       crear-grupo.
           if ws-gr-total >= ws-max-grupos then
              add 1 to ws-grupos-omitidos
              go fin-acumular-grupo
           end-if.
           add 1 to ws-gr-total.
           move ws-gr-total to ws-i.
           move ws-tipo-buscado to ws-gr-tipo (ws-i).
           move ws-codigo-buscado to ws-gr-codigo (ws-i).
           move 0 to ws-gr-inicial (ws-i).
           move 0 to ws-gr-final (ws-i).
           move 0 to ws-gr-costo (ws-i).
           move 0 to ws-gr-neto (ws-i).
       sumar-grupo.
           add ws-imp-inicial to ws-gr-inicial (ws-i).
           add ws-imp-final to ws-gr-final (ws-i).
           add ws-imp-costo to ws-gr-costo (ws-i).
           add ws-imp-neto to ws-gr-neto (ws-i).
       fin-acumular-grupo.
           exit.

      *_costo unitario de lo vendido: el del saldo de cierre del mes,
      *_si no el del saldo de inicio y si no el costo promedio del
      *_codigo; de paso deja el laboratorio del codigo
       costo-unitario-codigo.
           move 0 to ws-unitario.
           move spaces to ws-rut-analisis.
           move ws-aaaa-corte to im-ano.
           move ws-mes-corte to im-mes.
           move vm-codigo to im-codigo.
           read saldos-inventario key is im-clave
               invalid key go costo-saldo-inicio.
           move im-rut-laboratorio to ws-rut-analisis.
           if im-unidades > 0 then
              compute ws-unitario rounded =
                 im-valor-costo / im-unidades
           end-if.
           if ws-unitario > 0 then go fin-costo-unitario-codigo.
       costo-saldo-inicio.
           move ws-aaaa-anterior to im-ano.
           move ws-mes-anterior to im-mes.
           move vm-codigo to im-codigo.
           read saldos-inventario key is im-clave
               invalid key go costo-promedio-codigo.
           if ws-rut-analisis = spaces then
              move im-rut-laboratorio to ws-rut-analisis
           end-if.
           if im-unidades > 0 then
              compute ws-unitario rounded =
                 im-valor-costo / im-unidades
           end-if.
           if ws-unitario > 0 then go fin-costo-unitario-codigo.
       costo-promedio-codigo.
           if ws-status-costoprom not = "00" then
              go fin-costo-unitario-codigo
           end-if.
           move vm-codigo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key go fin-costo-unitario-codigo.
           move cp-costo-promedio to ws-unitario.
       fin-costo-unitario-codigo.
           exit.

      *_una seccion del informe: los grupos del tipo ws-tipo-buscado
       escribir-seccion.
           move spaces to reg-informe-rentabilidad.
           write reg-informe-rentabilidad.
           write reg-informe-rentabilidad from ws-linea-seccion.
           write reg-informe-rentabilidad from ws-linea-encabezado.
           move 0 to ws-i.
       escribir-grupo.
           add 1 to ws-i.
           if ws-i > ws-gr-total then go fin-escribir-seccion end-if.
           if ws-gr-tipo (ws-i) not = ws-tipo-buscado then
              go escribir-grupo
           end-if.
           move ws-gr-inicial (ws-i) to fi-inicial.
           move ws-gr-final (ws-i) to fi-final.
           move ws-gr-costo (ws-i) to fi-costo.
           move ws-gr-neto (ws-i) to fi-neto.
           perform calcular-indicadores thru fin-calcular-indicadores.
           move ws-gr-codigo (ws-i) to ir-codigo.
           move spaces to ir-nombre.
           if ws-tipo-buscado = "C" and
              ws-status-categorias = "00" then
              move ws-gr-codigo (ws-i) to ca-codigo
              read categorias key is ca-codigo
                  invalid key continue
                  not invalid key move ca-descripcion to ir-nombre
              end-read
           end-if.
           if ws-tipo-buscado = "A" then
              move "clase" to ir-codigo
              move ws-gr-codigo (ws-i) to ir-nombre
           end-if.
           write reg-informe-rentabilidad from ws-linea-detalle.
           go escribir-grupo.
       fin-escribir-seccion.
           exit.

      *_indicadores de la fila ws-fila: inventario promedio, margen,
      *_rotacion y gmroi anualizados y dias de inventario
       calcular-indicadores.
           compute ws-promedio rounded = (fi-inicial + fi-final) / 2.
           compute ws-margen = fi-neto - fi-costo.
           move 0 to ws-rotacion.
           move 0 to ws-gmroi.
           move 0 to ws-dias-inventario.
           if ws-promedio = 0 then go mover-indicadores end-if.
           compute ws-calculo rounded = fi-costo * 12 / ws-promedio.
           if ws-calculo > 999.9 then move 999.9 to ws-calculo.
           if ws-calculo > 0 then move ws-calculo to ws-rotacion.
           compute ws-calculo rounded = ws-margen * 12 / ws-promedio.
           if ws-calculo > 999.99 then move 999.99 to ws-calculo.
           if ws-calculo < -999.99 then move -999.99 to ws-calculo.
           move ws-calculo to ws-gmroi.
           move 9999 to ws-dias-inventario.
           if fi-costo > 0 then
              compute ws-calculo rounded =
                 ws-promedio * ws-dias-mes / fi-costo
              if ws-calculo < 9999 then
                 move ws-calculo to ws-dias-inventario
              end-if
           end-if.
       mover-indicadores.
           move ws-promedio to ir-promedio.
           move fi-costo to ir-costo.
           move ws-margen to ir-margen.
           move ws-rotacion to ir-rotacion.
           move ws-dias-inventario to ir-dias.
           move ws-gmroi to ir-gmroi.
       fin-calcular-indicadores.
           exit.

      *_dias del mes pedido, para los dias de inventario
       calcular-dias-mes.
           move 31 to ws-dias-mes.
           if ws-mes-corte = 4 or ws-mes-corte = 6 or
              ws-mes-corte = 9 or ws-mes-corte = 11 then
              move 30 to ws-dias-mes
           end-if.
           if ws-mes-corte = 2 then
              move 28 to ws-dias-mes
              divide ws-aaaa-corte by 4 giving ws-cociente-bisiesto
                  remainder ws-resto-bisiesto
              if ws-resto-bisiesto = 0 then
                 move 29 to ws-dias-mes
              end-if
           end-if.
       fin-calcular-dias-mes.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
       ventana-siglo-fin.
           exit.
