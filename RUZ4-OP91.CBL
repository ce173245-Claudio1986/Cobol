       identification division.
       program-id. opcion-91.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates
           file status is ws-status-medicamentos.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates
           file status is ws-status-movimientos.

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

      *_pares de principios activos que no deben combinarse
      *_(opcion-55); un par con interaccion nunca queda como
      *_complemento sugerido
           select interacciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ia-clave
           file status is ws-status-interacciones.

           select complementos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cm-codigo
           file status is ws-status-complementos.

      *_archivos de paso del analisis: los codigos distintos de cada
      *_factura del periodo y el conteo de codigos, categorias y pares
           select canasta-trabajo assign to disk
           organization is indexed
           access mode is dynamic
           record key is cn-clave.

           select pares-trabajo assign to disk
           organization is indexed
           access mode is dynamic
           record key is pc-clave.

           select informe-canasta assign to disk
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

       fd interacciones
           label record is standard
           value of file-id "interacc.dat".
       01 reg-interaccion.
          02 ia-clave.
             03 ia-principio-1    pic x(20).
             03 ia-principio-2    pic x(20).
          02 ia-severidad         pic x.
             88 interaccion-leve     value "L".
             88 interaccion-moderada value "M".
             88 interaccion-grave    value "G".
          02 ia-descripcion       pic x(30).

      *_complemento mas frecuente de cada codigo, que opcion-2
      *_sugiere al vendedor; se reconstruye en cada analisis
       fd complementos
           label record is standard
           value of file-id "complem.dat".
       01 reg-complemento.
          02 cm-codigo            pic x(6).
          02 cm-complemento       pic x(6).
          02 cm-descripcion       pic x(30).
          02 cm-frecuencia        pic 9(7).
          02 cm-confianza         pic 9(3)v9.
          02 cm-orden-desde       pic 9(8).
          02 cm-orden-hasta       pic 9(8).
          02 cm-fecha-analisis.
             03 cm-dia            pic 99.
             03 cm-mes            pic 99.
             03 cm-ano            pic 99.

      *_un registro por codigo distinto de cada factura (la factura
      *_se identifica con la sucursal y el numero)
       fd canasta-trabajo
           label record is standard
           value of file-id "canasta.tmp".
       01 reg-canasta.
          02 cn-clave.
             03 cn-documento.
                04 cn-sucursal    pic x(2).
                04 cn-factura     pic x(6).
             03 cn-codigo         pic x(6).

      *_facturas en que aparece cada codigo (tipo P) o categoria
      *_(tipo C) cuando pc-item-b va en blanco, y cada par de ellos
      *_cuando no; el par se guarda con el menor primero
       fd pares-trabajo
           label record is standard
           value of file-id "canpares.tmp".
       01 reg-par.
          02 pc-clave.
             03 pc-tipo           pic x.
                88 par-producto   value "P".
                88 par-categoria  value "C".
             03 pc-item-a         pic x(6).
             03 pc-item-b         pic x(6).
          02 pc-frecuencia        pic 9(7).

       fd informe-canasta
           label record is standard
           value of file-id "canasta.txt".
       01 reg-informe-canasta     pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-status-medicamentos   pic xx.
       77 ws-status-movimientos    pic xx.
       77 ws-status-medcat         pic xx.
       77 ws-status-categorias     pic xx.
       77 ws-status-interacciones  pic xx.
       77 ws-status-complementos   pic xx.
      *_analisis de canasta de un periodo: que codigos y que
      *_categorias salen juntos en la misma factura. frecuencia =
      *_facturas con el par; soporte = frecuencia / facturas del
      *_periodo; a->b = frecuencia / facturas que llevan a, o sea la
      *_probabilidad de que quien lleva a lleve tambien b
       01 fecha-desde.
          02 dia-desde             pic 99.
          02 mes-desde             pic 99.
          02 ano-desde             pic 99.
       01 fecha-hasta.
          02 dia-hasta             pic 99.
          02 mes-hasta             pic 99.
          02 ano-hasta             pic 99.
       77 ws-orden-desde           pic 9(8).
       77 ws-orden-hasta           pic 9(8).
       77 ws-frecuencia-minima     pic 9(3) value 2.
      *_codigos distintos de la factura en curso y sus categorias
       77 ws-documento-actual      pic x(8).
       01 ws-tabla-factura.
          02 ws-cod-factura        pic x(6) occurs 40 times.
          02 ws-cat-factura        pic x(3) occurs 40 times.
       77 ws-cod-total             pic 99.
       77 ws-cat-total             pic 99.
       77 ws-i                     pic 99.
       77 ws-j                     pic 99.
       77 ws-k                     pic 99.
       77 ws-par-tipo              pic x.
       77 ws-par-a                 pic x(6).
       77 ws-par-b                 pic x(6).
      *_contadores del analisis
       77 ws-lineas-leidas         pic 9(7) value 0.
       77 ws-total-facturas        pic 9(7) value 0.
       77 ws-facturas-multiples    pic 9(7) value 0.
       77 ws-pares-distintos       pic 9(7) value 0.
       77 ws-codigos-omitidos      pic 9(7) value 0.
       77 ws-sugerencias           pic 9(7) value 0.
       77 ws-descartados           pic 9(7) value 0.
      *_mejores pares por frecuencia: lista 1 = codigos (50) y
      *_lista 2 = categorias (30)
       01 ws-ranking.
          02 ws-rk-lista occurs 2 times.
             03 ws-rk-total        pic 99.
             03 ws-rk-item occurs 50 times.
                04 ws-rk-a         pic x(6).
                04 ws-rk-b         pic x(6).
                04 ws-rk-frecuencia pic 9(7).
       77 ws-rk-max                pic 99.
       77 ws-t                     pic 9.
       77 ws-p                     pic 99.
       77 ws-q                     pic 99.
       77 ws-r                     pic 99.
      *_propuesta de complemento: codigo base, codigo propuesto y
      *_sus principios activos
       77 ws-grabar-complementos   pic x value "S".
       77 ws-existe-complemento    pic x.
       77 ws-codigo-base           pic x(6).
       77 ws-codigo-otro           pic x(6).
       77 ws-princ-base            pic x(20).
       77 ws-princ-otro            pic x(20).
       77 ws-descr-otro            pic x(30).
       77 ws-codigo-buscado        pic x(6).
       77 ws-princ-encontrado      pic x(20).
       77 ws-descr-encontrada      pic x(30).
       77 ws-hay-interaccion       pic x.
       77 ws-frec-a                pic 9(7).
       77 ws-frec-b                pic 9(7).
       77 ws-calculo               pic 9(5)v99.
      *_lineas del informe
       01 ws-linea-titulo.
          02 filler                pic x(24) value
             "analisis de canasta del ".
          02 it-desde              pic x(8).
          02 filler                pic x(4) value " al ".
          02 it-hasta              pic x(8).
          02 filler                pic x(10) value "  emitido ".
          02 it-fecha              pic x(8).
          02 filler                pic x(18) value spaces.
       01 ws-fecha-imp.
          02 fp-dia                pic 99.
          02 filler                pic x value "/".
          02 fp-mes                pic 99.
          02 filler                pic x value "/".
          02 fp-ano                pic 99.
       01 ws-linea-total.
          02 lt-texto              pic x(40).
          02 lt-valor              pic z(6)9.
          02 filler                pic x(33) value spaces.
       01 ws-linea-seccion.
          02 is-titulo             pic x(50).
          02 filler                pic x(30) value spaces.
       01 ws-linea-encabezado.
          02 filler                pic x(40) value
             "cod.a  descripcion    cod.b  descripcion".
          02 filler                pic x(40) value
             "     frec. sop.%  a->b %  b->a %".
       01 ws-linea-detalle.
          02 id-a                  pic x(6).
          02 filler                pic x value space.
          02 id-descr-a            pic x(14).
          02 filler                pic x value space.
          02 id-b                  pic x(6).
          02 filler                pic x value space.
          02 id-descr-b            pic x(14).
          02 filler                pic x value space.
          02 id-frecuencia         pic z(5)9.
          02 filler                pic x value space.
          02 id-soporte            pic zz9.99.
          02 filler                pic x(2) value spaces.
          02 id-conf-ab            pic zz9.9.
          02 filler                pic x(3) value spaces.
          02 id-conf-ba            pic zz9.9.
          02 filler                pic x(8) value spaces.
       01 ws-linea-nota-1.
          02 filler                pic x(40) value
             "sop.% = facturas con el par / facturas d".
          02 filler                pic x(40) value
             "el periodo".
       01 ws-linea-nota-2.
          02 filler                pic x(40) value
             "a->b % = facturas con el par / facturas ".
          02 filler                pic x(40) value
             "que llevan a".
       01 ws-linea-nota-3.
          02 filler                pic x(40) value
             "los pares con interaccion en interacc.da".
          02 filler                pic x(40) value
             "t no se sugieren en la venta".
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
              value is "analisis de canasta (vendidos juntos)".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-rango.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "fecha desde (dd/mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 12 col 1
              foreground-color is 7
              value is "fecha hasta (dd/mm/aa):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 14 col 1
              foreground-color is 7
              value is "frecuencia minima del par:".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rango.
           02 filler line 10 col 40
              pic is 99 using dia-desde required auto.
           02 filler col 43
              pic is 99 using mes-desde auto.
           02 filler col 46
              pic is 99 using ano-desde auto.
           02 filler line 12 col 40
              pic is 99 using dia-hasta auto.
           02 filler col 43
              pic is 99 using mes-hasta auto.
           02 filler col 46
              pic is 99 using ano-hasta auto.
           02 filler line 14 col 40
              pic is zz9 using ws-frecuencia-minima auto.
       01 pantalla-resultado.
           02 filler line 18 col 1
              foreground-color is 2
              value is "informe generado en: canasta.txt".
           02 filler line 19 col 1
              value is "facturas del periodo:".
           02 filler col 40
              pic is z(6)9 using ws-total-facturas.
           02 filler line 20 col 1
              value is "facturas con dos o mas codigos:".
           02 filler col 40
              pic is z(6)9 using ws-facturas-multiples.
           02 filler line 21 col 1
              value is "sugerencias grabadas en complem.dat:".
           02 filler col 40
              pic is z(6)9 using ws-sugerencias.
           02 filler line 23 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 23 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open input movimiento-medicamento.
           if ws-status-movimientos not = "00" then
              go mensaje-sin-movimientos
           end-if.
       pedir-rango.
           move 0 to dia-desde.
           move s-mes to mes-desde.
           move s-ano to ano-desde.
           move s-dia to dia-hasta.
           move s-mes to mes-hasta.
           move s-ano to ano-hasta.
           display pantalla-principal.
           display pantalla-rango.
           accept  datos-rango.
           if dia-desde = 0 then go volver end-if.
           if dia-desde > 31 or dia-hasta = 0 or dia-hasta > 31 then
              go pedir-rango
           end-if.
           if mes-desde = 0 or mes-desde > 12 or
              mes-hasta = 0 or mes-hasta > 12 then
              go pedir-rango
           end-if.
           move ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-desde = ws-vs-aaaa * 10000
              + mes-desde * 100 + dia-desde.
           move ano-hasta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hasta = ws-vs-aaaa * 10000
              + mes-hasta * 100 + dia-hasta.
           if ws-orden-desde > ws-orden-hasta then go pedir-rango.
           if ws-frecuencia-minima = 0 then
              move 1 to ws-frecuencia-minima
           end-if.
           move 0 to ws-lineas-leidas.
           move 0 to ws-total-facturas.
           move 0 to ws-facturas-multiples.
           move 0 to ws-pares-distintos.
           move 0 to ws-codigos-omitidos.
           move 0 to ws-sugerencias.
           move 0 to ws-descartados.
           move 0 to ws-rk-total (1).
           move 0 to ws-rk-total (2).
           open input medicamentos.
           open input categorias-medicamento.
           open input categorias.
           open input interacciones.
           open output canasta-trabajo.
           close canasta-trabajo.
           open i-o canasta-trabajo.
           open output pares-trabajo.
           close pares-trabajo.
           open i-o pares-trabajo.

      *_primera pasada: las lineas de venta del periodo, leidas por
      *_la clave de la fecha, dejan un registro por codigo distinto
      *_de cada factura
       cargar-lineas.
           move ws-orden-desde to mov-fecha-orden.
           start movimiento-medicamento key is >= mov-fecha-orden
               invalid key go agrupar-facturas.
       leer-linea-periodo.
           read movimiento-medicamento next record
               at end go agrupar-facturas.
           if mov-fecha-orden > ws-orden-hasta then
              go agrupar-facturas
           end-if.
           if num-factura = spaces or cantidad-movimiento = 0 then
              go leer-linea-periodo
           end-if.
           add 1 to ws-lineas-leidas.
           move mov-sucursal to cn-sucursal.
           move num-factura to cn-factura.
           move codigo-movimiento to cn-codigo.
           write reg-canasta invalid key continue end-write.
           go leer-linea-periodo.

      *_segunda pasada: cada factura se junta en la tabla y se
      *_cuentan sus codigos, sus categorias y sus pares
       agrupar-facturas.
           move spaces to ws-documento-actual.
           move 0 to ws-cod-total.
           move low-values to cn-clave.
           start canasta-trabajo key is >= cn-clave
               invalid key go cerrar-ultima-factura.
       leer-canasta.
           read canasta-trabajo next record
               at end go cerrar-ultima-factura.
           if cn-documento not = ws-documento-actual then
              if ws-cod-total > 0 then
                 perform contar-factura thru fin-contar-factura
              end-if
              move cn-documento to ws-documento-actual
              move 0 to ws-cod-total
           end-if.
           if ws-cod-total >= 40 then
              add 1 to ws-codigos-omitidos
              go leer-canasta
           end-if.
           add 1 to ws-cod-total.
           move cn-codigo to ws-cod-factura (ws-cod-total).
           go leer-canasta.
       cerrar-ultima-factura.
           if ws-cod-total > 0 then
              perform contar-factura thru fin-contar-factura
           end-if.
           close canasta-trabajo.

      *_tercera pasada: los pares que llegan a la frecuencia minima
      *_entran al ranking y proponen el complemento de cada codigo
       calcular-pares.
           move "S" to ws-grabar-complementos.
           open output complementos.
           if ws-status-complementos not = "00" then
              move "N" to ws-grabar-complementos
           else
              close complementos
              open i-o complementos
           end-if.
           move low-values to pc-clave.
           start pares-trabajo key is >= pc-clave
               invalid key go completar-confianza.
       leer-par.
           read pares-trabajo next record
               at end go completar-confianza.
           if pc-item-b = spaces then go leer-par end-if.
           if pc-frecuencia < ws-frecuencia-minima then
              go leer-par
           end-if.
           move 1 to ws-t.
           if par-categoria then move 2 to ws-t end-if.
           perform ubicar-en-ranking thru fin-ubicar-en-ranking.
           if par-categoria then go leer-par end-if.
           move pc-item-a to ws-codigo-base.
           move pc-item-b to ws-codigo-otro.
           perform proponer-complemento
               thru fin-proponer-complemento.
           move pc-item-b to ws-codigo-base.
           move pc-item-a to ws-codigo-otro.
           perform proponer-complemento
               thru fin-proponer-complemento.
           go leer-par.

      *_la confianza de cada sugerencia: facturas con el par sobre
      *_facturas que llevan el codigo
       completar-confianza.
           if ws-grabar-complementos not = "S" then
              go emitir-informe
           end-if.
           move low-values to cm-codigo.
           start complementos key is >= cm-codigo
               invalid key go emitir-informe.
       leer-complemento.
           read complementos next record
               at end go emitir-informe.
           add 1 to ws-sugerencias.
           move "P" to pc-tipo.
           move cm-codigo to pc-item-a.
           move spaces to pc-item-b.
           read pares-trabajo key is pc-clave
               invalid key go leer-complemento.
           if pc-frecuencia > 0 then
              compute cm-confianza rounded =
                 cm-frecuencia * 100 / pc-frecuencia
           end-if.
           rewrite reg-complemento.
           go leer-complemento.

       emitir-informe.
           if ws-grabar-complementos = "S" then
              close complementos
           end-if.
           open output informe-canasta.
           move dia-desde to fp-dia.
           move mes-desde to fp-mes.
           move ano-desde to fp-ano.
           move ws-fecha-imp to it-desde.
           move dia-hasta to fp-dia.
           move mes-hasta to fp-mes.
           move ano-hasta to fp-ano.
           move ws-fecha-imp to it-hasta.
           move fecha-programa to it-fecha.
           write reg-informe-canasta from ws-linea-titulo.
           move all "-" to reg-informe-canasta.
           write reg-informe-canasta.
           move "lineas de venta leidas:" to lt-texto.
           move ws-lineas-leidas to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "facturas del periodo:" to lt-texto.
           move ws-total-facturas to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "facturas con dos o mas codigos:" to lt-texto.
           move ws-facturas-multiples to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "pares distintos de codigos:" to lt-texto.
           move ws-pares-distintos to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "frecuencia minima del par:" to lt-texto.
           move ws-frecuencia-minima to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "sugerencias grabadas en complem.dat:" to lt-texto.
           move ws-sugerencias to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           move "descartadas por interaccion o principio:"
              to lt-texto.
           move ws-descartados to lt-valor.
           write reg-informe-canasta from ws-linea-total.
           if ws-codigos-omitidos > 0 then
              move "codigos sobre 40 por factura, omitidos:"
                 to lt-texto
              move ws-codigos-omitidos to lt-valor
              write reg-informe-canasta from ws-linea-total
           end-if.
           move 1 to ws-t.
           move "pares de codigos mas frecuentes (hasta 50)"
              to is-titulo.
           perform escribir-ranking thru fin-escribir-ranking.
           move 2 to ws-t.
           move "pares de categorias mas frecuentes (hasta 30)"
              to is-titulo.
           perform escribir-ranking thru fin-escribir-ranking.
           move spaces to reg-informe-canasta.
           write reg-informe-canasta.
           write reg-informe-canasta from ws-linea-nota-1.
           write reg-informe-canasta from ws-linea-nota-2.
           write reg-informe-canasta from ws-linea-nota-3.
           close informe-canasta.
           move "analisis de canasta" to ws-sp-titulo.
           move "canasta.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           close pares-trabajo.
           close medicamentos.
           close categorias-medicamento.
           close categorias.
           close interacciones.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go pedir-rango.

       volver.
           close movimiento-medicamento.
           goback.

       mensajes.
       mensaje-sin-movimientos.
           display " " line 1 col 1 erase eos.
           display "no existe mov.dat, correr"
                   " crea-archivos" line 4 col 1.
           goback.

      *_cuenta la factura de la tabla: cada codigo, cada categoria
      *_distinta, cada par de codigos y cada par de categorias; los
      *_codigos vienen ordenados por la clave del archivo de paso
       contar-factura.
           add 1 to ws-total-facturas.
           if ws-cod-total > 1 then
              add 1 to ws-facturas-multiples
           end-if.
           move 0 to ws-cat-total.
           move 0 to ws-i.
       contar-codigo-factura.
           add 1 to ws-i.
           if ws-i > ws-cod-total then go contar-pares-factura end-if.
           move "P" to ws-par-tipo.
           move ws-cod-factura (ws-i) to ws-par-a.
           move spaces to ws-par-b.
           perform sumar-par thru fin-sumar-par.
           if ws-status-medcat not = "00" then
              go contar-codigo-factura
           end-if.
           move ws-cod-factura (ws-i) to mc-codigo.
           read categorias-medicamento key is mc-codigo
               invalid key go contar-codigo-factura.
           perform anotar-categoria thru fin-anotar-categoria.
           go contar-codigo-factura.
       contar-pares-factura.
           move 0 to ws-i.
       par-siguiente-a.
           add 1 to ws-i.
           if ws-i >= ws-cod-total then
              go contar-categorias-factura
           end-if.
           move ws-i to ws-j.
       par-siguiente-b.
           add 1 to ws-j.
           if ws-j > ws-cod-total then go par-siguiente-a end-if.
           move "P" to ws-par-tipo.
           move ws-cod-factura (ws-i) to ws-par-a.
           move ws-cod-factura (ws-j) to ws-par-b.
           perform sumar-par thru fin-sumar-par.
           go par-siguiente-b.
       contar-categorias-factura.
           move 0 to ws-i.
       categoria-sola.
           add 1 to ws-i.
           if ws-i > ws-cat-total then go categoria-par-inicio end-if.
           move "C" to ws-par-tipo.
           move ws-cat-factura (ws-i) to ws-par-a.
           move spaces to ws-par-b.
           perform sumar-par thru fin-sumar-par.
           go categoria-sola.
       categoria-par-inicio.
           move 0 to ws-i.
       categoria-par-a.
           add 1 to ws-i.
           if ws-i >= ws-cat-total then go fin-contar-factura end-if.
           move ws-i to ws-j.
       categoria-par-b.
           add 1 to ws-j.
           if ws-j > ws-cat-total then go categoria-par-a end-if.
           move "C" to ws-par-tipo.
           if ws-cat-factura (ws-i) < ws-cat-factura (ws-j) then
              move ws-cat-factura (ws-i) to ws-par-a
              move ws-cat-factura (ws-j) to ws-par-b
           else
              move ws-cat-factura (ws-j) to ws-par-a
              move ws-cat-factura (ws-i) to ws-par-b
           end-if.
           perform sumar-par thru fin-sumar-par.
           go categoria-par-b.
       fin-contar-factura.
           exit.

      *_la categoria del codigo entra una sola vez por factura
       anotar-categoria.
           move 0 to ws-k.
       buscar-categoria-factura.
           add 1 to ws-k.
           if ws-k > ws-cat-total then go agregar-categoria end-if.
           if ws-cat-factura (ws-k) = mc-categoria then
              go fin-anotar-categoria
           end-if.
           go buscar-categoria-factura.
       agregar-categoria.
           add 1 to ws-cat-total.
           move mc-categoria to ws-cat-factura (ws-cat-total).
       fin-anotar-categoria.
           exit.

       sumar-par.
           move ws-par-tipo to pc-tipo.
           move ws-par-a to pc-item-a.
           move ws-par-b to pc-item-b.
           read pares-trabajo key is pc-clave
               invalid key go crear-par.
           add 1 to pc-frecuencia.
           rewrite reg-par.
           go fin-sumar-par.
       crear-par.
           move 1 to pc-frecuencia.
           write reg-par invalid key continue end-write.
           if par-producto and ws-par-b not = spaces then
              add 1 to ws-pares-distintos
           end-if.
       fin-sumar-par.
           exit.

      *_deja el par leido en su lugar del ranking ws-t, ordenado por
      *_frecuencia de mayor a menor; el que sobra se cae de la lista
       ubicar-en-ranking.
           move 50 to ws-rk-max.
           if ws-t = 2 then move 30 to ws-rk-max end-if.
           move 1 to ws-p.
       buscar-posicion-ranking.
           if ws-p > ws-rk-total (ws-t) then
              go agregar-al-ranking
           end-if.
           if pc-frecuencia > ws-rk-frecuencia (ws-t, ws-p) then
              go insertar-en-ranking
           end-if.
           add 1 to ws-p.
           go buscar-posicion-ranking.
       agregar-al-ranking.
           if ws-rk-total (ws-t) >= ws-rk-max then
              go fin-ubicar-en-ranking
           end-if.
           add 1 to ws-rk-total (ws-t).
           move ws-rk-total (ws-t) to ws-p.
           go grabar-en-ranking.
       insertar-en-ranking.
           if ws-rk-total (ws-t) < ws-rk-max then
              add 1 to ws-rk-total (ws-t)
           end-if.
           move ws-rk-total (ws-t) to ws-q.
       correr-ranking.
           if ws-q <= ws-p then go grabar-en-ranking end-if.
           compute ws-r = ws-q - 1.
           move ws-rk-item (ws-t, ws-r) to ws-rk-item (ws-t, ws-q).
           subtract 1 from ws-q.
           go correr-ranking.
       grabar-en-ranking.
           move pc-item-a to ws-rk-a (ws-t, ws-p).
           move pc-item-b to ws-rk-b (ws-t, ws-p).
           move pc-frecuencia to ws-rk-frecuencia (ws-t, ws-p).
       fin-ubicar-en-ranking.
           exit.

      *_ws-codigo-otro queda como complemento de ws-codigo-base si
      *_sale en mas facturas que el anotado hasta ahora; no se
      *_propone un codigo del mismo principio activo (es un
      *_sustituto) ni uno que interactua con el codigo base
       proponer-complemento.
           if ws-grabar-complementos not = "S" then
              go fin-proponer-complemento
           end-if.
           move "N" to ws-existe-complemento.
           move ws-codigo-base to cm-codigo.
           read complementos key is cm-codigo
               invalid key go revisar-principios
           end-read.
           if cm-frecuencia >= pc-frecuencia then
              go fin-proponer-complemento
           end-if.
           move "S" to ws-existe-complemento.
       revisar-principios.
           move ws-codigo-base to ws-codigo-buscado.
           perform buscar-datos-codigo thru fin-buscar-datos-codigo.
           move ws-princ-encontrado to ws-princ-base.
           move ws-codigo-otro to ws-codigo-buscado.
           perform buscar-datos-codigo thru fin-buscar-datos-codigo.
           move ws-princ-encontrado to ws-princ-otro.
           move ws-descr-encontrada to ws-descr-otro.
           if ws-princ-base not = spaces and
              ws-princ-base = ws-princ-otro then
              add 1 to ws-descartados
              go fin-proponer-complemento
           end-if.
           perform revisar-interaccion thru fin-revisar-interaccion.
           if ws-hay-interaccion = "S" then
              add 1 to ws-descartados
              go fin-proponer-complemento
           end-if.
           move ws-codigo-base to cm-codigo.
           move ws-codigo-otro to cm-complemento.
           move ws-descr-otro to cm-descripcion.
           move pc-frecuencia to cm-frecuencia.
           move 0 to cm-confianza.
           move ws-orden-desde to cm-orden-desde.
           move ws-orden-hasta to cm-orden-hasta.
           move dia to cm-dia.
           move mes to cm-mes.
           move ano to cm-ano.
           if ws-existe-complemento = "S" then
              rewrite reg-complemento
           else
              write reg-complemento invalid key continue end-write
           end-if.
       fin-proponer-complemento.
           exit.

      *_consulta el par de principios en los dos ordenes
       revisar-interaccion.
           move "N" to ws-hay-interaccion.
           if ws-status-interacciones not = "00" then
              go fin-revisar-interaccion
           end-if.
           if ws-princ-base = spaces or ws-princ-otro = spaces then
              go fin-revisar-interaccion
           end-if.
           move ws-princ-base to ia-principio-1.
           move ws-princ-otro to ia-principio-2.
           read interacciones key is ia-clave
               invalid key go revisar-interaccion-invertida.
           move "S" to ws-hay-interaccion.
           go fin-revisar-interaccion.
       revisar-interaccion-invertida.
           move ws-princ-otro to ia-principio-1.
           move ws-princ-base to ia-principio-2.
           read interacciones key is ia-clave
               invalid key go fin-revisar-interaccion.
           move "S" to ws-hay-interaccion.
       fin-revisar-interaccion.
           exit.

      *_descripcion y principio activo del primer lote del codigo
      *_ws-codigo-buscado
       buscar-datos-codigo.
           move spaces to ws-princ-encontrado.
           move spaces to ws-descr-encontrada.
           if ws-status-medicamentos not = "00" then
              go fin-buscar-datos-codigo
           end-if.
           move ws-codigo-buscado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go fin-buscar-datos-codigo.
           read medicamentos next record
               at end go fin-buscar-datos-codigo.
           if codigo-medicamento not = ws-codigo-buscado then
              go fin-buscar-datos-codigo
           end-if.
           move principio-activo to ws-princ-encontrado.
           move descr-medicamento to ws-descr-encontrada.
       fin-buscar-datos-codigo.
           exit.

      *_una seccion del informe con el ranking ws-t; las facturas de
      *_cada codigo o categoria se leen del archivo de paso
       escribir-ranking.
           move spaces to reg-informe-canasta.
           write reg-informe-canasta.
           write reg-informe-canasta from ws-linea-seccion.
           write reg-informe-canasta from ws-linea-encabezado.
           if ws-rk-total (ws-t) = 0 then
              move "sin pares que lleguen a la frecuencia minima"
                 to reg-informe-canasta
              write reg-informe-canasta
              go fin-escribir-ranking
           end-if.
           move 0 to ws-p.
       escribir-par-ranking.
           add 1 to ws-p.
           if ws-p > ws-rk-total (ws-t) then
              go fin-escribir-ranking
           end-if.
           move "P" to pc-tipo.
           if ws-t = 2 then move "C" to pc-tipo end-if.
           move ws-rk-a (ws-t, ws-p) to pc-item-a.
           move spaces to pc-item-b.
           move 0 to ws-frec-a.
           read pares-trabajo key is pc-clave
               invalid key continue
               not invalid key move pc-frecuencia to ws-frec-a
           end-read.
           move ws-rk-b (ws-t, ws-p) to pc-item-a.
           move 0 to ws-frec-b.
           read pares-trabajo key is pc-clave
               invalid key continue
               not invalid key move pc-frecuencia to ws-frec-b
           end-read.
           move ws-rk-a (ws-t, ws-p) to id-a.
           move ws-rk-b (ws-t, ws-p) to id-b.
           move ws-rk-a (ws-t, ws-p) to ws-codigo-buscado.
           perform buscar-nombre-item thru fin-buscar-nombre-item.
           move ws-descr-encontrada to id-descr-a.
           move ws-rk-b (ws-t, ws-p) to ws-codigo-buscado.
           perform buscar-nombre-item thru fin-buscar-nombre-item.
           move ws-descr-encontrada to id-descr-b.
           move ws-rk-frecuencia (ws-t, ws-p) to id-frecuencia.
           move 0 to ws-calculo.
           if ws-total-facturas > 0 then
              compute ws-calculo rounded =
                 ws-rk-frecuencia (ws-t, ws-p) * 100
                 / ws-total-facturas
           end-if.
           move ws-calculo to id-soporte.
           move 0 to ws-calculo.
           if ws-frec-a > 0 then
              compute ws-calculo rounded =
                 ws-rk-frecuencia (ws-t, ws-p) * 100 / ws-frec-a
           end-if.
           move ws-calculo to id-conf-ab.
           move 0 to ws-calculo.
           if ws-frec-b > 0 then
              compute ws-calculo rounded =
                 ws-rk-frecuencia (ws-t, ws-p) * 100 / ws-frec-b
           end-if.
           move ws-calculo to id-conf-ba.
           write reg-informe-canasta from ws-linea-detalle.
           go escribir-par-ranking.
       fin-escribir-ranking.
           exit.

      *_nombre del codigo (lista 1) o de la categoria (lista 2)
       buscar-nombre-item.
           if ws-t = 1 then
              perform buscar-datos-codigo thru fin-buscar-datos-codigo
              go fin-buscar-nombre-item
           end-if.
           move spaces to ws-descr-encontrada.
           if ws-status-categorias not = "00" then
              go fin-buscar-nombre-item
           end-if.
           move ws-codigo-buscado to ca-codigo.
           read categorias key is ca-codigo
               invalid key go fin-buscar-nombre-item.
           move ca-descripcion to ws-descr-encontrada.
       fin-buscar-nombre-item.
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
