       identification division.
       program-id. opcion-88.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_registro de compras y ventas (rcv) bajado del sii para el
      *_mes, como texto separado por punto y coma: tipo de documento
      *_(33, 34, 39, 61...), rut de la contraparte, folio, fecha y
      *_monto total; una linea de encabezado sin tipo se salta
           select rcv-compras assign to disk
           organization is line sequential.

           select rcv-ventas assign to disk
           organization is line sequential.

           select factura-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is c-clave-compra.

           select documentos-dte assign to disk
           organization is indexed
           access mode is dynamic
           record key is dt-numero-factura.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero.

           select cuadratura-rcv assign to disk
           organization is indexed
           access mode is dynamic
           record key is rc-clave.

      *_diferencias impresas a texto para el contador
           select informe-rcv assign to disk
           organization is line sequential.

       data division.
       file section.
       fd rcv-compras
           label record is standard
           value of file-id "rcvcompras.csv".
       01 reg-rcv-compra          pic x(200).

       fd rcv-ventas
           label record is standard
           value of file-id "rcvventas.csv".
       01 reg-rcv-venta           pic x(200).

       fd factura-compra
           label record is standard
           value of file-id "compras.dat".
       01 reg-factura.
          02 c-codigo-factura     pic x(6).
          02 c-clave-compra.
             03 c-rut-laboratorio pic x(8).
             03 c-numero-factura  pic x(6).
          02 c-operador-id        pic x(8).
          02 c-fecha-hora-registro.
             03 c-fhr-dia         pic 99.
             03 c-fhr-mes         pic 99.
             03 c-fhr-ano         pic 99.
             03 c-fhr-hora        pic 99.
             03 c-fhr-minuto      pic 99.
             03 c-fhr-segundo     pic 99.
          02 c-plazo-dias         pic 9(3).
          02 c-fecha-vcto-pago.
             03 c-dia-vcto-pago    pic 99.
             03 c-mes-vcto-pago    pic 99.
             03 c-ano-vcto-pago    pic 99.
          02 c-monto-factura      pic 9(9).
          02 c-estado-pago        pic x.
             88 compra-pendiente  value "P".
             88 compra-pagada     value "G".
          02 c-fecha-pago.
             03 c-dia-pago         pic 99.
             03 c-mes-pago         pic 99.
             03 c-ano-pago         pic 99.
          02 c-sucursal            pic x(2).

       fd documentos-dte
           label record is standard
           value of file-id "dte.dat".
       01 reg-dte.
          02 dt-numero-factura    pic x(6).
          02 dt-tipo-dte          pic x(6).
          02 dt-folio             pic 9(6).
          02 dt-fecha-emision.
             03 dt-dia-emision    pic 99.
             03 dt-mes-emision    pic 99.
             03 dt-ano-emision    pic 99.

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

      *_resultado de la ultima cuadratura de cada mes contra el
      *_registro de compras y ventas del sii (opcion-88); opcion-25
      *_no cierra un periodo que no tenga su cuadratura
       fd cuadratura-rcv
           label record is standard
           value of file-id "rcvcuad.dat".
       01 reg-cuadratura-rcv.
          02 rc-clave.
             03 rc-ano            pic 99.
             03 rc-mes            pic 99.
          02 rc-fecha.
             03 rc-dia            pic 99.
             03 rc-mes-proceso    pic 99.
             03 rc-ano-proceso    pic 99.
          02 rc-operador-id       pic x(8).
          02 rc-docs-compras-sii  pic 9(5).
          02 rc-dif-compras       pic 9(5).
          02 rc-docs-ventas-sii   pic 9(5).
          02 rc-dif-ventas        pic 9(5).

       fd informe-rcv
           label record is standard
           value of file-id "cuadrcv.txt".
       01 reg-informe-rcv         pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
       77 ws-mes-pedido            pic 99.
       77 ws-ano-pedido            pic 99.
      *_tramo aaaammdd del mes en mov.dat (clave mov-fecha-orden)
       77 ws-orden-desde           pic 9(8).
       77 ws-orden-hasta           pic 9(8).
      *_campos del parseo de una linea del rcv
       77 ws-campo-tipo            pic x(4).
       77 ws-campo-rut             pic x(12).
       77 ws-campo-folio           pic x(12).
       77 ws-campo-fecha           pic x(10).
       77 ws-campo-monto           pic x(14).
       77 ws-linea-rcv             pic x(200).
       01 ws-digito-x              pic x.
       01 ws-digito-9 redefines ws-digito-x pic 9.
       77 ws-i                     pic 9(2).
       77 ws-valor-aux             pic 9(10).
       77 ws-tipo-num              pic 9(3).
       77 ws-folio-num             pic 9(9).
       77 ws-monto-num             pic 9(9).
       77 ws-rut-sin-dv            pic x(8).
       77 ws-k                     pic 9(2).
      *_documentos de compra que informa el sii para el mes; hallado
      *_queda en S cuando esta en compras.dat del mismo mes y en O
      *_cuando se registro en otro mes
       01 ws-tabla-rcv-compras.
          02 ws-rc-item occurs 1000 times
             indexed by ws-idx-rc.
             03 ws-rc-tipo         pic 9(3).
             03 ws-rc-rut          pic x(8).
             03 ws-rc-folio        pic 9(9).
             03 ws-rc-fecha        pic x(10).
             03 ws-rc-monto        pic 9(9).
             03 ws-rc-hallado      pic x.
       77 ws-total-rc              pic 9(4) value 0.
      *_documentos de venta nuestros del mes: boletas y facturas de
      *_dte.dat (monto sumado desde mov.dat) y notas de credito de
      *_ncventa.dat; hallado queda en S si el sii los tiene
       01 ws-tabla-docs-venta.
          02 ws-dc-item occurs 2000 times
             indexed by ws-idx-dc.
             03 ws-dc-tipo         pic 9(3).
             03 ws-dc-factura      pic x(6).
             03 ws-dc-folio        pic 9(9).
             03 ws-dc-fecha        pic x(8).
             03 ws-dc-monto        pic 9(9).
             03 ws-dc-hallado      pic x.
       77 ws-total-dc              pic 9(4) value 0.
       77 ws-ultimo-dc             pic 9(4) value 0.
       77 ws-fila-hallada          pic x value "S".
      *_queda en "S" si alguna de las tablas se lleno; la cuadratura
      *_queda incompleta y se advierte en el propio informe
       77 ws-tabla-llena           pic x value "N".
      *_contadores del resultado
       77 ws-cmp-sii               pic 9(5) value 0.
       77 ws-cmp-falta-libro       pic 9(5) value 0.
       77 ws-cmp-no-sii            pic 9(5) value 0.
       77 ws-cmp-dif-monto         pic 9(5) value 0.
       77 ws-cmp-otro-periodo      pic 9(5) value 0.
       77 ws-vta-sii               pic 9(5) value 0.
       77 ws-vta-falta-libro       pic 9(5) value 0.
       77 ws-vta-no-sii            pic 9(5) value 0.
       77 ws-vta-dif-monto         pic 9(5) value 0.
       77 ws-dif-compras           pic 9(5) value 0.
       77 ws-dif-ventas            pic 9(5) value 0.
      *_lineas del informe
       01 ws-linea-titulo.
          02 lt-texto              pic x(40).
          02 lt-periodo            pic x(7).
          02 filler                pic x(33) value spaces.
       01 ws-linea-encabezado.
          02 filler                pic x(7) value "libro".
          02 filler                pic x(4) value "td".
          02 filler                pic x(9) value "rut".
          02 filler                pic x(10) value "folio".
          02 filler                pic x(11) value "fecha".
          02 filler                pic x(10) value " monto sii".
          02 filler                pic x(10) value " monto lib".
          02 filler                pic x(19) value "  observacion".
       01 ws-linea-detalle.
          02 rl-libro              pic x(6).
          02 filler                pic x value space.
          02 rl-tipo               pic zz9.
          02 filler                pic x value space.
          02 rl-rut                pic x(8).
          02 filler                pic x value space.
          02 rl-folio              pic z(8)9.
          02 filler                pic x value space.
          02 rl-fecha              pic x(10).
          02 filler                pic x value space.
          02 rl-monto-sii          pic z(8)9.
          02 filler                pic x value space.
          02 rl-monto-libro        pic z(8)9.
          02 filler                pic x(2) value spaces.
          02 rl-marca              pic x(14).
          02 filler                pic x(4) value spaces.
       01 ws-linea-resumen.
          02 lr-texto              pic x(40).
          02 lr-cantidad           pic z(4)9.
          02 filler                pic x(35) value spaces.
       01 ws-linea-desborde.
          02 filler                pic x(40) value
             "atencion: demasiados documentos del mes,".
          02 filler                pic x(40) value
             " cuadratura incompleta".
       77 ws-ano4-pedido           pic 9(4).
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
              value is "cuadratura con el registro de compras y ventas".
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
              value is "ingrese mes y ano del periodo (mm/aa):".
           02 filler col 45 value is "/".
           02 filler line 11 col 1
              foreground-color is 7
              value is "(00/00 = volver)".
           02 filler line 13 col 1
              value is "rcv del sii en rcvcompras.csv y rcvventas.csv".
           02 filler line 15 col 1
              pic is x(80) using linea-subrayado.
       01 datos-periodo.
           02 filler line 10 col 42
              pic is 99 using ws-mes-pedido auto.
           02 filler col 46
              pic is 99 using ws-ano-pedido auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "detalle de diferencias en: cuadrcv.txt".
           02 filler line 10 col 30 value is "compras".
           02 filler col 45 value is "ventas".
           02 filler line 11 col 1
              value is "documentos en el sii:".
           02 filler col 31
              pic is z(4)9 using ws-cmp-sii.
           02 filler col 45
              pic is z(4)9 using ws-vta-sii.
           02 filler line 12 col 1
              value is "en el sii y no en el libro:".
           02 filler col 31
              pic is z(4)9 using ws-cmp-falta-libro.
           02 filler col 45
              pic is z(4)9 using ws-vta-falta-libro.
           02 filler line 13 col 1
              value is "en el libro y no en el sii:".
           02 filler col 31
              pic is z(4)9 using ws-cmp-no-sii.
           02 filler col 45
              pic is z(4)9 using ws-vta-no-sii.
           02 filler line 14 col 1
              value is "con diferencia de monto:".
           02 filler col 31
              pic is z(4)9 using ws-cmp-dif-monto.
           02 filler col 45
              pic is z(4)9 using ws-vta-dif-monto.
           02 filler line 15 col 1
              value is "registradas en otro mes:".
           02 filler col 31
              pic is z(4)9 using ws-cmp-otro-periodo.
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
       pedir-periodo.
           move 0 to ws-mes-pedido.
           move 0 to ws-ano-pedido.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-periodo.
           if ws-mes-pedido = 0 then go volver end-if.
           if ws-mes-pedido > 12 then go pedir-periodo end-if.
           move ws-ano-pedido to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-ano4-pedido.
           compute ws-orden-desde = ws-vs-aaaa * 10000
              + ws-mes-pedido * 100 + 1.
           compute ws-orden-hasta = ws-vs-aaaa * 10000
              + ws-mes-pedido * 100 + 31.
       abrir-ficheros.
           open input rcv-compras.
           open input rcv-ventas.
           open input factura-compra.
           open input documentos-dte.
           open input movimiento-medicamento.
           open input notas-venta.
           open i-o cuadratura-rcv.
           open output informe-rcv.
           move 0 to ws-total-rc.
           move 0 to ws-total-dc.
           move 0 to ws-ultimo-dc.
           move "N" to ws-tabla-llena.
           move 0 to ws-cmp-sii.
           move 0 to ws-cmp-falta-libro.
           move 0 to ws-cmp-no-sii.
           move 0 to ws-cmp-dif-monto.
           move 0 to ws-cmp-otro-periodo.
           move 0 to ws-vta-sii.
           move 0 to ws-vta-falta-libro.
           move 0 to ws-vta-no-sii.
           move 0 to ws-vta-dif-monto.
           move ws-mes-pedido  to lt-periodo (1:2).
           move "/"            to lt-periodo (3:1).
           move ws-ano4-pedido to lt-periodo (4:4).

      *_compras: el rcv del sii se carga a la tabla y se cruza con
      *_las facturas de compras.dat por rut del laboratorio y folio
       cargar-rcv-compras.
           read rcv-compras at end go cruzar-compras.
           move reg-rcv-compra to ws-linea-rcv.
           perform separar-linea-rcv thru fin-separar-linea-rcv.
           if ws-tipo-num = 0 then go cargar-rcv-compras end-if.
           if ws-total-rc >= 1000 then
              move "S" to ws-tabla-llena
              go cargar-rcv-compras
           end-if.
           add 1 to ws-total-rc.
           set ws-idx-rc to ws-total-rc.
           move ws-tipo-num    to ws-rc-tipo (ws-idx-rc).
           move ws-rut-sin-dv  to ws-rc-rut (ws-idx-rc).
           move ws-folio-num   to ws-rc-folio (ws-idx-rc).
           move ws-campo-fecha to ws-rc-fecha (ws-idx-rc).
           move ws-monto-num   to ws-rc-monto (ws-idx-rc).
           move "N" to ws-rc-hallado (ws-idx-rc).
           add 1 to ws-cmp-sii.
           go cargar-rcv-compras.
      *_cada factura de compras.dat se busca en la tabla: las del mes
      *_que el sii no tiene se informan; las de otros meses solo
      *_sirven para reconocer lo que se registro fuera de periodo
       cruzar-compras.
           close rcv-compras.
           move "libro de compras vs rcv sii - periodo " to lt-texto.
           write reg-informe-rcv from ws-linea-titulo.
           move all "-" to reg-informe-rcv.
           write reg-informe-rcv.
           write reg-informe-rcv from ws-linea-encabezado.
       leer-compra-cuadratura.
           read factura-compra next record
               at end go compras-sin-libro.
           move c-numero-factura to ws-campo-folio.
           perform convertir-folio thru fin-convertir-folio.
           perform ubicar-compra-rcv thru fin-ubicar-compra-rcv.
           if c-fhr-mes not = ws-mes-pedido or
              c-fhr-ano not = ws-ano-pedido then
              if ws-fila-hallada = "S" and
                 ws-rc-hallado (ws-idx-rc) = "N" then
                 move "O" to ws-rc-hallado (ws-idx-rc)
              end-if
              go leer-compra-cuadratura
           end-if.
           if ws-fila-hallada = "N" then
              add 1 to ws-cmp-no-sii
              move "compra" to rl-libro
              move 33 to rl-tipo
              move c-rut-laboratorio to rl-rut
              move ws-folio-num to rl-folio
              move spaces to rl-fecha
              move c-fhr-dia to rl-fecha (1:2)
              move "/"       to rl-fecha (3:1)
              move c-fhr-mes to rl-fecha (4:2)
              move "/"       to rl-fecha (6:1)
              move c-fhr-ano to rl-fecha (7:2)
              move 0 to rl-monto-sii
              move c-monto-factura to rl-monto-libro
              move "NO ESTA EN SII" to rl-marca
              write reg-informe-rcv from ws-linea-detalle
              go leer-compra-cuadratura
           end-if.
           move "S" to ws-rc-hallado (ws-idx-rc).
           if ws-rc-monto (ws-idx-rc) not = c-monto-factura then
              add 1 to ws-cmp-dif-monto
              move "compra" to rl-libro
              move ws-rc-tipo (ws-idx-rc) to rl-tipo
              move c-rut-laboratorio to rl-rut
              move ws-folio-num to rl-folio
              move ws-rc-fecha (ws-idx-rc) to rl-fecha
              move ws-rc-monto (ws-idx-rc) to rl-monto-sii
              move c-monto-factura to rl-monto-libro
              move "DIF. MONTO" to rl-marca
              write reg-informe-rcv from ws-linea-detalle
           end-if.
           go leer-compra-cuadratura.
      *_lo que el sii tiene y no aparece en el libro del mes; las
      *_notas de credito y debito del proveedor no se registran en
      *_compras.dat y solo se listan para revision
       compras-sin-libro.
           close factura-compra.
           set ws-idx-rc to 1.
       revisar-rcv-compra.
           if ws-idx-rc > ws-total-rc then go total-compras-rcv.
           if ws-rc-hallado (ws-idx-rc) = "S" then
              go siguiente-rcv-compra
           end-if.
           move "compra" to rl-libro.
           move ws-rc-tipo (ws-idx-rc)  to rl-tipo.
           move ws-rc-rut (ws-idx-rc)   to rl-rut.
           move ws-rc-folio (ws-idx-rc) to rl-folio.
           move ws-rc-fecha (ws-idx-rc) to rl-fecha.
           move ws-rc-monto (ws-idx-rc) to rl-monto-sii.
           move 0 to rl-monto-libro.
           if ws-rc-tipo (ws-idx-rc) = 56 or
              ws-rc-tipo (ws-idx-rc) = 61 then
              move "NOTA PROVEEDOR" to rl-marca
           else
              if ws-rc-hallado (ws-idx-rc) = "O" then
                 add 1 to ws-cmp-otro-periodo
                 move "OTRO PERIODO" to rl-marca
              else
                 add 1 to ws-cmp-falta-libro
                 move "FALTA EN LIBRO" to rl-marca
              end-if
           end-if.
           write reg-informe-rcv from ws-linea-detalle.
       siguiente-rcv-compra.
           set ws-idx-rc up by 1.
           go revisar-rcv-compra.
       total-compras-rcv.
           move spaces to reg-informe-rcv.
           write reg-informe-rcv.
           move "documentos de compra en el sii:" to lr-texto.
           move ws-cmp-sii to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "en el sii y no en el libro:" to lr-texto.
           move ws-cmp-falta-libro to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "en el libro y no en el sii:" to lr-texto.
           move ws-cmp-no-sii to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "con diferencia de monto:" to lr-texto.
           move ws-cmp-dif-monto to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "registradas en otro mes:" to lr-texto.
           move ws-cmp-otro-periodo to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move spaces to reg-informe-rcv.
           write reg-informe-rcv.

      *_ventas: los documentos del mes (dte.dat y ncventa.dat) se
      *_cargan a la tabla; el monto de cada boleta o factura se suma
      *_desde sus lineas de mov.dat, igual que el libro de opcion-24
       cargar-dte-mes.
           move low-values to dt-numero-factura.
           start documentos-dte key is >= dt-numero-factura
               invalid key go sumar-lineas-dte.
       leer-dte-mes.
           read documentos-dte next record
               at end go sumar-lineas-dte.
           if dt-mes-emision not = ws-mes-pedido or
              dt-ano-emision not = ws-ano-pedido then
              go leer-dte-mes
           end-if.
           if ws-total-dc >= 2000 then
              move "S" to ws-tabla-llena
              go leer-dte-mes
           end-if.
           add 1 to ws-total-dc.
           set ws-idx-dc to ws-total-dc.
           move 39 to ws-dc-tipo (ws-idx-dc).
           if dt-tipo-dte = "FACTUR" then
              move 33 to ws-dc-tipo (ws-idx-dc)
           end-if.
           move dt-numero-factura to ws-dc-factura (ws-idx-dc).
           move dt-folio          to ws-dc-folio (ws-idx-dc).
           move dt-dia-emision to ws-dc-fecha (ws-idx-dc) (1:2).
           move "/"            to ws-dc-fecha (ws-idx-dc) (3:1).
           move dt-mes-emision to ws-dc-fecha (ws-idx-dc) (4:2).
           move "/"            to ws-dc-fecha (ws-idx-dc) (6:1).
           move dt-ano-emision to ws-dc-fecha (ws-idx-dc) (7:2).
           move 0   to ws-dc-monto (ws-idx-dc).
           move "N" to ws-dc-hallado (ws-idx-dc).
           go leer-dte-mes.
       sumar-lineas-dte.
           close documentos-dte.
           move ws-orden-desde to mov-fecha-orden.
           start movimiento-medicamento key is >= mov-fecha-orden
               invalid key go cargar-notas-mes.
       leer-linea-dte.
           read movimiento-medicamento next record
               at end go cargar-notas-mes.
           if mov-fecha-orden > ws-orden-hasta then
              go cargar-notas-mes
           end-if.
           perform ubicar-documento-venta
               thru fin-ubicar-documento-venta.
           if ws-fila-hallada = "S" then
              add total-venta to ws-dc-monto (ws-idx-dc)
           end-if.
           go leer-linea-dte.
       cargar-notas-mes.
           close movimiento-medicamento.
           move low-values to nv-numero.
           start notas-venta key is >= nv-numero
               invalid key go cargar-rcv-ventas.
       leer-nota-mes.
           read notas-venta next record
               at end go cargar-rcv-ventas.
           if nv-mes not = ws-mes-pedido or
              nv-ano not = ws-ano-pedido then
              go leer-nota-mes
           end-if.
           if ws-total-dc >= 2000 then
              move "S" to ws-tabla-llena
              go leer-nota-mes
           end-if.
           move nv-numero to ws-campo-folio.
           perform convertir-folio thru fin-convertir-folio.
           add 1 to ws-total-dc.
           set ws-idx-dc to ws-total-dc.
           move 61 to ws-dc-tipo (ws-idx-dc).
           move spaces to ws-dc-factura (ws-idx-dc).
           move ws-folio-num to ws-dc-folio (ws-idx-dc).
           move nv-dia to ws-dc-fecha (ws-idx-dc) (1:2).
           move "/"    to ws-dc-fecha (ws-idx-dc) (3:1).
           move nv-mes to ws-dc-fecha (ws-idx-dc) (4:2).
           move "/"    to ws-dc-fecha (ws-idx-dc) (6:1).
           move nv-ano to ws-dc-fecha (ws-idx-dc) (7:2).
           move nv-total to ws-dc-monto (ws-idx-dc).
           move "N" to ws-dc-hallado (ws-idx-dc).
           go leer-nota-mes.
      *_cada documento del rcv de ventas se busca por tipo y folio
       cargar-rcv-ventas.
           close notas-venta.
           move "libro de ventas vs rcv sii - periodo " to lt-texto.
           write reg-informe-rcv from ws-linea-titulo.
           move all "-" to reg-informe-rcv.
           write reg-informe-rcv.
           write reg-informe-rcv from ws-linea-encabezado.
       leer-rcv-venta.
           read rcv-ventas at end go ventas-sin-sii.
           move reg-rcv-venta to ws-linea-rcv.
           perform separar-linea-rcv thru fin-separar-linea-rcv.
           if ws-tipo-num = 0 then go leer-rcv-venta end-if.
           add 1 to ws-vta-sii.
           move "venta " to rl-libro.
           move ws-tipo-num    to rl-tipo.
           move ws-rut-sin-dv  to rl-rut.
           move ws-folio-num   to rl-folio.
           move ws-campo-fecha to rl-fecha.
           move ws-monto-num   to rl-monto-sii.
           set ws-idx-dc to 1.
       buscar-venta-rcv.
           if ws-idx-dc > ws-total-dc then
              add 1 to ws-vta-falta-libro
              move 0 to rl-monto-libro
              move "FALTA EN LIBRO" to rl-marca
              write reg-informe-rcv from ws-linea-detalle
              go leer-rcv-venta
           end-if.
           if ws-dc-tipo (ws-idx-dc) = ws-tipo-num and
              ws-dc-folio (ws-idx-dc) = ws-folio-num then
              go comparar-venta-rcv
           end-if.
           set ws-idx-dc up by 1.
           go buscar-venta-rcv.
       comparar-venta-rcv.
           move "S" to ws-dc-hallado (ws-idx-dc).
           if ws-dc-monto (ws-idx-dc) not = ws-monto-num then
              add 1 to ws-vta-dif-monto
              move ws-dc-monto (ws-idx-dc) to rl-monto-libro
              move "DIF. MONTO" to rl-marca
              write reg-informe-rcv from ws-linea-detalle
           end-if.
           go leer-rcv-venta.
      *_documentos emitidos en el mes que el sii no registra
       ventas-sin-sii.
           close rcv-ventas.
           set ws-idx-dc to 1.
       revisar-documento-venta.
           if ws-idx-dc > ws-total-dc then go total-ventas-rcv.
           if ws-dc-hallado (ws-idx-dc) = "N" then
              add 1 to ws-vta-no-sii
              move "venta " to rl-libro
              move ws-dc-tipo (ws-idx-dc)  to rl-tipo
              move spaces to rl-rut
              move ws-dc-folio (ws-idx-dc) to rl-folio
              move ws-dc-fecha (ws-idx-dc) to rl-fecha
              move 0 to rl-monto-sii
              move ws-dc-monto (ws-idx-dc) to rl-monto-libro
              move "NO ESTA EN SII" to rl-marca
              write reg-informe-rcv from ws-linea-detalle
           end-if.
           set ws-idx-dc up by 1.
           go revisar-documento-venta.
       total-ventas-rcv.
           move spaces to reg-informe-rcv.
           write reg-informe-rcv.
           move "documentos de venta en el sii:" to lr-texto.
           move ws-vta-sii to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "en el sii y no en el libro:" to lr-texto.
           move ws-vta-falta-libro to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "en el libro y no en el sii:" to lr-texto.
           move ws-vta-no-sii to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           move "con diferencia de monto:" to lr-texto.
           move ws-vta-dif-monto to lr-cantidad.
           write reg-informe-rcv from ws-linea-resumen.
           if ws-tabla-llena = "S" then
              write reg-informe-rcv from ws-linea-desborde
           end-if.
      *_deja anotada la cuadratura del mes para el cierre de
      *_opcion-25; una cuadratura repetida reemplaza a la anterior
       grabar-cuadratura.
           compute ws-dif-compras = ws-cmp-falta-libro
              + ws-cmp-no-sii + ws-cmp-dif-monto
              + ws-cmp-otro-periodo.
           compute ws-dif-ventas = ws-vta-falta-libro
              + ws-vta-no-sii + ws-vta-dif-monto.
           move ws-ano-pedido to rc-ano.
           move ws-mes-pedido to rc-mes.
           move dia to rc-dia.
           move mes to rc-mes-proceso.
           move ano to rc-ano-proceso.
           move ws-operador-id to rc-operador-id.
           move ws-cmp-sii     to rc-docs-compras-sii.
           move ws-dif-compras to rc-dif-compras.
           move ws-vta-sii     to rc-docs-ventas-sii.
           move ws-dif-ventas  to rc-dif-ventas.
           write reg-cuadratura-rcv
              invalid key
                 rewrite reg-cuadratura-rcv
                    invalid key continue
                 end-rewrite
           end-write.
       cerrar-cuadratura.
           close cuadratura-rcv.
           close informe-rcv.
           move "cuadratura rcv sii" to ws-sp-titulo.
           move "cuadrcv.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
       volver.
           goback.

      *_separa la linea del rcv dejada en ws-linea-rcv en tipo, rut
      *_sin digito verificador, folio, fecha y monto; deja el tipo en
      *_0 si la linea no es un documento (encabezado o blanco)
       separar-linea-rcv.
           move 0 to ws-tipo-num.
           move 0 to ws-folio-num.
           move 0 to ws-monto-num.
           move spaces to ws-rut-sin-dv.
           move spaces to ws-campo-tipo.
           move spaces to ws-campo-rut.
           move spaces to ws-campo-folio.
           move spaces to ws-campo-fecha.
           move spaces to ws-campo-monto.
           if ws-linea-rcv = spaces then
              go fin-separar-linea-rcv
           end-if.
           unstring ws-linea-rcv delimited by ";"
              into ws-campo-tipo ws-campo-rut ws-campo-folio
                   ws-campo-fecha ws-campo-monto.
           perform convertir-tipo thru fin-convertir-tipo.
           if ws-tipo-num = 0 then go fin-separar-linea-rcv end-if.
           perform convertir-folio thru fin-convertir-folio.
           perform convertir-monto thru fin-convertir-monto.
           perform quitar-digito-rut thru fin-quitar-digito-rut.
       fin-separar-linea-rcv.
           exit.

      *_conversion de los campos numericos del texto del rcv: se
      *_saltan los espacios y los separadores de miles
       convertir-tipo.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-tipo.
           add 1 to ws-i.
           if ws-i > 4 then go dejar-tipo end-if.
           if ws-campo-tipo (ws-i:1) = space then
              go convertir-digito-tipo
           end-if.
           if ws-campo-tipo (ws-i:1) < "0" or
              ws-campo-tipo (ws-i:1) > "9" then
              move 0 to ws-valor-aux
              go dejar-tipo
           end-if.
           move ws-campo-tipo (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-tipo.
       dejar-tipo.
           move ws-valor-aux to ws-tipo-num.
       fin-convertir-tipo.
           exit.
       convertir-folio.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-folio.
           add 1 to ws-i.
           if ws-i > 12 then go dejar-folio end-if.
           if ws-campo-folio (ws-i:1) = space or
              ws-campo-folio (ws-i:1) = "." then
              go convertir-digito-folio
           end-if.
           if ws-campo-folio (ws-i:1) < "0" or
              ws-campo-folio (ws-i:1) > "9" then
              go dejar-folio
           end-if.
           move ws-campo-folio (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-folio.
       dejar-folio.
           move ws-valor-aux to ws-folio-num.
       fin-convertir-folio.
           exit.
       convertir-monto.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-monto.
           add 1 to ws-i.
           if ws-i > 14 then go dejar-monto end-if.
           if ws-campo-monto (ws-i:1) = space or
              ws-campo-monto (ws-i:1) = "." or
              ws-campo-monto (ws-i:1) = "-" or
              ws-campo-monto (ws-i:1) = "$" then
              go convertir-digito-monto
           end-if.
           if ws-campo-monto (ws-i:1) < "0" or
              ws-campo-monto (ws-i:1) > "9" then
              go dejar-monto
           end-if.
           move ws-campo-monto (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-monto.
       dejar-monto.
           move ws-valor-aux to ws-monto-num.
       fin-convertir-monto.
           exit.
      *_el rut del sii viene con puntos y digito verificador; el
      *_libro guarda solo los digitos del rut
       quitar-digito-rut.
           move 0 to ws-i.
           move 0 to ws-k.
       copiar-digito-rut.
           add 1 to ws-i.
           if ws-i > 12 then go fin-quitar-digito-rut end-if.
           if ws-campo-rut (ws-i:1) = "-" then
              go fin-quitar-digito-rut
           end-if.
           if ws-campo-rut (ws-i:1) < "0" or
              ws-campo-rut (ws-i:1) > "9" then
              go copiar-digito-rut
           end-if.
           if ws-k >= 8 then go fin-quitar-digito-rut end-if.
           add 1 to ws-k.
           move ws-campo-rut (ws-i:1) to ws-rut-sin-dv (ws-k:1).
           go copiar-digito-rut.
       fin-quitar-digito-rut.
           exit.

      *_busca en la tabla del rcv de compras el rut y folio de la
      *_factura leida de compras.dat
       ubicar-compra-rcv.
           move "S" to ws-fila-hallada.
           set ws-idx-rc to 1.
       comparar-compra-rcv.
           if ws-idx-rc > ws-total-rc then
              move "N" to ws-fila-hallada
              go fin-ubicar-compra-rcv
           end-if.
           if ws-rc-rut (ws-idx-rc) = c-rut-laboratorio and
              ws-rc-folio (ws-idx-rc) = ws-folio-num and
              ws-rc-tipo (ws-idx-rc) not = 56 and
              ws-rc-tipo (ws-idx-rc) not = 61 then
              go fin-ubicar-compra-rcv
           end-if.
           set ws-idx-rc up by 1.
           go comparar-compra-rcv.
       fin-ubicar-compra-rcv.
           exit.

      *_ubica el documento de la linea de mov.dat; las lineas de una
      *_misma venta vienen seguidas, asi que primero se prueba la
      *_fila de la linea anterior
       ubicar-documento-venta.
           move "S" to ws-fila-hallada.
           if ws-ultimo-dc > 0 then
              set ws-idx-dc to ws-ultimo-dc
              if ws-dc-factura (ws-idx-dc) = num-factura then
                 go fin-ubicar-documento-venta
              end-if
           end-if.
           set ws-idx-dc to 1.
       comparar-documento-venta.
           if ws-idx-dc > ws-total-dc then
              move "N" to ws-fila-hallada
              go fin-ubicar-documento-venta
           end-if.
           if ws-dc-tipo (ws-idx-dc) not = 61 and
              ws-dc-factura (ws-idx-dc) = num-factura then
              set ws-ultimo-dc to ws-idx-dc
              go fin-ubicar-documento-venta
           end-if.
           set ws-idx-dc up by 1.
           go comparar-documento-venta.
       fin-ubicar-documento-venta.
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
