       identification division.
       program-id. opcion-83.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-laboratorio.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

      *_precios pactados con cada laboratorio por codigo, con su
      *_periodo de vigencia
           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave.

      *_lineas recibidas sobre el precio pactado, para pedir la nota
      *_de credito al laboratorio
           select reclamos-precio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo
           alternate record key is rp-rut-laboratorio with duplicates.

      *_reclamos de precio por laboratorio impresos a texto
           select informe-reclamos assign to disk
           organization is line sequential.

       data division.
       file section.
       fd laboratorio
           label record is standard
           value of file-id "lab.dat".
       01 reg-laboratorio.
          02 rut-laboratorio      pic 9(8).
          02 dv-laboratorio       pic x.
          02 razon-social         pic x(15).
          02 dir-laboratorio      pic x(30).
          02 fono-laboratorio     pic x(10).

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

       fd precios-pactados
           label record is standard
           value of file-id "preciopac.dat".
       01 reg-precio-pactado.
          02 pp-clave.
             03 pp-rut-laboratorio pic x(8).
             03 pp-codigo          pic x(6).
             03 pp-vigente-desde   pic 9(8).
          02 pp-vigente-hasta     pic 9(8).
          02 pp-precio-pactado    pic 9(7).
          02 pp-temporada         pic x(10).
          02 pp-operador-id       pic x(8).

       fd reclamos-precio
           label record is standard
           value of file-id "reclprec.dat".
       01 reg-reclamo-precio.
          02 rp-correlativo       pic 9(6).
          02 rp-rut-laboratorio   pic x(8).
          02 rp-numero-factura    pic x(6).
          02 rp-numero-guia       pic x(10).
          02 rp-codigo            pic x(6).
          02 rp-lote              pic 9(3).
          02 rp-descripcion       pic x(30).
          02 rp-cantidad          pic 9(5).
          02 rp-precio-facturado  pic 9(7).
          02 rp-precio-pactado    pic 9(7).
          02 rp-monto-reclamo     pic 9(9).
          02 rp-fecha.
             03 rp-dia            pic 99.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-estado            pic x.
             88 reclamo-pendiente value "P".
             88 reclamo-enviado   value "E".
             88 reclamo-abonado   value "N".
          02 rp-operador-id       pic x(8).

       fd informe-reclamos
           label record is standard
           value of file-id "reclprec.txt".
       01 reg-informe-reclamos    pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       01 opcion                   pic x.
          88 mantener-precio       value "1".
          88 listar-reclamos       value "2".
          88 registrar-nota        value "3".
          88 volver-menu-principal value "4".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
      *_clave y datos pedidos en la mantencion del precio pactado
       77 ws-rut-pactado           pic x(8).
       77 ws-codigo-pactado        pic x(6).
       01 ws-fecha-desde.
          02 ws-dia-desde          pic 99.
          02 ws-mes-desde          pic 99.
          02 ws-ano-desde          pic 99.
       01 ws-fecha-hasta.
          02 ws-dia-hasta          pic 99.
          02 ws-mes-hasta          pic 99.
          02 ws-ano-hasta          pic 99.
       77 ws-precio-nuevo          pic 9(7).
       77 ws-temporada             pic x(10).
       77 ws-pp-existe             pic x.
      *_fecha aaaammdd de las vigencias; 99999999 = sin termino
       01 ws-fecha-larga           pic 9(8).
       01 ws-fecha-larga-r redefines ws-fecha-larga.
          02 ws-fl-aaaa            pic 9(4).
          02 ws-fl-mm              pic 99.
          02 ws-fl-dd              pic 99.
       77 ws-cociente              pic 9(4).
      *_informe de reclamos por laboratorio
       77 ws-rut-anterior          pic x(8).
       77 ws-subtotal-lab          pic 9(11) value 0.
       77 ws-total-reclamos        pic 9(11) value 0.
       77 ws-lineas-reclamo        pic 9(5) value 0.
       77 ws-marcar-enviados       pic x.
      *_abono de la nota de credito del laboratorio
       77 ws-rut-nota              pic x(8).
       77 ws-factura-nota          pic x(6).
       77 ws-lineas-abonadas       pic 9(4) value 0.
       77 ws-monto-abonado         pic 9(11) value 0.
      *_lineas del informe impreso
       01 ws-linea-titulo-reclamos.
          02 filler                pic x(36)
             value "reclamos de precio por laboratorio  ".
          02 filler                pic x(8) value "emitido ".
          02 tr-fecha              pic x(8).
          02 filler                pic x(28) value spaces.
       01 ws-linea-laboratorio.
          02 filler                pic x(13) value "laboratorio: ".
          02 lr-rut                pic x(8).
          02 filler                pic x(2) value spaces.
          02 lr-razon              pic x(15).
          02 filler                pic x(42) value spaces.
       01 ws-linea-cabecera-reclamos.
          02 filler                pic x(40) value
             "factur codigo descripcion          cant.".
          02 filler                pic x(40) value
             " factur. pactado diferenc. e            ".
       01 ws-linea-detalle-reclamo.
          02 dr-factura            pic x(6).
          02 filler                pic x value space.
          02 dr-codigo             pic x(6).
          02 filler                pic x value space.
          02 dr-descripcion        pic x(20).
          02 filler                pic x value space.
          02 dr-cantidad           pic z(4)9.
          02 filler                pic x value space.
          02 dr-facturado          pic z(6)9.
          02 filler                pic x value space.
          02 dr-pactado            pic z(6)9.
          02 filler                pic x value space.
          02 dr-monto              pic z(8)9.
          02 filler                pic x value space.
          02 dr-estado             pic x.
          02 filler                pic x(12) value spaces.
       01 ws-linea-total-reclamo.
          02 tl-texto              pic x(45).
          02 filler                pic x(12) value spaces.
          02 tl-monto              pic z(10)9.
          02 filler                pic x(12) value spaces.
       01 ws-linea-nota-reclamo.
          02 filler                pic x(40) value
             "estado: p = pendiente, e = enviado al la".
          02 filler                pic x(40) value
             "boratorio                               ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999, para que las
      *_comparaciones y ordenamientos de fechas no fallen al cruzar
      *_el siglo
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
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
              value is "precios pactados con laboratorios".
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
              value is "mantener precio pactado".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "informe de reclamos de precio".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "registrar nota de credito".
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
       01 pantalla-clave-pactado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "rut del laboratorio (0 = volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "codigo del medicamento:".
           02 filler line 12 col 1
              foreground-color is 7
              value is "vigente desde (dd/mm/aa):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
       01 datos-clave-pactado.
           02 filler line 10 col 40
              pic is x(8) using ws-rut-pactado required auto.
           02 filler line 11 col 40
              pic is x(6) using ws-codigo-pactado auto.
           02 filler line 12 col 40
              pic is 99 using ws-dia-desde auto.
           02 filler col 43
              pic is 99 using ws-mes-desde auto.
           02 filler col 46
              pic is 99 using ws-ano-desde auto.
       01 pantalla-precio-pactado.
           02 filler line 10 col 50
              pic is x(15) using razon-social.
           02 filler line 11 col 48
              pic is x(30) using descr-medicamento.
           02 filler line 14 col 1
              foreground-color is 7
              value is "vigente hasta (00/00/00 = sin termino):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 15 col 1
              foreground-color is 7
              value is "precio pactado (unidad de compra):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "temporada:".
           02 filler line 18 col 1
              value is "precio en cero elimina el precio pactado".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-precio-pactado.
           02 filler line 14 col 40
              pic is 99 using ws-dia-hasta auto.
           02 filler col 43
              pic is 99 using ws-mes-hasta auto.
           02 filler col 46
              pic is 99 using ws-ano-hasta auto.
           02 filler line 15 col 40
              pic is 9(7) using ws-precio-nuevo auto.
           02 filler line 16 col 40
              pic is x(10) using ws-temporada auto.
       01 pantalla-resultado-reclamos.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "informe generado en: reclprec.txt".
           02 filler line 12 col 1
              value is "lineas por reclamar:".
           02 filler col 45
              pic is zzzz9 using ws-lineas-reclamo.
           02 filler line 13 col 1
              value is "monto total a solicitar:".
           02 filler col 39
              pic is z(10)9 using ws-total-reclamos.
           02 filler line 15 col 1
              foreground-color is 7
              value is "marcar pendientes como enviados (s/n):".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado-reclamos.
           02 filler line 15 col 45
              pic is x using ws-marcar-enviados auto.
       01 pantalla-nota-credito.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "rut del laboratorio (0 = volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "numero de la factura reclamada:".
           02 filler line 13 col 1
              pic is x(80) using linea-subrayado.
       01 datos-nota-credito.
           02 filler line 10 col 40
              pic is x(8) using ws-rut-nota required auto.
           02 filler line 11 col 40
              pic is x(6) using ws-factura-nota auto.
       01 pantalla-resultado-nota.
           02 filler line 15 col 1
              value is "lineas abonadas:".
           02 filler col 45
              pic is zzz9 using ws-lineas-abonadas.
           02 filler line 16 col 1
              value is "monto abonado:".
           02 filler col 38
              pic is z(10)9 using ws-monto-abonado.
           02 filler line 18 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-continuar.
           02 filler line 18 col 40
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
           open input laboratorio.
           open input medicamentos.
           open i-o precios-pactados.
           open i-o reclamos-precio.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if opcion = 1 then go pedir-clave-pactado.
           if opcion = 2 then go armar-informe-reclamos.
           if opcion = 3 then go pedir-nota-credito.
           go volver.

      *_mantencion: un precio por laboratorio, codigo y fecha de
      *_inicio de vigencia; el precio es por unidad de compra, igual
      *_que el costo que se digita en la factura (opcion-1)
       pedir-clave-pactado.
           move spaces to ws-rut-pactado.
           move spaces to ws-codigo-pactado.
           move 0 to ws-dia-desde.
           move 0 to ws-mes-desde.
           move 0 to ws-ano-desde.
           display pantalla-principal.
           display pantalla-clave-pactado.
           accept  datos-clave-pactado.
           if ws-rut-pactado = "0" then go desplejar-menu end-if.
           move ws-rut-pactado to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key go mensaje-lab-no-existe.
           move ws-codigo-pactado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go mensaje-codigo-no-existe.
           read medicamentos next record
               at end go mensaje-codigo-no-existe.
           if codigo-medicamento not = ws-codigo-pactado then
              go mensaje-codigo-no-existe
           end-if.
           if ws-dia-desde < 1 or ws-dia-desde > 31 or
              ws-mes-desde < 1 or ws-mes-desde > 12 then
              go mensaje-fecha-invalida
           end-if.
           move ws-rut-pactado    to pp-rut-laboratorio.
           move ws-codigo-pactado to pp-codigo.
           move ws-ano-desde to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute pp-vigente-desde = ws-vs-aaaa * 10000
              + ws-mes-desde * 100 + ws-dia-desde.
           move "S" to ws-pp-existe.
           read precios-pactados key is pp-clave
               invalid key move "N" to ws-pp-existe
           end-read.
           if ws-pp-existe = "N" then
              move 0 to ws-dia-hasta
              move 0 to ws-mes-hasta
              move 0 to ws-ano-hasta
              move 0 to ws-precio-nuevo
              move spaces to ws-temporada
           else
              perform mostrar-vigencia-hasta
                  thru fin-mostrar-vigencia-hasta
              move pp-precio-pactado to ws-precio-nuevo
              move pp-temporada to ws-temporada
           end-if.
       pedir-precio-pactado.
           display pantalla-principal.
           display pantalla-clave-pactado.
           display datos-clave-pactado.
           display pantalla-precio-pactado.
           accept  datos-precio-pactado.
           if ws-precio-nuevo = 0 then go eliminar-precio-pactado.
           if ws-dia-hasta = 0 and ws-mes-hasta = 0 then
              move 99999999 to pp-vigente-hasta
           else
              if ws-dia-hasta < 1 or ws-dia-hasta > 31 or
                 ws-mes-hasta < 1 or ws-mes-hasta > 12 then
                 go mensaje-fecha-invalida
              end-if
              move ws-ano-hasta to ws-vs-aa
              perform ventana-siglo thru ventana-siglo-fin
              compute pp-vigente-hasta = ws-vs-aaaa * 10000
                 + ws-mes-hasta * 100 + ws-dia-hasta
           end-if.
           if pp-vigente-hasta < pp-vigente-desde then
              go mensaje-fecha-invalida
           end-if.
           move ws-precio-nuevo to pp-precio-pactado.
           move ws-temporada    to pp-temporada.
           move ws-operador-id  to pp-operador-id.
           if ws-pp-existe = "S" then
              rewrite reg-precio-pactado
           else
              write reg-precio-pactado
           end-if.
           go pedir-clave-pactado.
       eliminar-precio-pactado.
           if ws-pp-existe = "S" then
              delete precios-pactados record
           end-if.
           go pedir-clave-pactado.

      *_deja la vigencia hasta del registro en pantalla (dd/mm/aa)
       mostrar-vigencia-hasta.
           move 0 to ws-dia-hasta.
           move 0 to ws-mes-hasta.
           move 0 to ws-ano-hasta.
           if pp-vigente-hasta = 99999999 then
              go fin-mostrar-vigencia-hasta
           end-if.
           move pp-vigente-hasta to ws-fecha-larga.
           move ws-fl-dd to ws-dia-hasta.
           move ws-fl-mm to ws-mes-hasta.
           divide ws-fl-aaaa by 100 giving ws-cociente
              remainder ws-ano-hasta.
       fin-mostrar-vigencia-hasta.
           exit.

      *_reclamos pendientes de abono agrupados por laboratorio, con
      *_el total a pedir en cada nota de credito
       armar-informe-reclamos.
           move 0 to ws-total-reclamos.
           move 0 to ws-subtotal-lab.
           move 0 to ws-lineas-reclamo.
           move spaces to ws-rut-anterior.
           open output informe-reclamos.
           move fecha-programa to tr-fecha.
           write reg-informe-reclamos from ws-linea-titulo-reclamos.
           write reg-informe-reclamos from linea-subrayado.
           move low-values to rp-rut-laboratorio.
           start reclamos-precio key is >= rp-rut-laboratorio
               invalid key go cerrar-informe-reclamos.
       leer-reclamo-informe.
           read reclamos-precio next record
               at end go cerrar-informe-reclamos.
           if reclamo-abonado then go leer-reclamo-informe.
           if rp-rut-laboratorio not = ws-rut-anterior then
              perform cortar-laboratorio thru fin-cortar-laboratorio
           end-if.
           move rp-numero-factura   to dr-factura.
           move rp-codigo           to dr-codigo.
           move rp-descripcion      to dr-descripcion.
           move rp-cantidad         to dr-cantidad.
           move rp-precio-facturado to dr-facturado.
           move rp-precio-pactado   to dr-pactado.
           move rp-monto-reclamo    to dr-monto.
           move rp-estado           to dr-estado.
           if reclamo-pendiente then move "p" to dr-estado.
           if reclamo-enviado then move "e" to dr-estado.
           write reg-informe-reclamos from ws-linea-detalle-reclamo.
           add rp-monto-reclamo to ws-subtotal-lab.
           add rp-monto-reclamo to ws-total-reclamos.
           add 1 to ws-lineas-reclamo.
           go leer-reclamo-informe.
       cerrar-informe-reclamos.
           if ws-rut-anterior not = spaces then
              perform escribir-subtotal-lab
                  thru fin-escribir-subtotal-lab
           end-if.
           write reg-informe-reclamos from linea-subrayado.
           move "total reclamos de precio" to tl-texto.
           move ws-total-reclamos to tl-monto.
           write reg-informe-reclamos from ws-linea-total-reclamo.
           write reg-informe-reclamos from ws-linea-nota-reclamo.
           close informe-reclamos.
           move "reclamos de precio" to ws-sp-titulo.
           move "reclprec.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           move "N" to ws-marcar-enviados.
           display pantalla-principal.
           display pantalla-resultado-reclamos.
           accept  datos-resultado-reclamos.
           if ws-marcar-enviados = "s" or
              ws-marcar-enviados = "S" then
              go marcar-reclamos-enviados
           end-if.
           go desplejar-menu.
      *_lo impreso queda como enviado al laboratorio
       marcar-reclamos-enviados.
           move low-values to rp-rut-laboratorio.
           start reclamos-precio key is >= rp-rut-laboratorio
               invalid key go desplejar-menu.
       leer-reclamo-enviar.
           read reclamos-precio next record
               at end go desplejar-menu.
           if not reclamo-pendiente then go leer-reclamo-enviar.
           move "E" to rp-estado.
           rewrite reg-reclamo-precio invalid key continue.
           go leer-reclamo-enviar.

      *_cambio de laboratorio en el informe: cierra el anterior y
      *_escribe el encabezado del nuevo
       cortar-laboratorio.
           if ws-rut-anterior not = spaces then
              perform escribir-subtotal-lab
                  thru fin-escribir-subtotal-lab
           end-if.
           move rp-rut-laboratorio to ws-rut-anterior.
           move rp-rut-laboratorio to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key move spaces to razon-social
           end-read.
           move rp-rut-laboratorio to lr-rut.
           move razon-social       to lr-razon.
           write reg-informe-reclamos from ws-linea-laboratorio.
           write reg-informe-reclamos from ws-linea-cabecera-reclamos.
       fin-cortar-laboratorio.
           exit.
       escribir-subtotal-lab.
           move "nota de credito a solicitar" to tl-texto.
           move ws-subtotal-lab to tl-monto.
           write reg-informe-reclamos from ws-linea-total-reclamo.
           move spaces to reg-informe-reclamos.
           write reg-informe-reclamos.
           move 0 to ws-subtotal-lab.
       fin-escribir-subtotal-lab.
           exit.

      *_la nota de credito del laboratorio abona los reclamos de la
      *_factura indicada
       pedir-nota-credito.
           move spaces to ws-rut-nota.
           move spaces to ws-factura-nota.
           display pantalla-principal.
           display pantalla-nota-credito.
           accept  datos-nota-credito.
           if ws-rut-nota = "0" then go desplejar-menu end-if.
           move 0 to ws-lineas-abonadas.
           move 0 to ws-monto-abonado.
           move ws-rut-nota to rp-rut-laboratorio.
           start reclamos-precio key is = rp-rut-laboratorio
               invalid key go mensaje-sin-reclamos.
       leer-reclamo-nota.
           read reclamos-precio next record
               at end go mostrar-resultado-nota.
           if rp-rut-laboratorio not = ws-rut-nota then
              go mostrar-resultado-nota
           end-if.
           if rp-numero-factura not = ws-factura-nota then
              go leer-reclamo-nota
           end-if.
           if reclamo-abonado then go leer-reclamo-nota.
           move "N" to rp-estado.
           rewrite reg-reclamo-precio invalid key continue.
           add 1 to ws-lineas-abonadas.
           add rp-monto-reclamo to ws-monto-abonado.
           go leer-reclamo-nota.
       mostrar-resultado-nota.
           if ws-lineas-abonadas = 0 then go mensaje-sin-reclamos.
           display pantalla-principal.
           display pantalla-nota-credito.
           display datos-nota-credito.
           display pantalla-resultado-nota.
           accept  datos-continuar.
           go pedir-nota-credito.

       volver.
           close laboratorio.
           close medicamentos.
           close precios-pactados.
           close reclamos-precio.
           goback.

       mensajes.
       mensaje-lab-no-existe.
           display " " line 1 col 1 erase eos.
           display "el laboratorio no esta registrado" line 4 col 1.
           go pedir-clave-pactado.
       mensaje-codigo-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese codigo de medicamento no existe" line 4 col 1.
           go pedir-clave-pactado.
       mensaje-fecha-invalida.
           display " " line 1 col 1 erase eos.
           display "la fecha de vigencia no es valida" line 4 col 1.
           go pedir-clave-pactado.
       mensaje-sin-reclamos.
           display " " line 1 col 1 erase eos.
           display "no hay reclamos por abonar para esa factura"
                    line 4 col 1.
           go pedir-nota-credito.

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
