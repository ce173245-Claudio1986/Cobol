       identification division.
       program-id. opcion-87.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select registros-sanitarios assign to disk
           organization is indexed
           access mode is dynamic
           record key is rs-codigo
           alternate record key is rs-numero-registro with duplicates.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

      *_listado de alertas de retiro publicado por el isp, como texto
      *_separado por punto y coma: numero de registro sanitario,
      *_lote (en blanco o 0 = todos los lotes), numero de la alerta
      *_y motivo
           select alertas-isp assign to disk
           organization is line sequential.

           select informe-alertas assign to disk
           organization is line sequential.

       data division.
       file section.
      *_registro sanitario isp de cada codigo (opcion-87): un mismo
      *_registro puede amparar varios codigos (presentaciones), por
      *_eso el numero es clave alterna con duplicados
       fd registros-sanitarios
           label record is standard
           value of file-id "regsan.dat".
       01 reg-registro-sanitario.
          02 rs-codigo            pic x(6).
          02 rs-numero-registro   pic x(12).
          02 rs-titular           pic x(30).
          02 rs-estado            pic x.
             88 registro-vigente     value "V".
             88 registro-suspendido  value "S".
             88 registro-cancelado   value "C".
          02 rs-vigente-hasta     pic 9(8).
          02 rs-fecha.
             03 rs-dia            pic 99.
             03 rs-mes            pic 99.
             03 rs-ano            pic 99.
          02 rs-operador-id       pic x(8).

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

      *_estado del ciclo de vida por codigo y lote (lote 000 = el
      *_codigo completo): cuarentena bloquea despacho y recepcion,
      *_discontinuado bloquea compras nuevas pero deja agotar stock
       fd estados-medicamento
           label record is standard
           value of file-id "estadomed.dat".
       01 reg-estado-medicamento.
          02 em-clave.
             03 em-codigo         pic x(6).
             03 em-lote           pic 9(3).
          02 em-estado            pic x.
             88 estado-activo        value "A".
             88 estado-discontinuado value "D".
             88 estado-cuarentena    value "Q".
          02 em-fecha.
             03 em-dia            pic 99.
             03 em-mes            pic 99.
             03 em-ano            pic 99.
          02 em-operador-id       pic x(8).

       fd alertas-isp
           label record is standard
           value of file-id "alertasisp.csv".
       01 reg-alerta-linea        pic x(150).

       fd informe-alertas
           label record is standard
           value of file-id "alertisp.txt".
       01 reg-informe-alertas     pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       01 opcion                   pic x.
          88 mantener-registro     value "1".
          88 importar-alertas      value "2".
          88 volver-menu-principal value "3".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
      *_mantencion del registro sanitario de un codigo
       77 ws-codigo-buscado        pic x(6).
       77 ws-descr-buscado         pic x(30).
       77 ws-rs-existe             pic x.
       01 ws-fecha-hasta.
          02 ws-dia-hasta          pic 99.
          02 ws-mes-hasta          pic 99.
          02 ws-ano-hasta          pic 99.
      *_fecha aaaammdd de la vigencia; 99999999 = sin termino
       01 ws-fecha-larga           pic 9(8).
       01 ws-fecha-larga-r redefines ws-fecha-larga.
          02 ws-fl-aaaa            pic 9(4).
          02 ws-fl-mm              pic 99.
          02 ws-fl-dd              pic 99.
       77 ws-cociente              pic 9(4).
      *_campos del parseo de la linea de la alerta
       77 ws-campo-registro        pic x(12).
       77 ws-campo-lote            pic x(10).
       77 ws-campo-alerta          pic x(10).
       77 ws-campo-motivo          pic x(40).
       01 ws-digito-x              pic x.
       01 ws-digito-9 redefines ws-digito-x pic 9.
       77 ws-i                     pic 9(2).
       77 ws-valor-aux             pic 9(9).
      *_lote de la alerta: es el lote del fabricante, que no se
      *_puede cruzar con numero-lote; si la alerta trae lote la
      *_cuarentena es del codigo completo y se marca para revision
       77 ws-lote-alerta           pic 9(3).
       77 ws-lote-valido           pic x.
       77 ws-lote-hallado          pic x.
       77 ws-codigos-alerta        pic 9(3).
       77 ws-lineas-leidas         pic 9(4) value 0.
       77 ws-cuarentenas-nuevas    pic 9(4) value 0.
       77 ws-ya-en-cuarentena      pic 9(4) value 0.
       77 ws-sin-registro          pic 9(4) value 0.
      *_lineas del informe para el quimico
       01 ws-linea-titulo.
          02 filler                pic x(34) value
             "alertas isp - codigos a cuarentena".
          02 filler                pic x(2) value spaces.
          02 ai-fecha              pic x(8).
          02 filler                pic x(36) value spaces.
       01 ws-linea-encabezado.
          02 filler                pic x(11) value "alerta".
          02 filler                pic x(13) value "registro".
          02 filler                pic x(7) value "codigo".
          02 filler                pic x(4) value "lot".
          02 filler                pic x(31) value "descripcion".
          02 filler                pic x(14) value "resultado".
       01 ws-linea-detalle.
          02 ai-alerta             pic x(10).
          02 filler                pic x value space.
          02 ai-registro           pic x(12).
          02 filler                pic x value space.
          02 ai-codigo             pic x(6).
          02 filler                pic x value space.
          02 ai-lote               pic x(3).
          02 filler                pic x value space.
          02 ai-descripcion        pic x(30).
          02 filler                pic x value space.
          02 ai-marca              pic x(12).
          02 filler                pic x(2) value spaces.
       01 ws-linea-motivo.
          02 filler                pic x(19) value
             "           motivo: ".
          02 ai-motivo             pic x(40).
          02 filler                pic x(11) value " lote fab: ".
          02 ai-lote-fabricante    pic x(10).
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999, para que las
      *_comparaciones y ordenamientos de fechas no fallen al cruzar
      *_el siglo
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
              value is "registro sanitario isp y alertas de retiro".
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
              value is "mantener registro sanitario".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "importar alertas del isp".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 14 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 14 col 25
              pic is x using opcion required auto.
       01 pantalla-clave-registro.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "codigo del medicamento (0 = volver):".
       01 datos-clave-registro.
           02 filler line 10 col 40
              pic is x(6) using ws-codigo-buscado required auto.
       01 pantalla-registro.
           02 filler line 11 col 40
              pic is x(30) using ws-descr-buscado.
           02 filler line 13 col 1
              foreground-color is 7
              value is "numero de registro isp:".
           02 filler line 14 col 1
              foreground-color is 7
              value is "titular del registro:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "estado (V=vigente S=suspendido".
           02 filler line 16 col 1
              foreground-color is 7
              value is "        C=cancelado):".
           02 filler line 17 col 1
              foreground-color is 7
              value is "vigente hasta (00/00/00 = sin termino):".
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 19 col 1
              value is "un registro cancelado bloquea la compra".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-registro.
           02 filler line 13 col 40
              pic is x(12) using rs-numero-registro required auto.
           02 filler line 14 col 40
              pic is x(30) using rs-titular auto.
           02 filler line 16 col 40
              pic is x using rs-estado required auto.
           02 filler line 17 col 40
              pic is 99 using ws-dia-hasta auto.
           02 filler col 43
              pic is 99 using ws-mes-hasta auto.
           02 filler col 46
              pic is 99 using ws-ano-hasta auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "alertas del isp importadas".
           02 filler line 11 col 1
              value is "lineas leidas:".
           02 filler col 45
              pic is z(3)9 using ws-lineas-leidas.
           02 filler line 12 col 1
              value is "codigos o lotes puestos en cuarentena:".
           02 filler col 45
              pic is z(3)9 using ws-cuarentenas-nuevas.
           02 filler line 13 col 1
              value is "ya estaban en cuarentena:".
           02 filler col 45
              pic is z(3)9 using ws-ya-en-cuarentena.
           02 filler line 14 col 1
              value is "registros sin codigo asociado:".
           02 filler col 45
              pic is z(3)9 using ws-sin-registro.
           02 filler line 15 col 1
              value is "informe para el quimico en: alertisp.txt".
           02 filler line 16 col 1
              value is "para liberar un lote use la opcion 56".
           02 filler line 18 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
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
           open i-o registros-sanitarios.
           open input medicamentos.
           open i-o estados-medicamento.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 3 then go desplejar-menu.
           if opcion = 1 then go pedir-clave-registro.
           if opcion = 2 then go importar-alertas-isp.
           go volver.

      *_mantencion: un registro por codigo; el numero puede repetirse
      *_en las distintas presentaciones amparadas por el mismo
      *_registro
       pedir-clave-registro.
           move spaces to ws-codigo-buscado.
           display pantalla-principal.
           display pantalla-clave-registro.
           accept  datos-clave-registro.
           if ws-codigo-buscado = "0" then go desplejar-menu end-if.
           move ws-codigo-buscado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go mensaje-codigo-no-existe.
           read medicamentos next record
               at end go mensaje-codigo-no-existe.
           if codigo-medicamento not = ws-codigo-buscado then
              go mensaje-codigo-no-existe
           end-if.
           move descr-medicamento to ws-descr-buscado.
           move ws-codigo-buscado to rs-codigo.
           move "S" to ws-rs-existe.
           read registros-sanitarios key is rs-codigo
               invalid key move "N" to ws-rs-existe
           end-read.
           if ws-rs-existe = "N" then
              move ws-codigo-buscado to rs-codigo
              move spaces to rs-numero-registro
              move spaces to rs-titular
              move "V" to rs-estado
              move 99999999 to rs-vigente-hasta
           end-if.
           perform mostrar-vigencia-hasta
               thru fin-mostrar-vigencia-hasta.
       pedir-registro.
           display pantalla-principal.
           display pantalla-clave-registro.
           display datos-clave-registro.
           display pantalla-registro.
           accept  datos-registro.
           if rs-estado = "v" then move "V" to rs-estado end-if.
           if rs-estado = "s" then move "S" to rs-estado end-if.
           if rs-estado = "c" then move "C" to rs-estado end-if.
           if not registro-vigente and not registro-suspendido
              and not registro-cancelado then
              go pedir-registro
           end-if.
           if ws-dia-hasta = 0 and ws-mes-hasta = 0 then
              move 99999999 to rs-vigente-hasta
           else
              if ws-dia-hasta < 1 or ws-dia-hasta > 31 or
                 ws-mes-hasta < 1 or ws-mes-hasta > 12 then
                 go mensaje-fecha-invalida
              end-if
              move ws-ano-hasta to ws-vs-aa
              perform ventana-siglo thru ventana-siglo-fin
              compute rs-vigente-hasta = ws-vs-aaaa * 10000
                 + ws-mes-hasta * 100 + ws-dia-hasta
           end-if.
           move dia to rs-dia.
           move mes to rs-mes.
           move ano to rs-ano.
           move ws-operador-id to rs-operador-id.
           if ws-rs-existe = "S" then
              rewrite reg-registro-sanitario
                 invalid key go mensaje-error
              end-rewrite
           else
              write reg-registro-sanitario
                 invalid key go mensaje-error
              end-write
           end-if.
           go pedir-clave-registro.

      *_deja la vigencia hasta del registro en pantalla (dd/mm/aa)
       mostrar-vigencia-hasta.
           move 0 to ws-dia-hasta.
           move 0 to ws-mes-hasta.
           move 0 to ws-ano-hasta.
           if rs-vigente-hasta = 99999999 then
              go fin-mostrar-vigencia-hasta
           end-if.
           move rs-vigente-hasta to ws-fecha-larga.
           move ws-fl-dd to ws-dia-hasta.
           move ws-fl-mm to ws-mes-hasta.
           divide ws-fl-aaaa by 100 giving ws-cociente
              remainder ws-ano-hasta.
       fin-mostrar-vigencia-hasta.
           exit.

      *_importa el listado de alertas del isp: cada registro se
      *_cruza con los codigos que ampara y el lote indicado (o todos)
      *_queda en cuarentena en estadomed.dat; todo sale en el informe
      *_para que el quimico revise y retire la mercaderia
       importar-alertas-isp.
           open input alertas-isp.
           open output informe-alertas.
           move 0 to ws-lineas-leidas.
           move 0 to ws-cuarentenas-nuevas.
           move 0 to ws-ya-en-cuarentena.
           move 0 to ws-sin-registro.
           move fecha-programa to ai-fecha.
           write reg-informe-alertas from ws-linea-titulo.
           move all "-" to reg-informe-alertas.
           write reg-informe-alertas.
           write reg-informe-alertas from ws-linea-encabezado.
       leer-linea-alerta.
           read alertas-isp at end go cerrar-importacion.
           move spaces to ws-campo-registro.
           move spaces to ws-campo-lote.
           move spaces to ws-campo-alerta.
           move spaces to ws-campo-motivo.
           unstring reg-alerta-linea delimited by ";"
              into ws-campo-registro ws-campo-lote ws-campo-alerta
                   ws-campo-motivo.
           if ws-campo-registro = spaces then go leer-linea-alerta.
           add 1 to ws-lineas-leidas.
           perform convertir-lote thru fin-convertir-lote.
           move ws-campo-alerta  to ai-alerta.
           move ws-campo-registro to ai-registro.
           move ws-campo-motivo  to ai-motivo.
           move ws-campo-lote    to ai-lote-fabricante.
           move 0 to ws-codigos-alerta.
      *_los codigos amparados por el registro de la alerta; si el
      *_numero no esta en el maestro se prueba como codigo interno
           move ws-campo-registro to rs-numero-registro.
           start registros-sanitarios key is = rs-numero-registro
               invalid key go probar-codigo-directo.
       leer-codigo-registro.
           read registros-sanitarios next record
               at end go fin-codigos-registro.
           if rs-numero-registro not = ws-campo-registro then
              go fin-codigos-registro
           end-if.
           perform poner-en-cuarentena thru fin-poner-en-cuarentena.
           go leer-codigo-registro.
       probar-codigo-directo.
           move ws-campo-registro (1:6) to rs-codigo.
           read registros-sanitarios key is rs-codigo
               invalid key go fin-codigos-registro.
           perform poner-en-cuarentena thru fin-poner-en-cuarentena.
       fin-codigos-registro.
           if ws-codigos-alerta = 0 then
              add 1 to ws-sin-registro
              move spaces to ai-codigo
              move ws-campo-lote (1:3) to ai-lote
              move spaces to ai-descripcion
              move "SIN REGISTRO" to ai-marca
              write reg-informe-alertas from ws-linea-detalle
           end-if.
           write reg-informe-alertas from ws-linea-motivo.
           go leer-linea-alerta.
       cerrar-importacion.
           close alertas-isp.
           close informe-alertas.
           move "alertas isp - cuarentenas" to ws-sp-titulo.
           move "alertisp.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go desplejar-menu.

      *_marca en cuarentena el lote de la alerta del codigo rs-codigo
      *_(o el codigo completo) y deja la linea en el informe
       poner-en-cuarentena.
           add 1 to ws-codigos-alerta.
           move rs-codigo to ai-codigo.
           move spaces to ai-descripcion.
           move rs-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go elegir-lote-cuarentena.
           read medicamentos next record
               at end go elegir-lote-cuarentena.
           if codigo-medicamento = rs-codigo then
              move descr-medicamento to ai-descripcion
           end-if.
      *_el lote de la alerta es el del fabricante, y numero-lote es
      *_el correlativo interno de cada recepcion: no se pueden
      *_cruzar, asi que queda en cuarentena el codigo completo y el
      *_quimico libera en opcion-87 los lotes que no correspondan
       elegir-lote-cuarentena.
           move rs-codigo to em-codigo.
           move 0 to em-lote.
           move "TOD" to ai-lote.
           move "N" to ws-lote-hallado.
           if ws-lote-valido = "N" or ws-lote-alerta > 0 then
              move "S" to ws-lote-hallado
           end-if.
           read estados-medicamento key is em-clave
               invalid key go grabar-cuarentena-nueva.
           if estado-cuarentena then
              add 1 to ws-ya-en-cuarentena
              move "YA EN CUAR." to ai-marca
              go anotar-cuarentena
           end-if.
           move "Q" to em-estado.
           move dia to em-dia.
           move mes to em-mes.
           move ano to em-ano.
           move ws-operador-id to em-operador-id.
           rewrite reg-estado-medicamento
              invalid key continue end-rewrite.
           go contar-cuarentena.
       grabar-cuarentena-nueva.
           move "Q" to em-estado.
           move dia to em-dia.
           move mes to em-mes.
           move ano to em-ano.
           move ws-operador-id to em-operador-id.
           write reg-estado-medicamento
              invalid key continue end-write.
       contar-cuarentena.
           add 1 to ws-cuarentenas-nuevas.
           move "CUARENTENA" to ai-marca.
           if ws-lote-hallado = "S" then
              move "CUAR.CODIGO" to ai-marca
           end-if.
       anotar-cuarentena.
           write reg-informe-alertas from ws-linea-detalle.
       fin-poner-en-cuarentena.
           exit.

      *_convierte el lote del texto de la alerta; en blanco o cero
      *_son todos los lotes, y un lote con letras no se puede cruzar
       convertir-lote.
           move "S" to ws-lote-valido.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-lote.
           add 1 to ws-i.
           if ws-i > 10 then go dejar-lote end-if.
           if ws-campo-lote (ws-i:1) = space then
              go convertir-digito-lote
           end-if.
           if ws-campo-lote (ws-i:1) < "0" or
              ws-campo-lote (ws-i:1) > "9" then
              move "N" to ws-lote-valido
              go dejar-lote
           end-if.
           move ws-campo-lote (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-lote.
       dejar-lote.
           move 0 to ws-lote-alerta.
           if ws-valor-aux > 999 then
              move "N" to ws-lote-valido
           end-if.
           if ws-lote-valido = "S" then
              move ws-valor-aux to ws-lote-alerta
           end-if.
       fin-convertir-lote.
           exit.

       volver.
           close registros-sanitarios.
           close medicamentos.
           close estados-medicamento.
           goback.

       mensajes.
       mensaje-codigo-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese codigo de medicamento no existe" line 4 col 1.
           go pedir-clave-registro.
       mensaje-fecha-invalida.
           display " " line 1 col 1 erase eos.
           display "la fecha de vigencia no es valida" line 4 col 1.
           go pedir-clave-registro.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el registro sanitario"
                    line 4 col 1.
           go pedir-clave-registro.

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
