       identification division.
       program-id. opcion-72.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_kits y packs armados que se venden bajo un solo codigo en
      *_opcion-2 (botiquin, kit de curacion, pack de invierno)
           select kits assign to disk
           organization is indexed
           access mode is dynamic
           record key is kt-codigo.

           select kit-componentes assign to disk
           organization is indexed
           access mode is dynamic
           record key is kc-clave.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

       data division.
       file section.
       fd kits
           label record is standard
           value of file-id "kits.dat".
       01 reg-kit.
          02 kt-codigo             pic x(6).
          02 kt-descripcion        pic x(30).
          02 kt-precio             pic 9(7).
          02 kt-estado             pic x.
             88 kit-vigente        value "V".
             88 kit-inactivo       value "I".

       fd kit-componentes
           label record is standard
           value of file-id "kitcomp.dat".
       01 reg-kit-componente.
          02 kc-clave.
             03 kc-codigo-kit      pic x(6).
             03 kc-componente      pic x(6).
          02 kc-cantidad           pic 9(3).

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

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

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

       working-storage section.
       01 opcion                   pic x.
          88 mantener-otro-kit     value "1".
          88 eliminar-kit          value "2".
          88 volver-menu-principal value "3".
       77 linea-subrayado          pic x(80) value all "_".
       77 ws-codigo-buscado        pic x(6).
       77 ws-kit-nuevo             pic x value "N".
       77 ws-componente            pic x(6).
       77 ws-cantidad-componente   pic 9(3).
       77 ws-componente-existe     pic x value "N".
      *_stock disponible del kit en la sucursal: lo que permite el
      *_componente mas escaso
       77 ws-total-componentes     pic 99 value 0.
       77 ws-linea-lista           pic 99 value 0.
       77 ws-stock-componente      pic 9(7) value 0.
       77 ws-kits-posibles         pic 9(7) value 0.
       77 ws-kits-disponibles      pic 9(5) value 0.
       77 ws-estado-lote           pic x.
      *_sucursal de este terminal (control.dat, clave SUCURS)
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-suc-numero            pic 9(2).
       77 ws-suc-division          pic 9(4).
       01 ws-linea-componente.
          02 lc-codigo             pic x(6).
          02 filler                pic x(2) value spaces.
          02 lc-descripcion        pic x(30).
          02 filler                pic x(2) value spaces.
          02 lc-cantidad           pic zz9.
          02 filler                pic x(4) value spaces.
          02 lc-stock              pic z(6)9.
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
       screen section.
       01 pantalla-principal
           background-color is 1 foreground-color is 4.
           02 pantalla-refresco
              blank screen
              reverse-video
              line 4 col 20 value is "mantencion de kits y packs".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-busqueda.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "ingrese codigo del kit:".
           02 filler line 11 col 1
              foreground-color is 7
              value is "(ingrese 0 para volver al menu)".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-busqueda.
           02 filler line 10 col 50
              pic is x(6) using ws-codigo-buscado required auto.
       01 pantalla-mantencion.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "descripcion del kit:".
           02 filler line 12 col 1
              foreground-color is 7
              value is "precio de venta del kit:".
           02 filler line 13 col 1
              foreground-color is 7
              value is "(0 = se digita en la venta)".
           02 filler line 14 col 1
              foreground-color is 7
              value is "estado (V=vigente I=inactivo):".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-mantencion.
           02 filler line 10 col 40
              pic is x(30) using kt-descripcion required auto.
           02 filler line 12 col 40
              pic is 9(7) using kt-precio required auto.
           02 filler line 14 col 40
              pic is x using kt-estado required auto.
       01 pantalla-componente.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 7
              value is "kit:".
           02 filler col 10
              pic is x(6) using kt-codigo.
           02 filler col 20
              pic is x(30) using kt-descripcion.
           02 filler line 10 col 1
              foreground-color is 7
              value is "codigo componente (0 = terminar):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "unidades por kit (0 = quitar):".
           02 filler line 12 col 1
              foreground-color is 7
              value is "kits disponibles en esta sucursal:".
           02 filler col 40
              pic is z(4)9 using ws-kits-disponibles.
           02 filler line 13 col 1
              foreground-color is 7
              value is "codigo  descripcion                     unid.".
           02 filler col 50
              foreground-color is 7
              value is "    stock".
       01 datos-componente.
           02 filler line 10 col 40
              pic is x(6) using ws-componente required auto.
           02 filler line 11 col 40
              pic is 9(3) using ws-cantidad-componente auto.
       01 pantalla-pregunta.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "opcion 1:".
           02 filler col 25
              value is "mantener otro kit".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "eliminar el kit recien visto".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 15 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-pregunta.
           02 filler line 15 col 25
              pic is x using opcion required auto.
       procedure division using fecha-sistema.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
       abrir-ficheros.
           open i-o kits.
           open i-o kit-componentes.
           open input medicamentos.
           open input control-numero.
           open input estados-medicamento.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
       desplejar-pantalla-principal.
           display pantalla-principal.
       desplejar-pantalla-busqueda.
           display pantalla-busqueda.
           accept  datos-busqueda.
           if ws-codigo-buscado = "0" then go volver end-if.
       buscar-kit.
           move ws-codigo-buscado to kt-codigo.
           read kits key is kt-codigo
               invalid key go preparar-kit-nuevo.
           move "N" to ws-kit-nuevo.
           go desplejar-pantalla-mantencion.
      *_el codigo de un kit nuevo no puede ser el de un medicamento,
      *_porque opcion-2 no sabria si vender el kit o el producto
       preparar-kit-nuevo.
           move ws-codigo-buscado to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go iniciar-kit-nuevo.
           read medicamentos next record
               at end go iniciar-kit-nuevo.
           if codigo-medicamento = ws-codigo-buscado then
              go mensaje-codigo-medicamento
           end-if.
       iniciar-kit-nuevo.
           move "S" to ws-kit-nuevo.
           move ws-codigo-buscado to kt-codigo.
           move spaces to kt-descripcion.
           move 0      to kt-precio.
           move "V"    to kt-estado.
       desplejar-pantalla-mantencion.
           display pantalla-principal.
           display pantalla-mantencion.
           accept  datos-mantencion.
           if kt-estado = "v" then move "V" to kt-estado end-if.
           if kt-estado = "i" then move "I" to kt-estado end-if.
           if not kit-vigente and not kit-inactivo then
              go desplejar-pantalla-mantencion
           end-if.
       grabar-kit.
           if ws-kit-nuevo = "S" then
              write reg-kit invalid key go mensaje-error
              move "N" to ws-kit-nuevo
              go desplejar-pantalla-componente
           end-if.
           rewrite reg-kit invalid key go mensaje-error.
      *_lista los componentes con su stock en la sucursal y pide el
      *_siguiente; un codigo ya en el kit se corrige o se quita
       desplejar-pantalla-componente.
           perform calcular-disponible-kit
               thru fin-calcular-disponible-kit.
           display pantalla-principal.
           display pantalla-componente.
           perform listar-componentes-kit
               thru fin-listar-componentes-kit.
           move spaces to ws-componente.
           move 0      to ws-cantidad-componente.
           accept  datos-componente.
           if ws-componente = "0" or ws-componente = spaces then
              go desplejar-pantalla-pregunta
           end-if.
           move kt-codigo     to kc-codigo-kit.
           move ws-componente to kc-componente.
           move "S" to ws-componente-existe.
           read kit-componentes key is kc-clave
               invalid key move "N" to ws-componente-existe
           end-read.
           if ws-cantidad-componente = 0 then
              go quitar-componente
           end-if.
       validar-componente.
           if ws-componente = kt-codigo then
              go mensaje-componente-invalido
           end-if.
           move ws-componente to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go mensaje-componente-invalido.
           read medicamentos next record
               at end go mensaje-componente-invalido.
           if codigo-medicamento not = ws-componente then
              go mensaje-componente-invalido
           end-if.
       grabar-componente.
           move kt-codigo              to kc-codigo-kit.
           move ws-componente          to kc-componente.
           move ws-cantidad-componente to kc-cantidad.
           if ws-componente-existe = "S" then
              rewrite reg-kit-componente invalid key go mensaje-error
              end-rewrite
              go desplejar-pantalla-componente
           end-if.
           if ws-total-componentes >= 20 then
              go mensaje-kit-lleno
           end-if.
           write reg-kit-componente invalid key go mensaje-error.
           go desplejar-pantalla-componente.
       quitar-componente.
           if ws-componente-existe = "S" then
              delete kit-componentes record
                  invalid key go mensaje-error
              end-delete
           end-if.
           go desplejar-pantalla-componente.
       desplejar-pantalla-pregunta.
           display pantalla-principal.
           display pantalla-pregunta.
           accept  opcion-pantalla-pregunta.
           if opcion not numeric then go desplejar-pantalla-pregunta.
           if opcion < 1 or opcion > 3 then
              go desplejar-pantalla-pregunta.
           if opcion = 1 then go desplejar-pantalla-principal.
           if opcion = 2 then go eliminar-kit-componentes.
           go volver.
      *_el kit se elimina junto con todos sus componentes
       eliminar-kit-componentes.
           move kt-codigo to kc-codigo-kit.
           move spaces    to kc-componente.
           start kit-componentes key is >= kc-clave
               invalid key go eliminar-encabezado-kit.
       eliminar-siguiente-componente.
           read kit-componentes next record
               at end go eliminar-encabezado-kit.
           if kc-codigo-kit not = kt-codigo then
              go eliminar-encabezado-kit
           end-if.
           delete kit-componentes record invalid key continue
           end-delete.
           go eliminar-siguiente-componente.
       eliminar-encabezado-kit.
           delete kits record invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           display "kit eliminado" line 4 col 1.
           go desplejar-pantalla-busqueda.

       volver.
           close kits.
           close kit-componentes.
           close medicamentos.
           close control-numero.
           close estados-medicamento.
           goback.

       mensajes.
       mensaje-error.
           display " " line 1 erase eos.
           display "no se pudo grabar el kit" line 4 col 1.
           go desplejar-pantalla-pregunta.
       mensaje-codigo-medicamento.
           display " " line 1 erase eos.
           display "ese codigo ya es un medicamento, el kit necesita"
                    line 4 col 1.
           display "un codigo propio" line 5 col 1.
           go desplejar-pantalla-busqueda.
       mensaje-componente-invalido.
           display " " line 1 erase eos.
           display "el componente debe ser un medicamento registrado"
                    line 4 col 1.
           go desplejar-pantalla-componente.
       mensaje-kit-lleno.
           display " " line 1 erase eos.
           display "un kit admite hasta 20 componentes" line 4 col 1.
           go desplejar-pantalla-componente.

      *_muestra los componentes del kit desde la linea 14 con su
      *_stock disponible en la sucursal
       listar-componentes-kit.
           move 14 to ws-linea-lista.
           move kt-codigo to kc-codigo-kit.
           move spaces    to kc-componente.
           start kit-componentes key is >= kc-clave
               invalid key go fin-listar-componentes-kit.
       listar-siguiente-componente.
           read kit-componentes next record
               at end go fin-listar-componentes-kit.
           if kc-codigo-kit not = kt-codigo then
              go fin-listar-componentes-kit
           end-if.
           if ws-linea-lista > 23 then go fin-listar-componentes-kit.
           perform sumar-stock-componente
               thru fin-sumar-stock-componente.
           move kc-componente       to lc-codigo.
           move kc-cantidad         to lc-cantidad.
           move ws-stock-componente to lc-stock.
           display ws-linea-componente line ws-linea-lista col 1.
           add 1 to ws-linea-lista.
           go listar-siguiente-componente.
       fin-listar-componentes-kit.
           exit.

      *_kits que alcanzan con el stock de la sucursal: el minimo,
      *_entre los componentes, de stock dividido por unidades por kit
       calcular-disponible-kit.
           move 0 to ws-total-componentes.
           move 99999 to ws-kits-disponibles.
           move kt-codigo to kc-codigo-kit.
           move spaces    to kc-componente.
           start kit-componentes key is >= kc-clave
               invalid key go cerrar-disponible-kit.
       revisar-componente-disponible.
           read kit-componentes next record
               at end go cerrar-disponible-kit.
           if kc-codigo-kit not = kt-codigo then
              go cerrar-disponible-kit
           end-if.
           add 1 to ws-total-componentes.
           if kc-cantidad = 0 then go revisar-componente-disponible.
           perform sumar-stock-componente
               thru fin-sumar-stock-componente.
           compute ws-kits-posibles =
              ws-stock-componente / kc-cantidad.
           if ws-kits-posibles < ws-kits-disponibles then
              move ws-kits-posibles to ws-kits-disponibles
           end-if.
           go revisar-componente-disponible.
       cerrar-disponible-kit.
           if ws-total-componentes = 0 then
              move 0 to ws-kits-disponibles
           end-if.
       fin-calcular-disponible-kit.
           exit.

      *_suma el stock de kc-componente en los lotes de la sucursal
      *_(o sin marca de sucursal) que no esten en cuarentena, y deja
      *_su descripcion para el listado
       sumar-stock-componente.
           move 0 to ws-stock-componente.
           move spaces to lc-descripcion.
           move kc-componente to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go fin-sumar-stock-componente.
       sumar-lote-componente.
           read medicamentos next record
               at end go fin-sumar-stock-componente.
           if codigo-medicamento not = kc-componente then
              go fin-sumar-stock-componente
           end-if.
           move descr-medicamento to lc-descripcion.
           if med-sucursal not = ws-sucursal-local and
              med-sucursal not = spaces then
              go sumar-lote-componente
           end-if.
           perform consultar-estado-lote
               thru fin-consultar-estado-lote.
           if ws-estado-lote = "Q" then go sumar-lote-componente.
           add cantidad-stock to ws-stock-componente.
           go sumar-lote-componente.
       fin-sumar-stock-componente.
           exit.

      *_consulta el estado del lote: primero el lote mismo y despues
      *_el registro 000 del codigo completo
       consultar-estado-lote.
           move "A" to ws-estado-lote.
           move codigo-medicamento to em-codigo.
           move numero-lote        to em-lote.
           read estados-medicamento key is em-clave
               invalid key go consultar-estado-codigo.
           move em-estado to ws-estado-lote.
           if ws-estado-lote = "Q" then
              go fin-consultar-estado-lote
           end-if.
       consultar-estado-codigo.
           move codigo-medicamento to em-codigo.
           move 0                  to em-lote.
           read estados-medicamento key is em-clave
               invalid key go fin-consultar-estado-lote.
           if estado-cuarentena then
              move "Q" to ws-estado-lote
           end-if.
       fin-consultar-estado-lote.
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
