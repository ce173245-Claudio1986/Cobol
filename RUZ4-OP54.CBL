           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates.

      *_solo se llama al cliente que acepto campanas y avisos
      *_(opcion-92); sin registro de consentimiento no se le llama
           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente
           file status is ws-status-consentimiento.
           select lista-recompra assign to disk
           organization is line sequential.

          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd clientes
           label record is standard
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

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
       fd lista-recompra
           label record is standard
           value of file-id "recompra.txt".
       77 ws-orden-venta           pic 9(8).
       77 ws-orden-hoy             pic 9(8).
       77 ws-avisos-escritos       pic 9(4) value 0.
      *_receta del par: "V" vigente con saldo, "C" completa (hay que
      *_pedir receta nueva) o "N" sin receta registrada
       77 ws-receta-hallada        pic x value "N".
       77 ws-saldo-receta          pic 9(5) value 0.
      *_consentimiento del cliente del aviso y avisos omitidos por
      *_no haberlo dado
       77 ws-status-consentimiento pic xx.
       77 ws-rut-consulta          pic x(8).
       77 ws-consiente             pic x.
       77 ws-sin-consentimiento    pic 9(4) value 0.
      *_lineas de la lista de llamadas
       01 rc-linea-titulo          pic x(47) value
          "lista diaria de recompra de pacientes cronicos".
          02 filler                pic x(10) value "rut       ".
          02 filler                pic x(22) value "cliente".
          02 filler                pic x(12) value "fono".
          02 filler                pic x(18) value "medicamento".
          02 filler                pic x(7) value "atraso".
          02 filler                pic x(7) value "receta".
       01 rc-linea-detalle.
          02 rc-d-rut              pic x(8).
          02 filler                pic x(2) value spaces.
          02 filler                pic x(2) value spaces.
          02 rc-d-fono             pic x(10).
          02 filler                pic x(2) value spaces.
          02 rc-d-descr            pic x(16).
          02 filler                pic x(2) value spaces.
          02 rc-d-atraso           pic -(4)9.
          02 filler                pic x(2) value spaces.
          02 rc-d-receta           pic x(7).
          02 rc-d-saldo redefines rc-d-receta pic z(6)9.
       01 rc-linea-omitidos.
          02 filler                pic x(44) value
             "omitidos por no aceptar campanas y avisos: ".
          02 rc-o-cantidad         pic zzz9.
          02 filler                pic x(32) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
              value is "clientes con recompra vencida o por vencer:".
           02 filler col 50
              pic is z(3)9 using ws-avisos-escritos.
           02 filler line 13 col 1
              value is "omitidos sin consentimiento de avisos:".
           02 filler col 50
              pic is z(3)9 using ws-sin-consentimiento.
           02 filler line 14 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       recorrer-movimientos.
           move 0 to ws-total-pares.
           open input movimiento-medicamento.
      *_por la clave del rut se saltan de una vez las ventas sin
      *_cliente, que quedan todas al comienzo
           move spaces to rut-cliente-mov.
           start movimiento-medicamento key is > rut-cliente-mov
               invalid key go generar-lista.
       leer-movimiento-cronico.
           read movimiento-medicamento next record
       generar-lista.
           close movimiento-medicamento.
           open input clientes.
           open input recetas.
           open input consentimientos.
           open output lista-recompra.
           write reg-recompra-linea from rc-linea-titulo.
           move all "-" to reg-recompra-linea.
           write reg-recompra-linea.
           write reg-recompra-linea from rc-linea-cabecera.
           move 0 to ws-avisos-escritos.
           move 0 to ws-sin-consentimiento.
           move 0 to ws-i.
       evaluar-par.
           add 1 to ws-i.
           if ws-i > ws-total-pares then go recorrer-recetas.
           set ws-idx-par to ws-i.
           if ws-p-compras (ws-idx-par) < 3 then go evaluar-par.
           perform calcular-dias-par thru calcular-dias-par-fin.
              go evaluar-par
           end-if.
       escribir-aviso.
           move ws-p-rut (ws-idx-par) to ws-rut-consulta.
           perform verificar-consentimiento
               thru verificar-consentimiento-fin.
           if ws-consiente not = "S" then go evaluar-par.
           move ws-p-rut (ws-idx-par) to rut-cliente.
           read clientes key is rut-cliente
               invalid key move spaces to nombre-cliente
           move fono-cliente   to rc-d-fono.
           move ws-p-descr (ws-idx-par) to rc-d-descr.
           compute rc-d-atraso = ws-dias-sin-comprar - ws-intervalo.
           perform buscar-receta-par thru buscar-receta-par-fin.
           move spaces to rc-d-receta.
           if ws-receta-hallada = "V" then
              move ws-saldo-receta to rc-d-saldo
           end-if.
           if ws-receta-hallada = "C" then
              move "renovar" to rc-d-receta
           end-if.
           write reg-recompra-linea from rc-linea-detalle.
           add 1 to ws-avisos-escritos.
           go evaluar-par.
      *_recetas vigentes con saldo y cadencia de despacho que no
      *_alcanzaron a entrar por historia de compras: se avisa cuando
      *_el despacho siguiente esta vencido o a dos dias de vencer
       recorrer-recetas.
           move low-values to re-clave.
           start recetas key is >= re-clave
               invalid key go cerrar-lista.
       leer-receta-vigente.
           read recetas next record
               at end go cerrar-lista.
           if not receta-vigente then go leer-receta-vigente.
           if re-cantidad-despachada >= re-cantidad-autorizada or
              re-dias-entre-despachos = 0 or
              re-despachos-realizados = 0 then
              go leer-receta-vigente
           end-if.
           perform buscar-par-evaluado thru buscar-par-evaluado-fin.
           if ws-fila-hallada = "S" then go leer-receta-vigente.
           move re-ano-despacho to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-b-ano.
           move re-mes-despacho to ws-b-mes.
           move re-dia-despacho to ws-b-dia.
           divide ws-orden-hoy by 10000
              giving ws-o-ano remainder ws-o-resto.
           divide ws-o-resto by 100
              giving ws-o-mes remainder ws-o-dia.
           compute ws-dias-sin-comprar =
              (ws-o-ano - ws-b-ano) * 360
              + (ws-o-mes - ws-b-mes) * 30
              + (ws-o-dia - ws-b-dia).
           if ws-dias-sin-comprar < re-dias-entre-despachos - 2 then
              go leer-receta-vigente
           end-if.
           move re-rut-cliente to ws-rut-consulta.
           perform verificar-consentimiento
               thru verificar-consentimiento-fin.
           if ws-consiente not = "S" then go leer-receta-vigente.
           move re-rut-cliente to rut-cliente.
           read clientes key is rut-cliente
               invalid key move spaces to nombre-cliente
                           move spaces to fono-cliente
           end-read.
           move re-rut-cliente to rc-d-rut.
           move nombre-cliente to rc-d-nombre.
           move fono-cliente   to rc-d-fono.
           move re-descripcion to rc-d-descr.
           compute rc-d-atraso =
              ws-dias-sin-comprar - re-dias-entre-despachos.
           compute rc-d-saldo =
              re-cantidad-autorizada - re-cantidad-despachada.
           write reg-recompra-linea from rc-linea-detalle.
           add 1 to ws-avisos-escritos.
           go leer-receta-vigente.
      *_el par de la receta ya se evaluo por historia si tiene tres o
      *_mas compras en la tabla
       buscar-par-evaluado.
           move "N" to ws-fila-hallada.
           set ws-idx-par to 1.
       comparar-par-evaluado.
           if ws-idx-par > ws-total-pares then
              go buscar-par-evaluado-fin
           end-if.
           if ws-p-rut (ws-idx-par) = re-rut-cliente and
              ws-p-codigo (ws-idx-par) = re-codigo and
              ws-p-compras (ws-idx-par) >= 3 then
              move "S" to ws-fila-hallada
              go buscar-par-evaluado-fin
           end-if.
           set ws-idx-par up by 1.
           go comparar-par-evaluado.
       buscar-par-evaluado-fin.
           exit.
      *_busca entre las recetas del cliente la del codigo del par; una
      *_vigente con saldo manda sobre una ya completa
       buscar-receta-par.
           move "N" to ws-receta-hallada.
           move 0 to ws-saldo-receta.
           move ws-p-rut (ws-idx-par) to re-rut-cliente.
           start recetas key is = re-rut-cliente
               invalid key go buscar-receta-par-fin.
       leer-receta-par.
           read recetas next record
               at end go buscar-receta-par-fin.
           if re-rut-cliente not = ws-p-rut (ws-idx-par) then
              go buscar-receta-par-fin
           end-if.
           if re-codigo not = ws-p-codigo (ws-idx-par) then
              go leer-receta-par
           end-if.
           if receta-vigente and
              re-cantidad-despachada < re-cantidad-autorizada then
              move "V" to ws-receta-hallada
              compute ws-saldo-receta =
                 re-cantidad-autorizada - re-cantidad-despachada
              go buscar-receta-par-fin
           end-if.
           move "C" to ws-receta-hallada.
           go leer-receta-par.
       buscar-receta-par-fin.
           exit.
      *_dias entre la primera y la ultima compra del par
       calcular-dias-par.
           divide ws-p-primera (ws-idx-par) by 10000
              + (ws-o-dia - ws-b-dia).
       calcular-dias-par-fin.
           exit.
      *_el cliente entra a la lista solo si acepto campanas y avisos
      *_y no pidio la supresion de sus datos
       verificar-consentimiento.
           move "N" to ws-consiente.
           if ws-status-consentimiento = "00" then
              move ws-rut-consulta to cf-rut-cliente
              read consentimientos key is cf-rut-cliente
                  invalid key continue
                  not invalid key
                     if acepta-avisos and not datos-suprimidos then
                        move "S" to ws-consiente
                     end-if
              end-read
           end-if.
           if ws-consiente not = "S" then
              add 1 to ws-sin-consentimiento
           end-if.
       verificar-consentimiento-fin.
           exit.
       cerrar-lista.
           if ws-sin-consentimiento > 0 then
              move spaces to reg-recompra-linea
              write reg-recompra-linea
              move ws-sin-consentimiento to rc-o-cantidad
              write reg-recompra-linea from rc-linea-omitidos
           end-if.
           close clientes.
           close recetas.
           close consentimientos.
           close lista-recompra.
           display pantalla-resultado.
           accept  datos-resultado.
