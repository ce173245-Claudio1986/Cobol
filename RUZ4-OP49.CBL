           record key is cj-correlativo.

      *_cartola del banco exportada como texto separado por punto y
      *_coma: fecha (dd/mm/aa), monto y glosa; los cargos vienen con
      *_el monto precedido de un signo menos
           select cartola assign to disk
           organization is line sequential.

           select conciliacion assign to disk
           organization is line sequential.

      *_nominas de pago a proveedores aprobadas en opcion-23: cada
      *_una sale del banco como un cargo por el total transferido
           select nominas-pago assign to disk
           organization is indexed
           access mode is dynamic
           record key is nm-numero.

       data division.
       file section.
       fd caja-sesiones
           value of file-id "concilia.txt".
       01 reg-concilia-linea      pic x(80).

       fd nominas-pago
           label record is standard
           value of file-id "nominas.dat".
       01 reg-nomina.
          02 nm-numero            pic 9(6).
          02 nm-fecha.
             03 nm-dia            pic 99.
             03 nm-mes            pic 99.
             03 nm-ano            pic 99.
          02 nm-vcto-desde.
             03 nm-dia-desde      pic 99.
             03 nm-mes-desde      pic 99.
             03 nm-ano-desde      pic 99.
          02 nm-vcto-hasta.
             03 nm-dia-hasta      pic 99.
             03 nm-mes-hasta      pic 99.
             03 nm-ano-hasta      pic 99.
          02 nm-estado            pic x.
             88 nomina-borrador   value "B".
             88 nomina-aprobada   value "A".
             88 nomina-anulada    value "X".
          02 nm-cantidad          pic 9(4).
          02 nm-total             pic 9(11).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
      *_movimientos de la cartola cargados en memoria (abonos y
      *_cargos); el estado marca si ya quedo apareado con una sesion
      *_de caja o con una nomina de pago
       01 ws-tabla-cartola.
          02 ws-abono occurs 500 times indexed by ws-idx-abono.
             03 ws-ab-orden        pic 9(8).
             03 ws-ab-monto        pic 9(9).
             03 ws-ab-glosa        pic x(30).
             03 ws-ab-usado        pic x.
             03 ws-ab-tipo         pic x.
                88 movimiento-abono value "A".
                88 movimiento-cargo value "C".
       77 ws-total-abonos          pic 9(3) value 0.
       77 ws-i                     pic 9(3).
      *_campos de trabajo del parseo de la linea de la cartola
       01 ws-digito-monto-x        pic x.
       01 ws-digito-monto-9 redefines ws-digito-monto-x pic 9.
       77 ws-monto-numerico        pic 9(9).
       77 ws-signo-cargo           pic x value "N".
      *_tipo de movimiento que se busca en la cartola: A para las
      *_partidas de caja, C para las nominas de pago
       77 ws-tipo-buscado          pic x value "A".
      *_partidas esperadas de la sesion en curso y resultado del
      *_apareo; los abonos de tarjeta llegan netos de comision, por
      *_eso se aparean con tolerancia y la diferencia se informa
       77 ws-ctd-apareados         pic 9(4) value 0.
       77 ws-ctd-sin-banco         pic 9(4) value 0.
       77 ws-ctd-sin-caja          pic 9(4) value 0.
       77 ws-ctd-nominas-ok        pic 9(4) value 0.
       77 ws-ctd-nominas-sin-banco pic 9(4) value 0.
      *_lineas del informe de conciliacion
       01 cn-linea-titulo          pic x(44) value
          "conciliacion bancaria de sesiones de caja".
              value is "abonos del banco sin sesion de caja:".
           02 filler col 45
              pic is z(3)9 using ws-ctd-sin-caja.
           02 filler line 14 col 1
              value is "nominas de pago apareadas:".
           02 filler col 45
              pic is z(3)9 using ws-ctd-nominas-ok.
           02 filler line 15 col 1
              value is "nominas de pago sin cargo en el banco:".
           02 filler col 45
              pic is z(3)9 using ws-ctd-nominas-sin-banco.
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema.
       inicio.
           move ws-monto-numerico to ws-ab-monto (ws-idx-abono).
           move ws-campo-glosa to ws-ab-glosa (ws-idx-abono).
           move "N" to ws-ab-usado (ws-idx-abono).
           move "A" to ws-ab-tipo (ws-idx-abono).
           if ws-signo-cargo = "S" then
              move "C" to ws-ab-tipo (ws-idx-abono)
           end-if.
           go leer-linea-cartola.
       cerrar-cartola.
           close cartola.
           move 0 to ws-ctd-apareados.
           move 0 to ws-ctd-sin-banco.
           move 0 to ws-ctd-sin-caja.
           move 0 to ws-ctd-nominas-ok.
           move 0 to ws-ctd-nominas-sin-banco.
           move "A" to ws-tipo-buscado.
           move 0 to cj-correlativo.
           start caja-sesiones key is >= cj-correlativo
               invalid key go conciliar-nominas.
       leer-sesion-caja.
           read caja-sesiones next record
               at end go conciliar-nominas.
           if not caja-cerrada then go leer-sesion-caja end-if.
           move cj-ano-cierre to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           if ws-ab-usado (ws-idx-abono) = "S" then
              go probar-abono
           end-if.
           if ws-ab-tipo (ws-idx-abono) not = ws-tipo-buscado then
              go probar-abono
           end-if.
           divide ws-ab-orden (ws-idx-abono) by 10000
              giving ws-ab-ano remainder ws-resto-fecha.
           divide ws-resto-fecha by 100
       informar-partida-fin.
           exit.

      *_cada nomina de pago aprobada se busca como un cargo por su
      *_total, al peso, desde el dia de la aprobacion hasta 3 dias
      *_despues
       conciliar-nominas.
           close caja-sesiones.
           open input nominas-pago.
           move all "-" to reg-concilia-linea.
           write reg-concilia-linea.
           move "nominas de pago a proveedores:" to reg-concilia-linea.
           write reg-concilia-linea.
           move "C" to ws-tipo-buscado.
           move 0 to nm-numero.
           start nominas-pago key is >= nm-numero
               invalid key go cerrar-nominas.
       leer-nomina-pago.
           read nominas-pago next record at end go cerrar-nominas.
           if not nomina-aprobada then go leer-nomina-pago end-if.
           move nm-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-sesion = ws-vs-aaaa * 10000
              + nm-mes * 100 + nm-dia.
           move nm-total to ws-monto-esperado.
           move 0 to ws-tolerancia.
           perform buscar-abono thru buscar-abono-fin.
           move "nomina de pago      " to cn-d-texto.
           move nm-numero to cn-d-sesion.
           move nm-dia to cn-d-fecha (1:2).
           move "/"    to cn-d-fecha (3:1).
           move nm-mes to cn-d-fecha (4:2).
           move "/"    to cn-d-fecha (6:1).
           move nm-ano to cn-d-fecha (7:2).
           move nm-total to cn-d-monto.
           if ws-hallado = "S" then
              move ws-ab-glosa (ws-idx-abono) to cn-d-glosa
              add 1 to ws-ctd-nominas-ok
           else
              move "*** SIN CARGO EN EL BANCO ***" to cn-d-glosa
              add 1 to ws-ctd-nominas-sin-banco
           end-if.
           write reg-concilia-linea from cn-linea-detalle.
           go leer-nomina-pago.
       cerrar-nominas.
           close nominas-pago.
      *_los movimientos de la cartola que no se aparearon con ninguna
      *_sesion ni nomina quedan al final del informe
       informar-abonos-sueltos.
           move all "-" to reg-concilia-linea.
           write reg-concilia-linea.
           move "abonos del banco sin sesion de caja:"
              go informar-abono-suelto
           end-if.
           move "abono sin aparear   " to cn-d-texto.
           if ws-ab-tipo (ws-idx-abono) = "C" then
              move "cargo sin aparear   " to cn-d-texto
           end-if.
           move 0 to cn-d-sesion.
           move spaces to cn-d-fecha.
           move ws-ab-monto (ws-idx-abono) to cn-d-monto.
              to cn-r-texto.
           move ws-ctd-sin-caja to cn-r-valor.
           write reg-concilia-linea from cn-linea-resumen.
           move "nominas de pago apareadas:              "
              to cn-r-texto.
           move ws-ctd-nominas-ok to cn-r-valor.
           write reg-concilia-linea from cn-linea-resumen.
           move "nominas de pago sin cargo en el banco:  "
              to cn-r-texto.
           move ws-ctd-nominas-sin-banco to cn-r-valor.
           write reg-concilia-linea from cn-linea-resumen.
           close conciliacion.
       desplejar-resultado.
           display pantalla-principal.
           goback.

      *_convierte el campo de monto de la cartola (texto) a numero,
      *_ignorando espacios y puntos de miles; el signo menos marca
      *_un cargo
       convertir-monto.
           move 0 to ws-monto-numerico.
           move "N" to ws-signo-cargo.
           move 0 to ws-i.
       convertir-digito.
           add 1 to ws-i.
           if ws-i > 12 then go convertir-monto-fin end-if.
           if ws-campo-monto (ws-i:1) = "-" then
              move "S" to ws-signo-cargo
              go convertir-digito
           end-if.
           if ws-campo-monto (ws-i:1) = space or
              ws-campo-monto (ws-i:1) = "." then
              go convertir-digito
