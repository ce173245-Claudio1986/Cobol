       identification division.
       program-id. opcion-82.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select convenios assign to disk
           organization is indexed
           access mode is dynamic
           record key is cv-rut-institucion.

           select convenio-detalle assign to disk
           organization is indexed
           access mode is dynamic
           record key is cd-correlativo.

      *_cobros mensuales emitidos a las instituciones de convenio,
      *_con lo pagado y lo rechazado de cada uno
           select cobros-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cc-numero-cobro
           alternate record key is cc-rut-institucion with duplicates.

      *_pagos de las instituciones aplicados a sus cobros
           select pagos-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is pg-correlativo
           alternate record key is pg-numero-cobro with duplicates.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_antiguedad de los saldos por institucion impresa a texto
           select informe-aging-convenios assign to disk
           organization is line sequential.

       data division.
       file section.
       fd convenios
           label record is standard
           value of file-id "convenios.dat".
       01 reg-convenio.
          02 cv-rut-institucion   pic x(8).
          02 cv-dv-institucion    pic x.
          02 cv-nombre            pic x(30).
          02 cv-tipo              pic x.
             88 convenio-porcentaje value "P".
             88 convenio-copago     value "C".
          02 cv-valor             pic 9(7).
          02 cv-activo            pic x.
             88 convenio-vigente    value "S".
             88 convenio-suspendido value "N".

       fd convenio-detalle
           label record is standard
           value of file-id "convdet.dat".
       01 reg-convenio-detalle.
          02 cd-correlativo       pic 9(6).
          02 cd-rut-institucion   pic x(8).
          02 cd-numero-factura    pic x(6).
          02 cd-rut-cliente       pic x(8).
          02 cd-monto-cubierto    pic 9(9).
          02 cd-fecha.
             03 cd-dia            pic 99.
             03 cd-mes            pic 99.
             03 cd-ano            pic 99.
          02 cd-estado            pic x.
             88 convdet-pendiente value "P".
             88 convdet-facturado value "F".
             88 convdet-rechazado value "R".
             88 convdet-recobrado value "C".
          02 cd-numero-cobro      pic x(6).
          02 cd-motivo-rechazo    pic x(30).
          02 cd-fecha-rechazo.
             03 cd-dia-rechazo    pic 99.
             03 cd-mes-rechazo    pic 99.
             03 cd-ano-rechazo    pic 99.

       fd cobros-convenio
           label record is standard
           value of file-id "cobconv.dat".
       01 reg-cobro-convenio.
          02 cc-numero-cobro      pic x(6).
          02 cc-rut-institucion   pic x(8).
          02 cc-periodo.
             03 cc-mes-periodo    pic 99.
             03 cc-ano-periodo    pic 99.
          02 cc-fecha-emision.
             03 cc-dia-emision    pic 99.
             03 cc-mes-emision    pic 99.
             03 cc-ano-emision    pic 99.
          02 cc-monto-cobrado     pic 9(9).
          02 cc-monto-pagado      pic 9(9).
          02 cc-monto-rechazado   pic 9(9).
          02 cc-estado            pic x.
             88 cobro-abierto     value "A".
             88 cobro-cerrado     value "C".

       fd pagos-convenio
           label record is standard
           value of file-id "pagconv.dat".
       01 reg-pago-convenio.
          02 pg-correlativo       pic 9(6).
          02 pg-numero-cobro      pic x(6).
          02 pg-rut-institucion   pic x(8).
          02 pg-monto             pic 9(9).
          02 pg-documento         pic x(12).
          02 pg-fecha.
             03 pg-dia            pic 99.
             03 pg-mes            pic 99.
             03 pg-ano            pic 99.
          02 pg-operador-id       pic x(8).

       fd clientes
           label record is standard
           value of file-id "clientes.dat".
       01 reg-clientes.
          02 rut-cliente          pic 9(8).
          02 dv-cliente           pic x.
          02 apellido-cliente     pic x(20).
          02 nombre-cliente       pic x(20).
          02 dir-cliente          pic x(30).
          02 fono-cliente         pic x(10).
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd cuentas-fiado
           label record is standard
           value of file-id "fiado.dat".
       01 reg-fiado.
          02 fc-correlativo       pic 9(6).
          02 fc-rut-cliente       pic x(8).
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
             03 fc-dia            pic 99.
             03 fc-mes            pic 99.
             03 fc-ano            pic 99.
          02 fc-operador-id       pic x(8).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd informe-aging-convenios
           label record is standard
           value of file-id "agingconv.txt".
       01 reg-aging-convenios     pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       01 opcion                   pic x.
          88 registrar-pago        value "1".
          88 registrar-rechazo     value "2".
          88 recobrar-rechazo      value "3".
          88 informe-aging         value "4".
          88 volver-menu-principal value "5".
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
       77 ws-cobro-buscado         pic x(6).
       77 ws-factura-buscada       pic x(6).
       77 ws-saldo-cobro           pic 9(9) value 0.
       77 ws-monto-pago            pic 9(9) value 0.
       77 ws-documento-pago        pic x(12).
       77 ws-motivo-rechazo        pic x(30).
       77 ws-recobrar-ahora        pic x value "N".
       77 ws-linea-hallada         pic x value "N".
      *_antiguedad del cobro en dias (meses de 30 dias) segun su
      *_fecha de emision
       77 ws-dias-cobro            pic s9(6).
      *_tramos de la institucion en curso y totales del informe
       01 ws-tramos-institucion.
          02 ws-ti-hasta-30        pic 9(10).
          02 ws-ti-hasta-60        pic 9(10).
          02 ws-ti-hasta-90        pic 9(10).
          02 ws-ti-sobre-90        pic 9(10).
          02 ws-ti-saldo           pic 9(10).
       01 ws-tramos-total.
          02 ws-tt-hasta-30        pic 9(10).
          02 ws-tt-hasta-60        pic 9(10).
          02 ws-tt-hasta-90        pic 9(10).
          02 ws-tt-sobre-90        pic 9(10).
          02 ws-tt-saldo           pic 9(10).
       77 ws-instituciones-saldo   pic 9(4) value 0.
      *_rechazos que aun no se recobran a los clientes
       77 ws-rechazos-pendientes   pic 9(5) value 0.
       77 ws-monto-rechazos        pic 9(10) value 0.
      *_lineas del informe impreso
       01 ws-linea-titulo-aging.
          02 filler                pic x(48) value
             "antiguedad de saldos de convenios al ".
          02 ta-fecha              pic x(8).
          02 filler                pic x(24) value spaces.
       01 ws-linea-cabecera-aging.
          02 filler                pic x(40) value
             "rut      institucion          0-30     3".
          02 filler                pic x(40) value
             "1-60     61-90 mas de 90     saldo      ".
       01 ws-linea-detalle-aging.
          02 da-rut                pic x(8).
          02 filler                pic x value space.
          02 da-nombre             pic x(15).
          02 filler                pic x value space.
          02 da-hasta-30           pic z(8)9.
          02 filler                pic x value space.
          02 da-hasta-60           pic z(8)9.
          02 filler                pic x value space.
          02 da-hasta-90           pic z(8)9.
          02 filler                pic x value space.
          02 da-sobre-90           pic z(8)9.
          02 filler                pic x value space.
          02 da-saldo              pic z(8)9.
          02 filler                pic x(6) value spaces.
       01 ws-linea-rechazos-aging.
          02 filler                pic x(30)
             value "rechazos sin recobrar:".
          02 ra-cantidad           pic zzzz9.
          02 filler                pic x(10) value " lineas  $".
          02 ra-monto              pic z(9)9.
          02 filler                pic x(25) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       77 ws-vs-aaaa-b             pic 9(4).
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
              value is "cobranza de convenios".
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
              value is "registrar pago de la institucion".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "registrar linea rechazada".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "recobrar rechazo al cliente (fiado)".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "antiguedad de saldos por institucion".
           02 filler line 14 col 1
              foreground-color is 7
              value is "opcion 5:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 16 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 16 col 25
              pic is x using opcion required auto.
       01 pantalla-numero-cobro.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "numero de cobro (0 = volver):".
       01 datos-numero-cobro.
           02 filler line 10 col 45
              pic is x(6) using ws-cobro-buscado required auto.
       01 pantalla-datos-cobro.
           02 filler line 11 col 1
              value is "institucion:".
           02 filler col 25
              pic is x(30) using cv-nombre.
           02 filler line 12 col 1
              value is "periodo cobrado:".
           02 filler col 25
              pic is 99 using cc-mes-periodo.
           02 filler col 27 value is "/".
           02 filler col 28
              pic is 99 using cc-ano-periodo.
           02 filler line 13 col 1
              value is "monto cobrado:".
           02 filler col 25
              pic is z(8)9 using cc-monto-cobrado.
           02 filler line 14 col 1
              value is "pagado:".
           02 filler col 25
              pic is z(8)9 using cc-monto-pagado.
           02 filler line 15 col 1
              value is "rechazado:".
           02 filler col 25
              pic is z(8)9 using cc-monto-rechazado.
           02 filler line 16 col 1
              foreground-color is 2
              value is "saldo por cobrar:".
           02 filler col 25
              foreground-color is 2
              pic is z(8)9 using ws-saldo-cobro.
       01 pantalla-pago.
           02 filler line 18 col 1
              foreground-color is 7
              value is "monto pagado (0 = volver):".
           02 filler line 19 col 1
              foreground-color is 7
              value is "documento (cheque o transferencia):".
           02 filler line 21 col 1
              pic is x(80) using linea-subrayado.
       01 datos-pago.
           02 filler line 18 col 45
              pic is 9(9) using ws-monto-pago required auto.
           02 filler line 19 col 45
              pic is x(12) using ws-documento-pago auto.
       01 pantalla-rechazo.
           02 filler line 18 col 1
              foreground-color is 7
              value is "factura rechazada (0 = volver):".
           02 filler line 19 col 1
              foreground-color is 7
              value is "motivo del rechazo:".
           02 filler line 20 col 1
              foreground-color is 7
              value is "recobrar al cliente ahora (S/N):".
           02 filler line 21 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rechazo.
           02 filler line 18 col 45
              pic is x(6) using ws-factura-buscada required auto.
           02 filler line 19 col 45
              pic is x(30) using ws-motivo-rechazo auto.
           02 filler line 20 col 45
              pic is x using ws-recobrar-ahora auto.
       01 pantalla-recobro.
           02 filler line 18 col 1
              foreground-color is 7
              value is "factura rechazada a recobrar:".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
       01 datos-recobro.
           02 filler line 18 col 45
              pic is x(6) using ws-factura-buscada required auto.
       01 pantalla-resultado-aging.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "informe generado en: agingconv.txt".
           02 filler line 12 col 1
              value is "instituciones con saldo:".
           02 filler col 40
              pic is zzz9 using ws-instituciones-saldo.
           02 filler line 13 col 1
              value is "saldo total por cobrar:".
           02 filler col 40
              pic is z(9)9 using ws-tt-saldo.
           02 filler line 14 col 1
              value is "saldo con mas de 90 dias:".
           02 filler col 40
              pic is z(9)9 using ws-tt-sobre-90.
           02 filler line 15 col 1
              value is "rechazos sin recobrar:".
           02 filler col 40
              pic is z(9)9 using ws-monto-rechazos.
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
       abrir-ficheros.
           open input convenios.
           open i-o convenio-detalle.
           open i-o cobros-convenio.
           open i-o pagos-convenio.
           open i-o clientes.
           open i-o cuentas-fiado.
           open i-o control-numero.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 5 then go desplejar-menu.
           if opcion = 4 then go armar-aging-convenios.
           if opcion = 5 then go volver.

      *_las opciones 1 a 3 parten del numero de cobro de opcion-50
       pedir-numero-cobro.
           move spaces to ws-cobro-buscado.
           display pantalla-principal.
           display pantalla-numero-cobro.
           accept  datos-numero-cobro.
           if ws-cobro-buscado = "0" then go desplejar-menu end-if.
           move ws-cobro-buscado to cc-numero-cobro.
           read cobros-convenio key is cc-numero-cobro
               invalid key go mensaje-cobro-no-existe.
           move cc-rut-institucion to cv-rut-institucion.
           read convenios key is cv-rut-institucion
               invalid key move spaces to cv-nombre
           end-read.
           compute ws-saldo-cobro = cc-monto-cobrado
              - cc-monto-pagado - cc-monto-rechazado.
           if opcion = 2 then go pedir-linea-rechazada.
           if opcion = 3 then go pedir-linea-recobro.

      *_pago total o parcial de la institucion contra el cobro; el
      *_cobro se cierra cuando el saldo llega a cero
       pedir-monto-pago.
           if cobro-cerrado then go mensaje-cobro-cerrado.
           move 0 to ws-monto-pago.
           move spaces to ws-documento-pago.
           display pantalla-principal.
           display pantalla-numero-cobro.
           display pantalla-datos-cobro.
           display pantalla-pago.
           accept  datos-pago.
           if ws-monto-pago = 0 then go pedir-numero-cobro end-if.
           if ws-monto-pago > ws-saldo-cobro then
              go mensaje-pago-excede
           end-if.
       fijar-correlativo-pago.
           move "PAGCNV" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-pago.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to pg-correlativo.
           rewrite reg-control.
           go grabar-pago.
       crear-control-pago.
           move "PAGCNV" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to pg-correlativo.
       grabar-pago.
           move cc-numero-cobro    to pg-numero-cobro.
           move cc-rut-institucion to pg-rut-institucion.
           move ws-monto-pago      to pg-monto.
           move ws-documento-pago  to pg-documento.
           move dia to pg-dia.
           move mes to pg-mes.
           move ano to pg-ano.
           move ws-operador-id     to pg-operador-id.
           write reg-pago-convenio invalid key go mensaje-error.
           add ws-monto-pago to cc-monto-pagado.
           perform actualizar-cobro thru fin-actualizar-cobro.
           display " " line 1 col 1 erase eos.
           display "pago registrado, numero: " pg-correlativo
                    line 4 col 1.
           go pedir-numero-cobro.

      *_linea rechazada por la institucion: sale del saldo del cobro
      *_con su motivo y puede recobrarse al cliente de inmediato
       pedir-linea-rechazada.
           if cobro-cerrado then go mensaje-cobro-cerrado.
           move spaces to ws-factura-buscada.
           move spaces to ws-motivo-rechazo.
           move "N" to ws-recobrar-ahora.
           display pantalla-principal.
           display pantalla-numero-cobro.
           display pantalla-datos-cobro.
           display pantalla-rechazo.
           accept  datos-rechazo.
           if ws-factura-buscada = "0" then
              go pedir-numero-cobro
           end-if.
           if ws-motivo-rechazo = spaces then
              go pedir-linea-rechazada
           end-if.
           if ws-recobrar-ahora = "s" then
              move "S" to ws-recobrar-ahora
           end-if.
           perform buscar-linea-cobro thru fin-buscar-linea-cobro.
           if ws-linea-hallada = "N" or not convdet-facturado then
              go mensaje-linea-no-existe
           end-if.
           if cd-monto-cubierto > ws-saldo-cobro then
              go mensaje-rechazo-excede
           end-if.
           move "R" to cd-estado.
           move ws-motivo-rechazo to cd-motivo-rechazo.
           move dia to cd-dia-rechazo.
           move mes to cd-mes-rechazo.
           move ano to cd-ano-rechazo.
           rewrite reg-convenio-detalle invalid key go mensaje-error.
           add cd-monto-cubierto to cc-monto-rechazado.
           perform actualizar-cobro thru fin-actualizar-cobro.
           if ws-recobrar-ahora = "S" then go recobrar-linea.
           display " " line 1 col 1 erase eos.
           display "rechazo registrado, queda pendiente de recobro"
                    line 4 col 1.
           go pedir-numero-cobro.

      *_recobro de una linea rechazada que quedo pendiente
       pedir-linea-recobro.
           move spaces to ws-factura-buscada.
           display pantalla-principal.
           display pantalla-numero-cobro.
           display pantalla-datos-cobro.
           display pantalla-recobro.
           accept  datos-recobro.
           perform buscar-linea-cobro thru fin-buscar-linea-cobro.
           if ws-linea-hallada = "N" or not convdet-rechazado then
              go mensaje-linea-no-existe
           end-if.

      *_el monto que la institucion no pago pasa a la cuenta de fiado
      *_del cliente como cargo con el numero de la factura original
       recobrar-linea.
           move cd-rut-cliente to rut-cliente.
           read clientes key is rut-cliente
               invalid key go mensaje-cliente-no-existe.
           add cd-monto-cubierto to saldo-credito.
           rewrite reg-clientes.
       fijar-correlativo-cargo.
           move "FIADO" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-cargo.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero    to fc-correlativo.
           rewrite reg-control.
           go grabar-cargo-recobro.
       crear-control-cargo.
           move "FIADO" to control-tipo.
           move 1       to ultimo-numero.
           write reg-control.
           move 1       to fc-correlativo.
       grabar-cargo-recobro.
           move cd-rut-cliente     to fc-rut-cliente.
           move "C"                to fc-tipo.
           move cd-numero-factura  to fc-numero-factura.
           move cd-monto-cubierto  to fc-monto.
           move dia to fc-dia.
           move mes to fc-mes.
           move ano to fc-ano.
           move ws-operador-id     to fc-operador-id.
           write reg-fiado invalid key go mensaje-error.
           move "C" to cd-estado.
           rewrite reg-convenio-detalle invalid key go mensaje-error.
           display " " line 1 col 1 erase eos.
           display "rechazo cargado al fiado del cliente, movimiento: "
                    fc-correlativo line 4 col 1.
           go pedir-numero-cobro.

      *_ubica en convdet.dat la linea ws-factura-buscada del cobro
       buscar-linea-cobro.
           move "N" to ws-linea-hallada.
           move 0 to cd-correlativo.
           start convenio-detalle key is >= cd-correlativo
               invalid key go fin-buscar-linea-cobro.
       leer-linea-cobro.
           read convenio-detalle next record
               at end go fin-buscar-linea-cobro.
           if cd-numero-cobro not = cc-numero-cobro or
              cd-numero-factura not = ws-factura-buscada then
              go leer-linea-cobro
           end-if.
           move "S" to ws-linea-hallada.
       fin-buscar-linea-cobro.
           exit.

       actualizar-cobro.
           compute ws-saldo-cobro = cc-monto-cobrado
              - cc-monto-pagado - cc-monto-rechazado.
           if ws-saldo-cobro = 0 then move "C" to cc-estado.
           rewrite reg-cobro-convenio invalid key continue.
       fin-actualizar-cobro.
           exit.

      *_antiguedad por institucion: el saldo de cada cobro abierto va
      *_al tramo que le da su fecha de emision, igual que el aging
      *_del fiado en opcion-22
       armar-aging-convenios.
           move 0 to ws-tt-hasta-30.
           move 0 to ws-tt-hasta-60.
           move 0 to ws-tt-hasta-90.
           move 0 to ws-tt-sobre-90.
           move 0 to ws-tt-saldo.
           move 0 to ws-instituciones-saldo.
           open output informe-aging-convenios.
           move fecha-programa to ta-fecha.
           write reg-aging-convenios from ws-linea-titulo-aging.
           write reg-aging-convenios from linea-subrayado.
           write reg-aging-convenios from ws-linea-cabecera-aging.
           move low-values to cv-rut-institucion.
           start convenios key is >= cv-rut-institucion
               invalid key go contar-rechazos.
       leer-institucion-aging.
           read convenios next record
               at end go contar-rechazos.
           move 0 to ws-ti-hasta-30.
           move 0 to ws-ti-hasta-60.
           move 0 to ws-ti-hasta-90.
           move 0 to ws-ti-sobre-90.
           move 0 to ws-ti-saldo.
           move cv-rut-institucion to cc-rut-institucion.
           start cobros-convenio key is = cc-rut-institucion
               invalid key go leer-institucion-aging.
       leer-cobro-aging.
           read cobros-convenio next record
               at end go escribir-institucion-aging.
           if cc-rut-institucion not = cv-rut-institucion then
              go escribir-institucion-aging
           end-if.
           if not cobro-abierto then go leer-cobro-aging.
           compute ws-saldo-cobro = cc-monto-cobrado
              - cc-monto-pagado - cc-monto-rechazado.
           if ws-saldo-cobro = 0 then go leer-cobro-aging.
           add ws-saldo-cobro to ws-ti-saldo.
           move cc-ano-emision to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-vs-aaaa-b.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dias-cobro =
              (ws-vs-aaaa - ws-vs-aaaa-b) * 360
                                 + (mes - cc-mes-emision) * 30
                                 + (dia - cc-dia-emision).
           if ws-dias-cobro <= 30 then
              add ws-saldo-cobro to ws-ti-hasta-30
              go leer-cobro-aging
           end-if.
           if ws-dias-cobro <= 60 then
              add ws-saldo-cobro to ws-ti-hasta-60
              go leer-cobro-aging
           end-if.
           if ws-dias-cobro <= 90 then
              add ws-saldo-cobro to ws-ti-hasta-90
              go leer-cobro-aging
           end-if.
           add ws-saldo-cobro to ws-ti-sobre-90.
           go leer-cobro-aging.
       escribir-institucion-aging.
           if ws-ti-saldo = 0 then go leer-institucion-aging.
           add 1 to ws-instituciones-saldo.
           move cv-rut-institucion to da-rut.
           move cv-nombre          to da-nombre.
           move ws-ti-hasta-30     to da-hasta-30.
           move ws-ti-hasta-60     to da-hasta-60.
           move ws-ti-hasta-90     to da-hasta-90.
           move ws-ti-sobre-90     to da-sobre-90.
           move ws-ti-saldo        to da-saldo.
           write reg-aging-convenios from ws-linea-detalle-aging.
           add ws-ti-hasta-30 to ws-tt-hasta-30.
           add ws-ti-hasta-60 to ws-tt-hasta-60.
           add ws-ti-hasta-90 to ws-tt-hasta-90.
           add ws-ti-sobre-90 to ws-tt-sobre-90.
           add ws-ti-saldo    to ws-tt-saldo.
           go leer-institucion-aging.
      *_lineas rechazadas que todavia no se cargan a los clientes
       contar-rechazos.
           move 0 to ws-rechazos-pendientes.
           move 0 to ws-monto-rechazos.
           move 0 to cd-correlativo.
           start convenio-detalle key is >= cd-correlativo
               invalid key go cerrar-aging-convenios.
       leer-rechazo-pendiente.
           read convenio-detalle next record
               at end go cerrar-aging-convenios.
           if not convdet-rechazado then go leer-rechazo-pendiente.
           add 1 to ws-rechazos-pendientes.
           add cd-monto-cubierto to ws-monto-rechazos.
           go leer-rechazo-pendiente.
       cerrar-aging-convenios.
           write reg-aging-convenios from linea-subrayado.
           move "total"        to da-rut.
           move spaces         to da-nombre.
           move ws-tt-hasta-30 to da-hasta-30.
           move ws-tt-hasta-60 to da-hasta-60.
           move ws-tt-hasta-90 to da-hasta-90.
           move ws-tt-sobre-90 to da-sobre-90.
           move ws-tt-saldo    to da-saldo.
           write reg-aging-convenios from ws-linea-detalle-aging.
           move ws-rechazos-pendientes to ra-cantidad.
           move ws-monto-rechazos      to ra-monto.
           write reg-aging-convenios from ws-linea-rechazos-aging.
           close informe-aging-convenios.
           move "antiguedad saldos convenios" to ws-sp-titulo.
           move "agingconv.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado-aging.
           accept  datos-resultado.
           go desplejar-menu.

       volver.
           close convenios.
           close convenio-detalle.
           close cobros-convenio.
           close pagos-convenio.
           close clientes.
           close cuentas-fiado.
           close control-numero.
           goback.

       mensajes.
       mensaje-cobro-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese numero de cobro no existe (opcion-50)"
                    line 4 col 1.
           go pedir-numero-cobro.
       mensaje-cobro-cerrado.
           display " " line 1 col 1 erase eos.
           display "el cobro ya esta cerrado, no tiene saldo"
                    line 4 col 1.
           go pedir-numero-cobro.
       mensaje-pago-excede.
           display " " line 1 col 1 erase eos.
           display "el pago supera el saldo del cobro" line 4 col 1.
           go pedir-monto-pago.
       mensaje-rechazo-excede.
           display " " line 1 col 1 erase eos.
           display "la linea supera el saldo que queda en el cobro"
                    line 4 col 1.
           go pedir-numero-cobro.
       mensaje-linea-no-existe.
           display " " line 1 col 1 erase eos.
           display "esa factura no esta en el cobro o ya fue procesada"
                    line 4 col 1.
           go pedir-numero-cobro.
       mensaje-cliente-no-existe.
           display " " line 1 col 1 erase eos.
           display "el cliente de la linea no esta en clientes.dat,"
                    line 4 col 1.
           display "el rechazo queda pendiente de recobro"
                    line 5 col 1.
           go pedir-numero-cobro.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el movimiento" line 4 col 1.
           go desplejar-menu.

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
