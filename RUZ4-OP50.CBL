           select factura-convenio assign to disk
           organization is line sequential.

      *_cobros mensuales emitidos a las instituciones de convenio,
      *_con lo pagado y lo rechazado de cada uno
           select cobros-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cc-numero-cobro
           alternate record key is cc-rut-institucion with duplicates.

       data division.
       file section.
       fd convenios
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

       fd control-numero
           label record is standard
           value of file-id "factconv.txt".
       01 reg-factconv-linea      pic x(80).

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

       working-storage section.
       01 opcion                   pic x.
          88 mantener-convenios    value "1".
           open i-o control-numero.
           open i-o convenios-categoria.
           open input categorias.
           open i-o cobros-convenio.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           write reg-factconv-linea from fv-linea-total.
           move spaces to reg-factconv-linea.
           write reg-factconv-linea.
      *_el cobro queda abierto para aplicarle pagos y rechazos
      *_(opcion-82)
           move ws-numero-cobro    to cc-numero-cobro.
           move cv-rut-institucion to cc-rut-institucion.
           move ws-per-mes         to cc-mes-periodo.
           move ws-per-ano         to cc-ano-periodo.
           move dia                to cc-dia-emision.
           move mes                to cc-mes-emision.
           move ano                to cc-ano-emision.
           move ws-total-cobro     to cc-monto-cobrado.
           move 0                  to cc-monto-pagado.
           move 0                  to cc-monto-rechazado.
           move "A"                to cc-estado.
           write reg-cobro-convenio invalid key continue end-write.
           add 1 to ws-cobros-emitidos.
           go facturar-institucion.
       cerrar-facturacion.
           close control-numero.
           close convenios-categoria.
           close categorias.
           close cobros-convenio.
           goback.

       mensajes.
