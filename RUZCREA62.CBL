       identification division.
       program-id. crea-cobranza-convenios.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select cobros-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cc-numero-cobro
           alternate record key is cc-rut-institucion with duplicates.

           select pagos-convenio assign to disk
           organization is indexed
           access mode is dynamic
           record key is pg-correlativo
           alternate record key is pg-numero-cobro with duplicates.

       data division.
       file section.
      *_un registro por cobro mensual de opcion-50; el saldo es lo
      *_cobrado menos lo pagado y lo rechazado, y el cobro se cierra
      *_cuando llega a cero (opcion-82)
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

      *_pagos de las instituciones, parciales o totales, cada uno
      *_contra un numero de cobro
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

       procedure division.
       abrir-fichero.
           open output cobros-convenio.
           close cobros-convenio.
           open output pagos-convenio.
           close pagos-convenio.
           stop run.
