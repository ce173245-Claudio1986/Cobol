       identification division.
       program-id. crea-vales-compra.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero.

           select canjes-vale assign to disk
           organization is indexed
           access mode is dynamic
           record key is vk-correlativo.

       data division.
       file section.
      *_vales de compra numerados, emitidos en la sesion de caja
      *_(opcion-21) y aceptados como medio de pago V en opcion-2; el
      *_saldo no canjeado es un pasivo (opcion-48), no una venta
       fd vales-compra
           label record is standard
           value of file-id "vales.dat".
       01 reg-vale.
          02 vl-numero            pic 9(6).
          02 vl-monto-emitido     pic 9(9).
          02 vl-saldo             pic 9(9).
          02 vl-fecha-emision.
             03 vl-dia-emision    pic 99.
             03 vl-mes-emision    pic 99.
             03 vl-ano-emision    pic 99.
          02 vl-fecha-vencimiento.
             03 vl-dia-vcto       pic 99.
             03 vl-mes-vcto       pic 99.
             03 vl-ano-vcto       pic 99.
          02 vl-estado            pic x.
             88 vale-vigente      value "A".
             88 vale-agotado      value "U".
             88 vale-anulado      value "X".
          02 vl-rut-comprador     pic x(8).
          02 vl-medio-emision     pic x.
          02 vl-caja-correlativo  pic 9(6).
          02 vl-operador-id       pic x(8).
          02 vl-sucursal          pic x(2).

      *_cada uso (total o parcial) de un vale en una factura
       fd canjes-vale
           label record is standard
           value of file-id "valecanje.dat".
       01 reg-canje-vale.
          02 vk-correlativo       pic 9(6).
          02 vk-numero-vale       pic 9(6).
          02 vk-numero-factura    pic x(6).
          02 vk-monto             pic 9(9).
          02 vk-fecha.
             03 vk-dia            pic 99.
             03 vk-mes            pic 99.
             03 vk-ano            pic 99.
          02 vk-operador-id       pic x(8).

       procedure division.
       abrir-fichero.
           open output vales-compra.
           close vales-compra.
           open output canjes-vale.
           close canjes-vale.
           stop run.
