       identification division.
       program-id. crea-prorrateos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select prorrateos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-clave.

       data division.
       file section.
      *_detalle del prorrateo de bonificaciones, descuento de pie de
      *_factura y flete de cada lote recibido en opcion-1; justifica
      *_el costo unitario efectivo grabado en el lote (kardex opc-31)
       fd prorrateos
           label record is standard
           value of file-id "prorrateo.dat".
       01 reg-prorrateo.
          02 pr-clave.
             03 pr-codigo          pic x(6).
             03 pr-lote            pic 9(3).
          02 pr-rut-laboratorio    pic x(8).
          02 pr-numero-factura     pic x(6).
          02 pr-fecha.
             03 pr-dia             pic 99.
             03 pr-mes             pic 99.
             03 pr-ano             pic 99.
          02 pr-cantidad-facturada pic 9(5).
          02 pr-cantidad-bonificada pic 9(5).
          02 pr-precio-lista       pic 9(7).
          02 pr-valor-linea        pic 9(9).
          02 pr-descuento-asignado pic 9(9).
          02 pr-flete-asignado     pic 9(9).
          02 pr-costo-efectivo-u   pic 9(7).
          02 pr-unidades-base      pic 9(7).

       procedure division.
       abrir-fichero.
           open output prorrateos.
           close prorrateos.
           stop run.
