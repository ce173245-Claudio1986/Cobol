       file section.
      *_ordenes de reparto a domicilio amarradas a la factura de
      *_venta; el estado avanza de en preparacion a en ruta y a
      *_entregado (ver opcion-43). el pedido web entra con su
      *_cotizacion y sin factura hasta que se convierte en venta
       fd repartos
           label record is standard
           value of file-id "repartos.dat".
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-operador-id       pic x(8).
          02 rp-numero-cotizacion pic x(6).

       procedure division.
       abrir-fichero.
