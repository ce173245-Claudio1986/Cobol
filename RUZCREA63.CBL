       identification division.
       program-id. crea-precios-pactados.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave.

           select reclamos-precio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rp-correlativo
           alternate record key is rp-rut-laboratorio with duplicates.

       data division.
       file section.
      *_precio pactado por laboratorio y codigo, con vigencia desde y
      *_hasta en aaaammdd (hasta 99999999 = sin termino)
       fd precios-pactados
           label record is standard
           value of file-id "preciopac.dat".
       01 reg-precio-pactado.
          02 pp-clave.
             03 pp-rut-laboratorio pic x(8).
             03 pp-codigo          pic x(6).
             03 pp-vigente-desde   pic 9(8).
          02 pp-vigente-hasta     pic 9(8).
          02 pp-precio-pactado    pic 9(7).
          02 pp-temporada         pic x(10).
          02 pp-operador-id       pic x(8).

      *_linea recibida en opcion-1 sobre el precio pactado: queda
      *_pendiente, pasa a enviada cuando se imprime el reclamo y a
      *_abonada con la nota de credito del laboratorio (opcion-83)
       fd reclamos-precio
           label record is standard
           value of file-id "reclprec.dat".
       01 reg-reclamo-precio.
          02 rp-correlativo       pic 9(6).
          02 rp-rut-laboratorio   pic x(8).
          02 rp-numero-factura    pic x(6).
          02 rp-numero-guia       pic x(10).
          02 rp-codigo            pic x(6).
          02 rp-lote              pic 9(3).
          02 rp-descripcion       pic x(30).
          02 rp-cantidad          pic 9(5).
          02 rp-precio-facturado  pic 9(7).
          02 rp-precio-pactado    pic 9(7).
          02 rp-monto-reclamo     pic 9(9).
          02 rp-fecha.
             03 rp-dia            pic 99.
             03 rp-mes            pic 99.
             03 rp-ano            pic 99.
          02 rp-estado            pic x.
             88 reclamo-pendiente value "P".
             88 reclamo-enviado   value "E".
             88 reclamo-abonado   value "N".
          02 rp-operador-id       pic x(8).

       procedure division.
       abrir-fichero.
           open output precios-pactados.
           close precios-pactados.
           open output reclamos-precio.
           close reclamos-precio.
           stop run.
