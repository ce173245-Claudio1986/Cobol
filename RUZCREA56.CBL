       identification division.
       program-id. crea-autorizaciones.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select autorizaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is au-correlativo.

       data division.
       file section.
      *_cada autorizacion de supervisor dada en opcion-2: venta bajo
      *_costo (C) o descuento manual (D), con quien autorizo, a que
      *_vendedor y el monto cedido; la lee opcion-75
       fd autorizaciones
           label record is standard
           value of file-id "autoriza.dat".
       01 reg-autorizacion.
          02 au-correlativo        pic 9(6).
          02 au-tipo               pic x.
             88 autoriza-bajo-costo  value "C".
             88 autoriza-descuento   value "D".
          02 au-supervisor         pic x(8).
          02 au-vendedor           pic x(8).
          02 au-factura            pic x(6).
          02 au-codigo             pic x(6).
          02 au-cantidad           pic 9(5).
          02 au-precio             pic 9(7).
          02 au-costo              pic 9(7).
          02 au-monto-cedido       pic 9(9).
          02 au-fecha-hora.
             03 au-dia             pic 99.
             03 au-mes             pic 99.
             03 au-ano             pic 99.
             03 au-hora            pic 99.
             03 au-minuto          pic 99.
             03 au-segundo         pic 99.
          02 au-sucursal           pic x(2).

       procedure division.
       abrir-fichero.
           open output autorizaciones.
           close autorizaciones.
           stop run.
