       identification division.
       program-id. crea-distribucion-compra.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select distribucion-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is od-clave.

       data division.
       file section.
      *_distribucion por sucursal de cada linea de una orden de compra
      *_centralizada (opcion-86); opcion-1 la usa al recibir en la
      *_bodega central para proponer los traslados a cada local
       fd distribucion-compra
           label record is standard
           value of file-id "ocdist.dat".
       01 reg-distribucion-compra.
          02 od-clave.
             03 od-linea-oc       pic 9(6).
             03 od-sucursal       pic x(2).
          02 od-numero-oc         pic x(6).
          02 od-codigo            pic x(6).
          02 od-stock-emision     pic 9(7).
          02 od-stock-critico     pic 9(5).
          02 od-cantidad-pedida   pic 9(5).
          02 od-cantidad-asignada pic 9(5).

       procedure division.
       abrir-fichero.
           open output distribucion-compra.
           close distribucion-compra.
           stop run.
