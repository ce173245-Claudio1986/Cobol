       identification division.
       program-id. crea-recetas.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select recetas assign to disk
           organization is indexed
           access mode is dynamic
           record key is re-clave
           alternate record key is re-rut-cliente with duplicates.

       data division.
       file section.
      *_recetas con repeticiones: un registro por receta y codigo con
      *_lo autorizado, lo despachado y la cadencia de los despachos
      *_(opcion-2 la descuenta al vender, opcion-54 avisa al cliente)
       fd recetas
           label record is standard
           value of file-id "recetas.dat".
       01 reg-receta.
          02 re-clave.
             03 re-numero-receta  pic x(10).
             03 re-codigo         pic x(6).
          02 re-rut-cliente       pic x(8).
          02 re-rut-medico        pic x(8).
          02 re-descripcion       pic x(30).
          02 re-cantidad-autorizada  pic 9(5).
          02 re-cantidad-despachada  pic 9(5).
          02 re-despachos-autorizados pic 9(3).
          02 re-despachos-realizados  pic 9(3).
          02 re-dias-entre-despachos  pic 9(3).
          02 re-fecha-registro.
             03 re-dia-registro   pic 99.
             03 re-mes-registro   pic 99.
             03 re-ano-registro   pic 99.
          02 re-fecha-ultimo-despacho.
             03 re-dia-despacho   pic 99.
             03 re-mes-despacho   pic 99.
             03 re-ano-despacho   pic 99.
          02 re-estado            pic x.
             88 receta-vigente    value "V".
             88 receta-completa   value "C".

       procedure division.
       abrir-fichero.
           open output recetas.
           close recetas.
           stop run.
