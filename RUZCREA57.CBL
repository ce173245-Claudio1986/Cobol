       identification division.
       program-id. crea-ubicaciones.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates.

       data division.
       file section.
      *_ubicacion en sala por codigo y sucursal, mantenida en
      *_opcion-76; ub-recorrido repite la sucursal y el codigo para
      *_leer los codigos en el orden en que se recorren los pasillos
       fd ubicaciones
           label record is standard
           value of file-id "ubicac.dat".
       01 reg-ubicacion.
          02 ub-clave.
             03 ub-codigo          pic x(6).
             03 ub-sucursal        pic x(2).
          02 ub-recorrido.
             03 ub-rec-sucursal    pic x(2).
             03 ub-pasillo         pic 99.
             03 ub-estante         pic 99.
             03 ub-nivel           pic 9.
             03 ub-rec-codigo      pic x(6).
          02 ub-fecha.
             03 ub-dia             pic 99.
             03 ub-mes             pic 99.
             03 ub-ano             pic 99.
          02 ub-operador-id        pic x(8).

       procedure division.
       abrir-fichero.
           open output ubicaciones.
           close ubicaciones.
           stop run.
