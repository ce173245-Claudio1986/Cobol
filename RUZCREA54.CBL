       identification division.
       program-id. crea-kits.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select kits assign to disk
           organization is indexed
           access mode is dynamic
           record key is kt-codigo.

           select kit-componentes assign to disk
           organization is indexed
           access mode is dynamic
           record key is kc-clave.

       data division.
       file section.
      *_kits y packs que se venden bajo un solo codigo (opcion-72);
      *_el codigo del kit no puede ser un codigo de medicamentos.dat
       fd kits
           label record is standard
           value of file-id "kits.dat".
       01 reg-kit.
          02 kt-codigo             pic x(6).
          02 kt-descripcion        pic x(30).
          02 kt-precio             pic 9(7).
          02 kt-estado             pic x.
             88 kit-vigente        value "V".
             88 kit-inactivo       value "I".

      *_componentes de cada kit y cuantas unidades lleva de cada uno
       fd kit-componentes
           label record is standard
           value of file-id "kitcomp.dat".
       01 reg-kit-componente.
          02 kc-clave.
             03 kc-codigo-kit      pic x(6).
             03 kc-componente      pic x(6).
          02 kc-cantidad           pic 9(3).

       procedure division.
       abrir-fichero.
           open output kits.
           close kits.
           open output kit-componentes.
           close kit-componentes.
           stop run.
