       identification division.
       program-id. crea-registros-sanitarios.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select registros-sanitarios assign to disk
           organization is indexed
           access mode is dynamic
           record key is rs-codigo
           alternate record key is rs-numero-registro with duplicates.

       data division.
       file section.
      *_registro sanitario isp de cada codigo (opcion-87): un mismo
      *_registro puede amparar varios codigos (presentaciones), por
      *_eso el numero es clave alterna con duplicados
       fd registros-sanitarios
           label record is standard
           value of file-id "regsan.dat".
       01 reg-registro-sanitario.
          02 rs-codigo            pic x(6).
          02 rs-numero-registro   pic x(12).
          02 rs-titular           pic x(30).
          02 rs-estado            pic x.
             88 registro-vigente     value "V".
             88 registro-suspendido  value "S".
             88 registro-cancelado   value "C".
          02 rs-vigente-hasta     pic 9(8).
          02 rs-fecha.
             03 rs-dia            pic 99.
             03 rs-mes            pic 99.
             03 rs-ano            pic 99.
          02 rs-operador-id       pic x(8).

       procedure division.
       abrir-fichero.
           open output registros-sanitarios.
           close registros-sanitarios.
           stop run.
