       identification division.
       program-id. crea-consentimientos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente.

       data division.
       file section.
      *_consentimiento de cada cliente para recibir campanas y avisos
      *_(opcion-54 solo llama a quien acepto) y marca de supresion
      *_de sus datos personales a pedido del titular (opcion-92)
       fd consentimientos
           label record is standard
           value of file-id "consent.dat".
       01 reg-consentimiento.
          02 cf-rut-cliente       pic x(8).
          02 cf-avisos            pic x.
             88 acepta-avisos     value "S".
             88 rechaza-avisos    value "N".
          02 cf-fecha-consentimiento.
             03 cf-dia            pic 99.
             03 cf-mes            pic 99.
             03 cf-ano            pic 99.
          02 cf-operador-id       pic x(8).
          02 cf-suprimido         pic x.
             88 datos-suprimidos  value "S".
          02 cf-fecha-supresion.
             03 cf-dia-supresion  pic 99.
             03 cf-mes-supresion  pic 99.
             03 cf-ano-supresion  pic 99.
          02 cf-operador-supresion pic x(8).

       procedure division.
       abrir-fichero.
           open output consentimientos.
           close consentimientos.
           stop run.
