       identification division.
       program-id. crea-complementos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select complementos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cm-codigo.

       data division.
       file section.
      *_complemento mas frecuente de cada codigo segun el analisis de
      *_canasta de opcion-91 (el codigo que mas veces sale en la misma
      *_factura), que opcion-2 sugiere al vendedor; los pares con
      *_interaccion registrada en interacc.dat nunca se guardan
       fd complementos
           label record is standard
           value of file-id "complem.dat".
       01 reg-complemento.
          02 cm-codigo            pic x(6).
          02 cm-complemento       pic x(6).
          02 cm-descripcion       pic x(30).
          02 cm-frecuencia        pic 9(7).
          02 cm-confianza         pic 9(3)v9.
          02 cm-orden-desde       pic 9(8).
          02 cm-orden-hasta       pic 9(8).
          02 cm-fecha-analisis.
             03 cm-dia            pic 99.
             03 cm-mes            pic 99.
             03 cm-ano            pic 99.

       procedure division.
       abrir-fichero.
           open output complementos.
           close complementos.
           stop run.
