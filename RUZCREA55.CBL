       identification division.
       program-id. crea-sugerencias-traslado.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select sugerencias-traslado assign to disk
           organization is indexed
           access mode is dynamic
           record key is sg-linea.

       data division.
       file section.
      *_lineas propuestas por opcion-73 para rebalancear el stock
      *_entre sucursales; el supervisor las aprueba y las aprobadas
      *_se despachan como traslados de trasuc.dat
       fd sugerencias-traslado
           label record is standard
           value of file-id "sugtras.dat".
       01 reg-sugerencia.
          02 sg-linea             pic 9(4).
          02 sg-codigo            pic x(6).
          02 sg-descripcion       pic x(30).
          02 sg-lote              pic 9(3).
          02 sg-origen            pic x(2).
          02 sg-destino           pic x(2).
          02 sg-cantidad          pic 9(5).
          02 sg-motivo            pic x.
             88 motivo-exceso     value "E".
             88 motivo-por-vencer value "V".
          02 sg-vencimiento.
             03 sg-dia-vcto       pic 99.
             03 sg-mes-vcto       pic 99.
             03 sg-ano-vcto       pic 99.
          02 sg-estado            pic x.
             88 sugerencia-propuesta value "P".
             88 sugerencia-aprobada  value "A".
             88 sugerencia-rechazada value "R".
             88 sugerencia-generada  value "G".
          02 sg-numero-traslado   pic 9(6).
          02 sg-operador-id       pic x(8).

       procedure division.
       abrir-fichero.
           open output sugerencias-traslado.
           close sugerencias-traslado.
           stop run.
