       identification division.
       program-id. crea-segmentos-cliente.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select segmentos-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is rf-rut-cliente
           alternate record key is rf-segmento with duplicates.

       data division.
       file section.
      *_segmento de cada cliente por recencia, frecuencia y monto de
      *_sus compras; lo recalcula batch-segmentar y lo consulta y
      *_exporta opcion-78
       fd segmentos-cliente
           label record is standard
           value of file-id "segclientes.dat".
       01 reg-segmento-cliente.
          02 rf-rut-cliente        pic x(8).
          02 rf-segmento           pic x.
             88 segmento-leal        value "L".
             88 segmento-nuevo       value "N".
             88 segmento-en-riesgo   value "R".
             88 segmento-perdido     value "P".
             88 segmento-ocasional   value "O".
             88 segmento-sin-compras value "S".
          02 rf-primera-compra.
             03 rf-dia-primera     pic 99.
             03 rf-mes-primera     pic 99.
             03 rf-ano-primera     pic 99.
          02 rf-orden-primera      pic 9(8).
          02 rf-ultima-compra.
             03 rf-dia-ultima      pic 99.
             03 rf-mes-ultima      pic 99.
             03 rf-ano-ultima      pic 99.
          02 rf-orden-ultima       pic 9(8).
          02 rf-dias-sin-compra    pic 9(5).
          02 rf-compras            pic 9(5).
          02 rf-monto              pic s9(11).
          02 rf-nota-recencia      pic 9.
          02 rf-nota-frecuencia    pic 9.
          02 rf-nota-monto         pic 9.
          02 rf-fecha-calculo.
             03 rf-dia-calculo     pic 99.
             03 rf-mes-calculo     pic 99.
             03 rf-ano-calculo     pic 99.

       procedure division.
       abrir-fichero.
           open output segmentos-cliente.
           close segmentos-cliente.
           stop run.
