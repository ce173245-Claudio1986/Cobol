       identification division.
       program-id. crea-costos-promedio.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

       data division.
       file section.
      *_costo promedio ponderado vigente de cada codigo; se recalcula
      *_con cada entrada o salida valorizada de stock
       fd costos-promedio
           label record is standard
           value of file-id "costoprom.dat".
       01 reg-costo-promedio.
          02 cp-codigo            pic x(6).
          02 cp-costo-promedio    pic 9(7).
          02 cp-fecha.
             03 cp-dia            pic 99.
             03 cp-mes            pic 99.
             03 cp-ano            pic 99.
          02 cp-origen            pic x(6).
          02 cp-operador-id       pic x(8).

       procedure division.
       abrir-fichero.
           open output costos-promedio.
           close costos-promedio.
           stop run.
