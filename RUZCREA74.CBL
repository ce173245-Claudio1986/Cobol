       identification division.
       program-id. crea-ultimos-lotes.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ultimos-lotes assign to disk
           organization is indexed
           access mode is dynamic
           record key is ul-codigo.

       data division.
       file section.
      *_ultimo numero de lote asignado a cada codigo; no retrocede
      *_aunque fefo borre los lotes agotados, para que consig.dat,
      *_prorrateo.dat y las demas claves codigo+lote no se repitan
       fd ultimos-lotes
           label record is standard
           value of file-id "ultlote.dat".
       01 reg-ultimo-lote.
          02 ul-codigo            pic x(6).
          02 ul-ultimo-lote       pic 9(3).

       procedure division.
       abrir-fichero.
           open output ultimos-lotes.
           close ultimos-lotes.
           stop run.
