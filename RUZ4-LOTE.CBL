       identification division.
       program-id. lote-siguiente.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ultimos-lotes assign to disk
           organization is indexed
           access mode is dynamic
           record key is ul-codigo
           file status is ws-status-lotes.

       data division.
       file section.
       fd ultimos-lotes
           label record is standard
           value of file-id "ultlote.dat".
       01 reg-ultimo-lote.
          02 ul-codigo            pic x(6).
          02 ul-ultimo-lote       pic 9(3).

       working-storage section.
      *_subprograma comun: opcion-1, opcion-2, opcion-58 y opcion-59
      *_lo llaman antes de grabar un lote nuevo. recibe el siguiente
      *_numero segun los lotes vigentes del codigo y devuelve el
      *_mayor entre ese y el siguiente al ultimo ya asignado, de modo
      *_que el numero de un lote agotado y borrado no vuelva a usarse.
      *_devuelve 0 si el codigo ya ocupo los 999 lotes posibles
       77 ws-status-lotes          pic xx.
       77 ws-ultimo-existe         pic x.
       linkage section.
       01 lk-codigo               pic x(6).
       01 lk-lote                 pic 9(3).
       procedure division using lk-codigo lk-lote.
       inicio.
           open i-o ultimos-lotes.
      *_sin ultlote.dat (crea-ultimos-lotes) se crea vacio: los
      *_lotes vigentes dan el punto de partida de cada codigo
           if ws-status-lotes = "35" then
              open output ultimos-lotes
              close ultimos-lotes
              open i-o ultimos-lotes
           end-if.
           if ws-status-lotes not = "00" then
              move 0 to lk-lote
              goback
           end-if.
       leer-ultimo-lote.
           move "S" to ws-ultimo-existe.
           move lk-codigo to ul-codigo.
           read ultimos-lotes key is ul-codigo
               invalid key move "N" to ws-ultimo-existe.
           if ws-ultimo-existe = "N" then
              move 0 to ul-ultimo-lote
           end-if.
           if ul-ultimo-lote = 999 then
              move 0 to lk-lote
              go volver
           end-if.
           if lk-lote = 0 or lk-lote <= ul-ultimo-lote then
              compute lk-lote = ul-ultimo-lote + 1
           end-if.
       grabar-ultimo-lote.
           move lk-codigo to ul-codigo.
           move lk-lote to ul-ultimo-lote.
           if ws-ultimo-existe = "S" then
              rewrite reg-ultimo-lote invalid key move 0 to lk-lote
           else
              write reg-ultimo-lote invalid key move 0 to lk-lote
           end-if.
       volver.
           close ultimos-lotes.
           goback.
