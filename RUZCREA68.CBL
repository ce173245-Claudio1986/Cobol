       identification division.
       program-id. crea-cuadratura-rcv.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select cuadratura-rcv assign to disk
           organization is indexed
           access mode is dynamic
           record key is rc-clave.

       data division.
       file section.
      *_resultado de la ultima cuadratura de cada mes contra el
      *_registro de compras y ventas del sii (opcion-88); opcion-25
      *_no cierra un periodo que no tenga su cuadratura
       fd cuadratura-rcv
           label record is standard
           value of file-id "rcvcuad.dat".
       01 reg-cuadratura-rcv.
          02 rc-clave.
             03 rc-ano            pic 99.
             03 rc-mes            pic 99.
          02 rc-fecha.
             03 rc-dia            pic 99.
             03 rc-mes-proceso    pic 99.
             03 rc-ano-proceso    pic 99.
          02 rc-operador-id       pic x(8).
          02 rc-docs-compras-sii  pic 9(5).
          02 rc-dif-compras       pic 9(5).
          02 rc-docs-ventas-sii   pic 9(5).
          02 rc-dif-ventas        pic 9(5).

       procedure division.
       abrir-fichero.
           open output cuadratura-rcv.
           close cuadratura-rcv.
           stop run.
