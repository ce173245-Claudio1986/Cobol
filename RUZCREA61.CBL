       identification division.
       program-id. crea-presupuesto.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select presupuesto assign to disk
           organization is indexed
           access mode is dynamic
           record key is ps-clave.

       data division.
       file section.
      *_metas mensuales de venta neta (sin iva) y de compra (con
      *_iva, como compras.dat) por categoria terapeutica y sucursal;
      *_las carga y las compara contra lo real opcion-80
       fd presupuesto
           label record is standard
           value of file-id "presupuesto.dat".
       01 reg-presupuesto.
          02 ps-clave.
             03 ps-ano             pic 99.
             03 ps-mes             pic 99.
             03 ps-categoria       pic x(3).
             03 ps-sucursal        pic x(2).
          02 ps-meta-venta         pic 9(11).
          02 ps-meta-compra        pic 9(11).
          02 ps-fecha-carga.
             03 ps-dia-carga       pic 99.
             03 ps-mes-carga       pic 99.
             03 ps-ano-carga       pic 99.
          02 ps-origen             pic x.
             88 carga-pantalla     value "P".
             88 carga-archivo      value "A".
          02 ps-operador-id        pic x(8).

       procedure division.
       abrir-fichero.
           open output presupuesto.
           close presupuesto.
           stop run.
