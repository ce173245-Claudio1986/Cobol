       identification division.
       program-id. crea-saldos-inventario.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select saldos-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is im-clave.

       data division.
       file section.
      *_saldo del inventario a costo por codigo y mes: batch-saldos
      *_regraba cada noche el del mes en curso, de modo que al pasar
      *_el mes queda el saldo de cierre, que a su vez es el saldo de
      *_inicio del mes siguiente (rentabilidad del inventario en
      *_opcion-90)
       fd saldos-inventario
           label record is standard
           value of file-id "invmens.dat".
       01 reg-saldo-inventario.
          02 im-clave.
             03 im-ano            pic 9(4).
             03 im-mes            pic 99.
             03 im-codigo         pic x(6).
          02 im-unidades          pic 9(7).
          02 im-valor-costo       pic 9(11).
          02 im-rut-laboratorio   pic x(8).
          02 im-fecha-foto.
             03 im-dia-foto       pic 99.
             03 im-mes-foto       pic 99.
             03 im-ano-foto       pic 99.

       procedure division.
       abrir-fichero.
           open output saldos-inventario.
           close saldos-inventario.
           stop run.
