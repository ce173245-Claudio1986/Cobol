       identification division.
       program-id. crea-nominas-pago.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select nominas-pago assign to disk
           organization is indexed
           access mode is dynamic
           record key is nm-numero.

           select detalle-nomina assign to disk
           organization is indexed
           access mode is dynamic
           record key is nd-clave.

           select bancos-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is bp-rut-laboratorio.

       data division.
       file section.
      *_nomina semanal de pago a proveedores (opcion-23): encabezado
      *_con el rango de vencimientos y el total transferido; la
      *_nomina aprobada se concilia contra la cartola en opcion-49
       fd nominas-pago
           label record is standard
           value of file-id "nominas.dat".
       01 reg-nomina.
          02 nm-numero            pic 9(6).
          02 nm-fecha.
             03 nm-dia            pic 99.
             03 nm-mes            pic 99.
             03 nm-ano            pic 99.
          02 nm-vcto-desde.
             03 nm-dia-desde      pic 99.
             03 nm-mes-desde      pic 99.
             03 nm-ano-desde      pic 99.
          02 nm-vcto-hasta.
             03 nm-dia-hasta      pic 99.
             03 nm-mes-hasta      pic 99.
             03 nm-ano-hasta      pic 99.
          02 nm-estado            pic x.
             88 nomina-borrador   value "B".
             88 nomina-aprobada   value "A".
             88 nomina-anulada    value "X".
          02 nm-cantidad          pic 9(4).
          02 nm-total             pic 9(11).

      *_cada pago (total o abono parcial) de una factura de compra
      *_con el numero de nomina en que se pago; la clave agrupa los
      *_pagos de una misma factura
       fd detalle-nomina
           label record is standard
           value of file-id "nomdet.dat".
       01 reg-detalle-nomina.
          02 nd-clave.
             03 nd-rut-laboratorio pic x(8).
             03 nd-numero-factura  pic x(6).
             03 nd-numero-nomina   pic 9(6).
          02 nd-monto             pic 9(9).
          02 nd-estado            pic x.
             88 pago-borrador     value "B".
             88 pago-aprobado     value "A".
             88 pago-anulado      value "X".
          02 nd-fecha-pago.
             03 nd-dia-pago       pic 99.
             03 nd-mes-pago       pic 99.
             03 nd-ano-pago       pic 99.
          02 nd-comprobante       pic 9(6).

      *_cuenta bancaria de destino de cada laboratorio para el
      *_archivo de transferencias masivas
       fd bancos-laboratorio
           label record is standard
           value of file-id "bancolab.dat".
       01 reg-banco-laboratorio.
          02 bp-rut-laboratorio   pic x(8).
          02 bp-codigo-banco      pic x(3).
          02 bp-tipo-cuenta       pic x.
             88 cuenta-corriente  value "C".
             88 cuenta-vista      value "V".
             88 cuenta-ahorro     value "A".
          02 bp-numero-cuenta     pic x(15).

       procedure division.
       abrir-fichero.
           open output nominas-pago.
           close nominas-pago.
           open output detalle-nomina.
           close detalle-nomina.
           open output bancos-laboratorio.
           close bancos-laboratorio.
           stop run.
