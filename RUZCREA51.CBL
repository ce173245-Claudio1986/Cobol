       identification division.
       program-id. crea-consignaciones.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

           select liquidaciones-consigna assign to disk
           organization is indexed
           access mode is dynamic
           record key is lq-clave.

       data division.
       file section.
      *_lotes recibidos en consignacion por opcion-1: el stock es del
      *_laboratorio hasta que se vende; lo vendido se liquida cada mes
      *_en opcion-70 y el saldo no vendido se puede devolver
       fd consignaciones
           label record is standard
           value of file-id "consig.dat".
       01 reg-consignacion.
          02 cs-clave.
             03 cs-codigo          pic x(6).
             03 cs-lote            pic 9(3).
          02 cs-rut-laboratorio    pic x(8).
          02 cs-numero-guia        pic x(6).
          02 cs-fecha-recepcion.
             03 cs-dia             pic 99.
             03 cs-mes             pic 99.
             03 cs-ano             pic 99.
          02 cs-cantidad-recibida  pic 9(5).
          02 cs-cantidad-liquidada pic 9(5).
          02 cs-cantidad-devuelta  pic 9(5).
          02 cs-precio-costo-u     pic 9(7).
          02 cs-estado             pic x.
             88 consigna-vigente   value "V".
             88 consigna-cerrada   value "C".
          02 cs-sucursal           pic x(2).

      *_una liquidacion por laboratorio y mes, con la factura de
      *_compra que se genero por lo vendido
       fd liquidaciones-consigna
           label record is standard
           value of file-id "liqcons.dat".
       01 reg-liquidacion.
          02 lq-clave.
             03 lq-rut-laboratorio pic x(8).
             03 lq-ano             pic 99.
             03 lq-mes             pic 99.
          02 lq-fecha.
             03 lq-dia-liq         pic 99.
             03 lq-mes-liq         pic 99.
             03 lq-ano-liq         pic 99.
          02 lq-unidades           pic 9(7).
          02 lq-monto              pic 9(9).
          02 lq-numero-factura     pic x(6).
          02 lq-operador-id        pic x(8).

       procedure division.
       abrir-fichero.
           open output consignaciones.
           close consignaciones.
           open output liquidaciones-consigna.
           close liquidaciones-consigna.
           stop run.
