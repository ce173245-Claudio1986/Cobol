       identification division.
       program-id. crea-reacciones-adversas.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select reacciones-adversas assign to disk
           organization is indexed
           access mode is dynamic
           record key is fv-numero
           alternate record key is fv-clave-lote with duplicates.

       data division.
       file section.
      *_farmacovigilancia: sospechas de reaccion adversa recibidas
      *_por el quimico, con el lote ubicado desde la venta, el estado
      *_de la notificacion al isp y su seguimiento (opcion-79)
       fd reacciones-adversas
           label record is standard
           value of file-id "farmacovig.dat".
       01 reg-reaccion-adversa.
          02 fv-numero             pic 9(6).
          02 fv-clave-lote.
             03 fv-codigo          pic x(6).
             03 fv-lote            pic 9(3).
          02 fv-fecha-registro.
             03 fv-dia-registro    pic 99.
             03 fv-mes-registro    pic 99.
             03 fv-ano-registro    pic 99.
          02 fv-rut-cliente        pic x(8).
          02 fv-mov-correlativo    pic 9(6).
          02 fv-num-factura        pic x(6).
          02 fv-fecha-venta.
             03 fv-dia-venta       pic 99.
             03 fv-mes-venta       pic 99.
             03 fv-ano-venta       pic 99.
          02 fv-descr-medicamento  pic x(30).
          02 fv-principio-activo   pic x(20).
          02 fv-concentracion      pic x(10).
          02 fv-fecha-inicio.
             03 fv-dia-inicio      pic 99.
             03 fv-mes-inicio      pic 99.
             03 fv-ano-inicio      pic 99.
          02 fv-reaccion-1         pic x(60).
          02 fv-reaccion-2         pic x(60).
          02 fv-gravedad           pic x.
             88 gravedad-leve      value "L".
             88 gravedad-moderada  value "M".
             88 gravedad-grave     value "G".
          02 fv-quimico-id         pic x(8).
          02 fv-sucursal           pic x(2).
          02 fv-estado             pic x.
             88 caso-registrado      value "R".
             88 caso-notificado      value "N".
             88 caso-en-seguimiento  value "S".
             88 caso-cerrado         value "C".
          02 fv-fecha-notificacion.
             03 fv-dia-notificacion pic 99.
             03 fv-mes-notificacion pic 99.
             03 fv-ano-notificacion pic 99.
          02 fv-fecha-cierre.
             03 fv-dia-cierre      pic 99.
             03 fv-mes-cierre      pic 99.
             03 fv-ano-cierre      pic 99.
          02 fv-desenlace          pic x.
             88 desenlace-recuperado    value "R".
             88 desenlace-con-secuelas  value "S".
             88 desenlace-no-recuperado value "N".
             88 desenlace-desconocido   value "D" " ".
          02 fv-seguimiento        pic x(60).

       procedure division.
       abrir-fichero.
           open output reacciones-adversas.
           close reacciones-adversas.
           stop run.
