             88 convenio-suspendido value "N".

      *_parte de cada venta cargada a la institucion; la facturacion
      *_mensual de opcion-50 los agrupa en un cobro por institucion.
      *_la linea que la institucion rechaza queda R con su motivo y
      *_pasa a C cuando se recobra al cliente en su cuenta de fiado
       fd convenio-detalle
           label record is standard
           value of file-id "convdet.dat".
          02 cd-estado            pic x.
             88 convdet-pendiente value "P".
             88 convdet-facturado value "F".
             88 convdet-rechazado value "R".
             88 convdet-recobrado value "C".
          02 cd-numero-cobro      pic x(6).
          02 cd-motivo-rechazo    pic x(30).
          02 cd-fecha-rechazo.
             03 cd-dia-rechazo    pic 99.
             03 cd-mes-rechazo    pic 99.
             03 cd-ano-rechazo    pic 99.

      *_cobertura del convenio por categoria terapeutica: la fila de
      *_la categoria manda sobre la cobertura general de la
