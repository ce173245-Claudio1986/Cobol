           access mode is dynamic
           record key is control-tipo.

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

      *_lotes en consignacion: no entran al costo promedio propio
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

       data division.
       file section.
       fd ajustes-stock
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

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

       working-storage section.
       01 opcion                   pic x.
          88 ajustar-otro          value "1".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_recalculo del costo promedio ponderado: codigo, unidades que
      *_entran (positivo) o salen (negativo), su costo unitario y el
      *_origen del movimiento; el registro de medicamentos en curso
      *_se guarda mientras se suma el stock del codigo
       77 ws-cp-codigo             pic x(6).
       77 ws-cp-cantidad           pic s9(7) value 0.
       77 ws-cp-costo              pic 9(7) value 0.
       77 ws-cp-origen             pic x(6).
       77 ws-cp-unidades           pic 9(9) value 0.
       77 ws-cp-previas            pic s9(9) value 0.
       77 ws-cp-valor-lotes        pic 9(13) value 0.
       77 ws-cp-nuevo              pic s9(9) value 0.
       77 ws-cp-existe             pic x value "N".
       01 ws-med-guardado          pic x(200).
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
           move ws-minuto  to med-fhr-minuto.
           move ws-segundo to med-fhr-segundo.
           rewrite reg-medicamentos invalid key go mensaje-error.
      *_el ajuste entra o sale del costo promedio al costo del lote
           move codigo-medicamento to ws-cp-codigo.
           move ws-cantidad-ajuste to ws-cp-cantidad.
           if ws-sentido = "S" then
              compute ws-cp-cantidad = 0 - ws-cantidad-ajuste
           end-if.
           move precio-costo-u     to ws-cp-costo.
           move "AJUSTE"           to ws-cp-origen.
           perform actualizar-costo-promedio
               thru fin-actualizar-costo-promedio.
       fijar-correlativo-ajuste.
           move "AJUSTE" to control-tipo.
           read control-numero key is control-tipo
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el ajuste" line 4 col 1.
           go desplejar-pantalla-pregunta.

      *_recalcula el costo promedio ponderado de ws-cp-codigo despues
      *_de grabado un movimiento de ws-cp-cantidad unidades al costo
      *_ws-cp-costo (cero = al promedio vigente): el stock propio del
      *_codigo se suma ya con el movimiento aplicado, sin los lotes
      *_en consignacion, y lo previo se pondera al promedio anterior.
      *_la primera vez el promedio parte del costo de los lotes
       actualizar-costo-promedio.
           open i-o costos-promedio.
           open input consignaciones.
           move reg-medicamentos to ws-med-guardado.
           move 0 to ws-cp-unidades.
           move 0 to ws-cp-valor-lotes.
           move ws-cp-codigo to codigo-medicamento.
           move 0 to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go aplicar-costo-promedio.
       sumar-stock-promedio.
           read medicamentos next record
               at end go aplicar-costo-promedio.
           if codigo-medicamento not = ws-cp-codigo then
              go aplicar-costo-promedio
           end-if.
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key move "C" to cs-estado
           end-read.
           if consigna-vigente then go sumar-stock-promedio end-if.
           add cantidad-stock to ws-cp-unidades.
           compute ws-cp-valor-lotes = ws-cp-valor-lotes
              + cantidad-stock * precio-costo-u.
           go sumar-stock-promedio.
       aplicar-costo-promedio.
           move "S" to ws-cp-existe.
           move ws-cp-codigo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key move "N" to ws-cp-existe
           end-read.
           if ws-cp-existe = "N" then
              move ws-cp-codigo to cp-codigo
              move ws-cp-costo  to cp-costo-promedio
              if ws-cp-unidades > 0 then
                 compute cp-costo-promedio rounded =
                    ws-cp-valor-lotes / ws-cp-unidades
              end-if
              go grabar-costo-promedio
           end-if.
           if ws-cp-costo = 0 then
              move cp-costo-promedio to ws-cp-costo
           end-if.
           if ws-cp-unidades = 0 then go grabar-costo-promedio.
           compute ws-cp-previas = ws-cp-unidades - ws-cp-cantidad.
           if ws-cp-previas < 0 then move 0 to ws-cp-previas.
           compute ws-cp-nuevo rounded =
              (ws-cp-previas * cp-costo-promedio
               + ws-cp-cantidad * ws-cp-costo) / ws-cp-unidades.
           if ws-cp-nuevo > 0 then
              move ws-cp-nuevo to cp-costo-promedio
           end-if.
       grabar-costo-promedio.
           move dia to cp-dia.
           move mes to cp-mes.
           move ano to cp-ano.
           move ws-cp-origen   to cp-origen.
           move ws-operador-id to cp-operador-id.
           if ws-cp-existe = "S" then
              rewrite reg-costo-promedio invalid key continue
              end-rewrite
           else
              write reg-costo-promedio invalid key continue
              end-write
           end-if.
           move ws-med-guardado to reg-medicamentos.
           close costos-promedio.
           close consignaciones.
       fin-actualizar-costo-promedio.
           exit.
