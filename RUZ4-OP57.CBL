       01 reg-excursion-linea     pic x(80).

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
       01 opcion                   pic x.
          88 registrar-lectura     value "1".
          88 informe-excursiones   value "2".
           display "lectura registrada, dentro de rango" line 4 col 1.
           go desplejar-menu.
       avisar-excursion.
           move "opcion-57" to ws-al-origen.
           move spaces to ws-al-texto.
           string "refrigerador " ws-refrigerador
                  " fuera de rango 2 a 8: minima " ws-temp-minima
                  " maxima " ws-temp-maxima
                  delimited by size into ws-al-texto.
           move "C" to ws-al-severidad.
           move "Q" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
           display " " line 1 col 1 erase eos.
           display "atencion: lectura fuera del rango 2 a 8 grados,"
                    line 4 col 1.
