       identification division.
       program-id. alerta-registrar.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select alertas-operativas assign to disk
           organization is indexed
           access mode is dynamic
           record key is al-correlativo
           alternate record key is al-bandeja with duplicates
           file status is ws-status-alertas.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

       data division.
       file section.
       fd alertas-operativas
           label record is standard
           value of file-id "alertas.dat".
       01 reg-alerta.
          02 al-correlativo       pic 9(6).
          02 al-bandeja.
             03 al-perfil         pic x.
                88 alerta-vendedor      value "V".
                88 alerta-quimico       value "Q".
                88 alerta-administrador value "A".
             03 al-estado         pic x.
                88 alerta-pendiente     value "P".
                88 alerta-acusada       value "R".
          02 al-severidad         pic x.
             88 severidad-critica value "C".
             88 severidad-alta    value "A".
             88 severidad-aviso   value "I".
          02 al-origen            pic x(16).
          02 al-texto             pic x(60).
          02 al-fecha.
             03 al-dia            pic 99.
             03 al-mes            pic 99.
             03 al-ano            pic 99.
          02 al-hora.
             03 al-hh             pic 99.
             03 al-mm             pic 99.
          02 al-operador-acuse    pic x(8).
          02 al-fecha-acuse.
             03 al-dia-acuse      pic 99.
             03 al-mes-acuse      pic 99.
             03 al-ano-acuse      pic 99.
          02 al-hora-acuse.
             03 al-hh-acuse       pic 99.
             03 al-mm-acuse       pic 99.

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       working-storage section.
      *_subprograma comun: los batch y las opciones lo llaman para
      *_dejar un aviso en la bandeja de alertas (alertas.dat) con su
      *_severidad (C critica, A alta, I aviso) y el perfil que debe
      *_acusarlo (V, Q o A). un aviso igual (mismo origen y texto)
      *_que sigue pendiente para el mismo perfil no se repite, para
      *_que un batch nocturno o un aviso de meson no llenen la
      *_bandeja con copias de lo mismo
       77 ws-status-alertas        pic xx.
       77 ws-aviso-repetido        pic x.
       01 fecha-sys.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
       01 ws-hora-sistema.
          02 ws-hora              pic 99.
          02 ws-minuto            pic 99.
          02 ws-segundo           pic 99.
          02 filler               pic 9(4).
       linkage section.
       01 lk-origen               pic x(16).
       01 lk-severidad            pic x.
       01 lk-perfil               pic x.
       01 lk-texto                pic x(60).
       procedure division using lk-origen lk-severidad lk-perfil
                                lk-texto.
       inicio.
           accept fecha-sys from date.
           accept ws-hora-sistema from time.
           open i-o alertas-operativas.
           if ws-status-alertas not = "00" then
              open output alertas-operativas
              close alertas-operativas
              open i-o alertas-operativas
           end-if.
      *_busca entre las pendientes del perfil un aviso igual
       buscar-repetido.
           move "N" to ws-aviso-repetido.
           move lk-perfil to al-perfil.
           move "P" to al-estado.
           start alertas-operativas key is = al-bandeja
               invalid key go fijar-numero-alerta.
       leer-pendiente.
           read alertas-operativas next record
               at end go fijar-numero-alerta.
           if al-perfil not = lk-perfil or not alerta-pendiente then
              go fijar-numero-alerta
           end-if.
           if al-origen = lk-origen and al-texto = lk-texto then
              move "S" to ws-aviso-repetido
              go fijar-numero-alerta
           end-if.
           go leer-pendiente.
       fijar-numero-alerta.
           if ws-aviso-repetido = "S" then go volver end-if.
           open i-o control-numero.
           move "ALERTA" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-alerta.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to al-correlativo.
           rewrite reg-control.
           go grabar-alerta.
       crear-control-alerta.
           move "ALERTA" to control-tipo.
           move 1 to ultimo-numero.
           write reg-control.
           move 1 to al-correlativo.
       grabar-alerta.
           close control-numero.
           move lk-perfil to al-perfil.
           move "P" to al-estado.
           move lk-severidad to al-severidad.
           move lk-origen to al-origen.
           move lk-texto to al-texto.
           move s-dia to al-dia.
           move s-mes to al-mes.
           move s-ano to al-ano.
           move ws-hora to al-hh.
           move ws-minuto to al-mm.
           move spaces to al-operador-acuse.
           move 0 to al-dia-acuse.
           move 0 to al-mes-acuse.
           move 0 to al-ano-acuse.
           move 0 to al-hh-acuse.
           move 0 to al-mm-acuse.
           write reg-alerta invalid key continue end-write.
       volver.
           close alertas-operativas.
           goback.
