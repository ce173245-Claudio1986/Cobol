             03 hp-dia-cambio       pic 99.
             03 hp-mes-cambio       pic 99.
             03 hp-ano-cambio       pic 99.
          02 hp-lista-precio        pic x(2).

       fd refrigerados
           label record is standard
           move dia to hp-dia-cambio.
           move mes to hp-mes-cambio.
           move ano to hp-ano-cambio.
           move spaces to hp-lista-precio.
           write reg-historial-precio invalid key continue end-write.

       desplejar-pantalla-pregunta.
