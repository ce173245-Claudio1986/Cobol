          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       procedure division.
       abrir-fichero.
           move 30 to pa-dias-aviso-vcto.
           move "A" to pa-formato-boleta.
           move "A" to pa-formato-etiqueta.
           move "L" to pa-metodo-costo.
           move 90 to pa-dias-vigencia-clave.
           move 15 to pa-minutos-bloqueo.
           write reg-parametro invalid key continue end-write.
           close parametros.
           stop run.
