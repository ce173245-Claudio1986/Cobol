          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       working-storage section.
       01 opcion                   pic x.
           02 filler line 18 col 1
              foreground-color is 7
              value is "formato de etiqueta:".
           02 filler line 19 col 1
              foreground-color is 7
              value is "metodo de costo oficial (L=lote P=promedio):".
           02 filler line 20 col 1
              foreground-color is 7
              value is "dias de vigencia de la clave de operador:".
           02 filler line 21 col 1
              foreground-color is 7
              value is "minutos sin uso para bloquear el menu (0=no):".
           02 filler line 22 col 1
              pic is x(80) using linea-subrayado.
       01 datos-parametros.
           02 filler line 10 col 45
              pic is x using pa-formato-boleta required auto.
           02 filler line 18 col 45
              pic is x using pa-formato-etiqueta auto.
           02 filler line 19 col 47
              pic is x using pa-metodo-costo required auto.
           02 filler line 20 col 47
              pic is 9(3) using pa-dias-vigencia-clave required auto.
           02 filler line 21 col 47
              pic is 9(3) using pa-minutos-bloqueo auto.
       01 pantalla-pregunta.
           02 filler line 23 col 1
              foreground-color is 7
              value is "opcion 1: corregir    opcion 2: volver".
       01 opcion-pantalla-pregunta.
           02 filler line 23 col 50
              pic is x using opcion required auto.
       procedure division using fecha-sistema.
       inicio.
           move 30 to pa-dias-aviso-vcto.
           move "A" to pa-formato-boleta.
           move "A" to pa-formato-etiqueta.
           move "L" to pa-metodo-costo.
           move 90 to pa-dias-vigencia-clave.
           move 15 to pa-minutos-bloqueo.
       desplejar-parametros.
           display pantalla-principal.
           display pantalla-parametros.
              pa-formato-boleta not = "T" then
              go desplejar-parametros
           end-if.
      *_el metodo de costo oficial lo usan por omision opcion-11,
      *_opcion-19 y opcion-48, para que sus cifras cuadren entre si
           if pa-metodo-costo = "l" then
              move "L" to pa-metodo-costo end-if.
           if pa-metodo-costo = "p" then
              move "P" to pa-metodo-costo end-if.
           if pa-metodo-costo not = "L" and
              pa-metodo-costo not = "P" then
              go desplejar-parametros
           end-if.
      *_la clave del operador vence a lo mas cada 90 dias
           if pa-dias-vigencia-clave = 0 or
              pa-dias-vigencia-clave > 90 then
              move 90 to pa-dias-vigencia-clave
           end-if.
       grabar-parametros.
           if ws-registro-existe = "S" then
              rewrite reg-parametro invalid key go mensaje-error
