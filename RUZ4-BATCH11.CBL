             03 rn-mm-fin         pic 99.

       working-storage section.
      *_aviso para la bandeja de alertas (ver alerta-registrar)
       77 ws-al-origen             pic x(16).
       77 ws-al-severidad          pic x.
       77 ws-al-perfil             pic x.
       77 ws-al-texto              pic x(60).
      *_cadena de cierre diario en orden de dependencias: primero el
      *_traspaso de vencidos, luego el control de integridad (que ya
      *_ve el stock saneado), el respaldo (que guarda todo lo
      *_anterior), el refresco del resumen mensual, el control de
      *_referencias entre archivos, que solo lee, y por ultimo la
      *_foto del saldo del inventario a costo del mes. cada
      *_paso queda anotado en runctl.dat: un relanzamiento del mismo
      *_dia salta los pasos completados y retoma desde el fallido
      *_(un paso que quedo "ejecutando" se considera caido y se
           move 4 to ws-paso.
           move "batch-resumen" to ws-programa-paso.
           perform ejecutar-paso thru fin-ejecutar-paso.
       paso-5.
           move 5 to ws-paso.
           move "batch-huerfanos" to ws-programa-paso.
           perform ejecutar-paso thru fin-ejecutar-paso.
       paso-6.
           move 6 to ws-paso.
           move "batch-saldos" to ws-programa-paso.
           perform ejecutar-paso thru fin-ejecutar-paso.
       fin-cadena.
           close control-corrida.
           display "batch-cierre: pasos ejecutados: "
           read control-corrida key is rn-clave
               invalid key go preparar-paso.
           move "S" to ws-registro-existe.
           if paso-ejecutando or paso-fallido then
              perform avisar-paso-inconcluso
                  thru fin-avisar-paso-inconcluso
           end-if.
           if paso-completado then
              add 1 to ws-pasos-saltados
              display "batch-cierre: paso " ws-paso " ("
              invalid key continue end-rewrite.
           display "batch-cierre: fallo el paso " ws-paso " ("
                   ws-programa-paso "), cadena detenida".
           move spaces to ws-al-texto.
           string "fallo el paso " ws-paso " (" delimited by size
                  ws-programa-paso delimited by space
                  "), cadena de cierre detenida" delimited by size
                  into ws-al-texto.
           move "C" to ws-al-severidad.
           perform registrar-alerta-cierre
               thru fin-registrar-alerta-cierre.
           close control-corrida.
           stop run.
       fin-ejecutar-paso.
           exit.

      *_un paso que quedo ejecutando o fallido en una corrida
      *_anterior de hoy se repite, pero el administrador debe saberlo
       avisar-paso-inconcluso.
           move spaces to ws-al-texto.
           string "el paso " rn-paso " (" delimited by size
                  rn-nombre-paso delimited by space
                  ") quedo inconcluso, se repite" delimited by size
                  into ws-al-texto.
           move "A" to ws-al-severidad.
           perform registrar-alerta-cierre
               thru fin-registrar-alerta-cierre.
       fin-avisar-paso-inconcluso.
           exit.

       registrar-alerta-cierre.
           move "batch-cierre" to ws-al-origen.
           move "A" to ws-al-perfil.
           call "alerta-registrar" using ws-al-origen ws-al-severidad
              ws-al-perfil ws-al-texto
              on exception continue
           end-call.
       fin-registrar-alerta-cierre.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
