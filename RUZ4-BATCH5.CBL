       input-output section.
       file-control.

      *_catalogo de archivos del sistema: que archivos tienen respaldo
           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo
           file status is ws-status-archivos.

      *_copia plana de la generacion elegida, solo para contarla
      *_antes de confirmar; la restauracion la hace copiar-archivo
           select respaldo-plano assign to disk
           organization is sequential
           file status is ws-status-respaldo.

       data division.
       file section.
       fd catalogo-archivos
           label record is standard
           value of file-id "archcat.dat".
       01 reg-catalogo-archivo.
          02 ka-definicion.
             03 ka-archivo           pic x(16).
             03 ka-creador           pic x(9).
             03 ka-respaldar         pic x.
                88 archivo-se-respalda    value "S".
             03 ka-archivar          pic x.
                88 archivo-no-se-archiva  value "N".
                88 archivado-por-ano      value "A".
                88 archivado-por-meses    value "M".
             03 ka-meses-retencion   pic 9(3).
             03 ka-datos-iniciales   pic x.
                88 archivo-con-datos-iniciales value "S".
             03 ka-largo-registro    pic 9(4).
             03 ka-criterio-fecha    pic x(30).
      *_conteos de los dos ultimos respaldos, para el crecimiento
          02 ka-registros            pic 9(7).
          02 ka-registros-anterior   pic 9(7).
          02 ka-fecha-respaldo       pic 9(8).
          02 ka-fecha-anterior       pic 9(8).

       fd respaldo-plano
           label record is standard
           value of file-id ws-nombre-armado.
       01 reg-respaldo-plano      pic x(500).

       working-storage section.
      *_utilidad de recuperacion: se corre desde la consola (igual
      *_que crea-archivos) cuando hay que volver a un respaldo; se
      *_elige el archivo del catalogo (o todos) y la generacion, se
      *_muestran las cantidades de respaldo contra vivo y se pide
      *_confirmacion antes de sobrescribir; al final copiar-archivo
      *_relee cada registro restaurado por su clave para verificar
      *_el indice
       77 ws-archivo-pedido       pic x(16).
       77 ws-generacion           pic 9 value 1.
       77 ws-confirmacion         pic x.
       77 ws-cuenta-respaldo      pic 9(7) value 0.
       77 ws-cuenta-vivo          pic 9(7) value 0.
       77 ws-status-archivos      pic xx.
       77 ws-status-respaldo      pic xx.
      *_nombre fisico de la copia: base del archivo + "resp" +
      *_generacion + ".dat" (ventas.dat -> ventasresp2.dat)
       77 ws-largo-base           pic 99.
       01 ws-nombre-armado        pic x(24).
      *_parametros de copiar-archivo
       01 ws-copia.
          02 ws-cp-accion          pic x.
          02 ws-cp-archivo         pic x(16).
          02 ws-cp-respaldo        pic x(24).
          02 ws-cp-registros       pic 9(7).
          02 ws-cp-rechazados      pic 9(7).
          02 ws-cp-fallidos        pic 9(7).
          02 ws-cp-resultado       pic xx.
       procedure division.
       inicio.
           display "utilidad de restauracion de respaldos".
           display "ingrese el archivo a restaurar (ej. ventas.dat),".
           display "TODOS para todos los del catalogo o en blanco para"
                   " salir:".
           move spaces to ws-archivo-pedido.
           accept ws-archivo-pedido.
           if ws-archivo-pedido = spaces then go fin-utilidad end-if.
           display "ingrese generacion del respaldo (1, 2 o 3):".
           accept ws-generacion.
           if ws-generacion < 1 or ws-generacion > 3 then go inicio.
           open input catalogo-archivos.
           if ws-status-archivos not = "00" then
              display "no existe archcat.dat, correr"
                      " crea-catalogo-archivos"
              go fin-utilidad
           end-if.
           if ws-archivo-pedido = "TODOS" or
              ws-archivo-pedido = "todos" then
              go restaurar-todos
           end-if.
           move ws-archivo-pedido to ka-archivo.
           read catalogo-archivos key is ka-archivo
               invalid key
                  display ws-archivo-pedido " no esta en el catalogo"
                  go cerrar-catalogo.
           perform restaurar-archivo thru restaurar-archivo-fin.
           go cerrar-catalogo.
       restaurar-todos.
           read catalogo-archivos next record
               at end go cerrar-catalogo.
           if not archivo-se-respalda then go restaurar-todos end-if.
           perform restaurar-archivo thru restaurar-archivo-fin.
           go restaurar-todos.
       cerrar-catalogo.
           close catalogo-archivos.
           go inicio.

      *_restauracion del archivo del catalogo leido, desde la
      *_generacion elegida
       restaurar-archivo.
           perform armar-nombre-respaldo thru armar-nombre-fin.
           move 0 to ws-cuenta-respaldo.
           open input respaldo-plano.
           if ws-status-respaldo not = "00" then
              display "archivo: " ka-archivo "  no hay respaldo "
                      ws-nombre-armado
              go restaurar-archivo-fin
           end-if.
       contar-respaldo.
           read respaldo-plano at end go contar-vivo.
           add 1 to ws-cuenta-respaldo.
           go contar-respaldo.
       contar-vivo.
           close respaldo-plano.
           move "K" to ws-cp-accion.
           move ka-archivo to ws-cp-archivo.
           move ws-nombre-armado to ws-cp-respaldo.
           call "copiar-archivo" using ws-copia.
           if ws-cp-resultado = "SR" then
              display "archivo: " ka-archivo
                      "  sin rutina de copia, no se puede restaurar"
              go restaurar-archivo-fin
           end-if.
           move ws-cp-registros to ws-cuenta-vivo.
       confirmar.
           display "archivo: " ka-archivo "  respaldo: "
                   ws-nombre-armado.
           display "registros en el respaldo: " ws-cuenta-respaldo.
           display "registros en el archivo vivo: " ws-cuenta-vivo.
           display "el archivo vivo sera sobrescrito. confirma (S/N)?".
           accept ws-confirmacion.
           if ws-confirmacion not = "S" and ws-confirmacion not = "s"
              then
              display "restauracion de " ka-archivo " omitida"
              go restaurar-archivo-fin
           end-if.
       copiar.
           move "T" to ws-cp-accion.
           move ka-archivo to ws-cp-archivo.
           move ws-nombre-armado to ws-cp-respaldo.
           call "copiar-archivo" using ws-copia.
           display "restaurados: " ws-cp-registros
                   "  rechazados: " ws-cp-rechazados
                   "  fallidos al releer por clave: " ws-cp-fallidos.
       restaurar-archivo-fin.
           exit.

      *_arma base + "resp" + generacion + ".dat" sin verbos de cadena:
      *_la base es lo que va antes del punto en el nombre del archivo
       armar-nombre-respaldo.
           move spaces to ws-nombre-armado.
           move 1 to ws-largo-base.
       medir-base-nombre.
           if ka-archivo (ws-largo-base + 1:1) not = "." and
              ws-largo-base < 15 then
              add 1 to ws-largo-base
              go medir-base-nombre
           end-if.
           move ka-archivo (1:ws-largo-base)
               to ws-nombre-armado (1:ws-largo-base).
           move "resp"
               to ws-nombre-armado (ws-largo-base + 1:4).
           move ws-generacion
               to ws-nombre-armado (ws-largo-base + 5:1).
           move ".dat"
               to ws-nombre-armado (ws-largo-base + 6:4).
       armar-nombre-fin.
           exit.
       fin-utilidad.
           stop run.
