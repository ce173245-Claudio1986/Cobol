       input-output section.
       file-control.

      *_catalogo de archivos del sistema: dice que archivos se
      *_respaldan y guarda los conteos de cada respaldo
           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo
           file status is ws-status-archivos.

      *_catalogo de corridas de respaldo: numero, fecha y cantidad de
      *_registros copiados por archivo, para saber que contiene cada

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

       fd catalogo-respaldo
           label record is standard
          02 ultimo-numero       pic 9(6).

       working-storage section.
       77 ws-total-compras        pic 9(6) value 0.
       77 ws-total-ventas         pic 9(6) value 0.
       77 ws-total-clientes       pic 9(6) value 0.
       77 ws-total-laboratorios   pic 9(6) value 0.
       77 ws-total-medicamentos   pic 9(6) value 0.
       77 ws-total-movimientos    pic 9(6) value 0.
       77 ws-total-vencidos       pic 9(6) value 0.
       77 ws-archivos-respaldados pic 9(3) value 0.
       77 ws-archivos-omitidos    pic 9(3) value 0.
       77 ws-archivos-con-falla   pic 9(3) value 0.
       77 ws-status-catalogo      pic xx.
       77 ws-status-archivos      pic xx.
       01 fecha-sistema.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
       77 ws-orden-hoy            pic 9(8).
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
      *_nombre fisico de la copia: base del archivo + "resp" +
      *_generacion + ".dat" (ventas.dat -> ventasresp1.dat)
       77 ws-generacion           pic 9 value 1.
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
      *_corre sin pantalla para que el programador de tareas del
      *_sistema operativo (cron) lo pueda lanzar antes de las corridas
      *_nocturnas de batch-vencidos/batch-archivar y de opcion-3 y
      *_opcion-4, que reconstruyen sus archivos desde cero sin guardar
      *_una copia previa. recorre el catalogo archcat.dat y cada
      *_archivo marcado para respaldo se copia completo a su
      *_generacion 1 (*resp1.dat) con copiar-archivo;
      *_run-batch-respaldo.sh rota antes las generaciones 1 -> 2 -> 3
      *_y poda la mas antigua, de modo que siempre hay tres noches de
      *_respaldo hacia atras. el catalogo guarda los registros y la
      *_fecha del respaldo de cada archivo, y la corrida queda ademas
      *_anotada en respcat.dat
       inicio.
       obtener-fecha.
           accept fecha-sistema from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + s-mes * 100 + s-dia.
           open i-o catalogo-archivos.
           if ws-status-archivos not = "00" then
              display "batch-respaldo: no existe archcat.dat, correr"
                      " crea-catalogo-archivos"
              goback
           end-if.
       respaldar-archivo.
           read catalogo-archivos next record
               at end go cerrar-catalogo-archivos.
           if not archivo-se-respalda then
              add 1 to ws-archivos-omitidos
              go respaldar-archivo
           end-if.
           perform armar-nombre-respaldo thru armar-nombre-fin.
           move "R" to ws-cp-accion.
           move ka-archivo to ws-cp-archivo.
           move ws-nombre-armado to ws-cp-respaldo.
           call "copiar-archivo" using ws-copia.
           if ws-cp-resultado not = "00" then
              add 1 to ws-archivos-con-falla
              display "batch-respaldo: " ka-archivo
                      " no respaldado, resultado " ws-cp-resultado
              go respaldar-archivo
           end-if.
           move ka-registros      to ka-registros-anterior.
           move ka-fecha-respaldo to ka-fecha-anterior.
           move ws-cp-registros   to ka-registros.
           move ws-orden-hoy      to ka-fecha-respaldo.
           rewrite reg-catalogo-archivo invalid key continue
           end-rewrite.
           add 1 to ws-archivos-respaldados.
           perform anotar-total-corrida thru fin-anotar-total-corrida.
           go respaldar-archivo.
       cerrar-catalogo-archivos.
           close catalogo-archivos.
      *_anota la corrida en el catalogo con la fecha y las cantidades
      *_copiadas por archivo
       grabar-catalogo.
                   " medicamentos=" ws-total-medicamentos
                   " movimientos=" ws-total-movimientos
                   " vencidos=" ws-total-vencidos.
           display "batch-respaldo: archivos respaldados="
                   ws-archivos-respaldados
                   " sin respaldo por catalogo=" ws-archivos-omitidos
                   " con falla=" ws-archivos-con-falla.
           goback.

      *_los siete archivos de siempre quedan ademas en respcat.dat,
      *_que es lo que revisa el ingreso a programa-principal
       anotar-total-corrida.
           if ka-archivo = "compras.dat" then
              move ws-cp-registros to ws-total-compras
           end-if.
           if ka-archivo = "ventas.dat" then
              move ws-cp-registros to ws-total-ventas
           end-if.
           if ka-archivo = "clientes.dat" then
              move ws-cp-registros to ws-total-clientes
           end-if.
           if ka-archivo = "lab.dat" then
              move ws-cp-registros to ws-total-laboratorios
           end-if.
           if ka-archivo = "medicamentos.dat" then
              move ws-cp-registros to ws-total-medicamentos
           end-if.
           if ka-archivo = "mov.dat" then
              move ws-cp-registros to ws-total-movimientos
           end-if.
           if ka-archivo = "vencidos.dat" then
              move ws-cp-registros to ws-total-vencidos
           end-if.
       fin-anotar-total-corrida.
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

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
       ventana-siglo-fin.
           exit.
