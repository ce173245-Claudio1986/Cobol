       identification division.
       program-id. opcion-89.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo
           file status is ws-status-catalogo.

           select informe-catalogo assign to disk
           organization is line sequential.

       data division.
       file section.
      *_catalogo de archivos del sistema (opcion-89): de aqui sacan
      *_batch-respaldo, batch-archivar, batch-inicializar y
      *_restaurar-respaldo que archivos tratar y como
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

       fd informe-catalogo
           label record is standard
           value of file-id "catarch.txt".
       01 reg-informe-catalogo    pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       01 opcion                   pic x.
          88 mantener-entrada      value "1".
          88 informe-estado        value "2".
          88 volver-menu-principal value "3".
       77 opcion-continuar         pic 9.
       77 ws-status-catalogo       pic xx.
      *_mantencion de una entrada del catalogo
       77 ws-archivo-buscado       pic x(16).
      *_totales del informe de estado
       77 ws-archivos-leidos       pic 9(3) value 0.
       77 ws-registros-total       pic 9(9) value 0.
       77 ws-bytes-total           pic 9(12) value 0.
       77 ws-bytes-archivo         pic 9(12).
       77 ws-crecimiento           pic s9(7).
      *_fecha aaaammdd del ultimo respaldo, para mostrarla dd/mm/aaaa
       01 ws-fecha-larga           pic 9(8).
       01 ws-fecha-larga-r redefines ws-fecha-larga.
          02 ws-fl-aaaa            pic 9(4).
          02 ws-fl-mm              pic 99.
          02 ws-fl-dd              pic 99.
      *_parametros de copiar-archivo (se usa solo para contar)
       01 ws-copia.
          02 ws-cp-accion          pic x.
          02 ws-cp-archivo         pic x(16).
          02 ws-cp-respaldo        pic x(24).
          02 ws-cp-registros       pic 9(7).
          02 ws-cp-rechazados      pic 9(7).
          02 ws-cp-fallidos        pic 9(7).
          02 ws-cp-resultado       pic xx.
      *_lineas del informe de estado
       01 ws-linea-titulo.
          02 filler                pic x(34) value
             "estado de los archivos del sistema".
          02 filler                pic x(2) value spaces.
          02 ic-fecha              pic x(8).
          02 filler                pic x(36) value spaces.
       01 ws-linea-encabezado.
          02 filler                pic x(17) value "archivo".
          02 filler                pic x(8) value "  regist".
          02 filler                pic x(12) value "       bytes".
          02 filler                pic x(8) value " crec.".
          02 filler                pic x(8) value " anter.".
          02 filler                pic x(11) value " respaldo".
          02 filler                pic x(16) value " r/a obs.".
       01 ws-linea-detalle.
          02 ic-archivo            pic x(16).
          02 filler                pic x value space.
          02 ic-registros          pic z(6)9.
          02 filler                pic x value space.
          02 ic-bytes              pic z(10)9.
          02 filler                pic x value space.
          02 ic-crecimiento        pic -(6)9.
          02 filler                pic x value space.
          02 ic-anterior           pic -(6)9.
          02 filler                pic x value space.
          02 ic-fecha-respaldo     pic x(10).
          02 filler                pic x value space.
          02 ic-respaldar          pic x.
          02 filler                pic x value "/".
          02 ic-archivar           pic x.
          02 filler                pic x value space.
          02 ic-observacion        pic x(12).
       01 ws-linea-total.
          02 filler                pic x(10) value "archivos: ".
          02 it-archivos           pic zz9.
          02 filler                pic x(14) value "  registros: ".
          02 it-registros          pic z(8)9.
          02 filler                pic x(10) value "  bytes: ".
          02 it-bytes              pic z(11)9.
          02 filler                pic x(22) value spaces.
       01 ws-linea-nota.
          02 filler                pic x(36) value
             "crec. = desde el ultimo respaldo, ".
          02 filler                pic x(44) value
             "anter. = entre los dos ultimos respaldos".
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
       linkage section.
       01 fecha-sistema.
          02 s-ano                 pic 99.
          02 s-mes                 pic 99.
          02 s-dia                 pic 99.
       01 operador-login           pic x(8).
       screen section.
       01 pantalla-principal
           background-color is 1 foreground-color is 4.
           02 pantalla-refresco
              blank screen
              reverse-video
              line 4 col 15
              value is "catalogo de archivos del sistema".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-menu.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "opcion 1:".
           02 filler col 25
              value is "mantener entrada del catalogo".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "informe de estado de los archivos".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 14 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 14 col 25
              pic is x using opcion required auto.
       01 pantalla-clave-entrada.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "archivo, ej. ventas.dat (0 = volver):".
       01 datos-clave-entrada.
           02 filler line 10 col 40
              pic is x(16) using ws-archivo-buscado required auto.
       01 pantalla-entrada.
           02 filler line 11 col 1
              foreground-color is 7
              value is "programa creador:".
           02 filler col 40
              pic is x(9) using ka-creador.
           02 filler line 12 col 1
              foreground-color is 7
              value is "largo del registro:".
           02 filler col 40
              pic is z(3)9 using ka-largo-registro.
           02 filler line 13 col 1
              foreground-color is 7
              value is "nace con datos iniciales:".
           02 filler col 40
              pic is x using ka-datos-iniciales.
           02 filler line 15 col 1
              foreground-color is 7
              value is "se respalda (S/N):".
           02 filler line 16 col 1
              foreground-color is 7
              value is "se archiva (N=no A=por ano M=meses):".
           02 filler line 17 col 1
              foreground-color is 7
              value is "meses de retencion:".
           02 filler line 18 col 1
              foreground-color is 7
              value is "criterio de fecha:".
           02 filler line 20 col 1
              value is "A solo en compras, ventas y mov; M solo en".
           02 filler line 21 col 1
              value is "cajas, ncventa, dte y trxjour".
           02 filler line 22 col 1
              pic is x(80) using linea-subrayado.
       01 datos-entrada.
           02 filler line 15 col 40
              pic is x using ka-respaldar required auto.
           02 filler line 16 col 40
              pic is x using ka-archivar required auto.
           02 filler line 17 col 40
              pic is 9(3) using ka-meses-retencion auto.
           02 filler line 18 col 40
              pic is x(30) using ka-criterio-fecha auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              foreground-color is 2
              value is "informe de estado de los archivos listo".
           02 filler line 11 col 1
              value is "archivos del catalogo:".
           02 filler col 40
              pic is zz9 using ws-archivos-leidos.
           02 filler line 12 col 1
              value is "registros en total:".
           02 filler col 40
              pic is z(8)9 using ws-registros-total.
           02 filler line 13 col 1
              value is "bytes en total:".
           02 filler col 40
              pic is z(11)9 using ws-bytes-total.
           02 filler line 14 col 1
              value is "detalle por archivo en: catarch.txt".
           02 filler line 16 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 16 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open i-o catalogo-archivos.
           if ws-status-catalogo not = "00" then
              go mensaje-sin-catalogo
           end-if.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 3 then go desplejar-menu.
           if opcion = 1 then go pedir-clave-entrada.
           if opcion = 2 then go informe-archivos.
           go volver.

      *_mantencion: solo se cambia lo que decide el tratamiento del
      *_archivo; creador, largo y datos iniciales vienen del
      *_programa creador y no se tocan aqui
       pedir-clave-entrada.
           move spaces to ws-archivo-buscado.
           display pantalla-principal.
           display pantalla-clave-entrada.
           accept  datos-clave-entrada.
           if ws-archivo-buscado = "0" then go desplejar-menu end-if.
           move ws-archivo-buscado to ka-archivo.
           read catalogo-archivos key is ka-archivo
               invalid key go mensaje-archivo-no-existe.
       pedir-entrada.
           display pantalla-principal.
           display pantalla-clave-entrada.
           display datos-clave-entrada.
           display pantalla-entrada.
           display datos-entrada.
           accept  datos-entrada.
           if ka-respaldar = "s" then move "S" to ka-respaldar end-if.
           if ka-respaldar = "n" then move "N" to ka-respaldar end-if.
           if ka-archivar = "n" then move "N" to ka-archivar end-if.
           if ka-archivar = "a" then move "A" to ka-archivar end-if.
           if ka-archivar = "m" then move "M" to ka-archivar end-if.
           if ka-respaldar not = "S" and ka-respaldar not = "N" then
              go pedir-entrada
           end-if.
           if not archivo-no-se-archiva and not archivado-por-ano
              and not archivado-por-meses then
              go pedir-entrada
           end-if.
      *_batch-archivar solo sabe archivar por ano compras, ventas y
      *_mov, y podar por meses las cajas, notas de credito, dte y el
      *_diario de transacciones
           if archivado-por-ano and
              ka-archivo not = "compras.dat" and
              ka-archivo not = "ventas.dat" and
              ka-archivo not = "mov.dat" then
              go mensaje-tratamiento-invalido
           end-if.
           if archivado-por-meses and
              ka-archivo not = "cajas.dat" and
              ka-archivo not = "ncventa.dat" and
              ka-archivo not = "dte.dat" and
              ka-archivo not = "trxjour.dat" then
              go mensaje-tratamiento-invalido
           end-if.
           if archivado-por-meses and ka-meses-retencion = 0 then
              go pedir-entrada
           end-if.
           if not archivado-por-meses then
              move 0 to ka-meses-retencion
           end-if.
           rewrite reg-catalogo-archivo
              invalid key go mensaje-error
           end-rewrite.
           go pedir-clave-entrada.

      *_informe de estado: registros actuales de cada archivo (se
      *_cuentan en el momento), tamano aproximado segun el largo del
      *_registro y crecimiento contra los dos ultimos respaldos
       informe-archivos.
           open output informe-catalogo.
           move 0 to ws-archivos-leidos.
           move 0 to ws-registros-total.
           move 0 to ws-bytes-total.
           move fecha-programa to ic-fecha.
           write reg-informe-catalogo from ws-linea-titulo.
           move all "-" to reg-informe-catalogo.
           write reg-informe-catalogo.
           write reg-informe-catalogo from ws-linea-encabezado.
           move low-values to ka-archivo.
           start catalogo-archivos key is > ka-archivo
               invalid key go cerrar-informe.
       leer-entrada-informe.
           read catalogo-archivos next record
               at end go cerrar-informe.
           add 1 to ws-archivos-leidos.
           move ka-archivo to ic-archivo.
           move ka-respaldar to ic-respaldar.
           move ka-archivar to ic-archivar.
           move spaces to ic-observacion.
           move "K" to ws-cp-accion.
           move ka-archivo to ws-cp-archivo.
           move spaces to ws-cp-respaldo.
           call "copiar-archivo" using ws-copia.
           if ws-cp-resultado = "NE" then
              move "no existe" to ic-observacion
           end-if.
           if ws-cp-resultado = "IL" then
              move "ilegible" to ic-observacion
           end-if.
           if ws-cp-resultado = "SR" then
              move "sin rutina" to ic-observacion
           end-if.
           compute ws-bytes-archivo =
              ws-cp-registros * ka-largo-registro.
           add ws-cp-registros to ws-registros-total.
           add ws-bytes-archivo to ws-bytes-total.
           move ws-cp-registros to ic-registros.
           move ws-bytes-archivo to ic-bytes.
           compute ws-crecimiento = ws-cp-registros - ka-registros.
           move ws-crecimiento to ic-crecimiento.
           compute ws-crecimiento = ka-registros
              - ka-registros-anterior.
           move ws-crecimiento to ic-anterior.
           move "sin resp." to ic-fecha-respaldo.
           if ka-fecha-respaldo not = 0 then
              move ka-fecha-respaldo to ws-fecha-larga
              move spaces to ic-fecha-respaldo
              move ws-fl-dd to ic-fecha-respaldo (1:2)
              move "/" to ic-fecha-respaldo (3:1)
              move ws-fl-mm to ic-fecha-respaldo (4:2)
              move "/" to ic-fecha-respaldo (6:1)
              move ws-fl-aaaa to ic-fecha-respaldo (7:4)
           end-if.
           write reg-informe-catalogo from ws-linea-detalle.
           go leer-entrada-informe.
       cerrar-informe.
           move all "-" to reg-informe-catalogo.
           write reg-informe-catalogo.
           move ws-archivos-leidos to it-archivos.
           move ws-registros-total to it-registros.
           move ws-bytes-total to it-bytes.
           write reg-informe-catalogo from ws-linea-total.
           write reg-informe-catalogo from ws-linea-nota.
           close informe-catalogo.
           move "estado de archivos" to ws-sp-titulo.
           move "catarch.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           go desplejar-menu.

       volver.
           close catalogo-archivos.
           goback.

       mensajes.
       mensaje-sin-catalogo.
           display " " line 1 col 1 erase eos.
           display "no existe archcat.dat, correr"
                   " crea-catalogo-archivos" line 4 col 1.
           goback.
       mensaje-archivo-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese archivo no esta en el catalogo" line 4 col 1.
           go pedir-clave-entrada.
       mensaje-tratamiento-invalido.
           display " " line 1 col 1 erase eos.
           display "ese archivo no admite ese tipo de archivado"
                   line 4 col 1.
           go pedir-clave-entrada.
       mensaje-error.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar la entrada del catalogo"
                    line 4 col 1.
           go pedir-clave-entrada.
