       identification division.
       program-id. batch-inicializar.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_catalogo de archivos del sistema
           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo
           file status is ws-status-archivos.

           select informe-inicializa assign to disk
           organization is line sequential.

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

       fd informe-inicializa
           label record is standard
           value of file-id "inicializa.txt".
       01 reg-inicializa-linea    pic x(80).

       working-storage section.
       77 ws-status-archivos      pic xx.
       77 ws-creados              pic 9(3) value 0.
       77 ws-existentes           pic 9(3) value 0.
       77 ws-pendientes           pic 9(3) value 0.
       77 ws-fallas               pic 9(3) value 0.
      *_parametros de copiar-archivo
       01 ws-copia.
          02 ws-cp-accion          pic x.
          02 ws-cp-archivo         pic x(16).
          02 ws-cp-respaldo        pic x(24).
          02 ws-cp-registros       pic 9(7).
          02 ws-cp-rechazados      pic 9(7).
          02 ws-cp-fallidos        pic 9(7).
          02 ws-cp-resultado       pic xx.

       01 ws-linea-encabezado.
          02 filler                pic x(18) value "archivo".
          02 filler                pic x(12) value "creador".
          02 filler                pic x(50) value "resultado".

       01 ws-linea-archivo.
          02 li-archivo            pic x(18).
          02 li-creador            pic x(12).
          02 li-resultado          pic x(50).

       01 ws-linea-total.
          02 filler                pic x(10) value "creados: ".
          02 lt-creados            pic zz9.
          02 filler                pic x(15) value "  ya existian: ".
          02 lt-existentes         pic zz9.
          02 filler                pic x(22)
             value "  con datos a cargar: ".
          02 lt-pendientes         pic zz9.
          02 filler                pic x(10) value "  fallas: ".
          02 lt-fallas             pic zz9.
          02 filler                pic x(2)  value spaces.

       procedure division.
      *_deja una instalacion nueva con todos sus archivos: recorre el
      *_catalogo y crea vacio cada archivo que todavia no existe (los
      *_que ya existen no se tocan, asi que se puede volver a correr
      *_sin riesgo). los archivos que nacen con datos (control,
      *_operadores, parametros) no se crean aqui: si faltan se avisa
      *_que hay que correr su programa creador. el detalle queda en
      *_inicializa.txt
       inicio.
           open input catalogo-archivos.
           if ws-status-archivos not = "00" then
              display "batch-inicializar: no existe archcat.dat,"
                      " correr crea-catalogo-archivos"
              go fin-inicializar
           end-if.
           open output informe-inicializa.
           move "inicializacion de archivos del sistema" to
               reg-inicializa-linea.
           write reg-inicializa-linea.
           move all "-" to reg-inicializa-linea.
           write reg-inicializa-linea.
           move ws-linea-encabezado to reg-inicializa-linea.
           write reg-inicializa-linea.
       leer-catalogo.
           read catalogo-archivos next record
               at end go cerrar-informe.
           move ka-archivo to li-archivo.
           move ka-creador to li-creador.
           move ka-archivo to ws-cp-archivo.
           move spaces to ws-cp-respaldo.
           if archivo-con-datos-iniciales then
              go revisar-datos-iniciales
           end-if.
           move "C" to ws-cp-accion.
           call "copiar-archivo" using ws-copia.
           if ws-cp-resultado = "00" then
              move "creado vacio" to li-resultado
              add 1 to ws-creados
           else
           if ws-cp-resultado = "YA" then
              move "ya existe, no se toca" to li-resultado
              add 1 to ws-existentes
           else
              move "no se pudo crear, revisar" to li-resultado
              add 1 to ws-fallas
           end-if
           end-if.
           go escribir-linea.
       revisar-datos-iniciales.
           move "K" to ws-cp-accion.
           call "copiar-archivo" using ws-copia.
           if ws-cp-resultado = "NE" then
              move spaces to li-resultado
              string "falta, correr " ka-creador
                     " para cargar sus datos"
                     delimited by size into li-resultado
              add 1 to ws-pendientes
           else
              move "ya existe, no se toca" to li-resultado
              add 1 to ws-existentes
           end-if.
       escribir-linea.
           move ws-linea-archivo to reg-inicializa-linea.
           write reg-inicializa-linea.
           go leer-catalogo.
       cerrar-informe.
           close catalogo-archivos.
           move all "-" to reg-inicializa-linea.
           write reg-inicializa-linea.
           move ws-creados to lt-creados.
           move ws-existentes to lt-existentes.
           move ws-pendientes to lt-pendientes.
           move ws-fallas to lt-fallas.
           move ws-linea-total to reg-inicializa-linea.
           write reg-inicializa-linea.
           close informe-inicializa.
           display "batch-inicializar: creados=" ws-creados
                   " existentes=" ws-existentes
                   " con datos a cargar=" ws-pendientes
                   " fallas=" ws-fallas.
       fin-inicializar.
           goback.
