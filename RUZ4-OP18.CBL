           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

      *_ubicacion fisica de cada codigo en la sala de cada sucursal
      *_(pasillo, estante, nivel); ub-recorrido da el orden de paso
           select ubicaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is ub-clave
           alternate record key is ub-recorrido with duplicates.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

       data division.
       file section.
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd ubicaciones
           label record is standard
           value of file-id "ubicac.dat".
       01 reg-ubicacion.
          02 ub-clave.
             03 ub-codigo          pic x(6).
             03 ub-sucursal        pic x(2).
          02 ub-recorrido.
             03 ub-rec-sucursal    pic x(2).
             03 ub-pasillo         pic 99.
             03 ub-estante         pic 99.
             03 ub-nivel           pic 9.
             03 ub-rec-codigo      pic x(6).
          02 ub-fecha.
             03 ub-dia             pic 99.
             03 ub-mes             pic 99.
             03 ub-ano             pic 99.
          02 ub-operador-id        pic x(8).

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       working-storage section.
       77 linea-subrayado         pic x(80) value all "_".
       77 ws-lotes-encontrados    pic 9(3) value 0.
       77 ws-stock-total          pic 9(6) value 0.
       77 ws-rut-lab              pic 9(8).
      *_ubicacion del codigo en la sala de esta sucursal (opcion-76)
       77 ws-sucursal-local       pic x(2) value "01".
       77 ws-suc-numero           pic 9(2).
       77 ws-suc-division         pic 9(4).
       77 ws-ubicacion-mostrar    pic x(30).
       01 ws-texto-ubicacion.
          02 filler               pic x(8) value "pasillo ".
          02 tu-pasillo           pic 99.
          02 filler               pic x(10) value "  estante ".
          02 tu-estante           pic 99.
          02 filler               pic x(8) value "  nivel ".
          02 tu-nivel             pic 9.
      *_ultimas 5 ventas del medicamento, armadas con un corrimiento
      *_manual sobre una tabla de tamano fijo (no hay sort en uso)
       01 ws-ultimas-ventas.
              value is "fono:".
           02 filler line 19 col 20
              pic is x(10) using fono-laboratorio.
           02 filler line 20 col 1 foreground-color is 6
              value is "ubicacion en sala:".
           02 filler line 20 col 20
              pic is x(30) using ws-ubicacion-mostrar.
           02 filler line 21 col 1 foreground-color is 6
              value is "ultimas ventas (de mas antigua a mas reciente)".
           02 filler line 23 col 1
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           open input control-numero.
           perform fijar-sucursal-local
               thru fin-fijar-sucursal-local.
           close control-numero.
       desplejar-pantalla-busqueda.
           move spaces to ws-codigo-buscado.
           move spaces to ws-principio-clave.
                                          fono-laboratorio
           end-read.
           close laboratorio.
           go buscar-ubicacion.
       buscar-ubicacion.
           move "sin ubicacion asignada" to ws-ubicacion-mostrar.
           move ws-codigo-buscado to ub-codigo.
           move ws-sucursal-local to ub-sucursal.
           open input ubicaciones.
           read ubicaciones key is ub-clave
               invalid key go cerrar-ubicacion.
           move ub-pasillo to tu-pasillo.
           move ub-estante to tu-estante.
           move ub-nivel   to tu-nivel.
           move ws-texto-ubicacion to ws-ubicacion-mostrar.
       cerrar-ubicacion.
           close ubicaciones.
           go cargar-historial-ventas.
       cargar-historial-ventas.
           move 0 to ws-hist-count.
           display "el medicamento no se encuentra en el stock"
                    line 4 col 1.
           go desplejar-pantalla-busqueda.

      *_sucursal del terminal desde control.dat (clave SUCURS); sin
      *_registro se asume la sucursal 01, la casa matriz
       fijar-sucursal-local.
           move "SUCURS" to control-tipo.
           read control-numero key is control-tipo
               invalid key
                  move "01" to ws-sucursal-local
                  go fin-fijar-sucursal-local.
           divide ultimo-numero by 100 giving ws-suc-division
               remainder ws-suc-numero.
           move ws-suc-numero to ws-sucursal-local.
       fin-fijar-sucursal-local.
           exit.
