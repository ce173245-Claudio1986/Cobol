           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select cuadratura-rcv assign to disk
           organization is indexed
           access mode is dynamic
           record key is rc-clave.

       data division.
       file section.
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

      *_resultado de la ultima cuadratura de cada mes contra el
      *_registro de compras y ventas del sii (opcion-88); opcion-25
      *_no cierra un periodo que no tenga su cuadratura
       fd cuadratura-rcv
           label record is standard
           value of file-id "rcvcuad.dat".
       01 reg-cuadratura-rcv.
          02 rc-clave.
             03 rc-ano            pic 99.
             03 rc-mes            pic 99.
          02 rc-fecha.
             03 rc-dia            pic 99.
             03 rc-mes-proceso    pic 99.
             03 rc-ano-proceso    pic 99.
          02 rc-operador-id       pic x(8).
          02 rc-docs-compras-sii  pic 9(5).
          02 rc-dif-compras       pic 9(5).
          02 rc-docs-ventas-sii   pic 9(5).
          02 rc-dif-ventas        pic 9(5).

       working-storage section.
       01 opcion                   pic x.
              value is "ventas del mes:".
           02 filler col 30
              pic is z(8)9 using ws-total-ventas.
           02 filler line 15 col 1
              value is "diferencias con el rcv del sii:".
           02 filler col 33 value is "compras".
           02 filler col 41
              pic is z(4)9 using rc-dif-compras.
           02 filler col 48 value is "ventas".
           02 filler col 55
              pic is z(4)9 using rc-dif-ventas.
           02 filler line 16 col 1
              foreground-color is 6
              value is "un periodo cerrado no acepta mas movimientos".
           move ws-ano-pedido to pd-ano.
           move ws-mes-pedido to pd-mes.
           read periodos key is pd-clave
               invalid key go controlar-cuadratura-rcv.
           if periodo-cerrado then go mensaje-ya-cerrado end-if.
      *_el mes se cierra recien despues de cuadrar compras y ventas
      *_contra el rcv del sii (opcion-88); las diferencias que queden
      *_se muestran en la confirmacion
       controlar-cuadratura-rcv.
           open input cuadratura-rcv.
           move ws-ano-pedido to rc-ano.
           move ws-mes-pedido to rc-mes.
           read cuadratura-rcv key is rc-clave
               invalid key
                  close cuadratura-rcv
                  go mensaje-sin-cuadratura
           end-read.
           close cuadratura-rcv.
      *_totales de cierre: compras desde los encabezados de
      *_compras.dat y ventas desde las lineas de mov.dat del mes
       calcular-totales-cierre.
           display "solo se puede cerrar un mes ya terminado"
                    line 4 col 1.
           go desplejar-menu.
       mensaje-sin-cuadratura.
           display " " line 1 col 1 erase eos.
           display "falta cuadrar el periodo con el rcv del sii"
                    line 4 col 1.
           display "(opcion 88) antes de cerrarlo" line 5 col 1.
           go desplejar-menu.
       mensaje-ya-cerrado.
           display " " line 1 col 1 erase eos.
           display "ese periodo ya se encuentra cerrado" line 4 col 1.
