           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select clientes assign to disk
           organization is indexed
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd clientes
           label record is standard
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd diario-ventas
           label record is standard

      *_filtro de sucursal del informe (en blanco = consolidado)
       77 ws-suc-filtro            pic x(2) value spaces.
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       77 ws-orden-hoy             pic 9(8).
       linkage section.
       01 fecha-sistema.
          02 s-ano                pic 99.
           display pantalla-principal.
           display pantalla-sucursal-filtro.
           accept  datos-sucursal-filtro.
      *_solo se leen las lineas del dia, posicionando por la clave
      *_de fecha ordenable en vez de recorrer todo mov.dat
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-hoy = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           move ws-orden-hoy to mov-fecha-orden.
           start movimiento-medicamento key is = mov-fecha-orden
               invalid key go comenzar.

       leer-movimientos.
           read movimiento-medicamento next record at end go comenzar.
           if mov-fecha-orden not = ws-orden-hoy then
              go comenzar
           end-if.
           if ws-suc-filtro not = spaces and
              mov-sucursal not = ws-suc-filtro then
              go leer-movimientos
           end-if.
       agregar-linea-diario.
           add 1 to correlativo.
           move correlativo       to d-correlativo.
           display " " line 1 erase eos.
           display "no se registraron ventas en el dia" line 4 col 1.
           go salir-programa.

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
