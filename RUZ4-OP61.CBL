           select informe-diferencias assign to disk
           organization is line sequential.

      *_precios pactados con cada laboratorio por codigo, con su
      *_periodo de vigencia
           select precios-pactados assign to disk
           organization is indexed
           access mode is dynamic
           record key is pp-clave.

       data division.
       file section.
       fd guia-proveedor
           value of file-id "recepdif.txt".
       01 reg-diferencia-linea    pic x(80).

       fd precios-pactados
           label record is standard
           value of file-id "preciopac.dat".
       01 reg-precio-pactado.
          02 pp-clave.
             03 pp-rut-laboratorio pic x(8).
             03 pp-codigo          pic x(6).
             03 pp-vigente-desde   pic 9(8).
          02 pp-vigente-hasta     pic 9(8).
          02 pp-precio-pactado    pic 9(7).
          02 pp-temporada         pic x(10).
          02 pp-operador-id       pic x(8).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
          02 df-d-pedida           pic z(4)9.
          02 filler                pic x(2) value spaces.
          02 df-d-marca            pic x(10).
      *_linea facturada en la guia sobre el precio pactado
       01 df-linea-precio.
          02 df-p-codigo           pic x(6).
          02 filler                pic x(2) value spaces.
          02 df-p-descr            pic x(30).
          02 filler                pic x(2) value spaces.
          02 df-p-precio           pic z(6)9.
          02 filler                pic x(2) value spaces.
          02 df-p-pactado          pic z(6)9.
          02 filler                pic x(2) value spaces.
          02 df-p-marca            pic x(10) value "SOBRE-PACT".
       77 ws-lineas-sobre-precio   pic 9(4) value 0.
      *_busqueda del precio pactado vigente: laboratorio, codigo y
      *_fecha (aaaammdd); deja 0 si no hay precio pactado
       77 ws-pp-rut                pic x(8).
       77 ws-pp-codigo             pic x(6).
       77 ws-pp-fecha              pic 9(8).
       77 ws-pp-precio             pic 9(7) value 0.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999, para que las
      *_comparaciones y ordenamientos de fechas no fallen al cruzar
      *_el siglo
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
           02 filler col 45
              pic is z(3)9 using ws-lineas-diferencia.
           02 filler line 13 col 1
              value is "lineas sobre el precio pactado:".
           02 filler col 45
              pic is z(3)9 using ws-lineas-sobre-precio.
           02 filler line 14 col 1
              value is "detalle de diferencias en: recepdif.txt".
           02 filler line 15 col 1
              value is "confirme la recepcion en la opcion 1".
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 19 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema.
       inicio.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-pp-fecha = ws-vs-aaaa * 10000
              + mes * 100 + dia.
           display pantalla-principal.
       abrir-ficheros.
           open input guia-proveedor.
           open input ordenes-lineas.
           open i-o control-numero.
           open output informe-diferencias.
           open input precios-pactados.
           write reg-diferencia-linea from df-linea-titulo.
           move all "-" to reg-diferencia-linea.
           write reg-diferencia-linea.
           move 0 to ws-lineas-importadas.
           move 0 to ws-lineas-diferencia.
           move 0 to ws-lineas-sobre-precio.
       leer-linea-guia.
           read guia-proveedor at end go cerrar-importacion.
           move spaces to ws-campo-rut.
              move ws-marca           to df-d-marca
              write reg-diferencia-linea from df-linea-detalle
           end-if.
      *_el precio de la guia sobre el pactado con el laboratorio
      *_queda anotado; la diferencia de cantidad manda en la marca
       comparar-precio-pactado.
           move ws-campo-rut      to ws-pp-rut.
           move ws-codigo-interno to ws-pp-codigo.
           perform buscar-precio-pactado
               thru fin-buscar-precio-pactado.
           if ws-pp-precio > 0 and ws-precio-num > ws-pp-precio then
              add 1 to ws-lineas-sobre-precio
              move ws-codigo-interno to df-p-codigo
              move ws-descr-resuelta to df-p-descr
              move ws-precio-num     to df-p-precio
              move ws-pp-precio      to df-p-pactado
              write reg-diferencia-linea from df-linea-precio
              if ws-marca = spaces then
                 move "SOBRE-PACT" to ws-marca
              end-if
           end-if.
       grabar-linea-borrador.
           move "RECBOR" to control-tipo.
           read control-numero key is control-tipo
           close ordenes-lineas.
           close control-numero.
           close informe-diferencias.
           close precios-pactados.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           move ws-valor-aux to ws-precio-num.
       fin-convertir-precio.
           exit.

      *_precio pactado vigente a ws-pp-fecha para ws-pp-rut y
      *_ws-pp-codigo; si dos vigencias se traslapan manda la mas nueva
       buscar-precio-pactado.
           move 0 to ws-pp-precio.
           move ws-pp-rut    to pp-rut-laboratorio.
           move ws-pp-codigo to pp-codigo.
           move 0            to pp-vigente-desde.
           start precios-pactados key is >= pp-clave
               invalid key go fin-buscar-precio-pactado.
       leer-precio-pactado.
           read precios-pactados next record
               at end go fin-buscar-precio-pactado.
           if pp-rut-laboratorio not = ws-pp-rut or
              pp-codigo not = ws-pp-codigo then
              go fin-buscar-precio-pactado
           end-if.
           if pp-vigente-desde > ws-pp-fecha then
              go fin-buscar-precio-pactado
           end-if.
           if pp-vigente-hasta >= ws-pp-fecha then
              move pp-precio-pactado to ws-pp-precio
           end-if.
           go leer-precio-pactado.
       fin-buscar-precio-pactado.
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
