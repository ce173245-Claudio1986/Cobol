           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select reporte-margen assign to disk
           organization is indexed
           access mode is dynamic
           record key is m-correlativo.

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

      *_parametros generales de la farmacia (opcion-60)
           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

       data division.
       file section.
       fd medicamentos
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

      *_precio-costo-mov trae el precio de venta cobrado (lista de
      *_precios de opcion-20, o lo tipeado si el codigo no esta en la
          02 m-margen-total        pic 9(9).
          02 m-resultado           pic x(8).

       fd costos-promedio
           label record is standard
           value of file-id "costoprom.dat".
       01 reg-costo-promedio.
          02 cp-codigo            pic x(6).
          02 cp-costo-promedio    pic 9(7).
          02 cp-fecha.
             03 cp-dia            pic 99.
             03 cp-mes            pic 99.
             03 cp-ano            pic 99.
          02 cp-origen            pic x(6).
          02 cp-operador-id       pic x(8).

       fd parametros
           label record is standard
           value of file-id "parametros.dat".
       01 reg-parametro.
          02 pa-clave             pic x(6).
          02 pa-rut-empresa       pic x(8).
          02 pa-dv-empresa        pic x.
          02 pa-razon-social      pic x(30).
          02 pa-direccion         pic x(30).
          02 pa-iva-porcentaje    pic 9(2).
          02 pa-interes-fiado     pic 9(2).
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       working-storage section.
       01 opcion                  pic x.
          88 anterior             value "1".
       77 ws-orden-desde          pic 9(8).
       77 ws-orden-hasta          pic 9(8).
       77 ws-orden-venta-reg      pic 9(8).
      *_metodo de costo: L = promedio simple de los lotes en bodega,
      *_P = costo promedio ponderado del codigo (costoprom.dat)
       77 ws-metodo-costo         pic x value "L".
      *_tabla en memoria con un item por codigo de medicamento: costo
      *_promedio de compra (armado desde medicamentos.dat) y cantidad
      *_mas venta acumuladas desde mov.dat dentro del rango (misma
           02 filler col 42 value is "/".
           02 filler col 45 value is "/".
           02 filler line 14 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-rango.
           02 filler line 10 col 40
              pic is 99 using mes-hasta required auto.
           02 filler col 46
              pic is 99 using ano-hasta required auto.
           02 filler line 14 col 40
              pic is x using ws-metodo-costo auto.
       01 pantalla-informe.
           02 filler line 10 col 1 foreground-color is 2
              value is "ingrese 1 para:".
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           perform leer-parametros thru fin-leer-parametros.
       desplejar-pantalla-rango.
           display pantalla-principal.
           display pantalla-rango.
           accept  datos-rango.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.
           go calcular-orden-rango.
       calcular-orden-rango.
           move ano-desde to ws-vs-aa.
      *_comparar el costo, asi que se omite en vez de mostrar margen 0
       calcular-margenes.
           open output reporte-margen.
           open input costos-promedio.
           move 0 to ws-i.
           move 0 to contador.
       escribir-margen.
           move ws-m-cantidad    (ws-i)  to m-cantidad-vendida.
           compute m-costo-promedio =
              ws-m-costo-suma (ws-i) / ws-m-costo-lotes (ws-i).
           if ws-metodo-costo = "P" then
              move ws-m-codigo (ws-i) to cp-codigo
              read costos-promedio key is cp-codigo
                  invalid key move m-costo-promedio to cp-costo-promedio
              end-read
              move cp-costo-promedio to m-costo-promedio
           end-if.
           compute m-venta-promedio =
              ws-m-venta-suma (ws-i) / ws-m-cantidad (ws-i).
           if m-venta-promedio >= m-costo-promedio then
           write reg-margen invalid key go escribir-margen.
           go escribir-margen.
       terminar-escritura.
           close costos-promedio.
           close reporte-margen.
           open input reporte-margen.
           if contador = 0 then go mensaje-sin-ventas end-if.
                    line 4 col 1.
           go desplejar-pantalla-rango.

      *_metodo de costo oficial de la farmacia (opcion-60)
       leer-parametros.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           if costo-promedio then move "P" to ws-metodo-costo.
       cerrar-parametros.
           close parametros.
       fin-leer-parametros.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
