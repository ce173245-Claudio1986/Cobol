           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select baja-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is aj-correlativo.

      *_detalle del prorrateo de la factura sobre cada lote, para
      *_justificar su costo unitario efectivo
           select prorrateos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pr-clave.

      *_kardex impreso a texto, un renglon por movimiento con el
      *_saldo corrido
           select kardex assign to disk
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd baja-stock
           label record is standard
             03 b-mes-baja        pic 99.
             03 b-ano-baja        pic 99.
          02 b-responsable        pic x(20).
          02 b-lote               pic 9(3).
          02 b-precio-costo       pic 9(7).
          02 b-tipo               pic x.
             88 baja-por-vencido  value "1" " ".
             88 baja-devuelta     value "2".
          02 b-sucursal           pic x(2).
          02 b-operador-id        pic x(8).

       fd devolucion-venta
           label record is standard
             03 dv-mes-devolucion   pic 99.
             03 dv-ano-devolucion   pic 99.
          02 dv-rut-cliente         pic x(8).
          02 dv-operador-id         pic x(8).
          02 dv-factura-original    pic x(6).


      *_ajustes de stock con motivo (ver opcion-33)
             03 aj-minuto         pic 99.
             03 aj-segundo        pic 99.

       fd prorrateos
           label record is standard
           value of file-id "prorrateo.dat".
       01 reg-prorrateo.
          02 pr-clave.
             03 pr-codigo          pic x(6).
             03 pr-lote            pic 9(3).
          02 pr-rut-laboratorio    pic x(8).
          02 pr-numero-factura     pic x(6).
          02 pr-fecha.
             03 pr-dia             pic 99.
             03 pr-mes             pic 99.
             03 pr-ano             pic 99.
          02 pr-cantidad-facturada pic 9(5).
          02 pr-cantidad-bonificada pic 9(5).
          02 pr-precio-lista       pic 9(7).
          02 pr-valor-linea        pic 9(9).
          02 pr-descuento-asignado pic 9(9).
          02 pr-flete-asignado     pic 9(9).
          02 pr-costo-efectivo-u   pic 9(7).
          02 pr-unidades-base      pic 9(7).

       fd kardex
           label record is standard
           value of file-id "kardex.txt".
             "fecha     tipo        doc        entr ".
          02 filler                pic x(40) value
             "     sali      saldo                   ".
      *_bajo cada compra: factura, bonificadas, descuento y flete
      *_prorrateados al lote y su costo unitario efectivo
       01 ws-linea-prorrateo.
          02 filler                pic x(8) value "  fact: ".
          02 kp-factura            pic x(6).
          02 filler                pic x(8) value " bonif: ".
          02 kp-bonificadas        pic z(4)9.
          02 filler                pic x(7) value " dcto: ".
          02 kp-descuento          pic z(8)9.
          02 filler                pic x(8) value " flete: ".
          02 kp-flete              pic z(8)9.
          02 filler                pic x(10) value " c.ef.u.: ".
          02 kp-costo              pic z(6)9.
          02 filler                pic x(3) value spaces.
       01 ws-linea-saldo-inicial.
          02 filler                pic x(26)
             value "saldo inicial del periodo:".
      *_al rango; dentro del rango cada evento lleva el saldo corrido
       escribir-kardex.
           open output kardex.
           open input prorrateos.
           move ws-codigo-buscado to kt-codigo.
           write reg-kardex-linea from ws-linea-titulo-kardex.
           move all "-" to reg-kardex-linea.
           move ws-saldo to kx-saldo.
           write reg-kardex-linea from ws-linea-kardex.
           add 1 to ws-lineas-kardex.
           if ws-k-tipo (ws-idx-k) = "compra" then
              perform escribir-prorrateo-compra
                  thru fin-escribir-prorrateo-compra
           end-if.
           go procesar-evento-kardex.
      *_el documento de una compra es el numero de lote
       escribir-prorrateo-compra.
           move ws-codigo-buscado to pr-codigo.
           move ws-k-documento (ws-idx-k) (1:3) to pr-lote.
           read prorrateos key is pr-clave
               invalid key go fin-escribir-prorrateo-compra.
           move pr-numero-factura      to kp-factura.
           move pr-cantidad-bonificada to kp-bonificadas.
           move pr-descuento-asignado  to kp-descuento.
           move pr-flete-asignado      to kp-flete.
           move pr-costo-efectivo-u    to kp-costo.
           write reg-kardex-linea from ws-linea-prorrateo.
       fin-escribir-prorrateo-compra.
           exit.
       cerrar-kardex.
           if ws-lineas-kardex = 0 then
              move ws-saldo to ki-saldo
              write reg-kardex-linea from ws-linea-saldo-inicial
           end-if.
           close kardex.
           close prorrateos.
      *_la salida queda tambien como entrada numerada de la cola de
      *_impresion, para reimprimirla sin recalcular el informe
           move "kardex del medicamento" to ws-sp-titulo.
