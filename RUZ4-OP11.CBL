           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

      *_lotes en consignacion: son del laboratorio hasta venderse,
      *_no forman parte del inventario propio
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

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

           select valorizacion assign to disk
           organization is indexed
           access mode is dynamic
          02 fx-unidades-sueltas  pic 9(5).
          02 fx-unidades-por-envase pic 9(5).

       fd consignaciones
           label record is standard
           value of file-id "consig.dat".
       01 reg-consignacion.
          02 cs-clave.
             03 cs-codigo          pic x(6).
             03 cs-lote            pic 9(3).
          02 cs-rut-laboratorio    pic x(8).
          02 cs-numero-guia        pic x(6).
          02 cs-fecha-recepcion.
             03 cs-dia             pic 99.
             03 cs-mes             pic 99.
             03 cs-ano             pic 99.
          02 cs-cantidad-recibida  pic 9(5).
          02 cs-cantidad-liquidada pic 9(5).
          02 cs-cantidad-devuelta  pic 9(5).
          02 cs-precio-costo-u     pic 9(7).
          02 cs-estado             pic x.
             88 consigna-vigente   value "V".
             88 consigna-cerrada   value "C".
          02 cs-sucursal           pic x(2).

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

       fd valorizacion
           label record is standard
           value of file-id "valoriza.dat".

      *_filtro de sucursal del informe (en blanco = consolidado)
       77 ws-suc-filtro            pic x(2) value spaces.
      *_metodo de costo del informe: L = costo de cada lote, P =
      *_costo promedio ponderado del codigo; parte con el oficial
      *_de parametros.dat
       77 ws-metodo-costo          pic x value "L".
       77 ws-costo-valorizar       pic 9(7) value 0.
       linkage section.
       01 fecha-sistema.
          02 s-ano                pic 99.
              value is "valor total del inventario:".
           02 filler col 32
              pic is z(10)9 using total-general.
           02 filler line 36 col 1 foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler col 40
              pic is x using ws-metodo-costo.
           02 filler line 38 col 1 foreground-color is 2
              value is "ingrese 3 para: volver al menu principal".
           02 filler line 40 col 1
           02 filler line 8 col 1
              foreground-color is 7
              value is "sucursal a informar (blanco = consolidado):".
           02 filler line 9 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
       01 datos-sucursal-filtro.
           02 filler line 8 col 50
              pic is x(2) using ws-suc-filtro auto.
           02 filler line 9 col 50
              pic is x using ws-metodo-costo auto.
       procedure division using fecha-sistema.
       inicio.
           open input  medicamentos.
           open input  fraccionados.
           open input  consignaciones.
           open input  costos-promedio.
           open output valorizacion.
           perform leer-parametros thru fin-leer-parametros.
       ajustar-hora.
           move s-dia to dia.
           move s-mes to mes.
           display pantalla-principal.
           display pantalla-sucursal-filtro.
           accept  datos-sucursal-filtro.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.

       leer-medicamentos.
           read medicamentos next record at end go cerrar-grupo.
              med-sucursal not = ws-suc-filtro then
              go leer-medicamentos
           end-if.
      *_el lote en consignacion vigente se salta
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key go agregar-linea-valorizacion.
           if consigna-vigente then go leer-medicamentos end-if.
           go agregar-linea-valorizacion.
       agregar-linea-valorizacion.
      *_al cambiar de codigo se valorizan primero las unidades
                  thru fin-valorizar-sueltas-grupo
              move codigo-medicamento to ws-codigo-grupo
           end-if.
           move precio-costo-u to ws-costo-valorizar.
      *_con el metodo promedio el lote se valoriza al costo promedio
      *_del codigo (si aun no tiene, queda al costo del lote)
           if ws-metodo-costo = "P" then
              move codigo-medicamento to cp-codigo
              read costos-promedio key is cp-codigo
                  invalid key move precio-costo-u to cp-costo-promedio
              end-read
              move cp-costo-promedio to ws-costo-valorizar
           end-if.
           move ws-costo-valorizar to ws-costo-grupo.
           add 1 to correlativo.
           move correlativo       to e-correlativo.
           move codigo-medicamento to e-codigo-medicamento.
           move numero-lote        to e-numero-lote.
           move descr-medicamento  to e-descr-medicamento.
           move cantidad-stock     to e-cantidad-stock.
           move ws-costo-valorizar to e-precio-costo-u.
           compute e-valor-total = cantidad-stock * ws-costo-valorizar.
           add e-valor-total to total-general.
           write reg-valorizacion invalid key go leer-medicamentos.
           go leer-medicamentos.
           close valorizacion.
           close medicamentos.
           close fraccionados.
           close consignaciones.
           close costos-promedio.
           open input valorizacion.
           move 1 to contador.
           read valorizacion next record
       salir-programa.
           close valorizacion.
           goback.
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
       mensaje-sin-medicamentos.
           display " " line 1 erase eos.
           display "no hay medicamentos registrados" line 4 col 1.
