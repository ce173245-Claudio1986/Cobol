       identification division.
       program-id. opcion-77.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero.

           select ajustes-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is aj-correlativo.

      *_tomas de inventario (opcion-32); solo cuentan las filas ya
      *_aplicadas al stock
           select toma-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is in-clave.

           select baja-stock assign to disk
           organization is indexed
           access mode is dynamic
           record key is b-correlativo.

           select devolucion-laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-correlativo.

      *_costo promedio ponderado por codigo (metodo alternativo al
      *_costo por lote, ver pa-metodo-costo)
           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

           select categorias-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mc-codigo.

           select laboratorio assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-laboratorio.

           select operadores assign to disk
           organization is indexed
           access mode is dynamic
           record key is operador-id.

      *_parametros generales de la farmacia (opcion-60)
           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

      *_informe de mermas impreso a texto
           select informe-mermas assign to disk
           organization is line sequential.

       data division.
       file section.
       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

       fd factura-venta
           label record is standard
           value of file-id "ventas.dat".
       01 reg-factura-venta.
          02 v-codigo-factura     pic x(6).
          02 v-numero-factura     pic x(6).
          02 v-rut-cliente        pic x(8).
          02 v-total-factura      pic 9(9).
          02 v-operador-id        pic x(8).
          02 v-fecha-hora-registro.
             03 v-fhr-dia         pic 99.
             03 v-fhr-mes         pic 99.
             03 v-fhr-ano         pic 99.
             03 v-fhr-hora        pic 99.
             03 v-fhr-minuto      pic 99.
             03 v-fhr-segundo     pic 99.
          02 v-medio-pago-1       pic x.
          02 v-monto-pago-1       pic 9(9).
          02 v-medio-pago-2       pic x.
          02 v-monto-pago-2       pic 9(9).
          02 v-monto-recibido     pic 9(9).
          02 v-vuelto             pic 9(9).
          02 v-sucursal            pic x(2).

       fd medicamentos
           label record is standard
           value of file-id "medicamentos.dat".
       01 reg-medicamentos.
          02 clave-medicamento.
             03 codigo-medicamento  pic x(6).
             03 numero-lote         pic 9(3).
          02 descr-medicamento   pic x(30).
          02 cantidad-stock      pic 9(5).
          02 cantidad-sala       pic 9(5).
          02 precio-costo-u      pic 9(7).
          02 med-rut-laboratorio pic x(8).
          02 unidad-medida       pic x(2).
          02 cant-stock-critico  pic 9(5).
          02 fecha-elavoracion.
             03 dia-elavoracion  pic 99.
             03 mes-elavoracion  pic 99.
             03 ano-elavoracion  pic 99.
          02 fecha-vencimiento.
             03 dia-vencimiento  pic 99.
             03 mes-vencimiento  pic 99.
             03 ano-vencimiento  pic 99.
          02 fecha-compra.
             03 dia-compra       pic 99.
             03 mes-compra       pic 99.
             03 ano-compra       pic 99.
          02 clave-vencimiento.
             03 cod-med-vto        pic x(6).
             03 vencimiento-orden  pic 9(8).
          02 iva-compra          pic 9(7).
          02 total-compra        pic 9(8).
          02 med-operador-id     pic x(8).
          02 med-fecha-hora-registro.
             03 med-fhr-dia      pic 99.
             03 med-fhr-mes      pic 99.
             03 med-fhr-ano      pic 99.
             03 med-fhr-hora     pic 99.
             03 med-fhr-minuto   pic 99.
             03 med-fhr-segundo  pic 99.
             03 med-cantidad-comprada pic 9(5).
          02 requiere-receta     pic x.
             88 venta-con-receta  value "S".
             88 venta-libre       value "N".
          02 codigo-barra        pic x(13).
          02 principio-activo    pic x(20).
          02 concentracion       pic x(10).
          02 med-sucursal        pic x(2).

       fd movimiento-medicamento
           label record is standard
           value of file-id "mov.dat".
       01 reg-movimiento.
          02 mov-correlativo       pic 9(6).
          02 codigo-movimiento     pic x(6).
          02 num-factura           pic x(6).
          02 cantidad-movimiento   pic 9(5).
          02 v-fecha-elavoracion.
             03 v-dia-elavoracion  pic 99.
             03 v-mes-elavoracion  pic 99.
             03 v-ano-elavoracion  pic 99.
          02 v-fecha-vencimiento.
             03 v-dia-vencimiento  pic 99.
             03 v-mes-vencimiento  pic 99.
             03 v-ano-vencimiento  pic 99.
          02 fecha-venta.
             03 dia-venta         pic 99.
             03 mes-venta         pic 99.
             03 ano-venta         pic 99.
          02 descripcion-mov      pic x(30).
          02 precio-costo-mov     pic 9(7).
          02 rut-cliente-mov      pic x(8).
          02 unidad-med-mov       pic x(2).
          02 iva-venta            pic 9(7).
          02 total-venta          pic 9(8).
          02 operador-id-mov      pic x(8).
          02 fecha-hora-registro-mov.
             03 fhr-dia-mov       pic 99.
             03 fhr-mes-mov       pic 99.
             03 fhr-ano-mov       pic 99.
             03 fhr-hora-mov      pic 99.
             03 fhr-minuto-mov    pic 99.
             03 fhr-segundo-mov   pic 99.
          02 descuento-mov        pic 9(8).
          02 receta-mov           pic x(10).
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd notas-venta
           label record is standard
           value of file-id "ncventa.dat".
       01 reg-nota-venta.
          02 nv-numero            pic x(6).
          02 nv-factura-original  pic x(6).
          02 nv-codigo-medicamento pic x(6).
          02 nv-descripcion       pic x(30).
          02 nv-cantidad          pic 9(5).
          02 nv-neto              pic 9(9).
          02 nv-iva               pic 9(9).
          02 nv-total             pic 9(9).
          02 nv-fecha.
             03 nv-dia            pic 99.
             03 nv-mes            pic 99.
             03 nv-ano            pic 99.
          02 nv-rut-cliente       pic x(8).
          02 nv-operador-id       pic x(8).

       fd ajustes-stock
           label record is standard
           value of file-id "ajustes.dat".
       01 reg-ajuste.
          02 aj-correlativo       pic 9(6).
          02 aj-codigo            pic x(6).
          02 aj-lote              pic 9(3).
          02 aj-motivo            pic x.
             88 motivo-merma      value "M".
             88 motivo-rotura     value "R".
             88 motivo-robo       value "B".
             88 motivo-conteo     value "C".
          02 aj-sentido           pic x.
             88 ajuste-entrada    value "E".
             88 ajuste-salida     value "S".
          02 aj-cantidad          pic 9(5).
          02 aj-operador-id       pic x(8).
          02 aj-fecha-hora.
             03 aj-dia            pic 99.
             03 aj-mes            pic 99.
             03 aj-ano            pic 99.
             03 aj-hora           pic 99.
             03 aj-minuto         pic 99.
             03 aj-segundo        pic 99.

       fd toma-inventario
           label record is standard
           value of file-id "inventario.dat".
       01 reg-inventario.
          02 in-clave.
             03 in-numero-toma    pic 9(4).
             03 in-codigo         pic x(6).
             03 in-lote           pic 9(3).
          02 in-descripcion       pic x(30).
          02 in-stock-sistema     pic 9(5).
          02 in-precio-costo      pic 9(7).
          02 in-cantidad-contada  pic 9(5).
          02 in-contado           pic x.
             88 lote-contado      value "S".
             88 lote-sin-contar   value "N".
          02 in-estado            pic x.
             88 ajuste-pendiente  value "P".
             88 ajuste-aplicado   value "A".
          02 in-fecha-toma.
             03 in-dia-toma       pic 99.
             03 in-mes-toma       pic 99.
             03 in-ano-toma       pic 99.

       fd baja-stock
           label record is standard
           value of file-id is "bajas.dat".
       01 reg-baja.
          02 b-correlativo        pic 9(5).
          02 b-codigo-medicamento pic x(6).
          02 b-descr-medicamento  pic x(30).
          02 b-cantidad-baja      pic 9(5).
          02 b-fecha-baja.
             03 b-dia-baja        pic 99.
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

       fd devolucion-laboratorio
           label record is standard
           value of file-id is "devol.dat".
       01 reg-devolucion.
          02 v-correlativo         pic 9(5).
          02 v-codigo-medicamento  pic x(6).
          02 v-descr-medicamento   pic x(30).
          02 v-cantidad-devuelta   pic 9(5).
          02 v-fecha-devolucion.
             03 v-dia-devolucion   pic 99.
             03 v-mes-devolucion   pic 99.
             03 v-ano-devolucion   pic 99.
          02 v-rut-laboratorio     pic x(8).
          02 v-razon-social        pic x(15).
      *_la devolucion queda pendiente hasta que el laboratorio la
      *_acepta (emite nota de credito) o la rechaza (opcion-23); la
      *_rechazada es perdida y la informa opcion-77
          02 v-lote-devuelto       pic 9(3).
          02 v-costo-devuelto      pic 9(7).
          02 v-estado-devolucion   pic x.
             88 devolucion-pendiente value "P" " ".
             88 devolucion-aceptada  value "A".
             88 devolucion-rechazada value "R".
          02 v-fecha-resolucion.
             03 v-dia-resolucion   pic 99.
             03 v-mes-resolucion   pic 99.
             03 v-ano-resolucion   pic 99.
          02 v-sucursal-devolucion pic x(2).
          02 v-operador-devolucion pic x(8).

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

       fd categorias-medicamento
           label record is standard
           value of file-id "medcat.dat".
       01 reg-categoria-medicamento.
          02 mc-codigo            pic x(6).
          02 mc-categoria         pic x(3).

       fd laboratorio
           label record is standard
           value of file-id "lab.dat".
       01 reg-laboratorio.
          02 rut-laboratorio      pic 9(8).
          02 dv-laboratorio       pic x.
          02 razon-social         pic x(15).
          02 dir-laboratorio      pic x(30).
          02 fono-laboratorio     pic x(10).

       fd operadores
           label record is standard
           value of file-id "operadores.dat".
       01 reg-operador.
          02 operador-id         pic x(8).
          02 clave-operador      pic x(8).
          02 nombre-operador     pic x(20).
          02 operador-activo     pic x.
             88 operador-habilitado  value "S".
             88 operador-desactivado value "N".
          02 intentos-fallidos   pic 9.
          02 perfil-operador     pic x.
             88 perfil-vendedor       value "V".
             88 perfil-quimico        value "Q".
             88 perfil-administrador  value "A".
      *_clave cifrada por cifrar-clave (clave-operador queda en
      *_blanco), fecha del ultimo cambio para su vencimiento y las
      *_tres claves anteriores, que no se pueden repetir
          02 clave-cifrada       pic x(16).
          02 fecha-cambio-clave.
             03 dia-cambio-clave pic 99.
             03 mes-cambio-clave pic 99.
             03 ano-cambio-clave pic 99.
          02 claves-anteriores.
             03 clave-anterior   pic x(16) occurs 3 times.

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

       fd informe-mermas
           label record is standard
           value of file-id "mermas.txt".
       01 reg-informe-mermas      pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 ws-mes-informe           pic 99 value 0.
       77 ws-ano-informe           pic 99 value 0.
      *_meses como numero correlativo (ano * 12 + mes): el mes del
      *_informe y el primero de la tendencia de doce meses
       77 ws-orden-informe         pic 9(6).
       77 ws-orden-inicial         pic 9(6).
       77 ws-orden-evento          pic 9(6).
       77 ws-t                     pic 99.
      *_fecha del movimiento que se esta acumulando
       77 ws-fe-dia                pic 99.
       77 ws-fe-mes                pic 99.
       77 ws-fe-ano                pic 99.
      *_metodo de costo: L = costo del lote, P = costo promedio
      *_ponderado del codigo (costoprom.dat), por defecto el oficial
       77 ws-metodo-costo          pic x value "L".
       77 ws-neto-linea            pic s9(9).
      *_una perdida a acumular, venga del archivo que venga
       01 ws-evento.
          02 ws-ev-causa           pic x.
          02 ws-ev-codigo          pic x(6).
          02 ws-ev-lote            pic 9(3).
          02 ws-ev-unidades        pic s9(7).
          02 ws-ev-costo           pic 9(7).
          02 ws-ev-valor           pic s9(11).
          02 ws-ev-sucursal        pic x(2).
          02 ws-ev-laboratorio     pic x(8).
          02 ws-ev-operador        pic x(8).
      *_acumulados del mes por dimension: 1 causa, 2 categoria
      *_terapeutica, 3 laboratorio, 4 sucursal, 5 operador. la venta
      *_solo se llena en la dimension sucursal. la posicion 100 junta
      *_lo que no cabe en la tabla
       01 ws-tabla-dimensiones.
          02 ws-dm-dimension occurs 5 times.
             03 ws-dm-total-claves pic 9(3).
             03 ws-dm-item occurs 100 times.
                04 ws-dm-clave       pic x(8).
                04 ws-dm-descripcion pic x(20).
                04 ws-dm-unidades    pic s9(7).
                04 ws-dm-valor       pic s9(11).
                04 ws-dm-venta       pic s9(11).
       01 ws-temp-item.
          02 ws-tp-clave           pic x(8).
          02 ws-tp-descripcion     pic x(20).
          02 ws-tp-unidades        pic s9(7).
          02 ws-tp-valor           pic s9(11).
          02 ws-tp-venta           pic s9(11).
       77 ws-max-claves            pic 9(3) value 100.
       77 ws-clave-buscada         pic x(8).
       77 ws-d                     pic 9.
       77 ws-m                     pic 9(3).
       77 ws-i                     pic 9(3).
       77 ws-j                     pic 9(3).
       77 ws-idx-min               pic 9(3).
       77 ws-total-unidades        pic s9(7) value 0.
       77 ws-total-perdida         pic s9(11) value 0.
       77 ws-total-venta           pic s9(11) value 0.
       77 ws-porcentaje            pic s9(5)v99.
      *_causas en el orden en que se imprimen
       01 ws-causas-valores.
          02 filler pic x(21) value "Mmerma".
          02 filler pic x(21) value "Rrotura".
          02 filler pic x(21) value "Brobo".
          02 filler pic x(21) value "Vbaja de vencidos".
          02 filler pic x(21) value "Idiferencia de toma".
          02 filler pic x(21) value "Ddevol. rechazada".
       01 ws-tabla-causas redefines ws-causas-valores.
          02 ws-ca-item occurs 6 times.
             03 ws-ca-clave        pic x.
             03 ws-ca-descripcion  pic x(20).
       01 ws-titulos-valores.
          02 filler pic x(30) value "por causa".
          02 filler pic x(30) value "por categoria terapeutica".
          02 filler pic x(30) value "por laboratorio".
          02 filler pic x(30) value "por sucursal".
          02 filler pic x(30) value "por operador".
       01 ws-tabla-titulos redefines ws-titulos-valores.
          02 ws-titulo-dimension   pic x(30) occurs 5 times.
      *_tendencia: venta neta y perdida de los doce meses que
      *_terminan en el mes del informe
       01 ws-tabla-tendencia.
          02 ws-tn-item occurs 12 times.
             03 ws-tn-mes          pic 99.
             03 ws-tn-ano          pic 99.
             03 ws-tn-venta        pic s9(11).
             03 ws-tn-perdida      pic s9(11).
      *_lineas del informe impreso
       01 ws-linea-titulo-mermas.
          02 filler                pic x(38)
             value "mermas y perdida desconocida del mes ".
          02 tm-mes                pic 99.
          02 filler                pic x value "/".
          02 tm-ano                pic 99.
          02 filler                pic x(9) value "  costo: ".
          02 tm-metodo             pic x(8).
          02 filler                pic x(10) value "  emitido ".
          02 tm-fecha              pic x(8).
          02 filler                pic x(2) value spaces.
       01 ws-linea-seccion-mermas.
          02 ls-titulo             pic x(30).
          02 filler                pic x(50) value spaces.
       01 ws-linea-cabecera-mermas.
          02 filler                pic x(40) value
             "clave    descripcion         unidades   ".
          02 filler                pic x(40) value
             "    valor % merma % venta               ".
       01 ws-linea-detalle-mermas.
          02 lm-clave              pic x(8).
          02 filler                pic x value space.
          02 lm-descripcion        pic x(20).
          02 filler                pic x value space.
          02 lm-unidades           pic -(6)9.
          02 filler                pic x value space.
          02 lm-valor              pic -(10)9.
          02 filler                pic x value space.
          02 lm-participacion      pic -(3)9.99.
          02 filler                pic x value space.
          02 lm-pct-venta          pic -(3)9.99.
          02 lm-pct-venta-x redefines lm-pct-venta pic x(7).
          02 filler                pic x(15) value spaces.
       01 ws-linea-cabecera-tendencia.
          02 filler                pic x(40) value
             "mes       venta s/iva      perdida  % ve".
          02 filler                pic x(40) value
             "nta                                     ".
       01 ws-linea-tendencia.
          02 lt-mes                pic 99.
          02 filler                pic x value "/".
          02 lt-ano                pic 99.
          02 filler                pic x(3) value spaces.
          02 lt-venta              pic -(12)9.
          02 filler                pic x(2) value spaces.
          02 lt-perdida            pic -(10)9.
          02 filler                pic x(2) value spaces.
          02 lt-pct                pic -(3)9.99.
          02 lt-pct-x redefines lt-pct pic x(7).
          02 filler                pic x(37) value spaces.
       01 ws-linea-nota-mermas.
          02 filler                pic x(40) value
             "merma: ajustes de merma, rotura y robo, ".
          02 filler                pic x(40) value
             "bajas de vencidos,                      ".
       01 ws-linea-nota-mermas-2.
          02 filler                pic x(40) value
             "devoluciones rechazadas y faltantes meno".
          02 filler                pic x(40) value
             "s sobrantes de tomas.                   ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
      *_ventana de siglo para los anos de dos digitos del sistema
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
      *_registro de la salida en la cola de impresion (opcion-66)
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
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
              value is "informe de mermas y perdida desconocida".
           02 pantalla-fecha line 6 col 60
              foreground-color is 7
              value is "fecha:".
              02 filler col 68
              pic is x(8) using fecha-programa.
       01 pantalla-periodo.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "mes a informar (mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler line 12 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler line 14 col 1
              pic is x(80) using linea-subrayado.
       01 datos-mes.
           02 filler line 10 col 40
              pic is 99 using ws-mes-informe required auto.
           02 filler col 43
              pic is 99 using ws-ano-informe auto.
           02 filler line 12 col 40
              pic is x using ws-metodo-costo auto.
       01 pantalla-resultado.
           02 filler line 15 col 1
              foreground-color is 2
              value is "informe generado en: mermas.txt".
           02 filler line 16 col 1
              value is "perdida valorizada del mes:".
           02 filler col 40
              pic is -(10)9 using ws-total-perdida.
           02 filler line 17 col 1
              value is "venta neta del mes:".
           02 filler col 40
              pic is -(10)9 using ws-total-venta.
           02 filler line 18 col 1
              value is "merma sobre la venta (%):".
           02 filler col 40
              pic is -(3)9.99 using ws-porcentaje.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-sp-operador.
           perform leer-parametros thru fin-leer-parametros.
       pedir-periodo.
           display pantalla-principal.
           display pantalla-periodo.
           accept  datos-mes.
           if ws-mes-informe = 0 then goback end-if.
           if ws-mes-informe > 12 then go pedir-periodo end-if.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.
           move ws-ano-informe to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-informe = ws-vs-aaaa * 12 + ws-mes-informe.
           compute ws-orden-inicial = ws-orden-informe - 11.
           move 0 to ws-total-unidades.
           move 0 to ws-total-perdida.
           move 0 to ws-total-venta.
           move 1 to ws-t.
           perform preparar-tendencia thru fin-preparar-tendencia.
           open input sucursales.
           open input factura-venta.
           open input medicamentos.
           open input movimiento-medicamento.
           open input notas-venta.
           open input ajustes-stock.
           open input toma-inventario.
           open input baja-stock.
           open input devolucion-laboratorio.
           open input costos-promedio.
           open input categorias-medicamento.
           open input laboratorio.
           open input operadores.
           perform cargar-dimensiones thru fin-cargar-dimensiones.

      *_venta neta sin iva de cada mes de la tendencia; la del mes
      *_del informe se reparte ademas por mov-sucursal
       sumar-lineas.
           read movimiento-medicamento next record
               at end go sumar-notas-credito.
           move mes-venta to ws-fe-mes.
           move ano-venta to ws-fe-ano.
           perform ubicar-mes thru fin-ubicar-mes.
           if ws-t = 0 then go sumar-lineas.
           compute ws-neto-linea = total-venta - iva-venta.
           add ws-neto-linea to ws-tn-venta (ws-t).
           if ws-t < 12 then go sumar-lineas.
           add ws-neto-linea to ws-total-venta.
           move 4 to ws-d.
           move mov-sucursal to ws-clave-buscada.
           perform ubicar-clave thru fin-ubicar-clave.
           add ws-neto-linea to ws-dm-venta (ws-d, ws-m).
           go sumar-lineas.

      *_las notas de credito rebajan la venta de la sucursal que
      *_emitio la factura original
       sumar-notas-credito.
           read notas-venta next record
               at end go sumar-mermas.
           move nv-mes to ws-fe-mes.
           move nv-ano to ws-fe-ano.
           perform ubicar-mes thru fin-ubicar-mes.
           if ws-t = 0 then go sumar-notas-credito.
           subtract nv-neto from ws-tn-venta (ws-t).
           if ws-t < 12 then go sumar-notas-credito.
           subtract nv-neto from ws-total-venta.
           move nv-factura-original to v-numero-factura.
           read factura-venta key is v-numero-factura
               invalid key move spaces to v-sucursal
           end-read.
           move 4 to ws-d.
           move v-sucursal to ws-clave-buscada.
           perform ubicar-clave thru fin-ubicar-clave.
           subtract nv-neto from ws-dm-venta (ws-d, ws-m).
           go sumar-notas-credito.

      *_ajustes de salida por merma, rotura o robo (opcion-33); la
      *_correccion de conteo no se toma aqui porque ya viene en la
      *_toma de inventario
       sumar-mermas.
           read ajustes-stock next record
               at end go sumar-tomas.
           if not ajuste-salida then go sumar-mermas.
           if not motivo-merma and not motivo-rotura and
              not motivo-robo then
              go sumar-mermas
           end-if.
           move aj-motivo      to ws-ev-causa.
           move aj-codigo      to ws-ev-codigo.
           move aj-lote        to ws-ev-lote.
           move aj-cantidad    to ws-ev-unidades.
           move 0              to ws-ev-costo.
           move spaces         to ws-ev-sucursal.
           move spaces         to ws-ev-laboratorio.
           move aj-operador-id to ws-ev-operador.
           move aj-mes         to ws-fe-mes.
           move aj-ano         to ws-fe-ano.
           perform registrar-perdida thru fin-registrar-perdida.
           go sumar-mermas.

      *_perdida desconocida: lo que falto en las tomas aplicadas,
      *_neto de lo que sobro, al costo congelado en la toma
       sumar-tomas.
           read toma-inventario next record
               at end go sumar-bajas.
           if not ajuste-aplicado then go sumar-tomas.
           if lote-sin-contar then go sumar-tomas.
           if in-cantidad-contada = in-stock-sistema then
              go sumar-tomas
           end-if.
           move "I"             to ws-ev-causa.
           move in-codigo       to ws-ev-codigo.
           move in-lote         to ws-ev-lote.
           compute ws-ev-unidades =
              in-stock-sistema - in-cantidad-contada.
           move in-precio-costo to ws-ev-costo.
           move spaces          to ws-ev-sucursal.
           move spaces          to ws-ev-laboratorio.
           move "(toma)"        to ws-ev-operador.
           move in-mes-toma     to ws-fe-mes.
           move in-ano-toma     to ws-fe-ano.
           perform registrar-perdida thru fin-registrar-perdida.
           go sumar-tomas.

      *_vencidos destruidos (opcion-4); lo devuelto al laboratorio
      *_solo es perdida si el laboratorio lo rechaza
       sumar-bajas.
           read baja-stock next record
               at end go sumar-devoluciones.
           if baja-devuelta then go sumar-bajas.
           move "V"                  to ws-ev-causa.
           move b-codigo-medicamento to ws-ev-codigo.
           move b-lote               to ws-ev-lote.
           move b-cantidad-baja      to ws-ev-unidades.
           move b-precio-costo       to ws-ev-costo.
           move b-sucursal           to ws-ev-sucursal.
           move spaces               to ws-ev-laboratorio.
           move b-operador-id        to ws-ev-operador.
           move b-mes-baja           to ws-fe-mes.
           move b-ano-baja           to ws-fe-ano.
           perform registrar-perdida thru fin-registrar-perdida.
           go sumar-bajas.

      *_devoluciones rechazadas por el laboratorio (opcion-23), en
      *_el mes en que se registro el rechazo
       sumar-devoluciones.
           read devolucion-laboratorio next record
               at end go cerrar-lecturas.
           if not devolucion-rechazada then go sumar-devoluciones.
           move "D"                   to ws-ev-causa.
           move v-codigo-medicamento  to ws-ev-codigo.
           move v-lote-devuelto       to ws-ev-lote.
           move v-cantidad-devuelta   to ws-ev-unidades.
           move v-costo-devuelto      to ws-ev-costo.
           move v-sucursal-devolucion to ws-ev-sucursal.
           move v-rut-laboratorio     to ws-ev-laboratorio.
           move v-operador-devolucion to ws-ev-operador.
           move v-mes-resolucion      to ws-fe-mes.
           move v-ano-resolucion      to ws-fe-ano.
           perform registrar-perdida thru fin-registrar-perdida.
           go sumar-devoluciones.

       cerrar-lecturas.
           close sucursales.
           close factura-venta.
           close medicamentos.
           close movimiento-medicamento.
           close notas-venta.
           close ajustes-stock.
           close toma-inventario.
           close baja-stock.
           close devolucion-laboratorio.
           close costos-promedio.
           close categorias-medicamento.
           if ws-total-venta not = 0 then
              compute ws-porcentaje rounded =
                 ws-total-perdida * 100 / ws-total-venta
           else
              move 0 to ws-porcentaje
           end-if.
           move 2 to ws-d.
       ordenar-dimensiones.
           if ws-d > 5 then go escribir-mermas.
           perform ordenar-dimension thru fin-ordenar-dimension.
           add 1 to ws-d.
           go ordenar-dimensiones.

       escribir-mermas.
           open output informe-mermas.
           move ws-mes-informe to tm-mes.
           move ws-ano-informe to tm-ano.
           move "lote" to tm-metodo.
           if ws-metodo-costo = "P" then move "promedio" to tm-metodo.
           move fecha-programa to tm-fecha.
           write reg-informe-mermas from ws-linea-titulo-mermas.
           move 1 to ws-d.
       escribir-dimensiones.
           if ws-d > 5 then go escribir-tendencia.
           perform escribir-dimension thru fin-escribir-dimension.
           add 1 to ws-d.
           go escribir-dimensiones.
       escribir-tendencia.
           write reg-informe-mermas from linea-subrayado.
           move spaces to ws-linea-seccion-mermas.
           move "tendencia de doce meses" to ls-titulo.
           write reg-informe-mermas from ws-linea-seccion-mermas.
           write reg-informe-mermas from ws-linea-cabecera-tendencia.
           move 1 to ws-t.
       escribir-mes-tendencia.
           if ws-t > 12 then go cerrar-mermas.
           move ws-tn-mes (ws-t)     to lt-mes.
           move ws-tn-ano (ws-t)     to lt-ano.
           move ws-tn-venta (ws-t)   to lt-venta.
           move ws-tn-perdida (ws-t) to lt-perdida.
           if ws-tn-venta (ws-t) not = 0 then
              compute lt-pct rounded =
                 ws-tn-perdida (ws-t) * 100 / ws-tn-venta (ws-t)
           else
              move spaces to lt-pct-x
           end-if.
           write reg-informe-mermas from ws-linea-tendencia.
           add 1 to ws-t.
           go escribir-mes-tendencia.
       cerrar-mermas.
           write reg-informe-mermas from linea-subrayado.
           write reg-informe-mermas from ws-linea-nota-mermas.
           write reg-informe-mermas from ws-linea-nota-mermas-2.
           close informe-mermas.
           close laboratorio.
           close operadores.
           move "mermas y perdida desconocida" to ws-sp-titulo.
           move "mermas.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado.
           accept  datos-resultado.
           goback.

      *_mes y ano de cada una de las doce posiciones de la tendencia
       preparar-tendencia.
           if ws-t > 12 then go fin-preparar-tendencia.
           compute ws-orden-evento = ws-orden-inicial + ws-t - 1.
           compute ws-vs-aaaa = (ws-orden-evento - 1) / 12.
           compute ws-tn-mes (ws-t) =
              ws-orden-evento - ws-vs-aaaa * 12.
           compute ws-tn-ano (ws-t) =
              ws-vs-aaaa - (ws-vs-aaaa / 100) * 100.
           move 0 to ws-tn-venta (ws-t).
           move 0 to ws-tn-perdida (ws-t).
           add 1 to ws-t.
           go preparar-tendencia.
       fin-preparar-tendencia.
           exit.

      *_ws-t = posicion en la tendencia del mes ws-fe-mes/ws-fe-ano,
      *_cero si queda fuera de los doce meses; 12 es el mes pedido
       ubicar-mes.
           move 0 to ws-t.
           move ws-fe-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 12 + ws-fe-mes.
           if ws-orden-evento < ws-orden-inicial or
              ws-orden-evento > ws-orden-informe then
              go fin-ubicar-mes
           end-if.
           compute ws-t = ws-orden-evento - ws-orden-inicial + 1.
       fin-ubicar-mes.
           exit.

      *_valoriza la perdida de ws-evento y la suma a la tendencia;
      *_si es del mes pedido la reparte en las cinco dimensiones
       registrar-perdida.
           perform ubicar-mes thru fin-ubicar-mes.
           if ws-t = 0 then go fin-registrar-perdida.
           if ws-ev-unidades = 0 then go fin-registrar-perdida.
           perform completar-evento thru fin-completar-evento.
           compute ws-ev-valor = ws-ev-unidades * ws-ev-costo.
           add ws-ev-valor to ws-tn-perdida (ws-t).
           if ws-t < 12 then go fin-registrar-perdida.
           add ws-ev-unidades to ws-total-unidades.
           add ws-ev-valor    to ws-total-perdida.
           move 1 to ws-d.
           move ws-ev-causa to ws-clave-buscada.
           perform acumular-dimension thru fin-acumular-dimension.
           move 2 to ws-d.
           move ws-ev-codigo to mc-codigo.
           read categorias-medicamento key is mc-codigo
               invalid key move "SIN" to mc-categoria
           end-read.
           move mc-categoria to ws-clave-buscada.
           perform acumular-dimension thru fin-acumular-dimension.
           move 3 to ws-d.
           move ws-ev-laboratorio to ws-clave-buscada.
           if ws-ev-laboratorio = spaces then
              move "s/lab" to ws-clave-buscada
           end-if.
           perform acumular-dimension thru fin-acumular-dimension.
           move 4 to ws-d.
           move ws-ev-sucursal to ws-clave-buscada.
           perform acumular-dimension thru fin-acumular-dimension.
           move 5 to ws-d.
           move ws-ev-operador to ws-clave-buscada.
           if ws-ev-operador = spaces then
              move "s/oper" to ws-clave-buscada
           end-if.
           perform acumular-dimension thru fin-acumular-dimension.
       fin-registrar-perdida.
           exit.

      *_costo, sucursal y laboratorio que el origen no trae se toman
      *_del lote; si el lote ya no existe, el laboratorio sale de
      *_otro lote del mismo codigo y el costo del costo promedio
       completar-evento.
           move ws-ev-codigo to codigo-medicamento.
           move ws-ev-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go buscar-otro-lote.
           if ws-ev-costo = 0 then
              move precio-costo-u to ws-ev-costo
           end-if.
           if ws-ev-sucursal = spaces then
              move med-sucursal to ws-ev-sucursal
           end-if.
           if ws-ev-laboratorio = spaces then
              move med-rut-laboratorio to ws-ev-laboratorio
           end-if.
           go costo-promedio-evento.
       buscar-otro-lote.
           if ws-ev-laboratorio not = spaces then
              go costo-promedio-evento
           end-if.
           move ws-ev-codigo to codigo-medicamento.
           move 0            to numero-lote.
           start medicamentos key is >= clave-medicamento
               invalid key go costo-promedio-evento.
           read medicamentos next record
               at end go costo-promedio-evento.
           if codigo-medicamento = ws-ev-codigo then
              move med-rut-laboratorio to ws-ev-laboratorio
           end-if.
       costo-promedio-evento.
           if ws-metodo-costo not = "P" and ws-ev-costo not = 0 then
              go fin-completar-evento
           end-if.
           move ws-ev-codigo to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key go fin-completar-evento.
           move cp-costo-promedio to ws-ev-costo.
       fin-completar-evento.
           exit.

       acumular-dimension.
           perform ubicar-clave thru fin-ubicar-clave.
           add ws-ev-unidades to ws-dm-unidades (ws-d, ws-m).
           add ws-ev-valor    to ws-dm-valor (ws-d, ws-m).
       fin-acumular-dimension.
           exit.

      *_posicion ws-m de ws-clave-buscada en la dimension ws-d; la
      *_sucursal en blanco es la casa matriz 01. una clave nueva se
      *_agrega al final y, con la tabla llena, va a "(otros)"
       ubicar-clave.
           if ws-d = 4 and ws-clave-buscada = spaces then
              move "01" to ws-clave-buscada
           end-if.
           move 1 to ws-m.
       comparar-clave.
           if ws-m > ws-dm-total-claves (ws-d) then
              go agregar-clave
           end-if.
           if ws-dm-clave (ws-d, ws-m) = ws-clave-buscada then
              go fin-ubicar-clave
           end-if.
           add 1 to ws-m.
           go comparar-clave.
       agregar-clave.
           if ws-dm-total-claves (ws-d) >= ws-max-claves - 1 then
              move ws-max-claves to ws-m
              move ws-max-claves to ws-dm-total-claves (ws-d)
              move "(otros)" to ws-dm-clave (ws-d, ws-m)
              go fin-ubicar-clave
           end-if.
           add 1 to ws-dm-total-claves (ws-d).
           move ws-dm-total-claves (ws-d) to ws-m.
           move ws-clave-buscada to ws-dm-clave (ws-d, ws-m).
           if ws-d = 4 then
              move "(sin maestro)" to ws-dm-descripcion (ws-d, ws-m)
           end-if.
       fin-ubicar-clave.
           exit.

      *_dimensiones en cero; las causas y las sucursales del maestro
      *_se cargan de entrada para que salgan aunque no tengan merma
       cargar-dimensiones.
           move 1 to ws-d.
       limpiar-dimension.
           if ws-d > 5 then go cargar-causas.
           move 0 to ws-dm-total-claves (ws-d).
           move 1 to ws-m.
       limpiar-clave.
           if ws-m > ws-max-claves then
              add 1 to ws-d
              go limpiar-dimension
           end-if.
           move spaces to ws-dm-clave (ws-d, ws-m).
           move spaces to ws-dm-descripcion (ws-d, ws-m).
           move 0 to ws-dm-unidades (ws-d, ws-m).
           move 0 to ws-dm-valor (ws-d, ws-m).
           move 0 to ws-dm-venta (ws-d, ws-m).
           add 1 to ws-m.
           go limpiar-clave.
       cargar-causas.
           move 1 to ws-m.
       cargar-causa.
           if ws-m > 6 then go cargar-sucursales.
           move ws-ca-clave (ws-m) to ws-dm-clave (1, ws-m).
           move ws-ca-descripcion (ws-m)
              to ws-dm-descripcion (1, ws-m).
           move ws-m to ws-dm-total-claves (1).
           add 1 to ws-m.
           go cargar-causa.
       cargar-sucursales.
           move low-values to su-codigo.
           start sucursales key is >= su-codigo
               invalid key go fin-cargar-dimensiones.
       leer-sucursal.
           read sucursales next record
               at end go fin-cargar-dimensiones.
           if ws-dm-total-claves (4) >= ws-max-claves - 1 then
              go fin-cargar-dimensiones
           end-if.
           add 1 to ws-dm-total-claves (4).
           move ws-dm-total-claves (4) to ws-m.
           move su-codigo to ws-dm-clave (4, ws-m).
           move su-nombre to ws-dm-descripcion (4, ws-m).
           go leer-sucursal.
       fin-cargar-dimensiones.
           exit.

      *_ordena la dimension ws-d por perdida de mayor a menor con una
      *_seleccion simple, igual que los informes con ranking
       ordenar-dimension.
           move 1 to ws-i.
       comparar-item.
           if ws-i >= ws-dm-total-claves (ws-d) then
              go fin-ordenar-dimension
           end-if.
           move ws-i to ws-idx-min.
           compute ws-j = ws-i + 1.
       buscar-mayor-item.
           if ws-j > ws-dm-total-claves (ws-d) then
              go intercambiar-item
           end-if.
           if ws-dm-valor (ws-d, ws-j) >
              ws-dm-valor (ws-d, ws-idx-min) then
              move ws-j to ws-idx-min
           end-if.
           add 1 to ws-j.
           go buscar-mayor-item.
       intercambiar-item.
           if ws-idx-min = ws-i then go siguiente-item end-if.
           move ws-dm-item (ws-d, ws-i)   to ws-temp-item.
           move ws-dm-item (ws-d, ws-idx-min)
              to ws-dm-item (ws-d, ws-i).
           move ws-temp-item to ws-dm-item (ws-d, ws-idx-min).
       siguiente-item.
           add 1 to ws-i.
           go comparar-item.
       fin-ordenar-dimension.
           exit.

      *_una seccion del informe: cada clave de la dimension ws-d con
      *_su participacion en la perdida del mes y la linea de total.
      *_el porcentaje sobre la venta va por sucursal y en el total
       escribir-dimension.
           write reg-informe-mermas from linea-subrayado.
           move spaces to ws-linea-seccion-mermas.
           move ws-titulo-dimension (ws-d) to ls-titulo.
           write reg-informe-mermas from ws-linea-seccion-mermas.
           write reg-informe-mermas from ws-linea-cabecera-mermas.
           move 1 to ws-i.
       escribir-clave.
           if ws-i > ws-dm-total-claves (ws-d) then
              go escribir-total-dimension
           end-if.
           move ws-dm-clave (ws-d, ws-i) to lm-clave.
           perform describir-clave thru fin-describir-clave.
           move ws-dm-unidades (ws-d, ws-i) to lm-unidades.
           move ws-dm-valor (ws-d, ws-i)    to lm-valor.
           move 0 to lm-participacion.
           if ws-total-perdida not = 0 then
              compute lm-participacion rounded =
                 ws-dm-valor (ws-d, ws-i) * 100 / ws-total-perdida
           end-if.
           move spaces to lm-pct-venta-x.
           if ws-d = 4 and ws-dm-venta (ws-d, ws-i) not = 0 then
              compute lm-pct-venta rounded =
                 ws-dm-valor (ws-d, ws-i) * 100
                 / ws-dm-venta (ws-d, ws-i)
           end-if.
           write reg-informe-mermas from ws-linea-detalle-mermas.
           add 1 to ws-i.
           go escribir-clave.
       escribir-total-dimension.
           move "total"           to lm-clave.
           move spaces            to lm-descripcion.
           move ws-total-unidades to lm-unidades.
           move ws-total-perdida  to lm-valor.
           move 0 to lm-participacion.
           if ws-total-perdida not = 0 then
              move 100 to lm-participacion
           end-if.
           move spaces to lm-pct-venta-x.
           if ws-total-venta not = 0 then
              move ws-porcentaje to lm-pct-venta
           end-if.
           write reg-informe-mermas from ws-linea-detalle-mermas.
       fin-escribir-dimension.
           exit.

      *_descripcion de la clave ws-i de la dimension ws-d: causa y
      *_sucursal ya la traen; laboratorio y operador se leen de sus
      *_maestros
       describir-clave.
           move ws-dm-descripcion (ws-d, ws-i) to lm-descripcion.
           if ws-d = 2 and ws-dm-clave (ws-d, ws-i) = "SIN" then
              move "sin categoria" to lm-descripcion
           end-if.
           if ws-d = 3 and ws-dm-clave (ws-d, ws-i) not = "s/lab"
              and ws-dm-clave (ws-d, ws-i) not = "(otros)" then
              move ws-dm-clave (ws-d, ws-i) to rut-laboratorio
              read laboratorio key is rut-laboratorio
                  invalid key move spaces to razon-social
              end-read
              move razon-social to lm-descripcion
           end-if.
           if ws-d = 5 then
              move ws-dm-clave (ws-d, ws-i) to operador-id
              read operadores key is operador-id
                  invalid key move spaces to nombre-operador
              end-read
              move nombre-operador to lm-descripcion
           end-if.
       fin-describir-clave.
           exit.

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
           if ws-vs-aa <= 69 then
              compute ws-vs-aaaa = 2000 + ws-vs-aa
           else
              compute ws-vs-aaaa = 1900 + ws-vs-aa
           end-if.
       ventana-siglo-fin.
           exit.
