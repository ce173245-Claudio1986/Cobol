       identification division.
       program-id. opcion-80.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_metas mensuales de venta y compra por categoria y sucursal
           select presupuesto assign to disk
           organization is indexed
           access mode is dynamic
           record key is ps-clave.

           select categorias assign to disk
           organization is indexed
           access mode is dynamic
           record key is ca-codigo.

           select categorias-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mc-codigo.

           select sucursales assign to disk
           organization is indexed
           access mode is dynamic
           record key is su-codigo.

           select resumen-ventas assign to disk
           organization is indexed
           access mode is dynamic
           record key is vm-clave.

           select factura-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is c-clave-compra.

      *_carga masiva: ano;mes;categoria;sucursal;meta venta;meta
      *_compra, una linea por meta, con o sin linea de titulos
           select presupuesto-csv assign to disk
           organization is line sequential.

           select informe-cumplimiento assign to disk
           organization is line sequential.

       data division.
       file section.
       fd presupuesto
           label record is standard
           value of file-id "presupuesto.dat".
       01 reg-presupuesto.
          02 ps-clave.
             03 ps-ano             pic 99.
             03 ps-mes             pic 99.
             03 ps-categoria       pic x(3).
             03 ps-sucursal        pic x(2).
          02 ps-meta-venta         pic 9(11).
          02 ps-meta-compra        pic 9(11).
          02 ps-fecha-carga.
             03 ps-dia-carga       pic 99.
             03 ps-mes-carga       pic 99.
             03 ps-ano-carga       pic 99.
          02 ps-origen             pic x.
             88 carga-pantalla     value "P".
             88 carga-archivo      value "A".
          02 ps-operador-id        pic x(8).

       fd categorias
           label record is standard
           value of file-id "categorias.dat".
       01 reg-categoria.
          02 ca-codigo            pic x(3).
          02 ca-descripcion       pic x(30).

       fd categorias-medicamento
           label record is standard
           value of file-id "medcat.dat".
       01 reg-categoria-medicamento.
          02 mc-codigo            pic x(6).
          02 mc-categoria         pic x(3).

       fd sucursales
           label record is standard
           value of file-id "sucursales.dat".
       01 reg-sucursal.
          02 su-codigo            pic x(2).
          02 su-nombre            pic x(30).
          02 su-direccion         pic x(30).

       fd resumen-ventas
           label record is standard
           value of file-id "vtasmens.dat".
       01 reg-resumen-venta.
          02 vm-clave.
             03 vm-codigo         pic x(6).
             03 vm-ano            pic 99.
             03 vm-mes            pic 99.
          02 vm-descripcion       pic x(30).
          02 vm-unidades          pic s9(7).
          02 vm-neto              pic s9(10).
          02 vm-iva               pic s9(9).
          02 vm-costo             pic s9(10).

       fd factura-compra
           label record is standard
           value of file-id "compras.dat".
       01 reg-factura.
          02 c-codigo-factura     pic x(6).
          02 c-clave-compra.
             03 c-rut-laboratorio pic x(8).
             03 c-numero-factura  pic x(6).
          02 c-operador-id        pic x(8).
          02 c-fecha-hora-registro.
             03 c-fhr-dia         pic 99.
             03 c-fhr-mes         pic 99.
             03 c-fhr-ano         pic 99.
             03 c-fhr-hora        pic 99.
             03 c-fhr-minuto      pic 99.
             03 c-fhr-segundo     pic 99.
          02 c-plazo-dias         pic 9(3).
          02 c-fecha-vcto-pago.
             03 c-dia-vcto-pago    pic 99.
             03 c-mes-vcto-pago    pic 99.
             03 c-ano-vcto-pago    pic 99.
          02 c-monto-factura      pic 9(9).
          02 c-estado-pago        pic x.
             88 compra-pendiente  value "P".
             88 compra-pagada     value "G".
          02 c-fecha-pago.
             03 c-dia-pago         pic 99.
             03 c-mes-pago         pic 99.
             03 c-ano-pago         pic 99.
          02 c-sucursal            pic x(2).

       fd presupuesto-csv
           label record is standard
           value of file-id "presupuesto.csv".
       01 reg-presupuesto-csv     pic x(100).

       fd informe-cumplimiento
           label record is standard
           value of file-id "cumplim.txt".
       01 reg-informe-cumplimiento pic x(80).

       working-storage section.
       77 linea-subrayado          pic x(80) value all "_".
       01 opcion                   pic x.
       77 opcion-continuar         pic 9.
       77 ws-operador-id           pic x(8) value spaces.
      *_clave pedida en la mantencion
       77 ws-ps-mes                pic 99 value 0.
       77 ws-ps-ano                pic 99 value 0.
       77 ws-ps-categoria          pic x(3).
       77 ws-ps-sucursal           pic x(2).
       77 ws-ps-existe             pic x.
      *_campos del parseo de la linea del archivo de carga
       77 ws-campo-ano             pic x(4).
       77 ws-campo-mes             pic x(2).
       77 ws-campo-categoria       pic x(3).
       77 ws-campo-sucursal        pic x(2).
       77 ws-campo-venta           pic x(14).
       77 ws-campo-compra          pic x(14).
       77 ws-campo-numero          pic x(14).
       01 ws-digito-x              pic x.
       01 ws-digito-9 redefines ws-digito-x pic 9.
       77 ws-valor-aux             pic 9(14).
       77 ws-cociente              pic 9(14).
       77 ws-lineas-leidas         pic 9(5) value 0.
       77 ws-lineas-grabadas       pic 9(5) value 0.
       77 ws-lineas-rechazadas     pic 9(5) value 0.
      *_periodo de corte del informe
       77 ws-mes-corte             pic 99 value 0.
       77 ws-ano-corte             pic 99 value 0.
      *_acumulados del ano por categoria (venta) y por sucursal
      *_(compra). la ultima posicion junta lo que no cabe
       01 ws-tabla-categorias.
          02 ws-ct-total           pic 9(3).
          02 ws-ct-item occurs 100 times.
             03 ws-ct-codigo       pic x(3).
             03 ws-ct-descripcion  pic x(18).
             03 ws-ct-ppto-mes     pic s9(13).
             03 ws-ct-real-mes     pic s9(13).
             03 ws-ct-ppto-acum    pic s9(13).
             03 ws-ct-real-acum    pic s9(13).
             03 ws-ct-ppto-anual   pic s9(13).
       01 ws-tabla-sucursales.
          02 ws-sc-total           pic 9(3).
          02 ws-sc-item occurs 30 times.
             03 ws-sc-codigo       pic x(3).
             03 ws-sc-descripcion  pic x(18).
             03 ws-sc-ppto-mes     pic s9(13).
             03 ws-sc-real-mes     pic s9(13).
             03 ws-sc-ppto-acum    pic s9(13).
             03 ws-sc-real-acum    pic s9(13).
             03 ws-sc-ppto-anual   pic s9(13).
       77 ws-max-categorias        pic 9(3) value 100.
       77 ws-max-sucursales        pic 9(3) value 30.
       77 ws-clave-buscada         pic x(3).
       77 ws-m                     pic 9(3).
       77 ws-i                     pic 9(3).
      *_fila que se esta imprimiendo y total de la seccion
       01 ws-fila.
          02 fl-codigo             pic x(3).
          02 fl-descripcion        pic x(18).
          02 fl-ppto-mes           pic s9(13).
          02 fl-real-mes           pic s9(13).
          02 fl-ppto-acum          pic s9(13).
          02 fl-real-acum          pic s9(13).
          02 fl-ppto-anual         pic s9(13).
       01 ws-fila-total.
          02 ft-codigo             pic x(3).
          02 ft-descripcion        pic x(18).
          02 ft-ppto-mes           pic s9(13).
          02 ft-real-mes           pic s9(13).
          02 ft-ppto-acum          pic s9(13).
          02 ft-real-acum          pic s9(13).
          02 ft-ppto-anual         pic s9(13).
       77 ws-proyeccion            pic s9(13).
       77 ws-pct-ventas            pic s9(5)v99 value 0.
       77 ws-pct-compras           pic s9(5)v99 value 0.
       77 ws-cu-ppto               pic s9(13).
       77 ws-cu-real               pic s9(13).
      *_lineas del informe impreso
       01 ws-linea-titulo-cumplim.
          02 filler                pic x(36)
             value "cumplimiento de presupuesto al mes ".
          02 tc-mes                pic 99.
          02 filler                pic x value "/".
          02 tc-ano                pic 99.
          02 filler                pic x(10) value "  emitido ".
          02 tc-fecha              pic x(8).
          02 filler                pic x(21) value spaces.
       01 ws-linea-seccion-cumplim.
          02 sc-titulo             pic x(60).
          02 filler                pic x(20) value spaces.
       01 ws-linea-cabecera-cumplim.
          02 filler                pic x(40) value
             "cat descripcion        periodo   presupu".
          02 filler                pic x(40) value
             "esto         real   desviacion  desv %  ".
       01 ws-linea-detalle-cumplim.
          02 cu-codigo             pic x(3).
          02 filler                pic x value space.
          02 cu-descripcion        pic x(18).
          02 filler                pic x value space.
          02 cu-periodo            pic x(9).
          02 cu-ppto               pic -(11)9.
          02 filler                pic x value space.
          02 cu-real               pic -(11)9.
          02 filler                pic x value space.
          02 cu-desviacion         pic -(11)9.
          02 filler                pic x value space.
          02 cu-pct                pic -(4)9.9.
          02 cu-pct-x redefines cu-pct pic x(7).
          02 filler                pic x(2) value spaces.
       01 ws-linea-nota-cumplim.
          02 filler                pic x(40) value
             "ventas: neto sin iva de vtasmens.dat, to".
          02 filler                pic x(40) value
             "das las sucursales juntas.              ".
       01 ws-linea-nota-cumplim-2.
          02 filler                pic x(40) value
             "compras: facturas con iva de compras.dat".
          02 filler                pic x(40) value
             " por mes de registro.                   ".
       01 ws-linea-nota-cumplim-3.
          02 filler                pic x(40) value
             "cierre: real acumulado mas el presupuest".
          02 filler                pic x(40) value
             "o que falta del ano                     ".
       01 ws-linea-nota-cumplim-4.
          02 filler                pic x(40) value
             "al ritmo de cumplimiento acumulado.     ".
          02 filler                pic x(40) value
             "                                        ".
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
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
              value is "presupuesto de ventas y compras".
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
              value is "mantener presupuesto".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "importar presupuesto.csv".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "informe de cumplimiento".
           02 filler line 13 col 1
              foreground-color is 7
              value is "opcion 4:".
           02 filler col 25
              value is "volver al menu principal".
           02 filler line 15 col 1
              foreground-color is 7
              value is "ingrese opcion".
           02 filler line 17 col 1
              pic is x(80) using linea-subrayado.
       01 opcion-pantalla-menu.
           02 filler line 15 col 25
              pic is x using opcion required auto.
       01 pantalla-clave.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "mes y ano (mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler line 11 col 1
              foreground-color is 7
              value is "categoria terapeutica:".
           02 filler line 12 col 1
              foreground-color is 7
              value is "sucursal:".
       01 datos-clave.
           02 filler line 10 col 40
              pic is 99 using ws-ps-mes required auto.
           02 filler col 43
              pic is 99 using ws-ps-ano auto.
           02 filler line 11 col 40
              pic is x(3) using ws-ps-categoria auto.
           02 filler line 12 col 40
              pic is x(2) using ws-ps-sucursal auto.
       01 pantalla-metas.
           02 filler line 11 col 45
              pic is x(30) using ca-descripcion.
           02 filler line 12 col 45
              pic is x(30) using su-nombre.
           02 filler line 14 col 1
              foreground-color is 7
              value is "meta de venta neta sin iva:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "meta de compra con iva:".
           02 filler line 17 col 1
              value is "ambas metas en cero eliminan el presupuesto".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-metas.
           02 filler line 14 col 40
              pic is 9(11) using ps-meta-venta auto.
           02 filler line 15 col 40
              pic is 9(11) using ps-meta-compra auto.
       01 pantalla-resultado-carga.
           02 filler line 10 col 1
              foreground-color is 2
              value is "carga desde: presupuesto.csv".
           02 filler line 12 col 1
              value is "lineas leidas:".
           02 filler col 40
              pic is zzzz9 using ws-lineas-leidas.
           02 filler line 13 col 1
              value is "metas grabadas:".
           02 filler col 40
              pic is zzzz9 using ws-lineas-grabadas.
           02 filler line 14 col 1
              value is "lineas rechazadas:".
           02 filler col 40
              pic is zzzz9 using ws-lineas-rechazadas.
           02 filler line 15 col 1
              value is "(mes, categoria o sucursal inexistente)".
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-continuar.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-corte.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "mes de corte (mm/aa, 00 = volver):".
           02 filler col 42 value is "/".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-corte.
           02 filler line 10 col 40
              pic is 99 using ws-mes-corte required auto.
           02 filler col 43
              pic is 99 using ws-ano-corte auto.
       01 pantalla-resultado-informe.
           02 filler line 14 col 1
              foreground-color is 2
              value is "informe generado en: cumplim.txt".
           02 filler line 16 col 1
              value is "cumplimiento acumulado de ventas (%):".
           02 filler col 45
              pic is -(4)9.99 using ws-pct-ventas.
           02 filler line 17 col 1
              value is "cumplimiento acumulado de compras (%):".
           02 filler col 45
              pic is -(4)9.99 using ws-pct-compras.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open i-o presupuesto.
           open input categorias.
           open input sucursales.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if opcion = 1 then go pedir-clave-presupuesto.
           if opcion = 2 then go importar-presupuesto.
           if opcion = 3 then go pedir-corte.
           go volver.

      *_mantencion: una meta por mes, categoria y sucursal; la
      *_categoria y la sucursal tienen que existir en sus maestros
       pedir-clave-presupuesto.
           move 0 to ws-ps-mes.
           display pantalla-principal.
           display pantalla-clave.
           accept  datos-clave.
           if ws-ps-mes = 0 then go desplejar-menu end-if.
           if ws-ps-mes > 12 then go pedir-clave-presupuesto.
           move ws-ps-categoria to ca-codigo.
           read categorias key is ca-codigo
               invalid key go mensaje-categoria-no-existe.
           move ws-ps-sucursal to su-codigo.
           read sucursales key is su-codigo
               invalid key go mensaje-sucursal-no-existe.
           move ws-ps-ano       to ps-ano.
           move ws-ps-mes       to ps-mes.
           move ws-ps-categoria to ps-categoria.
           move ws-ps-sucursal  to ps-sucursal.
           move "S" to ws-ps-existe.
           read presupuesto key is ps-clave
               invalid key move "N" to ws-ps-existe
           end-read.
           if ws-ps-existe = "N" then
              move 0 to ps-meta-venta
              move 0 to ps-meta-compra
           end-if.
           display pantalla-principal.
           display pantalla-clave.
           display datos-clave.
           display pantalla-metas.
           accept  datos-metas.
           if ps-meta-venta = 0 and ps-meta-compra = 0 then
              go eliminar-presupuesto
           end-if.
           move dia to ps-dia-carga.
           move mes to ps-mes-carga.
           move ano to ps-ano-carga.
           move "P" to ps-origen.
           move ws-operador-id to ps-operador-id.
           if ws-ps-existe = "S" then
              rewrite reg-presupuesto
           else
              write reg-presupuesto
           end-if.
           go pedir-clave-presupuesto.
       eliminar-presupuesto.
           if ws-ps-existe = "S" then
              delete presupuesto record
           end-if.
           go pedir-clave-presupuesto.

      *_carga desde presupuesto.csv: el ano puede venir con dos o
      *_cuatro digitos y los montos con punto de miles. la meta que
      *_ya existe se reemplaza; la linea de titulos se salta
       importar-presupuesto.
           open input presupuesto-csv.
           move 0 to ws-lineas-leidas.
           move 0 to ws-lineas-grabadas.
           move 0 to ws-lineas-rechazadas.
       leer-linea-presupuesto.
           read presupuesto-csv at end go cerrar-importacion.
           move spaces to ws-campo-ano.
           move spaces to ws-campo-mes.
           move spaces to ws-campo-categoria.
           move spaces to ws-campo-sucursal.
           move spaces to ws-campo-venta.
           move spaces to ws-campo-compra.
           unstring reg-presupuesto-csv delimited by ";"
              into ws-campo-ano ws-campo-mes ws-campo-categoria
                   ws-campo-sucursal ws-campo-venta ws-campo-compra.
           if ws-campo-ano (1:1) < "0" or
              ws-campo-ano (1:1) > "9" then
              go leer-linea-presupuesto
           end-if.
           add 1 to ws-lineas-leidas.
           move ws-campo-ano to ws-campo-numero.
           perform convertir-campo thru fin-convertir-campo.
           divide ws-valor-aux by 100 giving ws-cociente
              remainder ps-ano.
           move ws-campo-mes to ws-campo-numero.
           perform convertir-campo thru fin-convertir-campo.
           if ws-valor-aux < 1 or ws-valor-aux > 12 then
              go rechazar-linea-presupuesto
           end-if.
           move ws-valor-aux to ps-mes.
           move ws-campo-categoria to ca-codigo.
           read categorias key is ca-codigo
               invalid key go rechazar-linea-presupuesto.
           move ws-campo-sucursal to su-codigo.
           read sucursales key is su-codigo
               invalid key go rechazar-linea-presupuesto.
           move ws-campo-categoria to ps-categoria.
           move ws-campo-sucursal  to ps-sucursal.
           move "S" to ws-ps-existe.
           read presupuesto key is ps-clave
               invalid key move "N" to ws-ps-existe
           end-read.
           move ws-campo-venta to ws-campo-numero.
           perform convertir-campo thru fin-convertir-campo.
           move ws-valor-aux to ps-meta-venta.
           move ws-campo-compra to ws-campo-numero.
           perform convertir-campo thru fin-convertir-campo.
           move ws-valor-aux to ps-meta-compra.
           move dia to ps-dia-carga.
           move mes to ps-mes-carga.
           move ano to ps-ano-carga.
           move "A" to ps-origen.
           move ws-operador-id to ps-operador-id.
           if ws-ps-existe = "S" then
              rewrite reg-presupuesto
           else
              write reg-presupuesto
           end-if.
           add 1 to ws-lineas-grabadas.
           go leer-linea-presupuesto.
       rechazar-linea-presupuesto.
           add 1 to ws-lineas-rechazadas.
           go leer-linea-presupuesto.
       cerrar-importacion.
           close presupuesto-csv.
           display pantalla-principal.
           display pantalla-resultado-carga.
           accept  datos-continuar.
           go desplejar-menu.

      *_informe de cumplimiento del ano del mes de corte: ventas por
      *_categoria y compras por sucursal, con el mes, lo acumulado y
      *_la proyeccion al cierre contra el presupuesto
       pedir-corte.
           move 0 to ws-mes-corte.
           display pantalla-principal.
           display pantalla-corte.
           accept  datos-corte.
           if ws-mes-corte = 0 then go desplejar-menu end-if.
           if ws-mes-corte > 12 then go pedir-corte end-if.
           perform cargar-tablas thru fin-cargar-tablas.
           perform sumar-presupuesto thru fin-sumar-presupuesto.
           open input resumen-ventas.
           open input categorias-medicamento.
           open input factura-compra.
       sumar-ventas.
           read resumen-ventas next record
               at end go sumar-compras.
           if vm-ano not = ws-ano-corte or vm-mes > ws-mes-corte then
              go sumar-ventas
           end-if.
           move vm-codigo to mc-codigo.
           read categorias-medicamento key is mc-codigo
               invalid key move "SIN" to mc-categoria
           end-read.
           move mc-categoria to ws-clave-buscada.
           perform ubicar-categoria thru fin-ubicar-categoria.
           add vm-neto to ws-ct-real-acum (ws-m).
           if vm-mes = ws-mes-corte then
              add vm-neto to ws-ct-real-mes (ws-m)
           end-if.
           go sumar-ventas.

      *_compras por fecha de registro de la factura; la sucursal en
      *_blanco es la casa matriz 01
       sumar-compras.
           read factura-compra next record
               at end go cerrar-lecturas.
           if c-fhr-ano not = ws-ano-corte or
              c-fhr-mes > ws-mes-corte then
              go sumar-compras
           end-if.
           move c-sucursal to ws-clave-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           add c-monto-factura to ws-sc-real-acum (ws-m).
           if c-fhr-mes = ws-mes-corte then
              add c-monto-factura to ws-sc-real-mes (ws-m)
           end-if.
           go sumar-compras.
       cerrar-lecturas.
           close resumen-ventas.
           close categorias-medicamento.
           close factura-compra.

       escribir-cumplimiento.
           open output informe-cumplimiento.
           move ws-mes-corte to tc-mes.
           move ws-ano-corte to tc-ano.
           move fecha-programa to tc-fecha.
           write reg-informe-cumplimiento from ws-linea-titulo-cumplim.
           write reg-informe-cumplimiento from linea-subrayado.
           move spaces to ws-linea-seccion-cumplim.
           move "ventas netas sin iva por categoria terapeutica"
              to sc-titulo.
           write reg-informe-cumplimiento
              from ws-linea-seccion-cumplim.
           write reg-informe-cumplimiento
              from ws-linea-cabecera-cumplim.
           perform limpiar-total thru fin-limpiar-total.
           move 1 to ws-i.
       escribir-categoria.
           if ws-i > ws-ct-total then go total-ventas.
           move ws-ct-item (ws-i) to ws-fila.
           perform acumular-total thru fin-acumular-total.
           perform escribir-fila thru fin-escribir-fila.
           add 1 to ws-i.
           go escribir-categoria.
       total-ventas.
           move ws-fila-total to ws-fila.
           perform escribir-fila thru fin-escribir-fila.
           move 0 to ws-pct-ventas.
           if ft-ppto-acum not = 0 then
              compute ws-pct-ventas rounded =
                 ft-real-acum * 100 / ft-ppto-acum
           end-if.
           write reg-informe-cumplimiento from linea-subrayado.
           move spaces to ws-linea-seccion-cumplim.
           move "compras con iva por sucursal" to sc-titulo.
           write reg-informe-cumplimiento
              from ws-linea-seccion-cumplim.
           write reg-informe-cumplimiento
              from ws-linea-cabecera-cumplim.
           perform limpiar-total thru fin-limpiar-total.
           move 1 to ws-i.
       escribir-sucursal.
           if ws-i > ws-sc-total then go total-compras.
           move ws-sc-item (ws-i) to ws-fila.
           perform acumular-total thru fin-acumular-total.
           perform escribir-fila thru fin-escribir-fila.
           add 1 to ws-i.
           go escribir-sucursal.
       total-compras.
           move ws-fila-total to ws-fila.
           perform escribir-fila thru fin-escribir-fila.
           move 0 to ws-pct-compras.
           if ft-ppto-acum not = 0 then
              compute ws-pct-compras rounded =
                 ft-real-acum * 100 / ft-ppto-acum
           end-if.
           write reg-informe-cumplimiento from linea-subrayado.
           write reg-informe-cumplimiento from ws-linea-nota-cumplim.
           write reg-informe-cumplimiento
              from ws-linea-nota-cumplim-2.
           write reg-informe-cumplimiento
              from ws-linea-nota-cumplim-3.
           write reg-informe-cumplimiento
              from ws-linea-nota-cumplim-4.
           close informe-cumplimiento.
           move "cumplimiento de presupuesto" to ws-sp-titulo.
           move "cumplim.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-resultado-informe.
           accept  datos-continuar.
           go desplejar-menu.

       volver.
           close presupuesto.
           close categorias.
           close sucursales.
           goback.

      *_tablas en cero con las categorias y sucursales de los
      *_maestros, para que salgan aunque no tengan movimiento
       cargar-tablas.
           move 0 to ws-ct-total.
           move 0 to ws-sc-total.
           move 1 to ws-m.
       limpiar-categoria.
           if ws-m > ws-max-categorias then go limpiar-sucursales.
           move spaces to ws-ct-codigo (ws-m).
           move spaces to ws-ct-descripcion (ws-m).
           move 0 to ws-ct-ppto-mes (ws-m).
           move 0 to ws-ct-real-mes (ws-m).
           move 0 to ws-ct-ppto-acum (ws-m).
           move 0 to ws-ct-real-acum (ws-m).
           move 0 to ws-ct-ppto-anual (ws-m).
           add 1 to ws-m.
           go limpiar-categoria.
       limpiar-sucursales.
           move 1 to ws-m.
       limpiar-sucursal.
           if ws-m > ws-max-sucursales then go cargar-categorias.
           move spaces to ws-sc-codigo (ws-m).
           move spaces to ws-sc-descripcion (ws-m).
           move 0 to ws-sc-ppto-mes (ws-m).
           move 0 to ws-sc-real-mes (ws-m).
           move 0 to ws-sc-ppto-acum (ws-m).
           move 0 to ws-sc-real-acum (ws-m).
           move 0 to ws-sc-ppto-anual (ws-m).
           add 1 to ws-m.
           go limpiar-sucursal.
       cargar-categorias.
           move low-values to ca-codigo.
           start categorias key is >= ca-codigo
               invalid key go cargar-sucursales.
       leer-categoria.
           read categorias next record
               at end go cargar-sucursales.
           if ws-ct-total >= ws-max-categorias - 1 then
              go cargar-sucursales
           end-if.
           add 1 to ws-ct-total.
           move ca-codigo      to ws-ct-codigo (ws-ct-total).
           move ca-descripcion to ws-ct-descripcion (ws-ct-total).
           go leer-categoria.
       cargar-sucursales.
           move low-values to su-codigo.
           start sucursales key is >= su-codigo
               invalid key go fin-cargar-tablas.
       leer-sucursal.
           read sucursales next record
               at end go fin-cargar-tablas.
           if ws-sc-total >= ws-max-sucursales - 1 then
              go fin-cargar-tablas
           end-if.
           add 1 to ws-sc-total.
           move su-codigo to ws-sc-codigo (ws-sc-total).
           move su-nombre to ws-sc-descripcion (ws-sc-total).
           go leer-sucursal.
       fin-cargar-tablas.
           exit.

      *_metas del ano de corte: la de venta va a su categoria y la
      *_de compra a su sucursal
       sumar-presupuesto.
           move ws-ano-corte to ps-ano.
           move 0 to ps-mes.
           move low-values to ps-categoria.
           move low-values to ps-sucursal.
           start presupuesto key is >= ps-clave
               invalid key go fin-sumar-presupuesto.
       leer-presupuesto.
           read presupuesto next record
               at end go fin-sumar-presupuesto.
           if ps-ano not = ws-ano-corte then
              go fin-sumar-presupuesto
           end-if.
           move ps-categoria to ws-clave-buscada.
           perform ubicar-categoria thru fin-ubicar-categoria.
           add ps-meta-venta to ws-ct-ppto-anual (ws-m).
           if ps-mes <= ws-mes-corte then
              add ps-meta-venta to ws-ct-ppto-acum (ws-m)
           end-if.
           if ps-mes = ws-mes-corte then
              add ps-meta-venta to ws-ct-ppto-mes (ws-m)
           end-if.
           move ps-sucursal to ws-clave-buscada.
           perform ubicar-sucursal thru fin-ubicar-sucursal.
           add ps-meta-compra to ws-sc-ppto-anual (ws-m).
           if ps-mes <= ws-mes-corte then
              add ps-meta-compra to ws-sc-ppto-acum (ws-m)
           end-if.
           if ps-mes = ws-mes-corte then
              add ps-meta-compra to ws-sc-ppto-mes (ws-m)
           end-if.
           go leer-presupuesto.
       fin-sumar-presupuesto.
           exit.

      *_posicion ws-m de la categoria ws-clave-buscada; una nueva se
      *_agrega al final y, con la tabla llena, va a "(otras)"
       ubicar-categoria.
           move 1 to ws-m.
       comparar-categoria.
           if ws-m > ws-ct-total then go agregar-categoria.
           if ws-ct-codigo (ws-m) = ws-clave-buscada then
              go fin-ubicar-categoria
           end-if.
           add 1 to ws-m.
           go comparar-categoria.
       agregar-categoria.
           if ws-ct-total >= ws-max-categorias - 1 then
              move ws-max-categorias to ws-m
              move ws-max-categorias to ws-ct-total
              move "(otras)" to ws-ct-descripcion (ws-m)
              go fin-ubicar-categoria
           end-if.
           add 1 to ws-ct-total.
           move ws-ct-total to ws-m.
           move ws-clave-buscada to ws-ct-codigo (ws-m).
           move "(sin maestro)" to ws-ct-descripcion (ws-m).
           if ws-clave-buscada = "SIN" then
              move "sin categoria" to ws-ct-descripcion (ws-m)
           end-if.
       fin-ubicar-categoria.
           exit.

       ubicar-sucursal.
           if ws-clave-buscada = spaces then
              move "01" to ws-clave-buscada
           end-if.
           move 1 to ws-m.
       comparar-sucursal.
           if ws-m > ws-sc-total then go agregar-sucursal.
           if ws-sc-codigo (ws-m) = ws-clave-buscada then
              go fin-ubicar-sucursal
           end-if.
           add 1 to ws-m.
           go comparar-sucursal.
       agregar-sucursal.
           if ws-sc-total >= ws-max-sucursales - 1 then
              move ws-max-sucursales to ws-m
              move ws-max-sucursales to ws-sc-total
              move "(otras)" to ws-sc-descripcion (ws-m)
              go fin-ubicar-sucursal
           end-if.
           add 1 to ws-sc-total.
           move ws-sc-total to ws-m.
           move ws-clave-buscada to ws-sc-codigo (ws-m).
           move "(sin maestro)" to ws-sc-descripcion (ws-m).
       fin-ubicar-sucursal.
           exit.

       limpiar-total.
           move spaces to ft-codigo.
           move "total" to ft-descripcion.
           move 0 to ft-ppto-mes.
           move 0 to ft-real-mes.
           move 0 to ft-ppto-acum.
           move 0 to ft-real-acum.
           move 0 to ft-ppto-anual.
       fin-limpiar-total.
           exit.

       acumular-total.
           add fl-ppto-mes   to ft-ppto-mes.
           add fl-real-mes   to ft-real-mes.
           add fl-ppto-acum  to ft-ppto-acum.
           add fl-real-acum  to ft-real-acum.
           add fl-ppto-anual to ft-ppto-anual.
       fin-acumular-total.
           exit.

      *_tres lineas por fila: el mes de corte, lo acumulado del ano y
      *_el cierre proyectado contra el presupuesto anual. la
      *_proyeccion sigue el ritmo de cumplimiento acumulado y, sin
      *_presupuesto a la fecha, el promedio mensual de lo real
       escribir-fila.
           if fl-ppto-anual = 0 and fl-real-acum = 0 then
              go fin-escribir-fila
           end-if.
           move fl-codigo      to cu-codigo.
           move fl-descripcion to cu-descripcion.
           move "mes"          to cu-periodo.
           move fl-ppto-mes    to ws-cu-ppto.
           move fl-real-mes    to ws-cu-real.
           perform escribir-linea-cumplim
              thru fin-escribir-linea-cumplim.
           move spaces         to cu-codigo.
           move spaces         to cu-descripcion.
           move "acumulado"    to cu-periodo.
           move fl-ppto-acum   to ws-cu-ppto.
           move fl-real-acum   to ws-cu-real.
           perform escribir-linea-cumplim
              thru fin-escribir-linea-cumplim.
           if fl-ppto-acum not = 0 then
              compute ws-proyeccion rounded = fl-real-acum +
                 (fl-ppto-anual - fl-ppto-acum) * fl-real-acum
                 / fl-ppto-acum
           else
              compute ws-proyeccion rounded =
                 fl-real-acum * 12 / ws-mes-corte
           end-if.
           move "cierre"       to cu-periodo.
           move fl-ppto-anual  to ws-cu-ppto.
           move ws-proyeccion  to ws-cu-real.
           perform escribir-linea-cumplim
              thru fin-escribir-linea-cumplim.
       fin-escribir-fila.
           exit.

       escribir-linea-cumplim.
           move ws-cu-ppto to cu-ppto.
           move ws-cu-real to cu-real.
           compute cu-desviacion = ws-cu-real - ws-cu-ppto.
           move spaces to cu-pct-x.
           if ws-cu-ppto not = 0 then
              compute cu-pct rounded =
                 (ws-cu-real - ws-cu-ppto) * 100 / ws-cu-ppto
           end-if.
           write reg-informe-cumplimiento
              from ws-linea-detalle-cumplim.
       fin-escribir-linea-cumplim.
           exit.

      *_convierte ws-campo-numero del texto de carga; salta espacios
      *_y puntos de miles y termina en el primer otro caracter
       convertir-campo.
           move 0 to ws-valor-aux.
           move 0 to ws-i.
       convertir-digito-campo.
           add 1 to ws-i.
           if ws-i > 14 then go fin-convertir-campo end-if.
           if ws-campo-numero (ws-i:1) = space or
              ws-campo-numero (ws-i:1) = "." then
              go convertir-digito-campo
           end-if.
           if ws-campo-numero (ws-i:1) < "0" or
              ws-campo-numero (ws-i:1) > "9" then
              go fin-convertir-campo
           end-if.
           move ws-campo-numero (ws-i:1) to ws-digito-x.
           compute ws-valor-aux = ws-valor-aux * 10 + ws-digito-9.
           go convertir-digito-campo.
       fin-convertir-campo.
           exit.

       mensajes.
       mensaje-categoria-no-existe.
           display " " line 1 col 1 erase eos.
           display "esa categoria no esta en el maestro de categorias"
                    line 4 col 1.
           go pedir-clave-presupuesto.
       mensaje-sucursal-no-existe.
           display " " line 1 col 1 erase eos.
           display "esa sucursal no esta en el maestro de sucursales"
                    line 4 col 1.
           go pedir-clave-presupuesto.
