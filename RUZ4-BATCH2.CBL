           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select mov-archivo assign to disk
           organization is indexed
           alternate record key is am-codigo-movimiento with duplicates
           file status is ws-status-movarch.

      *_catalogo de archivos: dice que archivos se archivan por ano
      *_(compras, ventas, movs), cuales por meses de retencion y
      *_cuales nunca
           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo
           file status is ws-status-catalogo.

      *_archivos que se podan por meses de retencion: lo que queda
      *_fuera del periodo pasa a una copia plana <base>arch.dat
           select caja-sesiones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cj-correlativo
           file status is ws-status-retencion.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero
           file status is ws-status-retencion.

           select documentos-dte assign to disk
           organization is indexed
           access mode is dynamic
           record key is dt-numero-factura
           file status is ws-status-retencion.

           select diario-transacciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is jr-correlativo
           file status is ws-status-retencion.

           select historico-plano assign to disk
           organization is sequential
           file status is ws-status-historico.

      *_punto de control de la corrida: registra la fase alcanzada
      *_para que una reejecucion tras una caida retome donde quedo
           select arch-checkpoint assign to disk
           record key is ck-clave
           file status is ws-status-checkpoint.

      *_informe del modo simulacion (parametro "simular")
           select informe-simulacion assign to disk
           organization is line sequential.

       data division.
       file section.
       fd factura-compra
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd mov-archivo
           label record is standard
          02 am-medico-mov          pic x(8).
          02 am-lote-mov            pic 9(3).

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

       fd caja-sesiones
           label record is standard
           value of file-id "cajas.dat".
       01 reg-caja.
          02 cj-correlativo        pic 9(6).
          02 cj-operador-id        pic x(8).
          02 cj-estado             pic x.
             88 caja-abierta       value "A".
             88 caja-cerrada       value "C".
          02 cj-fondo-inicial      pic 9(9).
          02 cj-fecha-apertura.
             03 cj-dia-apertura    pic 99.
             03 cj-mes-apertura    pic 99.
             03 cj-ano-apertura    pic 99.
          02 cj-hora-apertura.
             03 cj-hh-apertura     pic 99.
             03 cj-mm-apertura     pic 99.
          02 cj-fecha-cierre.
             03 cj-dia-cierre      pic 99.
             03 cj-mes-cierre      pic 99.
             03 cj-ano-cierre      pic 99.
          02 cj-hora-cierre.
             03 cj-hh-cierre       pic 99.
             03 cj-mm-cierre       pic 99.
          02 cj-efectivo-declarado pic 9(9).
          02 cj-total-efectivo     pic 9(9).
          02 cj-total-debito       pic 9(9).
          02 cj-total-credito      pic 9(9).
          02 cj-total-transfer     pic 9(9).
          02 cj-diferencia         pic 9(9).
          02 cj-sentido-dif        pic x.
             88 caja-cuadrada      value "=".
             88 caja-faltante      value "F".
             88 caja-sobrante      value "S".
          02 cj-sucursal           pic x(2).

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

       fd documentos-dte
           label record is standard
           value of file-id "dte.dat".
       01 reg-dte.
          02 dt-numero-factura    pic x(6).
          02 dt-tipo-dte          pic x(6).
          02 dt-folio             pic 9(6).
          02 dt-fecha-emision.
             03 dt-dia-emision    pic 99.
             03 dt-mes-emision    pic 99.
             03 dt-ano-emision    pic 99.

       fd diario-transacciones
           label record is standard
           value of file-id "trxjour.dat".
       01 reg-diario-trx.
          02 jr-correlativo      pic 9(6).
          02 jr-tipo             pic x(6).
          02 jr-referencia       pic x(6).
          02 jr-estado           pic x.
             88 trx-iniciada     value "I".
             88 trx-completada   value "C".
             88 trx-revertida    value "R".
          02 jr-operador-id      pic x(8).
          02 jr-fecha-hora.
             03 jr-dia           pic 99.
             03 jr-mes           pic 99.
             03 jr-ano           pic 99.
             03 jr-hora          pic 99.
             03 jr-minuto        pic 99.
             03 jr-segundo       pic 99.

       fd historico-plano
           label record is standard
           value of file-id ws-nombre-historico.
       01 reg-historico-plano     pic x(500).

       fd arch-checkpoint
           label record is standard
           value of file-id "archchk.dat".
          02 ck-clave            pic x(8).
          02 ck-fase             pic x(8).

       fd informe-simulacion
           label record is standard
           value of file-id "simarch.txt".
       01 reg-simulacion-linea    pic x(80).

       working-storage section.
       77 ws-ano-corte            pic 9(4).
      *_ventana de siglo para los anos de dos digitos del sistema:
       77 ws-status-comprasarch   pic xx.
       77 ws-status-ventasarch    pic xx.
       77 ws-status-movarch       pic xx.
       77 ws-status-catalogo      pic xx.
       77 ws-status-retencion     pic xx.
       77 ws-status-historico     pic xx.
      *_lo que dice el catalogo para cada fase: S/N para las fases
      *_por ano y meses de retencion (0 = no se poda) para las otras
       77 ws-archiva-compras      pic x value "S".
       77 ws-archiva-ventas       pic x value "S".
       77 ws-archiva-movs         pic x value "S".
       77 ws-meses-cajas          pic 9(3) value 0.
       77 ws-meses-ncventa        pic 9(3) value 0.
       77 ws-meses-dte            pic 9(3) value 0.
       77 ws-meses-trxjour        pic 9(3) value 0.
      *_corte de la fase por meses: hoy menos los meses de retencion,
      *_como aaaammdd; se mueve todo registro con fecha anterior
       77 ws-meses-retencion      pic 9(3).
       77 ws-meses-corte          pic 9(6).
       77 ws-ano-retencion        pic 9(4).
       77 ws-mes-retencion        pic 99.
       77 ws-orden-corte          pic 9(8).
       77 ws-orden-registro       pic 9(8).
       77 ws-ret-leidos           pic 9(6) value 0.
       77 ws-ret-archivados       pic 9(6) value 0.
       01 ws-nombre-historico     pic x(24).
       01 fecha-sistema.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
      *_modo simulacion: con el parametro "simular" desde
      *_run-batch-archivar.sh todos los archivos se abren solo para
      *_lectura, no se mueve ni se borra nada y el punto de control
      *_no se toca; cada registro que se archivaria queda en
      *_simarch.txt con los totales por fase
       77 ws-parametro            pic x(10) value spaces.
       77 ws-simulacion           pic x value "N".
      *_si el *arch.dat no existe todavia, todo se archivaria
       77 ws-sim-comprasarch      pic x value "N".
       77 ws-sim-ventasarch       pic x value "N".
       77 ws-sim-movarch          pic x value "N".
       01 ws-linea-sim-detalle.
          02 sd-fase              pic x(8).
          02 filler               pic x value space.
          02 sd-clave             pic x(14).
          02 filler               pic x value space.
          02 sd-fecha.
             03 fe-dia            pic 99.
             03 filler            pic x value "/".
             03 fe-mes            pic 99.
             03 filler            pic x value "/".
             03 fe-ano            pic 99.
          02 filler               pic x value space.
          02 sd-accion            pic x(47).
       01 ws-linea-sim-total.
          02 stt-fase             pic x(8).
          02 filler               pic x(8) value " leidos=".
          02 stt-leidos           pic zzzzz9.
          02 filler               pic x(12) value " archivaria=".
          02 stt-archivados       pic zzzzz9.
          02 filler               pic x(12) value " ya en arch=".
          02 stt-repetidos        pic zzzzz9.
          02 filler               pic x(10) value " borraria=".
          02 stt-borrados         pic zzzzz9.
          02 filler               pic x(6) value spaces.

       procedure division.
      *_corre sin pantalla para que el programador de tareas del
      *_creciendo indefinidamente y la navegacion de opcion-5 no se
      *_vuelva mas lenta cada ano. un registro duplicado en el archivo
      *_(ya archivado en una corrida anterior) se omite en vez de
      *_abortar todo el batch. el catalogo archcat.dat decide que
      *_fases corren: las de compras/ventas/movs se saltan si su
      *_entrada dice que no se archiva, y cajas, notas de credito,
      *_dte y diario de transacciones se podan segun sus meses de
      *_retencion
       inicio.
           accept ws-parametro from command-line.
           if ws-parametro = "simular" or ws-parametro = "SIMULAR" then
              move "S" to ws-simulacion
           end-if.
       obtener-fecha.
           accept fecha-sistema from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-ano-corte.
       leer-catalogo.
           open input catalogo-archivos.
           if ws-status-catalogo not = "00" then
              display "batch-archivar: sin archcat.dat, solo se"
                      " archivan compras, ventas y movs por ano"
              go abrir-ficheros
           end-if.
           move "compras.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivo-no-se-archiva then
              move "N" to ws-archiva-compras
           end-if.
           move "ventas.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivo-no-se-archiva then
              move "N" to ws-archiva-ventas
           end-if.
           move "mov.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivo-no-se-archiva then
              move "N" to ws-archiva-movs
           end-if.
           move "cajas.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivado-por-meses then
              move ka-meses-retencion to ws-meses-cajas
           end-if.
           move "ncventa.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivado-por-meses then
              move ka-meses-retencion to ws-meses-ncventa
           end-if.
           move "dte.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivado-por-meses then
              move ka-meses-retencion to ws-meses-dte
           end-if.
           move "trxjour.dat" to ka-archivo.
           perform leer-entrada-catalogo thru fin-leer-entrada.
           if archivado-por-meses then
              move ka-meses-retencion to ws-meses-trxjour
           end-if.
           close catalogo-archivos.
       abrir-ficheros.
           if ws-simulacion = "S" then go abrir-simulacion end-if.
           open i-o factura-compra.
           open i-o compras-archivo.
           open i-o factura-venta.
               invalid key go crear-checkpoint.
           if ck-fase = "VENTAS" then go fijar-fase-ventas end-if.
           if ck-fase = "MOVS" then go fijar-fase-movs end-if.
           if ck-fase = "CAJAS" then go fijar-fase-cajas end-if.
           if ck-fase = "NCVENTA" then go fijar-fase-ncventa end-if.
           if ck-fase = "DTE" then go fijar-fase-dte end-if.
           if ck-fase = "TRXJOUR" then go fijar-fase-trxjour end-if.
           go fijar-fase-compras.
       crear-checkpoint.
           move "ARCHIVAR" to ck-clave.
           move "COMPRAS"  to ck-fase.
           write reg-arch-checkpoint invalid key continue end-write.
           go iniciar-compras.
       fijar-fase-compras.
           move "COMPRAS" to ck-fase.
           rewrite reg-arch-checkpoint.
           go iniciar-compras.
       fijar-fase-ventas.
           display "batch-archivar: retomando desde la fase ventas".
           go iniciar-ventas.
       fijar-fase-movs.
           display "batch-archivar: retomando desde la fase movs".
           go iniciar-movimientos.
       fijar-fase-cajas.
           display "batch-archivar: retomando desde la fase cajas".
           go archivar-cajas.
       fijar-fase-ncventa.
           display "batch-archivar: retomando desde la fase ncventa".
           go archivar-ncventa.
       fijar-fase-dte.
           display "batch-archivar: retomando desde la fase dte".
           go archivar-dte.
       fijar-fase-trxjour.
           display "batch-archivar: retomando desde la fase trxjour".
           go archivar-trxjour.
      *_simulacion: se recorren todas las fases desde el principio,
      *_sin leer ni grabar el punto de control
       abrir-simulacion.
           open input factura-compra.
           open input compras-archivo.
           if ws-status-comprasarch = "00" then
              move "S" to ws-sim-comprasarch
           end-if.
           open input factura-venta.
           open input ventas-archivo.
           if ws-status-ventasarch = "00" then
              move "S" to ws-sim-ventasarch
           end-if.
           open input movimiento-medicamento.
           open input mov-archivo.
           if ws-status-movarch = "00" then
              move "S" to ws-sim-movarch
           end-if.
           open output informe-simulacion.
           move "batch-archivar en simulacion, no se mueve nada"
              to reg-simulacion-linea.
           write reg-simulacion-linea.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
       iniciar-compras.
           if ws-archiva-compras = "N" then
              display "batch-archivar: compras.dat no se archiva"
              go checkpoint-ventas
           end-if.
       archivar-compras.
           read factura-compra next record
               at end go checkpoint-ventas.
           end-if.
           go archivar-compras.
       mover-registro-compra.
           if ws-simulacion = "S" then go simular-compra end-if.
           move c-codigo-factura    to ac-codigo-factura.
           move c-numero-factura    to ac-numero-factura.
           move c-rut-laboratorio   to ac-rut-laboratorio.
              add 1 to ws-total-archivados
           end-if.
           go archivar-compras.
       simular-compra.
           move "compras" to sd-fase.
           move c-clave-compra to sd-clave.
           move c-fhr-dia to fe-dia.
           move c-fhr-mes to fe-mes.
           move c-fhr-ano to fe-ano.
           move "se archivaria y borraria" to sd-accion.
           if ws-sim-comprasarch = "N" then
              add 1 to ws-cmp-archivados
              go fin-simular-compra
           end-if.
           move c-clave-compra to ac-clave-compra.
           read compras-archivo key is ac-clave-compra
               invalid key
                  add 1 to ws-cmp-archivados
                  go fin-simular-compra.
           move "ya en comprasarch.dat, solo se borraria"
              to sd-accion.
           add 1 to ws-cmp-repetidos.
       fin-simular-compra.
           add 1 to ws-cmp-borrados.
           add 1 to ws-total-archivados.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go archivar-compras.
      *_fase compras completa: el punto de control avanza a ventas
       checkpoint-ventas.
           if ws-simulacion = "S" then go iniciar-ventas end-if.
           move "ARCHIVAR" to ck-clave.
           move "VENTAS"   to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       iniciar-ventas.
           if ws-archiva-ventas = "N" then
              display "batch-archivar: ventas.dat no se archiva"
              go checkpoint-movs
           end-if.
       archivar-ventas.
           read factura-venta next record at end go checkpoint-movs.
           add 1 to ws-vta-leidos.
           end-if.
           go archivar-ventas.
       mover-registro-venta.
           if ws-simulacion = "S" then go simular-venta end-if.
           move v-codigo-factura    to av-codigo-factura.
           move v-numero-factura    to av-numero-factura.
           move v-rut-cliente       to av-rut-cliente.
              add 1 to ws-total-archivados
           end-if.
           go archivar-ventas.
       simular-venta.
           move "ventas" to sd-fase.
           move v-numero-factura to sd-clave.
           move v-fhr-dia to fe-dia.
           move v-fhr-mes to fe-mes.
           move v-fhr-ano to fe-ano.
           move "se archivaria y borraria" to sd-accion.
           if ws-sim-ventasarch = "N" then
              add 1 to ws-vta-archivados
              go fin-simular-venta
           end-if.
           move v-numero-factura to av-numero-factura.
           read ventas-archivo key is av-numero-factura
               invalid key
                  add 1 to ws-vta-archivados
                  go fin-simular-venta.
           move "ya en ventasarch.dat, solo se borraria" to sd-accion.
           add 1 to ws-vta-repetidos.
       fin-simular-venta.
           add 1 to ws-vta-borrados.
           add 1 to ws-total-archivados.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go archivar-ventas.
      *_fase ventas completa: el punto de control avanza a movs
       checkpoint-movs.
           if ws-simulacion = "S" then go iniciar-movimientos end-if.
           move "ARCHIVAR" to ck-clave.
           move "MOVS"     to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       iniciar-movimientos.
           if ws-archiva-movs = "N" then
              display "batch-archivar: mov.dat no se archiva"
              go checkpoint-cajas
           end-if.
       archivar-movimientos.
           read movimiento-medicamento next record
               at end go checkpoint-cajas.
           add 1 to ws-mov-leidos.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           end-if.
           go archivar-movimientos.
       mover-registro-movimiento.
           if ws-simulacion = "S" then go simular-movimiento end-if.
           move mov-correlativo       to am-correlativo.
           move codigo-movimiento     to am-codigo-movimiento.
           move num-factura           to am-num-factura.
              add 1 to ws-total-archivados
           end-if.
           go archivar-movimientos.
       simular-movimiento.
           move "movs" to sd-fase.
           move mov-correlativo to sd-clave.
           move dia-venta to fe-dia.
           move mes-venta to fe-mes.
           move ano-venta to fe-ano.
           move "se archivaria y borraria" to sd-accion.
           if ws-sim-movarch = "N" then
              add 1 to ws-mov-archivados
              go fin-simular-movimiento
           end-if.
           move mov-correlativo to am-correlativo.
           read mov-archivo key is am-correlativo
               invalid key
                  add 1 to ws-mov-archivados
                  go fin-simular-movimiento.
           move "ya en movarch.dat, solo se borraria" to sd-accion.
           add 1 to ws-mov-repetidos.
       fin-simular-movimiento.
           add 1 to ws-mov-borrados.
           add 1 to ws-total-archivados.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           go archivar-movimientos.
      *_fase cajas: sesiones de caja ya cerradas, por fecha de cierre
       checkpoint-cajas.
           if ws-simulacion = "S" then go archivar-cajas end-if.
           move "ARCHIVAR" to ck-clave.
           move "CAJAS" to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       archivar-cajas.
           if ws-meses-cajas = 0 then go checkpoint-ncventa end-if.
           if ws-simulacion = "S" then
              open input caja-sesiones
           else
              open i-o caja-sesiones
           end-if.
           if ws-status-retencion not = "00" then
              go checkpoint-ncventa
           end-if.
           move ws-meses-cajas to ws-meses-retencion.
           move "cajasarch.dat" to ws-nombre-historico.
           perform preparar-retencion thru fin-preparar-retencion.
       leer-caja.
           read caja-sesiones next record
               at end go cerrar-cajas.
           add 1 to ws-ret-leidos.
           if not caja-cerrada then go leer-caja end-if.
           move cj-ano-cierre to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-registro = ws-vs-aaaa * 10000
              + cj-mes-cierre * 100 + cj-dia-cierre.
           if ws-orden-registro not < ws-orden-corte then
              go leer-caja
           end-if.
           if ws-simulacion = "S" then
              move "cajas" to sd-fase
              move cj-correlativo to sd-clave
              move cj-dia-cierre to fe-dia
              move cj-mes-cierre to fe-mes
              move cj-ano-cierre to fe-ano
              perform simular-retencion thru fin-simular-retencion
              go leer-caja
           end-if.
           move reg-caja to reg-historico-plano.
           write reg-historico-plano.
           delete caja-sesiones.
           add 1 to ws-ret-archivados.
           add 1 to ws-total-archivados.
           go leer-caja.
       cerrar-cajas.
           close caja-sesiones.
           if ws-simulacion = "N" then close historico-plano end-if.
           if ws-simulacion = "S" then
              move "cajas" to stt-fase
              perform total-simulacion-retencion
                 thru fin-total-simulacion-retencion
           end-if.
           display "batch-archivar cajas: leidos=" ws-ret-leidos
                   " archivados=" ws-ret-archivados.
      *_fase ncventa: notas de credito, por su fecha
       checkpoint-ncventa.
           if ws-simulacion = "S" then go archivar-ncventa end-if.
           move "ARCHIVAR" to ck-clave.
           move "NCVENTA" to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       archivar-ncventa.
           if ws-meses-ncventa = 0 then go checkpoint-dte end-if.
           if ws-simulacion = "S" then
              open input notas-venta
           else
              open i-o notas-venta
           end-if.
           if ws-status-retencion not = "00" then
              go checkpoint-dte
           end-if.
           move ws-meses-ncventa to ws-meses-retencion.
           move "ncventaarch.dat" to ws-nombre-historico.
           perform preparar-retencion thru fin-preparar-retencion.
       leer-nota-venta.
           read notas-venta next record
               at end go cerrar-ncventa.
           add 1 to ws-ret-leidos.
           move nv-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-registro = ws-vs-aaaa * 10000
              + nv-mes * 100 + nv-dia.
           if ws-orden-registro not < ws-orden-corte then
              go leer-nota-venta
           end-if.
           if ws-simulacion = "S" then
              move "ncventa" to sd-fase
              move nv-numero to sd-clave
              move nv-dia to fe-dia
              move nv-mes to fe-mes
              move nv-ano to fe-ano
              perform simular-retencion thru fin-simular-retencion
              go leer-nota-venta
           end-if.
           move reg-nota-venta to reg-historico-plano.
           write reg-historico-plano.
           delete notas-venta.
           add 1 to ws-ret-archivados.
           add 1 to ws-total-archivados.
           go leer-nota-venta.
       cerrar-ncventa.
           close notas-venta.
           if ws-simulacion = "N" then close historico-plano end-if.
           if ws-simulacion = "S" then
              move "ncventa" to stt-fase
              perform total-simulacion-retencion
                 thru fin-total-simulacion-retencion
           end-if.
           display "batch-archivar ncventa: leidos=" ws-ret-leidos
                   " archivados=" ws-ret-archivados.
      *_fase dte: folios dte, por fecha de emision
       checkpoint-dte.
           if ws-simulacion = "S" then go archivar-dte end-if.
           move "ARCHIVAR" to ck-clave.
           move "DTE" to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       archivar-dte.
           if ws-meses-dte = 0 then go checkpoint-trxjour end-if.
           if ws-simulacion = "S" then
              open input documentos-dte
           else
              open i-o documentos-dte
           end-if.
           if ws-status-retencion not = "00" then
              go checkpoint-trxjour
           end-if.
           move ws-meses-dte to ws-meses-retencion.
           move "dtearch.dat" to ws-nombre-historico.
           perform preparar-retencion thru fin-preparar-retencion.
       leer-dte.
           read documentos-dte next record
               at end go cerrar-dte.
           add 1 to ws-ret-leidos.
           move dt-ano-emision to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-registro = ws-vs-aaaa * 10000
              + dt-mes-emision * 100 + dt-dia-emision.
           if ws-orden-registro not < ws-orden-corte then
              go leer-dte
           end-if.
           if ws-simulacion = "S" then
              move "dte" to sd-fase
              move dt-numero-factura to sd-clave
              move dt-dia-emision to fe-dia
              move dt-mes-emision to fe-mes
              move dt-ano-emision to fe-ano
              perform simular-retencion thru fin-simular-retencion
              go leer-dte
           end-if.
           move reg-dte to reg-historico-plano.
           write reg-historico-plano.
           delete documentos-dte.
           add 1 to ws-ret-archivados.
           add 1 to ws-total-archivados.
           go leer-dte.
       cerrar-dte.
           close documentos-dte.
           if ws-simulacion = "N" then close historico-plano end-if.
           if ws-simulacion = "S" then
              move "dte" to stt-fase
              perform total-simulacion-retencion
                 thru fin-total-simulacion-retencion
           end-if.
           display "batch-archivar dte: leidos=" ws-ret-leidos
                   " archivados=" ws-ret-archivados.
      *_fase trxjour: transacciones cerradas (completadas o revertidas);
      *_las iniciadas quedan para que batch-recuperar las resuelva
       checkpoint-trxjour.
           if ws-simulacion = "S" then go archivar-trxjour end-if.
           move "ARCHIVAR" to ck-clave.
           move "TRXJOUR" to ck-fase.
           rewrite reg-arch-checkpoint invalid key continue
           end-rewrite.
       archivar-trxjour.
           if ws-meses-trxjour = 0 then go fin-batch end-if.
           if ws-simulacion = "S" then
              open input diario-transacciones
           else
              open i-o diario-transacciones
           end-if.
           if ws-status-retencion not = "00" then
              go fin-batch
           end-if.
           move ws-meses-trxjour to ws-meses-retencion.
           move "trxjourarch.dat" to ws-nombre-historico.
           perform preparar-retencion thru fin-preparar-retencion.
       leer-diario.
           read diario-transacciones next record
               at end go cerrar-trxjour.
           add 1 to ws-ret-leidos.
           if not trx-completada and not trx-revertida then
              go leer-diario
           end-if.
           move jr-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-registro = ws-vs-aaaa * 10000
              + jr-mes * 100 + jr-dia.
           if ws-orden-registro not < ws-orden-corte then
              go leer-diario
           end-if.
           if ws-simulacion = "S" then
              move "trxjour" to sd-fase
              move jr-correlativo to sd-clave
              move jr-dia to fe-dia
              move jr-mes to fe-mes
              move jr-ano to fe-ano
              perform simular-retencion thru fin-simular-retencion
              go leer-diario
           end-if.
           move reg-diario-trx to reg-historico-plano.
           write reg-historico-plano.
           delete diario-transacciones.
           add 1 to ws-ret-archivados.
           add 1 to ws-total-archivados.
           go leer-diario.
       cerrar-trxjour.
           close diario-transacciones.
           if ws-simulacion = "N" then close historico-plano end-if.
           if ws-simulacion = "S" then
              move "trxjour" to stt-fase
              perform total-simulacion-retencion
                 thru fin-total-simulacion-retencion
           end-if.
           display "batch-archivar trxjour: leidos=" ws-ret-leidos
                   " archivados=" ws-ret-archivados.
       fin-batch.
           if ws-simulacion = "S" then go fin-simulacion end-if.
      *_corrida completa: el punto de control queda en fin para que
      *_la proxima corrida parta desde el principio
           move "ARCHIVAR" to ck-clave.
           close movimiento-medicamento.
           close mov-archivo.
           goback.
      *_simulacion: totales de las fases por ano en el informe; las
      *_fases por meses ya dejaron su linea al cerrar cada una
       fin-simulacion.
           move all "-" to reg-simulacion-linea.
           write reg-simulacion-linea.
           move "compras" to stt-fase.
           move ws-cmp-leidos to stt-leidos.
           move ws-cmp-archivados to stt-archivados.
           move ws-cmp-repetidos to stt-repetidos.
           move ws-cmp-borrados to stt-borrados.
           write reg-simulacion-linea from ws-linea-sim-total.
           move "ventas" to stt-fase.
           move ws-vta-leidos to stt-leidos.
           move ws-vta-archivados to stt-archivados.
           move ws-vta-repetidos to stt-repetidos.
           move ws-vta-borrados to stt-borrados.
           write reg-simulacion-linea from ws-linea-sim-total.
           move "movs" to stt-fase.
           move ws-mov-leidos to stt-leidos.
           move ws-mov-archivados to stt-archivados.
           move ws-mov-repetidos to stt-repetidos.
           move ws-mov-borrados to stt-borrados.
           write reg-simulacion-linea from ws-linea-sim-total.
           close informe-simulacion.
           display "batch-archivar (simulacion): " ws-total-archivados
                   " registro(s) se archivarian".
           display "batch-archivar (simulacion): detalle en"
                   " simarch.txt".
           close factura-compra.
           close compras-archivo.
           close factura-venta.
           close ventas-archivo.
           close movimiento-medicamento.
           close mov-archivo.
           goback.

      *_lee la entrada del catalogo indicada en ka-archivo; si no
      *_esta, la fase correspondiente sigue como antes del catalogo
       leer-entrada-catalogo.
           read catalogo-archivos key is ka-archivo
               invalid key
                  move spaces to ka-archivar
                  move 0 to ka-meses-retencion.
       fin-leer-entrada.
           exit.

      *_deja el corte de la fase (hoy menos ws-meses-retencion, como
      *_aaaammdd), los contadores en cero y el archivo <base>arch.dat
      *_abierto para agregar al final (se crea la primera vez). si la
      *_corrida se cae entre la copia y el borrado de un registro, al
      *_retomar ese registro puede quedar dos veces en la copia plana
       preparar-retencion.
           compute ws-meses-corte = ws-ano-corte * 12 + s-mes - 1
              - ws-meses-retencion.
           divide ws-meses-corte by 12 giving ws-ano-retencion
              remainder ws-mes-retencion.
           add 1 to ws-mes-retencion.
           compute ws-orden-corte = ws-ano-retencion * 10000
              + ws-mes-retencion * 100 + s-dia.
           move 0 to ws-ret-leidos.
           move 0 to ws-ret-archivados.
           if ws-simulacion = "S" then go fin-preparar-retencion end-if.
           open extend historico-plano.
           if ws-status-historico not = "00" then
              open output historico-plano
           end-if.
       fin-preparar-retencion.
           exit.

      *_simulacion de las fases por meses: el registro saldria a la
      *_copia plana y se borraria del archivo vivo
       simular-retencion.
           move "se copiaria a la copia plana y se borraria"
              to sd-accion.
           write reg-simulacion-linea from ws-linea-sim-detalle.
           add 1 to ws-ret-archivados.
           add 1 to ws-total-archivados.
       fin-simular-retencion.
           exit.

       total-simulacion-retencion.
           move ws-ret-leidos to stt-leidos.
           move ws-ret-archivados to stt-archivados.
           move 0 to stt-repetidos.
           move ws-ret-archivados to stt-borrados.
           write reg-simulacion-linea from ws-linea-sim-total.
       fin-total-simulacion-retencion.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
