       identification division.
       program-id. batch-reorganizar.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates
           file status is ws-status-archivo.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates
           file status is ws-status-archivo.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura
           file status is ws-status-archivo.

           select cuentas-fiado assign to disk
           organization is indexed
           access mode is dynamic
           record key is fc-correlativo
           file status is ws-status-archivo.

      *_archivo de paso: guarda lo leido del archivo original y desde
      *_aqui se cargan tanto la copia de prueba como el reemplazo
           select copia-temporal assign to disk
           organization is sequential.

           select informe-reorganiza assign to disk
           organization is line sequential.

       data division.
       file section.
       fd movimiento-medicamento
           label record is standard
           value of file-id ws-nombre-mov.
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

       fd medicamentos
           label record is standard
           value of file-id ws-nombre-medicamentos.
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

       fd factura-venta
           label record is standard
           value of file-id ws-nombre-ventas.
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

       fd cuentas-fiado
           label record is standard
           value of file-id ws-nombre-fiado.
       01 reg-fiado.
          02 fc-correlativo       pic 9(6).
          02 fc-rut-cliente       pic x(8).
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
             03 fc-dia            pic 99.
             03 fc-mes            pic 99.
             03 fc-ano            pic 99.
          02 fc-operador-id       pic x(8).

       fd copia-temporal
           label record is standard
           value of file-id "reorganiza.tmp".
       01 reg-temporal            pic x(500).

       fd informe-reorganiza
           label record is standard
           value of file-id "reorganiza.txt".
       01 reg-reorganiza-linea    pic x(80).

       working-storage section.
       77 ws-nombre-mov            pic x(20).
       77 ws-nombre-medicamentos   pic x(20).
       77 ws-nombre-ventas         pic x(20).
       77 ws-nombre-fiado          pic x(20).
       77 ws-status-archivo        pic xx.
       77 ws-archivo-actual        pic x(17).
       77 ws-ultima-clave          pic x(20).
       77 ws-resultado             pic x(30).
       77 ws-conteo-malo           pic x.
       77 ws-leidos                pic 9(6) value 0.
       77 ws-ilegibles             pic 9(6) value 0.
       77 ws-ilegibles-seguidos    pic 9(3) value 0.
       77 ws-cargados              pic 9(6) value 0.
       77 ws-rechazados            pic 9(6) value 0.
       77 ws-verificados           pic 9(6) value 0.
       77 ws-por-clave             pic 9(6) value 0.
       77 ws-claves-malas          pic 9(2) value 0.
       77 ws-reemplazados          pic 9(6) value 0.
       77 ws-total-reorganizados   pic 9(2) value 0.
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).

       01 ws-linea-encabezado.
          02 filler                pic x(18) value "archivo".
          02 filler                pic x(8)  value "  antes".
          02 filler                pic x(8)  value " ilegib.".
          02 filler                pic x(8)  value "  copia".
          02 filler                pic x(8)  value "  final".
          02 filler                pic x(30) value " resultado".

       01 ws-linea-archivo.
          02 la-archivo            pic x(18).
          02 la-leidos             pic z(6)9.
          02 filler                pic x value space.
          02 la-ilegibles          pic z(6)9.
          02 filler                pic x value space.
          02 la-cargados           pic z(6)9.
          02 filler                pic x value space.
          02 la-reemplazados       pic z(6)9.
          02 filler                pic x value space.
          02 la-resultado          pic x(30).

       01 ws-linea-ilegible.
          02 filler                pic x(30)
             value "   ilegible despues de clave ".
          02 li-clave              pic x(20).
          02 filler                pic x(8) value " estado ".
          02 li-estado             pic xx.
          02 filler                pic x(20) value spaces.

       01 ws-linea-total.
          02 filler                pic x(25)
             value "archivos reorganizados: ".
          02 lt-total              pic z9.
          02 filler                pic x(53) value spaces.

       procedure division.
      *_reorganiza los archivos indexados grandes sin pantalla, para
      *_correr de noche desde run-batch-reorganiza.sh con el sistema
      *_cerrado. cada archivo se lee entero al archivo de paso y con
      *_eso se arma una copia nueva (*reo.dat), que al grabarse desde
      *_cero queda compactada y con sus claves alternas rehechas. la
      *_copia se vuelve a leer por la clave principal y por cada
      *_clave alterna; solo si todos los conteos coinciden con lo
      *_leido y no hubo registros ilegibles se rehace el original
      *_desde el archivo de paso. si algo no cuadra el original queda
      *_tal cual y el detalle queda en reorganiza.txt
       inicio.
           move 0 to ws-total-reorganizados.
           open output informe-reorganiza.
           move "reorganizacion de archivos indexados" to
               reg-reorganiza-linea.
           write reg-reorganiza-linea.
           move all "-" to reg-reorganiza-linea.
           write reg-reorganiza-linea.
           move ws-linea-encabezado to reg-reorganiza-linea.
           write reg-reorganiza-linea.
       reorganizar-mov.
           move "mov.dat" to ws-nombre-mov.
           move "mov.dat" to ws-archivo-actual.
           perform limpiar-contadores thru fin-limpiar-contadores.
           open input movimiento-medicamento.
           if ws-status-archivo not = "00" then
              move "no existe, no se reorganiza" to ws-resultado
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-medicamentos
           end-if.
           open output copia-temporal.
       volcar-mov.
           read movimiento-medicamento next record
               at end go cargar-copia-mov.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              perform registrar-ilegible thru fin-registrar-ilegible
              if ws-ilegibles-seguidos > 9 then
                 go cargar-copia-mov
              end-if
              go volcar-mov
           end-if.
           move 0 to ws-ilegibles-seguidos.
           move mov-correlativo to ws-ultima-clave.
      *_las lineas grabadas antes de existir la clave por fecha la
      *_traen en cero o en blanco; se calcula de la fecha de venta
           if mov-fecha-orden not numeric or mov-fecha-orden = 0 then
              move ano-venta to ws-vs-aa
              perform ventana-siglo thru ventana-siglo-fin
              compute mov-fecha-orden = ws-vs-aaaa * 10000
                 + mes-venta * 100 + dia-venta
           end-if.
           move reg-movimiento to reg-temporal.
           write reg-temporal.
           add 1 to ws-leidos.
           go volcar-mov.
       cargar-copia-mov.
           close movimiento-medicamento.
           close copia-temporal.
           move "movreo.dat" to ws-nombre-mov.
           open output movimiento-medicamento.
           open input copia-temporal.
       pasar-copia-mov.
           read copia-temporal at end go contar-copia-mov.
           move reg-temporal to reg-movimiento.
           write reg-movimiento invalid key add 1 to ws-rechazados
               not invalid key add 1 to ws-cargados
           end-write.
           go pasar-copia-mov.
       contar-copia-mov.
           close copia-temporal.
           close movimiento-medicamento.
           open input movimiento-medicamento.
       leer-copia-mov.
           read movimiento-medicamento next record
               at end go contar-codigo-mov.
           add 1 to ws-verificados.
           go leer-copia-mov.
       contar-codigo-mov.
           move 0 to ws-por-clave.
           move low-values to codigo-movimiento.
           start movimiento-medicamento key is >= codigo-movimiento
               invalid key go revisar-codigo-mov
           end-start.
       leer-codigo-mov.
           read movimiento-medicamento next record
               at end go revisar-codigo-mov.
           add 1 to ws-por-clave.
           go leer-codigo-mov.
       revisar-codigo-mov.
           if ws-por-clave not = ws-verificados then
              add 1 to ws-claves-malas
           end-if.
       contar-fecha-mov.
           move 0 to ws-por-clave.
           move low-values to mov-fecha-orden.
           start movimiento-medicamento key is >= mov-fecha-orden
               invalid key go revisar-fecha-mov
           end-start.
       leer-fecha-mov.
           read movimiento-medicamento next record
               at end go revisar-fecha-mov.
           add 1 to ws-por-clave.
           go leer-fecha-mov.
       revisar-fecha-mov.
           if ws-por-clave not = ws-verificados then
              add 1 to ws-claves-malas
           end-if.
       contar-rut-mov.
           move 0 to ws-por-clave.
           move low-values to rut-cliente-mov.
           start movimiento-medicamento key is >= rut-cliente-mov
               invalid key go revisar-rut-mov
           end-start.
       leer-rut-mov.
           read movimiento-medicamento next record
               at end go revisar-rut-mov.
           add 1 to ws-por-clave.
           go leer-rut-mov.
       revisar-rut-mov.
           if ws-por-clave not = ws-verificados then
              add 1 to ws-claves-malas
           end-if.
       decidir-mov.
           close movimiento-medicamento.
           move "mov.dat" to ws-nombre-mov.
           perform revisar-conteos thru fin-revisar-conteos.
           if ws-conteo-malo = "S" then
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-medicamentos
           end-if.
           open output movimiento-medicamento.
           open input copia-temporal.
       reemplazar-mov.
           read copia-temporal at end go cerrar-mov.
           move reg-temporal to reg-movimiento.
           write reg-movimiento invalid key continue
               not invalid key add 1 to ws-reemplazados
           end-write.
           go reemplazar-mov.
       cerrar-mov.
           close copia-temporal.
           close movimiento-medicamento.
           perform revisar-reemplazo thru fin-revisar-reemplazo.
           perform informar-archivo thru fin-informar-archivo.
       reorganizar-medicamentos.
           move "medicamentos.dat" to ws-nombre-medicamentos.
           move "medicamentos.dat" to ws-archivo-actual.
           perform limpiar-contadores thru fin-limpiar-contadores.
           open input medicamentos.
           if ws-status-archivo not = "00" then
              move "no existe, no se reorganiza" to ws-resultado
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-ventas
           end-if.
           open output copia-temporal.
       volcar-medicamentos.
           read medicamentos next record
               at end go cargar-copia-medicamentos.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              perform registrar-ilegible thru fin-registrar-ilegible
              if ws-ilegibles-seguidos > 9 then
                 go cargar-copia-medicamentos
              end-if
              go volcar-medicamentos
           end-if.
           move 0 to ws-ilegibles-seguidos.
           move clave-medicamento to ws-ultima-clave.
           move reg-medicamentos to reg-temporal.
           write reg-temporal.
           add 1 to ws-leidos.
           go volcar-medicamentos.
       cargar-copia-medicamentos.
           close medicamentos.
           close copia-temporal.
           move "medicamentosreo.dat" to ws-nombre-medicamentos.
           open output medicamentos.
           open input copia-temporal.
       pasar-copia-medicamentos.
           read copia-temporal at end go contar-copia-medicamentos.
           move reg-temporal to reg-medicamentos.
           write reg-medicamentos invalid key add 1 to ws-rechazados
               not invalid key add 1 to ws-cargados
           end-write.
           go pasar-copia-medicamentos.
       contar-copia-medicamentos.
           close copia-temporal.
           close medicamentos.
           open input medicamentos.
       leer-copia-medicamentos.
           read medicamentos next record
               at end go contar-vencimiento-medicamentos.
           add 1 to ws-verificados.
           go leer-copia-medicamentos.
       contar-vencimiento-medicamentos.
           move 0 to ws-por-clave.
           move low-values to clave-vencimiento.
           start medicamentos key is >= clave-vencimiento
               invalid key go revisar-vencimiento-medicamentos
           end-start.
       leer-vencimiento-medicamentos.
           read medicamentos next record
               at end go revisar-vencimiento-medicamentos.
           add 1 to ws-por-clave.
           go leer-vencimiento-medicamentos.
       revisar-vencimiento-medicamentos.
           if ws-por-clave not = ws-verificados then
              add 1 to ws-claves-malas
           end-if.
       contar-barra-medicamentos.
           move 0 to ws-por-clave.
           move low-values to codigo-barra.
           start medicamentos key is >= codigo-barra
               invalid key go revisar-barra-medicamentos
           end-start.
       leer-barra-medicamentos.
           read medicamentos next record
               at end go revisar-barra-medicamentos.
           add 1 to ws-por-clave.
           go leer-barra-medicamentos.
       revisar-barra-medicamentos.
           if ws-por-clave not = ws-verificados then
              add 1 to ws-claves-malas
           end-if.
       decidir-medicamentos.
           close medicamentos.
           move "medicamentos.dat" to ws-nombre-medicamentos.
           perform revisar-conteos thru fin-revisar-conteos.
           if ws-conteo-malo = "S" then
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-ventas
           end-if.
           open output medicamentos.
           open input copia-temporal.
       reemplazar-medicamentos.
           read copia-temporal at end go cerrar-medicamentos.
           move reg-temporal to reg-medicamentos.
           write reg-medicamentos invalid key continue
               not invalid key add 1 to ws-reemplazados
           end-write.
           go reemplazar-medicamentos.
       cerrar-medicamentos.
           close copia-temporal.
           close medicamentos.
           perform revisar-reemplazo thru fin-revisar-reemplazo.
           perform informar-archivo thru fin-informar-archivo.
       reorganizar-ventas.
           move "ventas.dat" to ws-nombre-ventas.
           move "ventas.dat" to ws-archivo-actual.
           perform limpiar-contadores thru fin-limpiar-contadores.
           open input factura-venta.
           if ws-status-archivo not = "00" then
              move "no existe, no se reorganiza" to ws-resultado
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-fiado
           end-if.
           open output copia-temporal.
       volcar-ventas.
           read factura-venta next record
               at end go cargar-copia-ventas.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              perform registrar-ilegible thru fin-registrar-ilegible
              if ws-ilegibles-seguidos > 9 then
                 go cargar-copia-ventas
              end-if
              go volcar-ventas
           end-if.
           move 0 to ws-ilegibles-seguidos.
           move v-numero-factura to ws-ultima-clave.
           move reg-factura-venta to reg-temporal.
           write reg-temporal.
           add 1 to ws-leidos.
           go volcar-ventas.
       cargar-copia-ventas.
           close factura-venta.
           close copia-temporal.
           move "ventasreo.dat" to ws-nombre-ventas.
           open output factura-venta.
           open input copia-temporal.
       pasar-copia-ventas.
           read copia-temporal at end go contar-copia-ventas.
           move reg-temporal to reg-factura-venta.
           write reg-factura-venta invalid key add 1 to ws-rechazados
               not invalid key add 1 to ws-cargados
           end-write.
           go pasar-copia-ventas.
       contar-copia-ventas.
           close copia-temporal.
           close factura-venta.
           open input factura-venta.
       leer-copia-ventas.
           read factura-venta next record
               at end go decidir-ventas.
           add 1 to ws-verificados.
           go leer-copia-ventas.
       decidir-ventas.
           close factura-venta.
           move "ventas.dat" to ws-nombre-ventas.
           perform revisar-conteos thru fin-revisar-conteos.
           if ws-conteo-malo = "S" then
              perform informar-archivo thru fin-informar-archivo
              go reorganizar-fiado
           end-if.
           open output factura-venta.
           open input copia-temporal.
       reemplazar-ventas.
           read copia-temporal at end go cerrar-ventas.
           move reg-temporal to reg-factura-venta.
           write reg-factura-venta invalid key continue
               not invalid key add 1 to ws-reemplazados
           end-write.
           go reemplazar-ventas.
       cerrar-ventas.
           close copia-temporal.
           close factura-venta.
           perform revisar-reemplazo thru fin-revisar-reemplazo.
           perform informar-archivo thru fin-informar-archivo.
       reorganizar-fiado.
           move "fiado.dat" to ws-nombre-fiado.
           move "fiado.dat" to ws-archivo-actual.
           perform limpiar-contadores thru fin-limpiar-contadores.
           open input cuentas-fiado.
           if ws-status-archivo not = "00" then
              move "no existe, no se reorganiza" to ws-resultado
              perform informar-archivo thru fin-informar-archivo
              go cerrar-informe
           end-if.
           open output copia-temporal.
       volcar-fiado.
           read cuentas-fiado next record
               at end go cargar-copia-fiado.
           if ws-status-archivo not = "00" and
              ws-status-archivo not = "02" then
              perform registrar-ilegible thru fin-registrar-ilegible
              if ws-ilegibles-seguidos > 9 then
                 go cargar-copia-fiado
              end-if
              go volcar-fiado
           end-if.
           move 0 to ws-ilegibles-seguidos.
           move fc-correlativo to ws-ultima-clave.
           move reg-fiado to reg-temporal.
           write reg-temporal.
           add 1 to ws-leidos.
           go volcar-fiado.
       cargar-copia-fiado.
           close cuentas-fiado.
           close copia-temporal.
           move "fiadoreo.dat" to ws-nombre-fiado.
           open output cuentas-fiado.
           open input copia-temporal.
       pasar-copia-fiado.
           read copia-temporal at end go contar-copia-fiado.
           move reg-temporal to reg-fiado.
           write reg-fiado invalid key add 1 to ws-rechazados
               not invalid key add 1 to ws-cargados
           end-write.
           go pasar-copia-fiado.
       contar-copia-fiado.
           close copia-temporal.
           close cuentas-fiado.
           open input cuentas-fiado.
       leer-copia-fiado.
           read cuentas-fiado next record
               at end go decidir-fiado.
           add 1 to ws-verificados.
           go leer-copia-fiado.
       decidir-fiado.
           close cuentas-fiado.
           move "fiado.dat" to ws-nombre-fiado.
           perform revisar-conteos thru fin-revisar-conteos.
           if ws-conteo-malo = "S" then
              perform informar-archivo thru fin-informar-archivo
              go cerrar-informe
           end-if.
           open output cuentas-fiado.
           open input copia-temporal.
       reemplazar-fiado.
           read copia-temporal at end go cerrar-fiado.
           move reg-temporal to reg-fiado.
           write reg-fiado invalid key continue
               not invalid key add 1 to ws-reemplazados
           end-write.
           go reemplazar-fiado.
       cerrar-fiado.
           close copia-temporal.
           close cuentas-fiado.
           perform revisar-reemplazo thru fin-revisar-reemplazo.
           perform informar-archivo thru fin-informar-archivo.
       cerrar-informe.
           move all "-" to reg-reorganiza-linea.
           write reg-reorganiza-linea.
           move ws-total-reorganizados to lt-total.
           move ws-linea-total to reg-reorganiza-linea.
           write reg-reorganiza-linea.
           close informe-reorganiza.
           display "batch-reorganizar: archivos reorganizados="
                   ws-total-reorganizados.
           stop run.

       limpiar-contadores.
           move 0 to ws-leidos.
           move 0 to ws-ilegibles.
           move 0 to ws-ilegibles-seguidos.
           move 0 to ws-cargados.
           move 0 to ws-rechazados.
           move 0 to ws-verificados.
           move 0 to ws-claves-malas.
           move 0 to ws-reemplazados.
           move spaces to ws-ultima-clave.
           move spaces to ws-resultado.
       fin-limpiar-contadores.
           exit.

      *_un registro que no se puede leer se informa con la ultima
      *_clave buena antes de el; tras diez seguidos se deja de leer
      *_el archivo, que de todos modos ya no se va a reemplazar
       registrar-ilegible.
           add 1 to ws-ilegibles.
           add 1 to ws-ilegibles-seguidos.
           move ws-ultima-clave to li-clave.
           move ws-status-archivo to li-estado.
           move ws-linea-ilegible to reg-reorganiza-linea.
           write reg-reorganiza-linea.
           display "batch-reorganizar: " ws-archivo-actual
                   " ilegible despues de clave " ws-ultima-clave
                   " estado " ws-status-archivo.
       fin-registrar-ilegible.
           exit.

       revisar-conteos.
           move "S" to ws-conteo-malo.
           if ws-ilegibles > 0 then
              move "hay ilegibles, queda igual" to ws-resultado
              go fin-revisar-conteos
           end-if.
           if ws-rechazados > 0 or ws-cargados not = ws-leidos then
              move "copia incompleta, queda igual" to ws-resultado
              go fin-revisar-conteos
           end-if.
           if ws-verificados not = ws-leidos then
              move "conteo distinto, queda igual" to ws-resultado
              go fin-revisar-conteos
           end-if.
           if ws-claves-malas > 0 then
              move "clave alterna mala, igual" to ws-resultado
              go fin-revisar-conteos
           end-if.
           move "N" to ws-conteo-malo.
       fin-revisar-conteos.
           exit.

      *_si el reemplazo no alcanzo a grabar todo, la copia *reo.dat
      *_ya verificada sirve para restaurar el archivo a mano
       revisar-reemplazo.
           if ws-reemplazados = ws-leidos then
              move "reorganizado" to ws-resultado
              add 1 to ws-total-reorganizados
           else
              move "incompleto, usar copia reo" to ws-resultado
           end-if.
       fin-revisar-reemplazo.
           exit.

       informar-archivo.
           move ws-archivo-actual to la-archivo.
           move ws-leidos to la-leidos.
           move ws-ilegibles to la-ilegibles.
           move ws-cargados to la-cargados.
           move ws-reemplazados to la-reemplazados.
           move ws-resultado to la-resultado.
           move ws-linea-archivo to reg-reorganiza-linea.
           write reg-reorganiza-linea.
           display "batch-reorganizar: " ws-archivo-actual
                   " leidos=" ws-leidos
                   " ilegibles=" ws-ilegibles
                   " copia=" ws-cargados
                   " final=" ws-reemplazados
                   " " ws-resultado.
       fin-informar-archivo.
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
