       identification division.
       program-id. batch-segmentar.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select factura-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is v-numero-factura.

           select ventas-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is av-numero-factura.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select mov-archivo assign to disk
           organization is indexed
           access mode is dynamic
           record key is am-correlativo
           alternate record key is am-codigo-movimiento
              with duplicates.

           select notas-venta assign to disk
           organization is indexed
           access mode is dynamic
           record key is nv-numero.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

           select segmentos-cliente assign to disk
           organization is indexed
           access mode is dynamic
           record key is rf-rut-cliente
           alternate record key is rf-segmento with duplicates.

           select consentimientos assign to disk
           organization is indexed
           access mode is dynamic
           record key is cf-rut-cliente
           file status is ws-status-consentimiento.

       data division.
       file section.
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

       fd ventas-archivo
           label record is standard
           value of file-id "ventasarch.dat".
       01 reg-ventas-archivo.
          02 av-codigo-factura     pic x(6).
          02 av-numero-factura     pic x(6).
          02 av-rut-cliente        pic x(8).
          02 av-total-factura      pic 9(9).
          02 av-operador-id        pic x(8).
          02 av-fecha-hora-registro.
             03 av-fhr-dia         pic 99.
             03 av-fhr-mes         pic 99.
             03 av-fhr-ano         pic 99.
             03 av-fhr-hora        pic 99.
             03 av-fhr-minuto      pic 99.
             03 av-fhr-segundo     pic 99.
          02 av-medio-pago-1       pic x.
          02 av-monto-pago-1       pic 9(9).
          02 av-medio-pago-2       pic x.
          02 av-monto-pago-2       pic 9(9).
          02 av-monto-recibido     pic 9(9).
          02 av-vuelto             pic 9(9).

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

       fd mov-archivo
           label record is standard
           value of file-id "movarch.dat".
       01 reg-mov-archivo.
          02 am-correlativo         pic 9(6).
          02 am-codigo-movimiento   pic x(6).
          02 am-num-factura         pic x(6).
          02 am-cantidad-movimiento pic 9(5).
          02 am-fecha-elavoracion.
             03 am-dia-elavoracion  pic 99.
             03 am-mes-elavoracion  pic 99.
             03 am-ano-elavoracion  pic 99.
          02 am-fecha-vencimiento.
             03 am-dia-vencimiento  pic 99.
             03 am-mes-vencimiento  pic 99.
             03 am-ano-vencimiento  pic 99.
          02 am-fecha-venta.
             03 am-dia-venta        pic 99.
             03 am-mes-venta        pic 99.
             03 am-ano-venta        pic 99.
          02 am-descripcion-mov     pic x(30).
          02 am-precio-costo-mov    pic 9(7).
          02 am-rut-cliente-mov     pic x(8).
          02 am-unidad-med-mov      pic x(2).
          02 am-iva-venta           pic 9(7).
          02 am-total-venta         pic 9(8).
          02 am-operador-id-mov     pic x(8).
          02 am-fecha-hora-registro.
             03 am-fhr-dia-mov      pic 99.
             03 am-fhr-mes-mov      pic 99.
             03 am-fhr-ano-mov      pic 99.
             03 am-fhr-hora-mov     pic 99.
             03 am-fhr-minuto-mov   pic 99.
             03 am-fhr-segundo-mov  pic 99.
          02 am-descuento-mov       pic 9(8).
          02 am-receta-mov          pic x(10).
          02 am-medico-mov          pic x(8).
          02 am-lote-mov            pic 9(3).

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

       fd clientes
           label record is standard
           value of file-id "clientes.dat".
       01 reg-clientes.
          02 rut-cliente          pic 9(8).
          02 dv-cliente           pic x.
          02 apellido-cliente     pic x(20).
          02 nombre-cliente       pic x(20).
          02 dir-cliente          pic x(30).
          02 fono-cliente         pic x(10).
          02 limite-credito       pic 9(9).
          02 saldo-credito        pic 9(9).
          02 puntos-cliente       pic 9(7).
          02 lista-precio-cliente pic x(2).

       fd segmentos-cliente
           label record is standard
           value of file-id "segclientes.dat".
       01 reg-segmento-cliente.
          02 rf-rut-cliente        pic x(8).
          02 rf-segmento           pic x.
             88 segmento-leal        value "L".
             88 segmento-nuevo       value "N".
             88 segmento-en-riesgo   value "R".
             88 segmento-perdido     value "P".
             88 segmento-ocasional   value "O".
             88 segmento-sin-compras value "S".
          02 rf-primera-compra.
             03 rf-dia-primera     pic 99.
             03 rf-mes-primera     pic 99.
             03 rf-ano-primera     pic 99.
          02 rf-orden-primera      pic 9(8).
          02 rf-ultima-compra.
             03 rf-dia-ultima      pic 99.
             03 rf-mes-ultima      pic 99.
             03 rf-ano-ultima      pic 99.
          02 rf-orden-ultima       pic 9(8).
          02 rf-dias-sin-compra    pic 9(5).
          02 rf-compras            pic 9(5).
          02 rf-monto              pic s9(11).
          02 rf-nota-recencia      pic 9.
          02 rf-nota-frecuencia    pic 9.
          02 rf-nota-monto         pic 9.
          02 rf-fecha-calculo.
             03 rf-dia-calculo     pic 99.
             03 rf-mes-calculo     pic 99.
             03 rf-ano-calculo     pic 99.

       fd consentimientos
           label record is standard
           value of file-id "consent.dat".
       01 reg-consentimiento.
          02 cf-rut-cliente       pic x(8).
          02 cf-avisos            pic x.
             88 acepta-avisos     value "S".
             88 rechaza-avisos    value "N".
          02 cf-fecha-consentimiento.
             03 cf-dia            pic 99.
             03 cf-mes            pic 99.
             03 cf-ano            pic 99.
          02 cf-operador-id       pic x(8).
          02 cf-suprimido         pic x.
             88 datos-suprimidos  value "S".
          02 cf-fecha-supresion.
             03 cf-dia-supresion  pic 99.
             03 cf-mes-supresion  pic 99.
             03 cf-ano-supresion  pic 99.
          02 cf-operador-supresion pic x(8).

       working-storage section.
      *_clasifica cada cliente de clientes.dat por recencia,
      *_frecuencia y monto (rfm) de todo su historial: la frecuencia
      *_son las facturas de ventas.dat y ventasarch.dat, el monto las
      *_lineas de mov.dat y movarch.dat menos sus notas de credito, y
      *_la recencia los dias desde la ultima compra. cada dimension
      *_recibe una nota de 1 a 5 segun los tramos de abajo y con las
      *_notas se asigna el segmento. segclientes.dat se rehace
      *_completo en cada corrida. el cliente que pidio la supresion
      *_de sus datos (consent.dat) no se segmenta: sus compras se
      *_borran del archivo junto con las de ruts sin ficha
       01 fecha-sistema.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
       77 ws-dia-hoy              pic 9(7).
       77 ws-dia-evento           pic 9(7).
       77 ws-dias                 pic s9(7).
      *_compra a acumular en el cliente ws-rut-acumular
       77 ws-rut-acumular         pic x(8).
       77 ws-compras-sumar        pic 9(5).
       77 ws-monto-sumar          pic s9(11).
       77 ws-fe-dia               pic 99.
       77 ws-fe-mes               pic 99.
       77 ws-fe-ano               pic 99.
       77 ws-orden-evento         pic 9(8).
      *_tramos de cada nota: desde la nota 5 hacia abajo; lo que no
      *_alcanza el ultimo tramo queda con nota 1
       77 ws-recencia-5           pic 9(5) value 30.
       77 ws-recencia-4           pic 9(5) value 90.
       77 ws-recencia-3           pic 9(5) value 180.
       77 ws-recencia-2           pic 9(5) value 365.
       77 ws-frecuencia-5         pic 9(5) value 24.
       77 ws-frecuencia-4         pic 9(5) value 12.
       77 ws-frecuencia-3         pic 9(5) value 6.
       77 ws-frecuencia-2         pic 9(5) value 2.
       77 ws-monto-5              pic 9(9) value 1000000.
       77 ws-monto-4              pic 9(9) value 500000.
       77 ws-monto-3              pic 9(9) value 200000.
       77 ws-monto-2              pic 9(9) value 50000.
      *_un cliente es nuevo si su primera compra no tiene mas de
      *_estos dias y sigue comprando (recencia 4 o 5)
       77 ws-dias-cliente-nuevo   pic 9(5) value 180.
       77 ws-dias-desde-primera   pic s9(7).
       77 ws-lineas-leidas        pic 9(7) value 0.
       77 ws-facturas-leidas      pic 9(7) value 0.
       77 ws-clientes-leidos      pic 9(6) value 0.
       77 ws-sin-ficha            pic 9(6) value 0.
       77 ws-suprimidos           pic 9(6) value 0.
       77 ws-status-consentimiento pic xx.
       77 ws-total-leal           pic 9(6) value 0.
       77 ws-total-nuevo          pic 9(6) value 0.
       77 ws-total-riesgo         pic 9(6) value 0.
       77 ws-total-perdido        pic 9(6) value 0.
       77 ws-total-ocasional      pic 9(6) value 0.
       77 ws-total-sin-compras    pic 9(6) value 0.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
       procedure division.
       inicio.
           accept fecha-sistema from date.
           move s-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-hoy = ws-vs-aaaa * 360 + s-mes * 30 + s-dia.
           open output segmentos-cliente.
           close segmentos-cliente.
           open i-o segmentos-cliente.
           open input factura-venta.
      *_primera pasada: frecuencia y fechas desde las facturas; las
      *_ventas dejadas en espera quedan en cero y no cuentan
       leer-factura.
           read factura-venta next record
               at end go recorrer-ventas-archivo.
           if v-total-factura = 0 then go leer-factura.
           if v-rut-cliente = spaces then go leer-factura.
           move v-rut-cliente to ws-rut-acumular.
           move 1             to ws-compras-sumar.
           move 0             to ws-monto-sumar.
           move v-fhr-dia     to ws-fe-dia.
           move v-fhr-mes     to ws-fe-mes.
           move v-fhr-ano     to ws-fe-ano.
           perform acumular-cliente thru fin-acumular-cliente.
           add 1 to ws-facturas-leidas.
           go leer-factura.
       recorrer-ventas-archivo.
           close factura-venta.
           open input ventas-archivo.
       leer-factura-archivo.
           read ventas-archivo next record
               at end go recorrer-movimientos.
           if av-total-factura = 0 then go leer-factura-archivo.
           if av-rut-cliente = spaces then go leer-factura-archivo.
           move av-rut-cliente to ws-rut-acumular.
           move 1              to ws-compras-sumar.
           move 0              to ws-monto-sumar.
           move av-fhr-dia     to ws-fe-dia.
           move av-fhr-mes     to ws-fe-mes.
           move av-fhr-ano     to ws-fe-ano.
           perform acumular-cliente thru fin-acumular-cliente.
           add 1 to ws-facturas-leidas.
           go leer-factura-archivo.
      *_segunda pasada: monto de las lineas vendidas, vivas y
      *_archivadas
       recorrer-movimientos.
           close ventas-archivo.
           open input movimiento-medicamento.
       leer-linea.
           read movimiento-medicamento next record
               at end go recorrer-mov-archivo.
           if rut-cliente-mov = spaces then go leer-linea.
           move rut-cliente-mov to ws-rut-acumular.
           move 0               to ws-compras-sumar.
           move total-venta     to ws-monto-sumar.
           move dia-venta       to ws-fe-dia.
           move mes-venta       to ws-fe-mes.
           move ano-venta       to ws-fe-ano.
           perform acumular-cliente thru fin-acumular-cliente.
           add 1 to ws-lineas-leidas.
           go leer-linea.
       recorrer-mov-archivo.
           close movimiento-medicamento.
           open input mov-archivo.
       leer-linea-archivo.
           read mov-archivo next record
               at end go recorrer-notas.
           if am-rut-cliente-mov = spaces then go leer-linea-archivo.
           move am-rut-cliente-mov to ws-rut-acumular.
           move 0                  to ws-compras-sumar.
           move am-total-venta     to ws-monto-sumar.
           move am-dia-venta       to ws-fe-dia.
           move am-mes-venta       to ws-fe-mes.
           move am-ano-venta       to ws-fe-ano.
           perform acumular-cliente thru fin-acumular-cliente.
           add 1 to ws-lineas-leidas.
           go leer-linea-archivo.
      *_las notas de credito rebajan el monto pero no son una visita
       recorrer-notas.
           close mov-archivo.
           open input notas-venta.
       leer-nota.
           read notas-venta next record at end go clasificar.
           if nv-rut-cliente = spaces then go leer-nota.
           move nv-rut-cliente to ws-rut-acumular.
           move 0              to ws-compras-sumar.
           compute ws-monto-sumar = 0 - nv-total.
           move 0              to ws-fe-dia.
           move 0              to ws-fe-mes.
           move 0              to ws-fe-ano.
           perform acumular-cliente thru fin-acumular-cliente.
           go leer-nota.
      *_tercera pasada: cada cliente de la ficha recibe sus notas y
      *_su segmento; el que nunca compro queda "sin compras"
       clasificar.
           close notas-venta.
           open input clientes.
           open input consentimientos.
       leer-cliente.
           read clientes next record at end go depurar-segmentos.
           add 1 to ws-clientes-leidos.
           if ws-status-consentimiento = "00" then
              move rut-cliente to cf-rut-cliente
              read consentimientos key is cf-rut-cliente
                  invalid key continue
                  not invalid key
                     if datos-suprimidos then
                        add 1 to ws-suprimidos
                        go leer-cliente
                     end-if
              end-read
           end-if.
           move rut-cliente to rf-rut-cliente.
           read segmentos-cliente key is rf-rut-cliente
               invalid key go crear-sin-compras.
           perform calcular-segmento thru fin-calcular-segmento.
           rewrite reg-segmento-cliente invalid key continue
           end-rewrite.
           go leer-cliente.
       crear-sin-compras.
           move rut-cliente to rf-rut-cliente.
           perform limpiar-segmento thru fin-limpiar-segmento.
           perform calcular-segmento thru fin-calcular-segmento.
           write reg-segmento-cliente invalid key continue end-write.
           go leer-cliente.
      *_las compras de ruts que no estan en la ficha de clientes, o
      *_de clientes suprimidos, no se segmentan: se borran del archivo
       depurar-segmentos.
           close clientes.
           close consentimientos.
           move low-values to rf-rut-cliente.
           start segmentos-cliente key is >= rf-rut-cliente
               invalid key go fin-batch.
       leer-segmento.
           read segmentos-cliente next record at end go fin-batch.
           if rf-segmento not = space then go leer-segmento.
           delete segmentos-cliente invalid key continue end-delete.
           add 1 to ws-sin-ficha.
           go leer-segmento.
       fin-batch.
           close segmentos-cliente.
           display "batch-segmentar: clientes: " ws-clientes-leidos
                   "  facturas: " ws-facturas-leidas
                   "  lineas: " ws-lineas-leidas.
           display "batch-segmentar: leales: " ws-total-leal
                   "  nuevos: " ws-total-nuevo
                   "  en riesgo: " ws-total-riesgo
                   "  perdidos: " ws-total-perdido.
           display "batch-segmentar: ocasionales: " ws-total-ocasional
                   "  sin compras: " ws-total-sin-compras
                   "  ruts sin ficha: " ws-sin-ficha.
           display "batch-segmentar: clientes suprimidos: "
                   ws-suprimidos.
           goback.

      *_suma la compra al registro del cliente (lo crea si es la
      *_primera) y corre la primera y la ultima fecha de compra
       acumular-cliente.
           move ws-rut-acumular to rf-rut-cliente.
           read segmentos-cliente key is rf-rut-cliente
               invalid key go crear-cliente-segmento.
           perform sumar-compra thru fin-sumar-compra.
           rewrite reg-segmento-cliente invalid key continue
           end-rewrite.
           go fin-acumular-cliente.
       crear-cliente-segmento.
           move ws-rut-acumular to rf-rut-cliente.
           perform limpiar-segmento thru fin-limpiar-segmento.
           perform sumar-compra thru fin-sumar-compra.
           write reg-segmento-cliente invalid key continue end-write.
       fin-acumular-cliente.
           exit.

       sumar-compra.
           add ws-compras-sumar to rf-compras.
           add ws-monto-sumar   to rf-monto.
           if ws-fe-mes = 0 then go fin-sumar-compra.
           move ws-fe-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-evento = ws-vs-aaaa * 10000
              + ws-fe-mes * 100 + ws-fe-dia.
           if ws-orden-evento > rf-orden-ultima then
              move ws-orden-evento to rf-orden-ultima
              move ws-fe-dia to rf-dia-ultima
              move ws-fe-mes to rf-mes-ultima
              move ws-fe-ano to rf-ano-ultima
           end-if.
           if rf-orden-primera = 0 or
              ws-orden-evento < rf-orden-primera then
              move ws-orden-evento to rf-orden-primera
              move ws-fe-dia to rf-dia-primera
              move ws-fe-mes to rf-mes-primera
              move ws-fe-ano to rf-ano-primera
           end-if.
       fin-sumar-compra.
           exit.

       limpiar-segmento.
           move space to rf-segmento.
           move 0 to rf-primera-compra.
           move 0 to rf-orden-primera.
           move 0 to rf-ultima-compra.
           move 0 to rf-orden-ultima.
           move 0 to rf-dias-sin-compra.
           move 0 to rf-compras.
           move 0 to rf-monto.
           move 0 to rf-nota-recencia.
           move 0 to rf-nota-frecuencia.
           move 0 to rf-nota-monto.
           move 0 to rf-fecha-calculo.
       fin-limpiar-segmento.
           exit.

      *_notas 1 a 5 de recencia, frecuencia y monto y el segmento:
      *_perdido si no compra hace mas de un ano; nuevo si empezo a
      *_comprar hace poco y sigue viniendo; leal si viene seguido y
      *_hace poco; en riesgo si venia seguido o compraba mucho y ya
      *_no viene; ocasional el resto
       calcular-segmento.
           move s-dia to rf-dia-calculo.
           move s-mes to rf-mes-calculo.
           move s-ano to rf-ano-calculo.
           if rf-orden-ultima = 0 then
              move "S" to rf-segmento
              move 0 to rf-dias-sin-compra
              move 0 to rf-nota-recencia
              move 0 to rf-nota-frecuencia
              move 0 to rf-nota-monto
              add 1 to ws-total-sin-compras
              go fin-calcular-segmento
           end-if.
           move rf-ano-ultima to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-evento = ws-vs-aaaa * 360
              + rf-mes-ultima * 30 + rf-dia-ultima.
           compute ws-dias = ws-dia-hoy - ws-dia-evento.
           if ws-dias < 0 then move 0 to ws-dias.
           move ws-dias to rf-dias-sin-compra.
           move rf-ano-primera to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dia-evento = ws-vs-aaaa * 360
              + rf-mes-primera * 30 + rf-dia-primera.
           compute ws-dias-desde-primera = ws-dia-hoy - ws-dia-evento.
           move 1 to rf-nota-recencia.
           if ws-dias <= ws-recencia-2 then
              move 2 to rf-nota-recencia.
           if ws-dias <= ws-recencia-3 then
              move 3 to rf-nota-recencia.
           if ws-dias <= ws-recencia-4 then
              move 4 to rf-nota-recencia.
           if ws-dias <= ws-recencia-5 then
              move 5 to rf-nota-recencia.
           move 1 to rf-nota-frecuencia.
           if rf-compras >= ws-frecuencia-2 then
              move 2 to rf-nota-frecuencia.
           if rf-compras >= ws-frecuencia-3 then
              move 3 to rf-nota-frecuencia.
           if rf-compras >= ws-frecuencia-4 then
              move 4 to rf-nota-frecuencia.
           if rf-compras >= ws-frecuencia-5 then
              move 5 to rf-nota-frecuencia.
           move 1 to rf-nota-monto.
           if rf-monto >= ws-monto-2 then
              move 2 to rf-nota-monto.
           if rf-monto >= ws-monto-3 then
              move 3 to rf-nota-monto.
           if rf-monto >= ws-monto-4 then
              move 4 to rf-nota-monto.
           if rf-monto >= ws-monto-5 then
              move 5 to rf-nota-monto.
           if rf-nota-recencia = 1 then
              move "P" to rf-segmento
              add 1 to ws-total-perdido
              go fin-calcular-segmento
           end-if.
           if rf-nota-recencia >= 4 and
              ws-dias-desde-primera <= ws-dias-cliente-nuevo then
              move "N" to rf-segmento
              add 1 to ws-total-nuevo
              go fin-calcular-segmento
           end-if.
           if rf-nota-recencia >= 4 and rf-nota-frecuencia >= 4 then
              move "L" to rf-segmento
              add 1 to ws-total-leal
              go fin-calcular-segmento
           end-if.
           if rf-nota-recencia <= 3 and
              (rf-nota-frecuencia >= 3 or rf-nota-monto >= 4) then
              move "R" to rf-segmento
              add 1 to ws-total-riesgo
              go fin-calcular-segmento
           end-if.
           move "O" to rf-segmento.
           add 1 to ws-total-ocasional.
       fin-calcular-segmento.
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
