           access mode is dynamic
           record key is fc-correlativo.

      *_vales de compra: la emision es un pasivo con el comprador y
      *_cada canje en una venta lo rebaja
           select vales-compra assign to disk
           organization is indexed
           access mode is dynamic
           record key is vl-numero.

           select canjes-vale assign to disk
           organization is indexed
           access mode is dynamic
           record key is vk-correlativo.

           select periodos assign to disk
           organization is indexed
           access mode is dynamic
           record key is pd-clave.

      *_ventas del periodo y lotes de bodega para el costo de ventas
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

      *_archivo de asientos del periodo que se entrega al contador;
      *_una linea por pata del asiento, separada por punto y coma
           select asientos assign to disk
          02 fc-tipo              pic x.
             88 fiado-cargo       value "C".
             88 fiado-abono       value "A".
             88 fiado-interes     value "I".
          02 fc-numero-factura    pic x(6).
          02 fc-monto             pic 9(9).
          02 fc-fecha.
             03 fc-ano            pic 99.
          02 fc-operador-id       pic x(8).

       fd vales-compra
           label record is standard
           value of file-id "vales.dat".
       01 reg-vale.
          02 vl-numero            pic 9(6).
          02 vl-monto-emitido     pic 9(9).
          02 vl-saldo             pic 9(9).
          02 vl-fecha-emision.
             03 vl-dia-emision    pic 99.
             03 vl-mes-emision    pic 99.
             03 vl-ano-emision    pic 99.
          02 vl-fecha-vencimiento.
             03 vl-dia-vcto       pic 99.
             03 vl-mes-vcto       pic 99.
             03 vl-ano-vcto       pic 99.
          02 vl-estado            pic x.
             88 vale-vigente      value "A".
             88 vale-agotado      value "U".
             88 vale-anulado      value "X".
          02 vl-rut-comprador     pic x(8).
          02 vl-medio-emision     pic x.
          02 vl-caja-correlativo  pic 9(6).
          02 vl-operador-id       pic x(8).
          02 vl-sucursal          pic x(2).

       fd canjes-vale
           label record is standard
           value of file-id "valecanje.dat".
       01 reg-canje-vale.
          02 vk-correlativo       pic 9(6).
          02 vk-numero-vale       pic 9(6).
          02 vk-numero-factura    pic x(6).
          02 vk-monto             pic 9(9).
          02 vk-fecha.
             03 vk-dia            pic 99.
             03 vk-mes            pic 99.
             03 vk-ano            pic 99.
          02 vk-operador-id       pic x(8).

       fd periodos
           label record is standard
           value of file-id "periodos.dat".
          02 pd-total-ventas      pic 9(9).
          02 pd-operador-id       pic x(8).

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

       fd asientos
           label record is standard
           value of file-id "asientos.txt".
       77 ws-cta-provee            pic x(8).
       77 ws-cta-banco             pic x(8).
       77 ws-cta-fiado             pic x(8).
       77 ws-cta-vales             pic x(8).
       77 ws-cta-intereses         pic x(8).
      *_intereses de mora del fiado cobrados en el periodo (ingreso
      *_financiero, se informan aparte de las ventas)
       77 ws-total-intereses       pic 9(9) value 0.
      *_saldo por canjear de todos los vales no anulados a la fecha
      *_de la centralizacion (pasivo con los compradores)
       77 ws-saldo-vales           pic 9(9) value 0.
       77 ws-monto-deposito        pic 9(9).
      *_costo de ventas del periodo desde mov.dat, valorizado segun
      *_el metodo elegido (L = costo del lote vendido, P = costo
      *_promedio ponderado del codigo)
       77 ws-cta-costo-ventas      pic x(8).
       77 ws-cta-inventario        pic x(8).
       77 ws-metodo-costo          pic x value "L".
       77 ws-costo-unitario        pic 9(7).
       77 ws-total-costo-ventas    pic 9(9) value 0.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
              value is "conceptos: CAJA VENTAS COMPRA PROVEE".
           02 filler line 11 col 1
              foreground-color is 7
              value is "           BANCO FIADO VALES INTMOR".
           02 filler line 12 col 1
              foreground-color is 7
              value is "           COSVTA INVENT".
           02 filler line 13 col 1
              foreground-color is 7
              value is "ingrese concepto (0 = volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "ano del periodo a centralizar (aa):".
           02 filler line 12 col 1
              foreground-color is 7
              value is "metodo de costo (L=lote P=promedio):".
           02 filler line 13 col 1
              pic is x(80) using linea-subrayado.
       01 datos-periodo.
              pic is 99 using ws-per-mes required auto.
           02 filler line 11 col 45
              pic is 99 using ws-per-ano required auto.
           02 filler line 12 col 45
              pic is x using ws-metodo-costo auto.
       01 pantalla-resultado.
           02 filler line 8 col 1
              foreground-color is 7
              value is "cuadra compras (S/N):".
           02 filler col 40
              pic is x using ws-cuadra-compras.
           02 filler line 18 col 1
              value is "saldo de vales por canjear:".
           02 filler col 40
              pic is z(8)9 using ws-saldo-vales.
           02 filler line 19 col 1
              value is "intereses de mora del fiado:".
           02 filler col 40
              pic is z(8)9 using ws-total-intereses.
           02 filler line 20 col 1
              value is "costo de ventas (metodo):".
           02 filler col 40
              pic is z(8)9 using ws-total-costo-ventas.
           02 filler col 51
              pic is x using ws-metodo-costo.
           02 filler line 21 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
           02 filler line 22 col 1
              pic is x(80) using linea-subrayado.
       01 datos-resultado.
           02 filler line 21 col 40
              pic is 9 using opcion-continuar required auto.
       procedure division using fecha-sistema.
       inicio.
       abrir-ficheros.
           open i-o plan-cuentas.
           open input periodos.
           perform leer-parametros thru fin-leer-parametros.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
              ws-concepto-buscado not = "COMPRA" and
              ws-concepto-buscado not = "PROVEE" and
              ws-concepto-buscado not = "BANCO" and
              ws-concepto-buscado not = "FIADO" and
              ws-concepto-buscado not = "VALES" and
              ws-concepto-buscado not = "INTMOR" and
              ws-concepto-buscado not = "COSVTA" and
              ws-concepto-buscado not = "INVENT" then
              go mensaje-concepto-invalido
           end-if.
           move ws-concepto-buscado to cm-concepto.
           if ws-per-mes < 1 or ws-per-mes > 12 then
              go pedir-periodo
           end-if.
           if ws-metodo-costo = "p" then move "P" to ws-metodo-costo.
           if ws-metodo-costo not = "P" then
              move "L" to ws-metodo-costo
           end-if.
           move ws-per-ano to pd-ano.
           move ws-per-mes to pd-mes.
           read periodos key is pd-clave
           open input factura-compra.
           open input caja-sesiones.
           open input cuentas-fiado.
           open input vales-compra.
           open input canjes-vale.
           open input movimiento-medicamento.
           open input medicamentos.
           open input costos-promedio.
           move 0 to ws-total-costo-ventas.
           move 0 to ws-saldo-vales.
           move 0 to ws-total-intereses.
           move 0 to ws-total-ventas.
           move 0 to ws-total-compras.
           move 0 to ws-total-debe.
       centralizar-fiado.
           move 0 to fc-correlativo.
           start cuentas-fiado key is >= fc-correlativo
               invalid key go centralizar-vales.
       centralizar-mov-fiado.
           read cuentas-fiado next record
               at end go centralizar-vales.
           if fc-mes not = ws-per-mes or fc-ano not = ws-per-ano then
              go centralizar-mov-fiado
           end-if.
           move spaces to as-referencia.
           move "FIA " to as-referencia (1:4).
           move fc-numero-factura to as-referencia (5:6).
      *_el interes de mora sube la cuenta del cliente contra el
      *_ingreso por intereses, sin pasar por la caja
           if fiado-interes then
              add fc-monto to ws-total-intereses
              move "INT " to as-referencia (1:4)
              move fc-rut-cliente to as-referencia (5:8)
              move ws-cta-fiado to as-cuenta
              move fc-monto to as-debe
              move 0 to as-haber
              perform escribir-asiento thru escribir-asiento-fin
              move ws-cta-intereses to as-cuenta
              move 0 to as-debe
              move fc-monto to as-haber
              perform escribir-asiento thru escribir-asiento-fin
              go centralizar-mov-fiado
           end-if.
           if fiado-cargo then
              move ws-cta-fiado to as-cuenta
              move fc-monto to as-debe
              perform escribir-asiento thru escribir-asiento-fin
           end-if.
           go centralizar-mov-fiado.
      *_vales de compra vendidos en el periodo: el dinero entro a la
      *_caja (y se deposita con la sesion) contra el pasivo de vales;
      *_de paso se acumula el saldo por canjear de los no anulados
       centralizar-vales.
           move 0 to vl-numero.
           start vales-compra key is >= vl-numero
               invalid key go centralizar-canjes.
       centralizar-vale.
           read vales-compra next record
               at end go centralizar-canjes.
           if vale-anulado then go centralizar-vale end-if.
           add vl-saldo to ws-saldo-vales.
           if vl-mes-emision not = ws-per-mes or
              vl-ano-emision not = ws-per-ano then
              go centralizar-vale
           end-if.
           move vl-dia-emision to as-dia.
           move vl-mes-emision to as-mes.
           move vl-ano-emision to as-ano.
           move spaces to as-referencia.
           move "VAL " to as-referencia (1:4).
           move vl-numero to as-referencia (5:6).
           move ws-cta-caja to as-cuenta.
           move vl-monto-emitido to as-debe.
           move 0 to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
           move ws-cta-vales to as-cuenta.
           move 0 to as-debe.
           move vl-monto-emitido to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
           go centralizar-vale.
      *_canjes del periodo: la parte de la venta pagada con vale no
      *_paso por la caja, se reclasifica contra el pasivo de vales
       centralizar-canjes.
           move 0 to vk-correlativo.
           start canjes-vale key is >= vk-correlativo
               invalid key go centralizar-costo-ventas.
       centralizar-canje.
           read canjes-vale next record
               at end go centralizar-costo-ventas.
           if vk-mes not = ws-per-mes or vk-ano not = ws-per-ano then
              go centralizar-canje
           end-if.
           move vk-dia to as-dia.
           move vk-mes to as-mes.
           move vk-ano to as-ano.
           move spaces to as-referencia.
           move "CJV " to as-referencia (1:4).
           move vk-numero-factura to as-referencia (5:6).
           move ws-cta-vales to as-cuenta.
           move vk-monto to as-debe.
           move 0 to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
           move ws-cta-caja to as-cuenta.
           move 0 to as-debe.
           move vk-monto to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
           go centralizar-canje.
      *_costo de lo vendido en el periodo: un solo asiento de cierre
      *_contra el inventario, con las unidades netas de mov.dat
      *_valorizadas al costo del lote o al costo promedio ponderado;
      *_si el lote ya no esta en bodega se usa el promedio y al reves
       centralizar-costo-ventas.
           move 0 to mov-correlativo.
           start movimiento-medicamento key is >= mov-correlativo
               invalid key go asentar-costo-ventas.
       acumular-costo-venta.
           read movimiento-medicamento next record
               at end go asentar-costo-ventas.
           if mes-venta not = ws-per-mes or ano-venta not = ws-per-ano
              go acumular-costo-venta
           end-if.
           if cantidad-movimiento = 0 then go acumular-costo-venta.
           move 0 to ws-costo-unitario.
           move codigo-movimiento to codigo-medicamento.
           move lote-mov to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key move 0 to precio-costo-u.
           move codigo-movimiento to cp-codigo.
           read costos-promedio key is cp-codigo
               invalid key move 0 to cp-costo-promedio.
           if ws-metodo-costo = "P" then
              move cp-costo-promedio to ws-costo-unitario
              if ws-costo-unitario = 0 then
                 move precio-costo-u to ws-costo-unitario
              end-if
           else
              move precio-costo-u to ws-costo-unitario
              if ws-costo-unitario = 0 then
                 move cp-costo-promedio to ws-costo-unitario
              end-if
           end-if.
           compute ws-total-costo-ventas = ws-total-costo-ventas
              + cantidad-movimiento * ws-costo-unitario.
           go acumular-costo-venta.
       asentar-costo-ventas.
           if ws-total-costo-ventas = 0 then
              go cerrar-centralizacion
           end-if.
           move 31 to as-dia.
           if ws-per-mes = 4 or ws-per-mes = 6 or ws-per-mes = 9
              or ws-per-mes = 11 then
              move 30 to as-dia
           end-if.
           if ws-per-mes = 2 then move 28 to as-dia.
           move ws-per-mes to as-mes.
           move ws-per-ano to as-ano.
           move spaces to as-referencia.
           move "CMV " to as-referencia (1:4).
           move ws-metodo-costo to as-referencia (5:1).
           move ws-cta-costo-ventas to as-cuenta.
           move ws-total-costo-ventas to as-debe.
           move 0 to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
           move ws-cta-inventario to as-cuenta.
           move 0 to as-debe.
           move ws-total-costo-ventas to as-haber.
           perform escribir-asiento thru escribir-asiento-fin.
       cerrar-centralizacion.
           close asientos.
           close factura-venta.
           close factura-compra.
           close caja-sesiones.
           close cuentas-fiado.
           close vales-compra.
           close canjes-vale.
           close movimiento-medicamento.
           close medicamentos.
           close costos-promedio.
      *_los totales del export deben cuadrar contra los acumulados
      *_que opcion-25 mantiene en periodos.dat
           move "N" to ws-cuadra-ventas.
           move "FIADO" to cm-concepto.
           perform leer-cuenta thru leer-cuenta-fin.
           move cm-cuenta to ws-cta-fiado.
           move "VALES" to cm-concepto.
           perform leer-cuenta thru leer-cuenta-fin.
           move cm-cuenta to ws-cta-vales.
           move "INTMOR" to cm-concepto.
           perform leer-cuenta thru leer-cuenta-fin.
           move cm-cuenta to ws-cta-intereses.
           move "COSVTA" to cm-concepto.
           perform leer-cuenta thru leer-cuenta-fin.
           move cm-cuenta to ws-cta-costo-ventas.
           move "INVENT" to cm-concepto.
           perform leer-cuenta thru leer-cuenta-fin.
           move cm-cuenta to ws-cta-inventario.
       buscar-cuenta-fin.
           exit.
       leer-cuenta.
       leer-cuenta-fin.
           exit.

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

       volver.
           close plan-cuentas.
           close periodos.
