       identification division.
       program-id. batch-saldos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

      *_lotes en consignacion: son del laboratorio hasta venderse,
      *_no forman parte del inventario propio
           select consignaciones assign to disk
           organization is indexed
           access mode is dynamic
           record key is cs-clave.

      *_saldo de unidades sueltas de los envases abiertos
           select fraccionados assign to disk
           organization is indexed
           access mode is dynamic
           record key is fx-codigo.

           select costos-promedio assign to disk
           organization is indexed
           access mode is dynamic
           record key is cp-codigo.

           select parametros assign to disk
           organization is indexed
           access mode is dynamic
           record key is pa-clave.

           select saldos-inventario assign to disk
           organization is indexed
           access mode is dynamic
           record key is im-clave
           file status is ws-status-saldos.

       data division.
       file section.
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

       fd fraccionados
           label record is standard
           value of file-id "fraccion.dat".
       01 reg-fraccionado.
          02 fx-codigo            pic x(6).
          02 fx-unidades-sueltas  pic 9(5).
          02 fx-unidades-por-envase pic 9(5).

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

      *_saldo del inventario a costo por codigo y mes (invmens.dat)
       fd saldos-inventario
           label record is standard
           value of file-id "invmens.dat".
       01 reg-saldo-inventario.
          02 im-clave.
             03 im-ano            pic 9(4).
             03 im-mes            pic 99.
             03 im-codigo         pic x(6).
          02 im-unidades          pic 9(7).
          02 im-valor-costo       pic 9(11).
          02 im-rut-laboratorio   pic x(8).
          02 im-fecha-foto.
             03 im-dia-foto       pic 99.
             03 im-mes-foto       pic 99.
             03 im-ano-foto       pic 99.

       working-storage section.
      *_foto nocturna del inventario a costo: regraba el saldo del
      *_mes en curso de cada codigo, valorizado igual que opcion-11
      *_(costo del lote o costo promedio segun opcion-60, sin los
      *_lotes en consignacion vigente y con las unidades sueltas);
      *_la ultima foto de cada mes queda como su saldo de cierre.
      *_batch-cierre la lanza pasada la medianoche, por lo que la foto
      *_se graba con el dia que se cierra (el anterior a la fecha del
      *_sistema) y la del ultimo dia del mes queda en ese mes
       77 ws-status-saldos        pic xx.
       77 ws-metodo-costo         pic x value "L".
       77 ws-ano-foto             pic 9(4).
       77 ws-codigo-grupo         pic x(6) value spaces.
       77 ws-rut-grupo            pic x(8).
       77 ws-costo-lote           pic 9(7).
       77 ws-costo-grupo          pic 9(7) value 0.
       77 ws-unidades-grupo       pic 9(7) value 0.
       77 ws-valor-grupo          pic 9(11) value 0.
       77 ws-valor-sueltas        pic 9(9).
       77 ws-codigos-grabados     pic 9(5) value 0.
       77 ws-valor-total          pic 9(12) value 0.
       01 fecha-sys.
          02 s-ano                pic 99.
          02 s-mes                pic 99.
          02 s-dia                pic 99.
      *_dia que se cierra: la fecha del sistema menos un dia
       01 fecha-foto.
          02 f-ano                pic 99.
          02 f-mes                pic 99.
          02 f-dia                pic 99.
       77 ws-cociente-bisiesto    pic 9(4).
       77 ws-resto-bisiesto       pic 9.
      *_ventana de siglo para los anos de dos digitos del sistema:
      *_00 a 69 son 2000-2069 y 70 a 99 son 1970-1999
       77 ws-vs-aa                pic 99.
       77 ws-vs-aaaa              pic 9(4).
       procedure division.
       inicio.
           accept fecha-sys from date.
           perform fijar-dia-cierre thru fin-fijar-dia-cierre.
           move f-ano to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move ws-vs-aaaa to ws-ano-foto.
           perform leer-parametros thru fin-leer-parametros.
           open i-o saldos-inventario.
           if ws-status-saldos not = "00" then
              open output saldos-inventario
              close saldos-inventario
              open i-o saldos-inventario
           end-if.
      *_primero se dejan en cero los saldos ya grabados este mes, asi
      *_un codigo que se quedo sin lotes no arrastra su saldo anterior
       limpiar-mes.
           move ws-ano-foto to im-ano.
           move f-mes to im-mes.
           move low-values to im-codigo.
           start saldos-inventario key is >= im-clave
               invalid key go abrir-ficheros.
       limpiar-saldo.
           read saldos-inventario next record
               at end go abrir-ficheros.
           if im-ano not = ws-ano-foto or im-mes not = f-mes then
              go abrir-ficheros
           end-if.
           move 0 to im-unidades.
           move 0 to im-valor-costo.
           rewrite reg-saldo-inventario invalid key continue
           end-rewrite.
           go limpiar-saldo.
       abrir-ficheros.
           open input medicamentos.
           open input consignaciones.
           open input fraccionados.
           open input costos-promedio.
       leer-lote.
           read medicamentos next record at end go fin-lotes.
           if codigo-medicamento not = ws-codigo-grupo then
              perform grabar-saldo-codigo thru fin-grabar-saldo-codigo
              move codigo-medicamento to ws-codigo-grupo
              move med-rut-laboratorio to ws-rut-grupo
              move 0 to ws-unidades-grupo
              move 0 to ws-valor-grupo
              move 0 to ws-costo-grupo
           end-if.
      *_el lote en consignacion vigente se salta
           move codigo-medicamento to cs-codigo.
           move numero-lote        to cs-lote.
           read consignaciones key is cs-clave
               invalid key go valorizar-lote.
           if consigna-vigente then go leer-lote end-if.
       valorizar-lote.
           move precio-costo-u to ws-costo-lote.
           if ws-metodo-costo = "P" then
              move codigo-medicamento to cp-codigo
              read costos-promedio key is cp-codigo
                  invalid key move precio-costo-u to cp-costo-promedio
              end-read
              move cp-costo-promedio to ws-costo-lote
           end-if.
           move ws-costo-lote to ws-costo-grupo.
           add cantidad-stock to ws-unidades-grupo.
           compute ws-valor-grupo = ws-valor-grupo
              + cantidad-stock * ws-costo-lote.
           go leer-lote.
       fin-lotes.
           perform grabar-saldo-codigo thru fin-grabar-saldo-codigo.
           close medicamentos.
           close consignaciones.
           close fraccionados.
           close costos-promedio.
           close saldos-inventario.
           display "batch-saldos: codigos con saldo del mes: "
                   ws-codigos-grabados
                   "  valor total a costo: " ws-valor-total.
           goback.

      *_graba (o regraba) el saldo del codigo que termina, sumando
      *_sus unidades sueltas al costo del envase dividido por sus
      *_unidades, igual que opcion-11
       grabar-saldo-codigo.
           if ws-codigo-grupo = spaces then
              go fin-grabar-saldo-codigo
           end-if.
           move ws-codigo-grupo to fx-codigo.
           read fraccionados key is fx-codigo
               invalid key go armar-saldo-codigo.
           if fx-unidades-sueltas = 0 or
              fx-unidades-por-envase = 0 then
              go armar-saldo-codigo
           end-if.
           compute ws-valor-sueltas rounded =
              fx-unidades-sueltas * ws-costo-grupo
              / fx-unidades-por-envase.
           add ws-valor-sueltas to ws-valor-grupo.
       armar-saldo-codigo.
           move ws-ano-foto     to im-ano.
           move f-mes           to im-mes.
           move ws-codigo-grupo to im-codigo.
           read saldos-inventario key is im-clave
               invalid key go crear-saldo-codigo.
           move ws-unidades-grupo to im-unidades.
           move ws-valor-grupo    to im-valor-costo.
           move ws-rut-grupo      to im-rut-laboratorio.
           move f-dia to im-dia-foto.
           move f-mes to im-mes-foto.
           move f-ano to im-ano-foto.
           rewrite reg-saldo-inventario invalid key continue
           end-rewrite.
           go contar-saldo-codigo.
       crear-saldo-codigo.
           move ws-ano-foto     to im-ano.
           move f-mes           to im-mes.
           move ws-codigo-grupo to im-codigo.
           move ws-unidades-grupo to im-unidades.
           move ws-valor-grupo    to im-valor-costo.
           move ws-rut-grupo      to im-rut-laboratorio.
           move f-dia to im-dia-foto.
           move f-mes to im-mes-foto.
           move f-ano to im-ano-foto.
           write reg-saldo-inventario invalid key continue
           end-write.
       contar-saldo-codigo.
           add 1 to ws-codigos-grabados.
           add ws-valor-grupo to ws-valor-total.
       fin-grabar-saldo-codigo.
           exit.

      *_resta un dia a la fecha del sistema, pasando al ultimo dia
      *_del mes anterior y, en enero, al 31 de diciembre
       fijar-dia-cierre.
           move fecha-sys to fecha-foto.
           if f-dia > 1 then
              subtract 1 from f-dia
              go fin-fijar-dia-cierre
           end-if.
           if f-mes > 1 then
              subtract 1 from f-mes
           else
              move 12 to f-mes
              if f-ano = 0 then
                 move 99 to f-ano
              else
                 subtract 1 from f-ano
              end-if
           end-if.
           move 31 to f-dia.
           if f-mes = 4 or f-mes = 6 or f-mes = 9 or f-mes = 11 then
              move 30 to f-dia
           end-if.
           if f-mes = 2 then
              move 28 to f-dia
              divide f-ano by 4 giving ws-cociente-bisiesto
                  remainder ws-resto-bisiesto
              if ws-resto-bisiesto = 0 then
                 move 29 to f-dia
              end-if
           end-if.
       fin-fijar-dia-cierre.
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
