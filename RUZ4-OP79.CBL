       identification division.
       program-id. opcion-79.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

      *_sospechas de reaccion adversa con su seguimiento; la clave
      *_alterna por codigo y lote junta los casos de un mismo lote
           select reacciones-adversas assign to disk
           organization is indexed
           access mode is dynamic
           record key is fv-numero
           alternate record key is fv-clave-lote with duplicates.

           select movimiento-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select clientes assign to disk
           organization is indexed
           access mode is dynamic
           record key is rut-cliente.

           select medicamentos assign to disk
           organization is indexed
           access mode is dynamic
           record key is clave-medicamento
           alternate record key is clave-vencimiento with duplicates
           alternate record key is codigo-barra with duplicates.

           select control-numero assign to disk
           organization is indexed
           access mode is dynamic
           record key is control-tipo.

      *_estado del ciclo de vida (opcion-56): el lote con casos
      *_acumulados puede quedar en cuarentena desde aqui
           select estados-medicamento assign to disk
           organization is indexed
           access mode is dynamic
           record key is em-clave.

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

      *_formulario de notificacion al isp impreso a texto
           select formulario-isp assign to disk
           organization is line sequential.

       data division.
       file section.
       fd reacciones-adversas
           label record is standard
           value of file-id "farmacovig.dat".
       01 reg-reaccion-adversa.
          02 fv-numero             pic 9(6).
          02 fv-clave-lote.
             03 fv-codigo          pic x(6).
             03 fv-lote            pic 9(3).
          02 fv-fecha-registro.
             03 fv-dia-registro    pic 99.
             03 fv-mes-registro    pic 99.
             03 fv-ano-registro    pic 99.
          02 fv-rut-cliente        pic x(8).
          02 fv-mov-correlativo    pic 9(6).
          02 fv-num-factura        pic x(6).
          02 fv-fecha-venta.
             03 fv-dia-venta       pic 99.
             03 fv-mes-venta       pic 99.
             03 fv-ano-venta       pic 99.
          02 fv-descr-medicamento  pic x(30).
          02 fv-principio-activo   pic x(20).
          02 fv-concentracion      pic x(10).
          02 fv-fecha-inicio.
             03 fv-dia-inicio      pic 99.
             03 fv-mes-inicio      pic 99.
             03 fv-ano-inicio      pic 99.
          02 fv-reaccion-1         pic x(60).
          02 fv-reaccion-2         pic x(60).
          02 fv-gravedad           pic x.
             88 gravedad-leve      value "L".
             88 gravedad-moderada  value "M".
             88 gravedad-grave     value "G".
          02 fv-quimico-id         pic x(8).
          02 fv-sucursal           pic x(2).
          02 fv-estado             pic x.
             88 caso-registrado      value "R".
             88 caso-notificado      value "N".
             88 caso-en-seguimiento  value "S".
             88 caso-cerrado         value "C".
          02 fv-fecha-notificacion.
             03 fv-dia-notificacion pic 99.
             03 fv-mes-notificacion pic 99.
             03 fv-ano-notificacion pic 99.
          02 fv-fecha-cierre.
             03 fv-dia-cierre      pic 99.
             03 fv-mes-cierre      pic 99.
             03 fv-ano-cierre      pic 99.
          02 fv-desenlace          pic x.
             88 desenlace-recuperado    value "R".
             88 desenlace-con-secuelas  value "S".
             88 desenlace-no-recuperado value "N".
             88 desenlace-desconocido   value "D" " ".
          02 fv-seguimiento        pic x(60).

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

       fd control-numero
           label record is standard
           value of file-id "control.dat".
       01 reg-control.
          02 control-tipo        pic x(6).
          02 ultimo-numero       pic 9(6).

       fd estados-medicamento
           label record is standard
           value of file-id "estadomed.dat".
       01 reg-estado-medicamento.
          02 em-clave.
             03 em-codigo         pic x(6).
             03 em-lote           pic 9(3).
          02 em-estado            pic x.
             88 estado-activo        value "A".
             88 estado-discontinuado value "D".
             88 estado-cuarentena    value "Q".
          02 em-fecha.
             03 em-dia            pic 99.
             03 em-mes            pic 99.
             03 em-ano            pic 99.
          02 em-operador-id       pic x(8).

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

       fd formulario-isp
           label record is standard
           value of file-id "notifisp.txt".
       01 reg-formulario-isp      pic x(80).

       working-storage section.
       01 opcion                   pic x.
          88 registrar-caso        value "1".
          88 imprimir-notificacion value "2".
          88 seguimiento-caso      value "3".
          88 volver-menu-principal value "4".
       77 linea-subrayado          pic x(80) value all "_".
       77 opcion-continuar         pic 9.
       77 opcion-cuarentena        pic 9.
       77 opcion-imprimir          pic 9.
       77 ws-operador-id           pic x(8) value spaces.
       77 ws-sucursal-local        pic x(2) value "01".
       77 ws-rut-buscado           pic 9(8) value 0.
       77 ws-rut-mov               pic x(8).
       77 ws-codigo-buscado        pic x(6).
       77 ws-numero-buscado        pic 9(6) value 0.
       77 ws-numero-caso           pic 9(6) value 0.
       77 ws-numero-edit           pic z(5)9.
      *_casos sobre un mismo codigo y lote a partir de los cuales se
      *_sugiere la cuarentena del lote
       77 ws-umbral-cuarentena     pic 9(4) value 3.
       77 ws-casos-lote            pic 9(4) value 0.
       01 ws-clave-lote-caso.
          02 ws-cl-codigo          pic x(6).
          02 ws-cl-lote            pic 9(3).
      *_la venta mas reciente del codigo al cliente en mov.dat
       77 ws-venta-encontrada      pic x value "N".
       77 ws-orden-venta           pic 9(8).
       77 ws-orden-mejor           pic 9(8).
       01 ws-venta-elegida.
          02 ws-ve-correlativo     pic 9(6).
          02 ws-ve-factura         pic x(6).
          02 ws-ve-dia             pic 99.
          02 ws-ve-mes             pic 99.
          02 ws-ve-ano             pic 99.
          02 ws-ve-lote            pic 9(3).
          02 ws-ve-descripcion     pic x(30).
          02 ws-ve-sucursal        pic x(2).
       01 ws-texto-factura.
          02 filler                pic x(8) value "factura ".
          02 tf-factura            pic x(6).
          02 filler                pic x(5) value " del ".
          02 tf-dia                pic 99.
          02 filler                pic x value "/".
          02 tf-mes                pic 99.
          02 filler                pic x value "/".
          02 tf-ano                pic 99.
          02 filler                pic x(13) value spaces.
       77 ws-texto-venta           pic x(40).
      *_ventana de siglo para ordenar las fechas de venta
       77 ws-vs-aa                 pic 99.
       77 ws-vs-aaaa               pic 9(4).
      *_seguimiento: estado y desenlace que ingresa el quimico
       77 ws-estado-nuevo          pic x.
       77 ws-desenlace-nuevo       pic x.
       77 ws-descripcion-gravedad  pic x(24).
       77 ws-descripcion-estado    pic x(24).
       77 ws-descripcion-desenlace pic x(24).
      *_datos de la farmacia para el formulario
       01 ws-farmacia.
          02 ws-fa-razon-social    pic x(30).
          02 ws-fa-rut             pic x(8).
          02 ws-fa-dv              pic x.
          02 ws-fa-direccion       pic x(30).
      *_lineas del formulario: una etiqueta y su valor
       01 ws-linea-campo.
          02 fm-etiqueta           pic x(24).
          02 fm-valor              pic x(56).
       01 ws-fecha-edit.
          02 fe-dia                pic 99.
          02 filler                pic x value "/".
          02 fe-mes                pic 99.
          02 filler                pic x value "/".
          02 fe-ano                pic 99.
       01 ws-rut-edit.
          02 re-rut                pic x(8).
          02 filler                pic x value "-".
          02 re-dv                 pic x.
       01 ws-nombre-edit.
          02 ne-nombre             pic x(20).
          02 filler                pic x value space.
          02 ne-apellido           pic x(20).
       01 ws-codigo-lote-edit.
          02 ce-codigo             pic x(6).
          02 filler                pic x(8) value "  lote: ".
          02 ce-lote               pic 9(3).
       77 ws-sp-titulo             pic x(30).
       77 ws-sp-archivo            pic x(15).
       77 ws-sp-operador           pic x(8) value spaces.
       01 fecha-programa.
          02 dia                   pic 99.
          02 filler                pic x value "/".
          02 mes                   pic 99.
          02 filler                pic x value "/".
          02 ano                   pic 99.
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
              value is "farmacovigilancia: reacciones adversas".
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
              value is "registrar sospecha de reaccion adversa".
           02 filler line 11 col 1
              foreground-color is 7
              value is "opcion 2:".
           02 filler col 25
              value is "imprimir formulario de notificacion isp".
           02 filler line 12 col 1
              foreground-color is 7
              value is "opcion 3:".
           02 filler col 25
              value is "seguimiento de un caso".
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
       01 pantalla-cliente-caso.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "rut del cliente (0 = volver):".
           02 filler line 11 col 1
              foreground-color is 7
              value is "codigo del medicamento sospechoso:".
           02 filler line 13 col 1
              pic is x(80) using linea-subrayado.
       01 datos-cliente-caso.
           02 filler line 10 col 40
              pic is 9(8) using ws-rut-buscado required auto.
           02 filler line 11 col 40
              pic is x(6) using ws-codigo-buscado auto.
       01 pantalla-caso.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              value is "cliente:".
           02 filler col 25
              pic is 9(8) using rut-cliente.
           02 filler col 34 value is "-".
           02 filler col 35
              pic is x using dv-cliente.
           02 filler col 38
              pic is x(20) using apellido-cliente.
           02 filler col 59
              pic is x(20) using nombre-cliente.
           02 filler line 10 col 1
              value is "venta ubicada:".
           02 filler col 25
              pic is x(40) using ws-texto-venta.
           02 filler line 11 col 1
              value is "medicamento:".
           02 filler col 25
              pic is x(6) using ws-codigo-buscado.
           02 filler col 33
              foreground-color is 7
              value is "lote:".
           02 filler line 12 col 1
              foreground-color is 7
              value is "inicio de la reaccion:".
           02 filler col 27 value is "/".
           02 filler col 30 value is "/".
           02 filler line 13 col 1
              foreground-color is 7
              value is "descripcion de la reaccion:".
           02 filler line 16 col 1
              foreground-color is 7
              value is "gravedad (L=leve M=moderada G=grave):".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
       01 datos-caso.
           02 filler line 11 col 39
              pic is 9(3) using fv-lote auto.
           02 filler line 12 col 25
              pic is 99 using fv-dia-inicio required auto.
           02 filler line 12 col 28
              pic is 99 using fv-mes-inicio required auto.
           02 filler line 12 col 31
              pic is 99 using fv-ano-inicio required auto.
           02 filler line 14 col 1
              pic is x(60) using fv-reaccion-1.
           02 filler line 15 col 1
              pic is x(60) using fv-reaccion-2.
           02 filler line 16 col 45
              pic is x using fv-gravedad required auto.
       01 pantalla-caso-grabado.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 2
              value is "caso registrado con el numero:".
           02 filler col 40
              foreground-color is 2
              pic is z(5)9 using ws-numero-caso.
           02 filler line 11 col 1
              value is "casos registrados sobre este lote:".
           02 filler col 40
              pic is zzz9 using ws-casos-lote.
       01 pantalla-sugerir-cuarentena.
           02 filler line 13 col 1
              foreground-color is 6
              value is "se acumulan casos sobre el mismo lote.".
           02 filler line 14 col 1
              foreground-color is 6
              value is "poner el lote en cuarentena? (1=si 2=no):".
       01 datos-sugerir-cuarentena.
           02 filler line 14 col 50
              pic is 9 using opcion-cuarentena required auto.
       01 pantalla-preguntar-impresion.
           02 filler line 17 col 1
              foreground-color is 7
              value is "imprimir el formulario isp? (1=si 2=no):".
       01 datos-preguntar-impresion.
           02 filler line 17 col 50
              pic is 9 using opcion-imprimir required auto.
       01 pantalla-numero.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 10 col 1
              foreground-color is 7
              value is "numero del caso (0 = volver):".
           02 filler line 12 col 1
              pic is x(80) using linea-subrayado.
       01 datos-numero.
           02 filler line 10 col 40
              pic is 9(6) using ws-numero-buscado required auto.
       01 pantalla-formulario-impreso.
           02 filler line 14 col 1
              foreground-color is 2
              value is "formulario generado en: notifisp.txt".
           02 filler line 15 col 1
              value is "estado del caso:".
           02 filler col 25
              pic is x(24) using ws-descripcion-estado.
           02 filler line 17 col 1
              foreground-color is 7
              value is "presione 1 para continuar:".
       01 datos-continuar.
           02 filler line 17 col 40
              pic is 9 using opcion-continuar required auto.
       01 pantalla-seguimiento.
           02 filler line 8 col 1
              foreground-color is 7
              pic is x(80) using linea-subrayado.
           02 filler line 9 col 1
              value is "caso:".
           02 filler col 25
              pic is z(5)9 using fv-numero.
           02 filler col 35
              value is "registrado el:".
           02 filler col 50
              pic is 99 using fv-dia-registro.
           02 filler col 52 value is "/".
           02 filler col 53
              pic is 99 using fv-mes-registro.
           02 filler col 55 value is "/".
           02 filler col 56
              pic is 99 using fv-ano-registro.
           02 filler line 10 col 1
              value is "cliente:".
           02 filler col 25
              pic is x(8) using fv-rut-cliente.
           02 filler line 11 col 1
              value is "medicamento:".
           02 filler col 25
              pic is x(6) using fv-codigo.
           02 filler col 33 value is "lote:".
           02 filler col 39
              pic is 9(3) using fv-lote.
           02 filler col 44
              pic is x(30) using fv-descr-medicamento.
           02 filler line 12 col 1
              value is "gravedad:".
           02 filler col 25
              pic is x(24) using ws-descripcion-gravedad.
           02 filler line 13 col 1
              value is "estado actual:".
           02 filler col 25
              pic is x(24) using ws-descripcion-estado.
           02 filler line 14 col 1
              value is "desenlace:".
           02 filler col 25
              pic is x(24) using ws-descripcion-desenlace.
           02 filler line 16 col 1
              foreground-color is 7
              value is "nuevo estado (R=registrado N=notificado".
           02 filler line 17 col 1
              foreground-color is 7
              value is "  S=en seguimiento C=cerrado):".
           02 filler line 18 col 1
              foreground-color is 7
              value is "desenlace (R=recuperado S=con secuelas".
           02 filler line 19 col 1
              foreground-color is 7
              value is "  N=no recuperado D=desconocido):".
           02 filler line 20 col 1
              foreground-color is 7
              value is "nota de seguimiento:".
           02 filler line 22 col 1
              pic is x(80) using linea-subrayado.
       01 datos-seguimiento.
           02 filler line 17 col 45
              pic is x using ws-estado-nuevo required auto.
           02 filler line 19 col 45
              pic is x using ws-desenlace-nuevo required auto.
           02 filler line 21 col 1
              pic is x(60) using fv-seguimiento.
       procedure division using fecha-sistema operador-login.
       inicio.
       ajustar-fecha.
           move s-dia to dia.
           move s-mes to mes.
           move s-ano to ano.
           move operador-login to ws-operador-id.
           move operador-login to ws-sp-operador.
       abrir-ficheros.
           open i-o reacciones-adversas.
           open i-o estados-medicamento.
           open i-o control-numero.
           open input movimiento-medicamento.
           open input clientes.
           open input medicamentos.
           open input laboratorio.
           open input operadores.
           perform leer-parametros thru fin-leer-parametros.
       desplejar-menu.
           display pantalla-principal.
           display pantalla-menu.
           accept  opcion-pantalla-menu.
           if opcion not numeric then go desplejar-menu.
           if opcion < 1 or opcion > 4 then go desplejar-menu.
           if opcion = 1 then go pedir-cliente-caso.
           if opcion = 2 then go pedir-numero-formulario.
           if opcion = 3 then go pedir-numero-seguimiento.
           go volver.

      *_registro del caso: el cliente y el codigo que reclama; el lote
      *_se ubica desde la ultima venta de ese codigo al cliente
       pedir-cliente-caso.
           move 0 to ws-rut-buscado.
           move spaces to ws-codigo-buscado.
           display pantalla-principal.
           display pantalla-cliente-caso.
           accept  datos-cliente-caso.
           if ws-rut-buscado = 0 then go desplejar-menu end-if.
           if ws-codigo-buscado = spaces then go pedir-cliente-caso.
           move ws-rut-buscado to rut-cliente.
           read clientes key is rut-cliente
               invalid key go mensaje-cliente-no-existe.
           move ws-rut-buscado to ws-rut-mov.
           move "N" to ws-venta-encontrada.
           move 0 to ws-orden-mejor.
           move 0 to ws-ve-correlativo.
           move spaces to ws-ve-factura.
           move 0 to ws-ve-dia.
           move 0 to ws-ve-mes.
           move 0 to ws-ve-ano.
           move 0 to ws-ve-lote.
           move spaces to ws-ve-descripcion.
           move ws-sucursal-local to ws-ve-sucursal.
           move ws-codigo-buscado to codigo-movimiento.
           start movimiento-medicamento key is >= codigo-movimiento
               invalid key go preparar-caso.
       buscar-venta-cliente.
           read movimiento-medicamento next record
               at end go preparar-caso.
           if codigo-movimiento not = ws-codigo-buscado then
              go preparar-caso
           end-if.
           if rut-cliente-mov not = ws-rut-mov then
              go buscar-venta-cliente
           end-if.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-orden-venta = ws-vs-aaaa * 360
                                  + mes-venta * 30 + dia-venta.
           if ws-orden-venta < ws-orden-mejor then
              go buscar-venta-cliente
           end-if.
           move "S" to ws-venta-encontrada.
           move ws-orden-venta   to ws-orden-mejor.
           move mov-correlativo  to ws-ve-correlativo.
           move num-factura      to ws-ve-factura.
           move dia-venta        to ws-ve-dia.
           move mes-venta        to ws-ve-mes.
           move ano-venta        to ws-ve-ano.
           move lote-mov         to ws-ve-lote.
           move descripcion-mov  to ws-ve-descripcion.
           move mov-sucursal     to ws-ve-sucursal.
           go buscar-venta-cliente.
       preparar-caso.
           move spaces to reg-reaccion-adversa.
           move ws-ve-lote to fv-lote.
           move 0 to fv-dia-inicio.
           move 0 to fv-mes-inicio.
           move 0 to fv-ano-inicio.
           move "sin venta de este codigo al cliente"
                to ws-texto-venta.
           if ws-venta-encontrada = "S" then
              move ws-ve-factura to tf-factura
              move ws-ve-dia     to tf-dia
              move ws-ve-mes     to tf-mes
              move ws-ve-ano     to tf-ano
              move ws-texto-factura to ws-texto-venta
           end-if.
           display pantalla-principal.
       pedir-datos-caso.
           display pantalla-caso.
           accept  datos-caso.
           inspect fv-gravedad converting "lmg" to "LMG".
           if not gravedad-leve and not gravedad-moderada
              and not gravedad-grave then
              go pedir-datos-caso
           end-if.
           if fv-mes-inicio < 1 or fv-mes-inicio > 12 or
              fv-dia-inicio < 1 or fv-dia-inicio > 31 then
              go pedir-datos-caso
           end-if.
           if fv-reaccion-1 = spaces then go pedir-datos-caso.
      *_principio activo y concentracion desde la ficha del lote; si
      *_el lote ya no esta en la ficha basta con la venta ubicada
           move ws-codigo-buscado to codigo-medicamento.
           move fv-lote           to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go lote-sin-ficha.
           move descr-medicamento to fv-descr-medicamento.
           move principio-activo  to fv-principio-activo.
           move concentracion     to fv-concentracion.
           go numerar-caso.
       lote-sin-ficha.
           if ws-venta-encontrada not = "S" or
              fv-lote not = ws-ve-lote then
              go mensaje-lote-no-existe
           end-if.
           move ws-ve-descripcion to fv-descr-medicamento.
       numerar-caso.
           move "FARMVG" to control-tipo.
           read control-numero key is control-tipo
               invalid key go crear-control-caso.
           compute ultimo-numero = ultimo-numero + 1.
           move ultimo-numero to fv-numero.
           rewrite reg-control.
           go grabar-caso.
       crear-control-caso.
           move "FARMVG" to control-tipo.
           move 1        to ultimo-numero.
           write reg-control.
           move 1        to fv-numero.
       grabar-caso.
           move ws-codigo-buscado to fv-codigo.
           move dia               to fv-dia-registro.
           move mes               to fv-mes-registro.
           move ano               to fv-ano-registro.
           move ws-rut-mov        to fv-rut-cliente.
           move 0                 to fv-mov-correlativo.
           move 0                 to fv-dia-venta.
           move 0                 to fv-mes-venta.
           move 0                 to fv-ano-venta.
           if ws-venta-encontrada = "S" and fv-lote = ws-ve-lote then
              move ws-ve-correlativo to fv-mov-correlativo
              move ws-ve-factura     to fv-num-factura
              move ws-ve-dia         to fv-dia-venta
              move ws-ve-mes         to fv-mes-venta
              move ws-ve-ano         to fv-ano-venta
           end-if.
           move ws-operador-id    to fv-quimico-id.
           move ws-ve-sucursal    to fv-sucursal.
           move "R"               to fv-estado.
           move 0 to fv-dia-notificacion.
           move 0 to fv-mes-notificacion.
           move 0 to fv-ano-notificacion.
           move 0 to fv-dia-cierre.
           move 0 to fv-mes-cierre.
           move 0 to fv-ano-cierre.
           move "D"               to fv-desenlace.
           write reg-reaccion-adversa
               invalid key go mensaje-error-grabar.
           move fv-numero     to ws-numero-caso.
           move fv-clave-lote to ws-clave-lote-caso.
      *_casos acumulados sobre el mismo codigo y lote, incluido este
       contar-casos-lote.
           move 0 to ws-casos-lote.
           move ws-clave-lote-caso to fv-clave-lote.
           start reacciones-adversas key is = fv-clave-lote
               invalid key go mostrar-caso-grabado.
       leer-caso-lote.
           read reacciones-adversas next record
               at end go mostrar-caso-grabado.
           if fv-clave-lote not = ws-clave-lote-caso then
              go mostrar-caso-grabado
           end-if.
           add 1 to ws-casos-lote.
           go leer-caso-lote.
       mostrar-caso-grabado.
           display pantalla-principal.
           display pantalla-caso-grabado.
           if ws-casos-lote < ws-umbral-cuarentena then
              go preguntar-impresion
           end-if.
           move ws-cl-codigo to em-codigo.
           move ws-cl-lote   to em-lote.
           read estados-medicamento key is em-clave
               invalid key go sugerir-cuarentena.
           if estado-cuarentena then go preguntar-impresion.
       sugerir-cuarentena.
           display pantalla-sugerir-cuarentena.
           accept  datos-sugerir-cuarentena.
           if opcion-cuarentena not = 1 then go preguntar-impresion.
      *_mismo paso que el recall (opcion-35): desde ese momento
      *_opcion-2 no despacha el lote ni opcion-1 lo recibe
       poner-lote-cuarentena.
           move ws-cl-codigo to em-codigo.
           move ws-cl-lote   to em-lote.
           read estados-medicamento key is em-clave
               invalid key go crear-estado-cuarentena.
           move "Q" to em-estado.
           move dia to em-dia.
           move mes to em-mes.
           move ano to em-ano.
           move ws-operador-id to em-operador-id.
           rewrite reg-estado-medicamento
              invalid key continue end-rewrite.
           go avisar-cuarentena.
       crear-estado-cuarentena.
           move ws-cl-codigo to em-codigo.
           move ws-cl-lote   to em-lote.
           move "Q" to em-estado.
           move dia to em-dia.
           move mes to em-mes.
           move ano to em-ano.
           move ws-operador-id to em-operador-id.
           write reg-estado-medicamento
              invalid key continue end-write.
       avisar-cuarentena.
           display "lote en cuarentena, el despacho queda bloqueado"
                    line 15 col 1.
       preguntar-impresion.
           display pantalla-preguntar-impresion.
           accept  datos-preguntar-impresion.
           if opcion-imprimir not = 1 then go desplejar-menu.
           move ws-numero-caso to ws-numero-buscado.
           go imprimir-formulario.

      *_formulario de notificacion de sospecha de reaccion adversa
      *_con los datos que pide el isp; el formulario impreso es el
      *_que se envia, asi que el caso pasa a notificado
       pedir-numero-formulario.
           move 0 to ws-numero-buscado.
           display pantalla-principal.
           display pantalla-numero.
           accept  datos-numero.
           if ws-numero-buscado = 0 then go desplejar-menu end-if.
       imprimir-formulario.
           move ws-numero-buscado to fv-numero.
           read reacciones-adversas key is fv-numero
               invalid key go mensaje-caso-no-existe.
           if caso-registrado then
              move "N" to fv-estado
              move dia to fv-dia-notificacion
              move mes to fv-mes-notificacion
              move ano to fv-ano-notificacion
              rewrite reg-reaccion-adversa
                 invalid key continue end-rewrite
           end-if.
           perform describir-caso thru fin-describir-caso.
           move fv-rut-cliente to rut-cliente.
           read clientes key is rut-cliente
               invalid key move spaces to dv-cliente
                           move spaces to apellido-cliente
                           move spaces to nombre-cliente
                           move spaces to dir-cliente
                           move spaces to fono-cliente
           end-read.
           move fv-quimico-id to operador-id.
           read operadores key is operador-id
               invalid key move spaces to nombre-operador
           end-read.
           move spaces to razon-social.
           move 0 to dia-vencimiento.
           move 0 to mes-vencimiento.
           move 0 to ano-vencimiento.
           move fv-codigo to codigo-medicamento.
           move fv-lote   to numero-lote.
           read medicamentos key is clave-medicamento
               invalid key go escribir-formulario.
           move med-rut-laboratorio to rut-laboratorio.
           read laboratorio key is rut-laboratorio
               invalid key move spaces to razon-social
           end-read.
       escribir-formulario.
           open output formulario-isp.
           move "FORMULARIO DE NOTIFICACION DE SOSPECHA DE REACCION"
                to reg-formulario-isp.
           write reg-formulario-isp.
           move "ADVERSA A MEDICAMENTOS - INSTITUTO DE SALUD PUBLICA"
                to reg-formulario-isp.
           write reg-formulario-isp.
           write reg-formulario-isp from linea-subrayado.
           move "notificacion numero:" to fm-etiqueta.
           move fv-numero to ws-numero-edit.
           move ws-numero-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "fecha de registro:" to fm-etiqueta.
           move fv-dia-registro to fe-dia.
           move fv-mes-registro to fe-mes.
           move fv-ano-registro to fe-ano.
           move ws-fecha-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "fecha de notificacion:" to fm-etiqueta.
           move fv-dia-notificacion to fe-dia.
           move fv-mes-notificacion to fe-mes.
           move fv-ano-notificacion to fe-ano.
           move ws-fecha-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move spaces to reg-formulario-isp.
           write reg-formulario-isp.
           move "1. datos del paciente" to reg-formulario-isp.
           write reg-formulario-isp.
           move "rut:" to fm-etiqueta.
           move fv-rut-cliente to re-rut.
           move dv-cliente to re-dv.
           move ws-rut-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "nombre:" to fm-etiqueta.
           move nombre-cliente to ne-nombre.
           move apellido-cliente to ne-apellido.
           move ws-nombre-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "direccion:" to fm-etiqueta.
           move dir-cliente to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "fono:" to fm-etiqueta.
           move fono-cliente to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "edad: ________  sexo: ________  peso: ________"
                to reg-formulario-isp.
           write reg-formulario-isp.
           move spaces to reg-formulario-isp.
           write reg-formulario-isp.
           move "2. medicamento sospechoso" to reg-formulario-isp.
           write reg-formulario-isp.
           move "nombre comercial:" to fm-etiqueta.
           move fv-descr-medicamento to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "principio activo:" to fm-etiqueta.
           move fv-principio-activo to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "concentracion:" to fm-etiqueta.
           move fv-concentracion to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "codigo:" to fm-etiqueta.
           move fv-codigo to ce-codigo.
           move fv-lote to ce-lote.
           move ws-codigo-lote-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "fecha de vencimiento:" to fm-etiqueta.
           move dia-vencimiento to fe-dia.
           move mes-vencimiento to fe-mes.
           move ano-vencimiento to fe-ano.
           move ws-fecha-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "laboratorio:" to fm-etiqueta.
           move razon-social to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "dispensado en:" to fm-etiqueta.
           move "sin venta asociada" to fm-valor.
           if fv-mov-correlativo not = 0 then
              move fv-num-factura to tf-factura
              move fv-dia-venta   to tf-dia
              move fv-mes-venta   to tf-mes
              move fv-ano-venta   to tf-ano
              move ws-texto-factura to fm-valor
           end-if.
           write reg-formulario-isp from ws-linea-campo.
           move spaces to reg-formulario-isp.
           write reg-formulario-isp.
           move "3. descripcion de la reaccion adversa"
                to reg-formulario-isp.
           write reg-formulario-isp.
           move "fecha de inicio:" to fm-etiqueta.
           move fv-dia-inicio to fe-dia.
           move fv-mes-inicio to fe-mes.
           move fv-ano-inicio to fe-ano.
           move ws-fecha-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "gravedad:" to fm-etiqueta.
           move ws-descripcion-gravedad to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "descripcion:" to reg-formulario-isp.
           write reg-formulario-isp.
           move spaces to reg-formulario-isp.
           move fv-reaccion-1 to reg-formulario-isp (5:60).
           write reg-formulario-isp.
           move spaces to reg-formulario-isp.
           move fv-reaccion-2 to reg-formulario-isp (5:60).
           write reg-formulario-isp.
           move "desenlace:" to fm-etiqueta.
           move ws-descripcion-desenlace to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "seguimiento:" to reg-formulario-isp.
           write reg-formulario-isp.
           move spaces to reg-formulario-isp.
           move fv-seguimiento to reg-formulario-isp (5:60).
           write reg-formulario-isp.
           move spaces to reg-formulario-isp.
           write reg-formulario-isp.
           move "4. datos del notificador" to reg-formulario-isp.
           write reg-formulario-isp.
           move "establecimiento:" to fm-etiqueta.
           move ws-fa-razon-social to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "rut establecimiento:" to fm-etiqueta.
           move ws-fa-rut to re-rut.
           move ws-fa-dv to re-dv.
           move ws-rut-edit to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "direccion:" to fm-etiqueta.
           move ws-fa-direccion to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "quimico farmaceutico:" to fm-etiqueta.
           move nombre-operador to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move "identificacion interna:" to fm-etiqueta.
           move fv-quimico-id to fm-valor.
           write reg-formulario-isp from ws-linea-campo.
           move spaces to reg-formulario-isp.
           write reg-formulario-isp.
           move "firma: ______________________________"
                to reg-formulario-isp.
           write reg-formulario-isp.
           write reg-formulario-isp from linea-subrayado.
           close formulario-isp.
           move "notificacion reaccion adversa" to ws-sp-titulo.
           move "notifisp.txt" to ws-sp-archivo.
           call "spool-registrar" using ws-sp-titulo ws-sp-archivo
              ws-sp-operador
              on exception continue
           end-call.
           display pantalla-principal.
           display pantalla-formulario-impreso.
           accept  datos-continuar.
           go desplejar-menu.

      *_seguimiento: el quimico cambia el estado y el desenlace y deja
      *_una nota; al cerrar queda la fecha de cierre
       pedir-numero-seguimiento.
           move 0 to ws-numero-buscado.
           display pantalla-principal.
           display pantalla-numero.
           accept  datos-numero.
           if ws-numero-buscado = 0 then go desplejar-menu end-if.
           move ws-numero-buscado to fv-numero.
           read reacciones-adversas key is fv-numero
               invalid key go mensaje-caso-no-existe-seg.
           perform describir-caso thru fin-describir-caso.
           move fv-estado    to ws-estado-nuevo.
           move fv-desenlace to ws-desenlace-nuevo.
           display pantalla-principal.
       pedir-datos-seguimiento.
           display pantalla-seguimiento.
           accept  datos-seguimiento.
           inspect ws-estado-nuevo converting "rnsc" to "RNSC".
           inspect ws-desenlace-nuevo converting "rsnd" to "RSND".
           if ws-estado-nuevo not = "R" and not = "N"
              and not = "S" and not = "C" then
              go pedir-datos-seguimiento
           end-if.
           if ws-desenlace-nuevo not = "R" and not = "S"
              and not = "N" and not = "D" then
              go pedir-datos-seguimiento
           end-if.
           if ws-estado-nuevo not = "R" and
              fv-dia-notificacion = 0 then
              move dia to fv-dia-notificacion
              move mes to fv-mes-notificacion
              move ano to fv-ano-notificacion
           end-if.
           if ws-estado-nuevo = "C" and not caso-cerrado then
              move dia to fv-dia-cierre
              move mes to fv-mes-cierre
              move ano to fv-ano-cierre
           end-if.
           if ws-estado-nuevo not = "C" then
              move 0 to fv-dia-cierre
              move 0 to fv-mes-cierre
              move 0 to fv-ano-cierre
           end-if.
           move ws-estado-nuevo    to fv-estado.
           move ws-desenlace-nuevo to fv-desenlace.
           rewrite reg-reaccion-adversa
               invalid key go mensaje-error-seguimiento.
           display " " line 1 col 1 erase eos.
           display "caso actualizado" line 4 col 1.
           go pedir-numero-seguimiento.

       volver.
           close reacciones-adversas.
           close estados-medicamento.
           close control-numero.
           close movimiento-medicamento.
           close clientes.
           close medicamentos.
           close laboratorio.
           close operadores.
           goback.

      *_textos de gravedad, estado y desenlace del caso leido
       describir-caso.
           move "leve" to ws-descripcion-gravedad.
           if gravedad-moderada then
              move "moderada" to ws-descripcion-gravedad
           end-if.
           if gravedad-grave then
              move "grave" to ws-descripcion-gravedad
           end-if.
           move "registrado" to ws-descripcion-estado.
           if caso-notificado then
              move "notificado al isp" to ws-descripcion-estado
           end-if.
           if caso-en-seguimiento then
              move "en seguimiento" to ws-descripcion-estado
           end-if.
           if caso-cerrado then
              move "cerrado" to ws-descripcion-estado
           end-if.
           move "desconocido" to ws-descripcion-desenlace.
           if desenlace-recuperado then
              move "recuperado" to ws-descripcion-desenlace
           end-if.
           if desenlace-con-secuelas then
              move "recuperado con secuelas"
                   to ws-descripcion-desenlace
           end-if.
           if desenlace-no-recuperado then
              move "no recuperado" to ws-descripcion-desenlace
           end-if.
       fin-describir-caso.
           exit.

      *_razon social, rut y direccion de la farmacia (clave GENERA)
       leer-parametros.
           move spaces to ws-farmacia.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros.
           move pa-razon-social to ws-fa-razon-social.
           move pa-rut-empresa  to ws-fa-rut.
           move pa-dv-empresa   to ws-fa-dv.
           move pa-direccion    to ws-fa-direccion.
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

       mensajes.
       mensaje-cliente-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese rut no esta en la ficha de clientes"
                    line 4 col 1.
           go pedir-cliente-caso.
       mensaje-lote-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese lote no existe para el codigo" line 4 col 1.
           go pedir-datos-caso.
       mensaje-error-grabar.
           display " " line 1 col 1 erase eos.
           display "no se pudo grabar el caso" line 4 col 1.
           go pedir-cliente-caso.
       mensaje-caso-no-existe.
           display " " line 1 col 1 erase eos.
           display "ese numero de caso no existe" line 4 col 1.
           go pedir-numero-formulario.
       mensaje-caso-no-existe-seg.
           display " " line 1 col 1 erase eos.
           display "ese numero de caso no existe" line 4 col 1.
           go pedir-numero-seguimiento.
       mensaje-error-seguimiento.
           display " " line 1 col 1 erase eos.
           display "no se pudo actualizar el caso" line 4 col 1.
           go pedir-numero-seguimiento.
