           access mode is dynamic
           record key is pa-clave.

      *_bandeja de alertas operativas: las pendientes del perfil del
      *_operador se muestran despues del panel resumen y cada una
      *_exige el acuse de recibo antes de llegar al menu
           select alertas-operativas assign to disk
           organization is indexed
           access mode is dynamic
           record key is al-correlativo
           alternate record key is al-bandeja with duplicates
           file status is ws-status-alertas.

       data division.
       file section.
       fd operadores
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

       fd factura-venta
           label record is standard
             88 so-atendido         value "A".
             88 so-cancelado        value "X".
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).

       fd caja-sesiones
           label record is standard
          02 pa-dias-aviso-vcto   pic 9(3).
          02 pa-formato-boleta    pic x.
          02 pa-formato-etiqueta  pic x.
          02 pa-metodo-costo      pic x.
             88 costo-por-lote    value "L".
             88 costo-promedio    value "P".
          02 pa-dias-vigencia-clave pic 9(3).
          02 pa-minutos-bloqueo   pic 9(3).

       fd alertas-operativas
           label record is standard
           value of file-id "alertas.dat".
       01 reg-alerta.
          02 al-correlativo       pic 9(6).
          02 al-bandeja.
             03 al-perfil         pic x.
                88 alerta-vendedor      value "V".
                88 alerta-quimico       value "Q".
                88 alerta-administrador value "A".
             03 al-estado         pic x.
                88 alerta-pendiente     value "P".
                88 alerta-acusada       value "R".
          02 al-severidad         pic x.
             88 severidad-critica value "C".
             88 severidad-alta    value "A".
             88 severidad-aviso   value "I".
          02 al-origen            pic x(16).
          02 al-texto             pic x(60).
          02 al-fecha.
             03 al-dia            pic 99.
             03 al-mes            pic 99.
             03 al-ano            pic 99.
          02 al-hora.
             03 al-hh             pic 99.
             03 al-mm             pic 99.
          02 al-operador-acuse    pic x(8).
          02 al-fecha-acuse.
             03 al-dia-acuse      pic 99.
             03 al-mes-acuse      pic 99.
             03 al-ano-acuse      pic 99.
          02 al-hora-acuse.
             03 al-hh-acuse       pic 99.
             03 al-mm-acuse       pic 99.

       working-storage section.
       01 opcion               pic 99.
          88 auditoria-unica    value 67.
          88 comparador-costos  value 68.
          88 cuadratura-recetas value 69.
          88 consignaciones-lab value 70.
          88 inventario-corte  value 71.
          88 kits-packs        value 72.
          88 sugerencia-traslados value 73.
          88 comparativo-sucursales value 74.
          88 excepciones-operador value 75.
          88 ubicaciones-picking value 76.
          88 mermas-consolidadas value 77.
          88 segmentacion-clientes value 78.
          88 farmacovigilancia value 79.
          88 presupuesto-ventas value 80.
          88 efectividad-promociones value 81.
          88 cobranza-convenios value 82.
          88 precios-pactados  value 83.
          88 cumplimiento-entregas value 84.
          88 pedidos-web       value 85.
          88 compra-centralizada value 86.
          88 registro-sanitario value 87.
          88 cuadratura-rcv    value 88.
          88 catalogo-archivos value 89.
          88 salir             value 99.
       01 fecha-sys.
          02 s-ano             pic 99.
       77 ws-operador-login    pic x(8) value spaces.
       77 ws-clave-ingresada   pic x(8) value spaces.
       77 ws-intentos-login    pic 9    value 0.
      *_modo de trabajo elegido al ingresar: en capacitacion la venta
      *_trabaja sobre las copias *cap.dat y no emite documentos
       77 ws-modo-ingreso      pic x    value "N".
       77 ws-modo-capacitacion pic x    value "N".
       77 ws-aviso-menu        pic x(40) value spaces.
       77 ws-reiniciar-copia   pic x    value "N".
      *_cambio de clave ofrecido tras el login: se pide dos veces la
      *_clave nueva para evitar un error de tipeo
       77 ws-desea-cambio      pic x value "2".
       77 ws-clave-nueva-1     pic x(8) value spaces.
       77 ws-clave-nueva-2     pic x(8) value spaces.
      *_la clave se compara cifrada (cifrar-clave); vence a los dias
      *_de parametros.dat y el cambio no puede repetir la actual ni
      *_las tres anteriores
       77 ws-clave-cifrada     pic x(16).
       77 ws-clave-valida      pic x value "N".
       77 ws-clave-repetida    pic x value "N".
       77 ws-cambio-obligado   pic x value "N".
       77 ws-i-clave           pic 9.
       77 ws-dias-clave        pic s9(6).
       77 ws-dias-vigencia-clave pic 9(3) value 90.
      *_bloqueo del menu tras los minutos sin uso de parametros.dat
      *_(0 = sin bloqueo): se mide desde que se muestra la pantalla
      *_hasta que el operador responde
       77 ws-minutos-bloqueo   pic 9(3) value 15.
       01 ws-hora-actividad.
          02 ws-hh-actividad   pic 99.
          02 ws-mm-actividad   pic 99.
          02 ws-ss-actividad   pic 99.
          02 ws-cc-actividad   pic 99.
       77 ws-segundos-inicio   pic 9(6) value 0.
       77 ws-segundos-ahora    pic 9(6) value 0.
       77 ws-segundos-inactivo pic 9(6) value 0.
       77 ws-terminal-bloqueado pic x value "N".
       77 ws-intentos-bloqueo  pic 9 value 0.
      *_perfil del operador conectado (V/Q/A) y veredicto del control
      *_de acceso de la opcion pedida
       77 ws-perfil-operador   pic x value "V".
      *_(S = en regla, N = con problema) y decision del operador
       77 ws-status-journal    pic xx.
       77 ws-status-catalogo   pic xx.
      *_alertas pendientes del perfil del operador conectado; un
      *_perfil desconocido recibe las del vendedor
       77 ws-status-alertas    pic xx.
       77 ws-perfil-alertas    pic x value "V".
       77 ws-alertas-pendientes pic 9(4) value 0.
       77 ws-severidad-texto   pic x(8).
       77 ws-chk-periodo       pic x value "S".
       77 ws-chk-journal       pic x value "S".
       77 ws-chk-respaldo      pic x value "S".
           02 filler line 14 col 1
              foreground-color is 7
              value is "clave:".
           02 filler line 15 col 1
              foreground-color is 7
              value is "modo (N=normal  C=capacitacion):".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-login.
           02 filler line 14 col 30
              pic is x(8) using ws-clave-ingresada
              no echo required auto.
           02 filler line 15 col 35
              pic is x using ws-modo-ingreso auto.
       01 pantalla-capacitacion
           background-color is 1 foreground-color is 2.
           02 filler
              blank screen
              reverse-video
              line 5 col 30 value is " MODO CAPACITACION ".
           02 filler line 8 col 1
              foreground-color is 7
              value is "la venta trabaja sobre copias *cap.dat,".
           02 filler line 9 col 1
              foreground-color is 7
              value is "sin consumir folios ni emitir dte".
           02 filler line 12 col 1
              foreground-color is 7
              value is "reiniciar copia con datos de hoy (S/N)?".
       01 datos-capacitacion.
           02 filler line 12 col 45
              pic is x using ws-reiniciar-copia required auto.
       01 pantalla-cambio-clave.
           02 filler line 18 col 1
              foreground-color is 7
           02 filler line 20 col 1
              foreground-color is 7
              value is "repita la clave nueva:".
       01 pantalla-clave-vencida.
           02 filler line 18 col 1
              foreground-color is 6
              value is "su clave vencio, debe cambiarla para entrar".
       01 datos-clave-nueva.
           02 filler line 19 col 30
              pic is x(8) using ws-clave-nueva-1
           02 filler line 20 col 30
              pic is x(8) using ws-clave-nueva-2
              no echo required auto.
       01 pantalla-bloqueo
           background-color is 1 foreground-color is 2.
           02 filler
              blank screen
              reverse-video
              line 5 col 30 value is " TERMINAL BLOQUEADO ".
           02 filler line 7 col 1
              foreground-color is 7
              value is "menu sin uso: ingrese su clave para continuar".
           02 filler line 10 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 12 col 1
              foreground-color is 7
              value is "operador:".
           02 filler col 30
              pic is x(8) using ws-operador-login.
           02 filler line 14 col 1
              foreground-color is 7
              value is "clave:".
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
       01 datos-bloqueo.
           02 filler line 14 col 30
              pic is x(8) using ws-clave-ingresada
              no echo required auto.
      *_el menu completo ya no cabe en un terminal de 24 lineas; las
      *_cuatro secciones de siempre pasan a ser submenus de una
      *_pagina cada uno, con los mismos numeros de opcion globales
              blank screen
              reverse-video
              line 2 col 25 value is " MENU DE OPCIONES ".
           02 filler line 3 col 1
              foreground-color is 6
              pic is x(40) from ws-aviso-menu.
           02 filler line 3 col 60
              foreground-color is 7
              value is "FECHA:".
           02 filler line 13 col 15
              value is "INFORMES".
           02 filler line 15 col 1 foreground-color is 4
              value is "seccion 5:".
           02 filler line 15 col 15
              value is "INFORMES DE GESTION DE LA CADENA".
           02 filler line 17 col 1 foreground-color is 4
              value is "opcion 99:".
           02 filler line 17 col 15
              value is "fin del programa".
           02 filler line 18 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 19 col 1 foreground-color is 7
              value is "INGRESE SECCION (o 99 para salir):".
              blank screen
              reverse-video
              line 2 col 25 value is "  ENTRADA DE DATOS Y OPERACION  ".
           02 filler line 3 col 1
              foreground-color is 6
              pic is x(40) from ws-aviso-menu.
           02 filler line 3 col 60
              foreground-color is 7
              value is "FECHA:".
              value is "opcion 62:".
           02 filler line 9 col 52
              value is "OC DESDE SUGERENCIA".
           02 filler line 10 col 41 foreground-color is 4
              value is "opcion 70:".
           02 filler line 10 col 52
              value is "CONSIGNACIONES LAB.".
           02 filler line 11 col 41 foreground-color is 4
              value is "opcion 76:".
           02 filler line 11 col 52
              value is "UBICACIONES Y PICKING".
           02 filler line 12 col 41 foreground-color is 4
              value is "opcion 86:".
           02 filler line 12 col 52
              value is "COMPRA CENTRALIZADA".
           02 filler line 13 col 41 foreground-color is 4
              value is "opcion 87:".
           02 filler line 13 col 52
              value is "REGISTRO SANITARIO ISP".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1 foreground-color is 7
              value is "opcion 46:".
           02 filler line 17 col 12
              value is "AUTORIZACION DE FOLIOS DTE".
           02 filler line 18 col 1 foreground-color is 4
              value is "opcion 88:".
           02 filler line 18 col 12
              value is "CUADRATURA RCV DEL SII".
           02 filler line 19 col 1 foreground-color is 4
              value is "opcion 89:".
           02 filler line 19 col 12
              value is "CATALOGO DE ARCHIVOS".
           02 filler line 7 col 41 foreground-color is 4
              value is "opcion 48:".
           02 filler line 7 col 52
              value is "opcion 69:".
           02 filler line 18 col 52
              value is "CUADRATURA DE RECETAS".
           02 filler line 19 col 41 foreground-color is 4
              value is "opcion 72:".
           02 filler line 19 col 52
              value is "KITS Y PACKS".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1 foreground-color is 7
              value is "opcion 64:".
           02 filler line 18 col 52
              value is "CATEGORIAS TERAPEUTICAS".
           02 filler line 19 col 1 foreground-color is 4
              value is "opcion 71:".
           02 filler line 19 col 12
              value is "INVENTARIO A FECHA DE CORTE".
           02 filler line 19 col 41 foreground-color is 4
              value is "opcion 73:".
           02 filler line 19 col 52
              value is "SUGERENCIA DE TRASLADOS".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1 foreground-color is 7
              value is "INGRESE OPCION (0 = volver a secciones):".
       01 pantalla-seccion-5
           background-color is 1 foreground-color is 2.
           02 filler
              blank screen
              reverse-video
              line 2 col 25 value is "  SECCION INFORMES DE GESTION  ".
           02 filler line 3 col 60
              foreground-color is 7
              value is "FECHA:".
           02 filler col 67
              pic is x(10) using fecha-programa.
           02 filler line 5 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 7 col 1 foreground-color is 4
              value is "opcion 74:".
           02 filler line 7 col 12
              value is "COMPARATIVO DE SUCURSALES".
           02 filler line 7 col 41 foreground-color is 4
              value is "opcion 92:".
           02 filler line 7 col 52
              value is "PRIVACIDAD DE CLIENTES".
           02 filler line 8 col 1 foreground-color is 4
              value is "opcion 75:".
           02 filler line 8 col 12
              value is "EXCEPCIONES POR OPERADOR".
           02 filler line 9 col 1 foreground-color is 4
              value is "opcion 77:".
           02 filler line 9 col 12
              value is "MERMAS Y PERDIDA DESCONOCIDA".
           02 filler line 10 col 1 foreground-color is 4
              value is "opcion 78:".
           02 filler line 10 col 12
              value is "SEGMENTACION DE CLIENTES".
           02 filler line 11 col 1 foreground-color is 4
              value is "opcion 79:".
           02 filler line 11 col 12
              value is "FARMACOVIGILANCIA".
           02 filler line 12 col 1 foreground-color is 4
              value is "opcion 80:".
           02 filler line 12 col 12
              value is "PRESUPUESTO Y CUMPLIMIENTO".
           02 filler line 13 col 1 foreground-color is 4
              value is "opcion 81:".
           02 filler line 13 col 12
              value is "EFECTIVIDAD DE PROMOCIONES".
           02 filler line 14 col 1 foreground-color is 4
              value is "opcion 82:".
           02 filler line 14 col 12
              value is "COBRANZA DE CONVENIOS".
           02 filler line 15 col 1 foreground-color is 4
              value is "opcion 83:".
           02 filler line 15 col 12
              value is "PRECIOS PACTADOS Y RECLAMOS".
           02 filler line 16 col 1 foreground-color is 4
              value is "opcion 84:".
           02 filler line 16 col 12
              value is "CUMPLIMIENTO DE ENTREGAS".
           02 filler line 17 col 1 foreground-color is 4
              value is "opcion 85:".
           02 filler line 17 col 12
              value is "PEDIDOS WEB".
           02 filler line 18 col 1 foreground-color is 4
              value is "opcion 90:".
           02 filler line 18 col 12
              value is "RENTABILIDAD DEL INVENTARIO".
           02 filler line 19 col 1 foreground-color is 4
              value is "opcion 91:".
           02 filler line 19 col 12
              value is "ANALISIS DE CANASTA".
           02 filler line 20 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 21 col 1 foreground-color is 7
              pic is z9 using ws-series-80.
           02 filler line 18 col 55 foreground-color is 4
              value is "(opcion 65)".
           02 filler line 19 col 1 foreground-color is 7
              value is "alertas pendientes de su perfil:".
           02 filler line 19 col 40
              pic is z(3)9 using ws-alertas-pendientes.
           02 filler line 19 col 55 foreground-color is 4
              value is "(acuse a continuacion)".
           02 filler line 20 col 1 foreground-color is 7
              value is "presione 1 para ir al menu:".
       01 datos-dashboard.
           02 filler line 20 col 35
              pic is 9 using opcion-continuar required auto.
       01 pantalla-alerta
           background-color is 1 foreground-color is 2.
           02 filler
              blank screen
              reverse-video
              line 4 col 25 value is " ALERTA PENDIENTE ".
           02 filler line 7 col 1 foreground-color is 7
              value is "alertas pendientes de su perfil:".
           02 filler line 7 col 40
              pic is z(3)9 using ws-alertas-pendientes.
           02 filler line 9 col 1 foreground-color is 7
              value is "alerta numero:".
           02 filler line 9 col 40
              pic is 9(6) using al-correlativo.
           02 filler line 10 col 1 foreground-color is 7
              value is "severidad:".
           02 filler line 10 col 40
              pic is x(8) using ws-severidad-texto.
           02 filler line 11 col 1 foreground-color is 7
              value is "origen:".
           02 filler line 11 col 40
              pic is x(16) using al-origen.
           02 filler line 12 col 1 foreground-color is 7
              value is "fecha y hora del aviso:".
           02 filler line 12 col 40
              pic is 99 using al-dia.
           02 filler col 42 value is "/".
           02 filler col 43
              pic is 99 using al-mes.
           02 filler col 45 value is "/".
           02 filler col 46
              pic is 99 using al-ano.
           02 filler col 49
              pic is 99 using al-hh.
           02 filler col 51 value is ":".
           02 filler col 52
              pic is 99 using al-mm.
           02 filler line 14 col 1
              pic is x(60) using al-texto.
           02 filler line 16 col 1
              pic is x(80) using linea-subrayado.
           02 filler line 18 col 1 foreground-color is 7
              value is "presione 1 para acusar recibo:".
       01 datos-alerta.
           02 filler line 18 col 35
              pic is 9 using opcion-continuar required auto.
       01 pantalla-apertura-dia.
           02 filler
              blank screen
       abrir-operadores.
      *_i-o para poder persistir los intentos fallidos y el cambio de
      *_clave en el propio registro del operador
           perform leer-parametros-menu
               thru fin-leer-parametros-menu.
           open i-o operadores.
      *_identifica al operador antes de llegar al menu, para que el
      *_id quede disponible para la auditoria de opcion-1/opcion-2
           if operador-desactivado then go mensaje-desactivado end-if.
           if intentos-fallidos >= 3 then go mensaje-bloqueado end-if.
           move perfil-operador to ws-perfil-operador.
           perform verificar-clave-operador
               thru fin-verificar-clave-operador.
           if ws-clave-valida not = "S" then
              add 1 to intentos-fallidos
              rewrite reg-operador
              go mensaje-login-invalido
           end-if.
           move 0 to ws-intentos-login.
           move 0 to intentos-fallidos.
      *_la clave que seguia en claro se cifra al entrar y queda
      *_vencida, porque pudo haber sido vista en el archivo
           if clave-cifrada = spaces then
              move ws-clave-cifrada to clave-cifrada
              move spaces to clave-operador
              move zeros  to fecha-cambio-clave
           end-if.
           rewrite reg-operador.
           move "N"    to ws-modo-capacitacion.
           move spaces to ws-aviso-menu.
           if ws-modo-ingreso = "C" or ws-modo-ingreso = "c" then
              move "S" to ws-modo-capacitacion
              move "** MODO CAPACITACION **" to ws-aviso-menu
           end-if.
           move "N" to ws-modo-ingreso.
       controlar-vencimiento-clave.
           perform calcular-dias-clave thru fin-calcular-dias-clave.
           if ws-dias-clave >= ws-dias-vigencia-clave then
              go pedir-clave-vencida
           end-if.
       preguntar-cambio-clave.
           display pantalla-cambio-clave.
           accept  datos-cambio-clave.
           if ws-clave-nueva-1 = spaces then
              go mensaje-claves-distintas
           end-if.
           perform registrar-clave-nueva
               thru fin-registrar-clave-nueva.
           if ws-clave-repetida = "S" then
              go mensaje-clave-repetida
           end-if.
           close operadores.
           go armar-dashboard.
      *_clave vencida: no se entra al menu sin cambiarla
       pedir-clave-vencida.
           move "S"    to ws-cambio-obligado.
           move spaces to ws-clave-nueva-1.
           move spaces to ws-clave-nueva-2.
           display pantalla-clave-vencida.
           display pantalla-clave-nueva.
           accept  datos-clave-nueva.
           if ws-clave-nueva-1 not = ws-clave-nueva-2 then
              go mensaje-claves-distintas
           end-if.
           if ws-clave-nueva-1 = spaces then
              go mensaje-claves-distintas
           end-if.
           perform registrar-clave-nueva
               thru fin-registrar-clave-nueva.
           if ws-clave-repetida = "S" then
              go mensaje-clave-repetida
           end-if.
           move "N" to ws-cambio-obligado.
           close operadores.
           go armar-dashboard.
      *_panel resumen del dia, para no tener que recorrer cuatro
      *_opciones cada manana solo para saber como venimos
       armar-dashboard.
           if ws-modo-capacitacion = "S" then
              perform preguntar-reinicio-copia
                  thru fin-preguntar-reinicio-copia
           end-if.
           perform control-apertura-dia
               thru fin-control-apertura-dia.
           if ws-hay-advertencia = "S" then
           go contar-series-dashboard.
       cerrar-control-dashboard.
           close control-numero.
           perform contar-alertas-perfil thru fin-contar-alertas-perfil.
       mostrar-dashboard.
           display pantalla-dashboard.
           accept  datos-dashboard.
      *_cada alerta pendiente del perfil se muestra hasta que el
      *_operador acusa recibo; el acuse queda con operador, fecha y
      *_hora y la alerta sale de la bandeja del perfil
       revisar-alertas.
           if ws-alertas-pendientes = 0 then go menu-principal end-if.
           open i-o alertas-operativas.
           if ws-status-alertas not = "00" then
              go menu-principal
           end-if.
       mostrar-alerta-pendiente.
           move ws-perfil-alertas to al-perfil.
           move "P" to al-estado.
           start alertas-operativas key is = al-bandeja
               invalid key go cerrar-alertas.
           read alertas-operativas next record
               at end go cerrar-alertas.
           if al-perfil not = ws-perfil-alertas or
              not alerta-pendiente then
              go cerrar-alertas
           end-if.
           move "aviso" to ws-severidad-texto.
           if severidad-critica then
              move "CRITICA" to ws-severidad-texto
           end-if.
           if severidad-alta then
              move "alta" to ws-severidad-texto
           end-if.
       pedir-acuse-alerta.
           move 0 to opcion-continuar.
           display pantalla-alerta.
           accept  datos-alerta.
           if opcion-continuar not = 1 then
              go pedir-acuse-alerta
           end-if.
           move "R" to al-estado.
           move ws-operador-login to al-operador-acuse.
           move s-dia to al-dia-acuse.
           move s-mes to al-mes-acuse.
           move s-ano to al-ano-acuse.
           accept ws-hora-sistema from time.
           move ws-hora   to al-hh-acuse.
           move ws-minuto to al-mm-acuse.
           rewrite reg-alerta invalid key go cerrar-alertas.
           if ws-alertas-pendientes > 0 then
              subtract 1 from ws-alertas-pendientes
           end-if.
           go mostrar-alerta-pendiente.
       cerrar-alertas.
           close alertas-operativas.
           go menu-principal.
      *_cuenta las alertas pendientes del perfil del operador para
      *_el panel resumen; sin alertas.dat no hay nada pendiente
       contar-alertas-perfil.
           move 0 to ws-alertas-pendientes.
           move "V" to ws-perfil-alertas.
           if ws-perfil-operador = "A" or ws-perfil-operador = "Q"
              then
              move ws-perfil-operador to ws-perfil-alertas
           end-if.
           open input alertas-operativas.
           if ws-status-alertas not = "00" then
              go fin-contar-alertas-perfil
           end-if.
           move ws-perfil-alertas to al-perfil.
           move "P" to al-estado.
           start alertas-operativas key is = al-bandeja
               invalid key go cerrar-contar-alertas.
       leer-alerta-perfil.
           read alertas-operativas next record
               at end go cerrar-contar-alertas.
           if al-perfil not = ws-perfil-alertas or
              not alerta-pendiente then
              go cerrar-contar-alertas
           end-if.
           add 1 to ws-alertas-pendientes.
           go leer-alerta-perfil.
       cerrar-contar-alertas.
           close alertas-operativas.
       fin-contar-alertas-perfil.
           exit.
       evaluar-grupo-dashboard.
           if ws-codigo-grupo = spaces then
              go evaluar-grupo-dashboard-fin
           move spaces to ws-clave-ingresada.
           go mostrar-login.
       mensaje-claves-distintas.
           if ws-cambio-obligado = "S" then
              display " " line 22 col 1 erase eos
              display "las claves no coinciden o estan en blanco"
                       line 22 col 1
              go pedir-clave-vencida
           end-if.
           display " " line 20 col 1 erase eos.
           display "las claves no coinciden o estan en blanco, la"
                    line 20 col 1.
           display "clave no fue cambiada" line 21 col 1.
           close operadores.
           go armar-dashboard.
       mensaje-clave-repetida.
           if ws-cambio-obligado = "S" then
              display " " line 22 col 1 erase eos
              display "la clave nueva no puede repetir la actual ni las"
                       line 22 col 1
              display "tres anteriores" line 23 col 1
              go pedir-clave-vencida
           end-if.
           display " " line 20 col 1 erase eos.
           display "la clave nueva no puede repetir la actual ni las"
                    line 20 col 1.
           display "tres anteriores, la clave no fue cambiada"
                    line 21 col 1.
           close operadores.
           go armar-dashboard.
       mensaje-login-invalido.
           add 1 to ws-intentos-login.
           if ws-intentos-login >= 3 then
           move spaces to ws-clave-ingresada.
           go mostrar-login.
       menu-principal.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-secciones.
           accept  resultado-seccion.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if ws-seccion = 99 then go fin end-if.
           if ws-seccion < 1 or ws-seccion > 5 then
              go menu-principal
           end-if.
           if ws-seccion = 1 then go mostrar-seccion-1.
           if ws-seccion = 2 then go mostrar-seccion-2.
           if ws-seccion = 3 then go mostrar-seccion-3.
           if ws-seccion = 4 then go mostrar-seccion-4.
           go mostrar-seccion-5.
       mostrar-seccion-1.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-seccion-1.
           accept  resultado.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if opcion = 0 then go menu-principal end-if.
           go opciones.
       mostrar-seccion-2.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-seccion-2.
           accept  resultado.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if opcion = 0 then go menu-principal end-if.
           go opciones.
       mostrar-seccion-3.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-seccion-3.
           accept  resultado.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if opcion = 0 then go menu-principal end-if.
           go opciones.
       mostrar-seccion-4.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-seccion-4.
           accept  resultado.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if opcion = 0 then go menu-principal end-if.
           go opciones.
       mostrar-seccion-5.
           perform marcar-actividad thru fin-marcar-actividad.
           display pantalla-seccion-5.
           accept  resultado.
           perform controlar-inactividad
               thru fin-controlar-inactividad.
           if ws-terminal-bloqueado = "S" then
              go bloquear-terminal
           end-if.
           if opcion = 0 then go menu-principal end-if.
           go opciones.

       opciones.
           if opcion not numeric then go menu-principal.
           if opcion not = 99 then
              if opcion < 1 or opcion > 92 then go menu-principal
           end-if.
      *_el perfil del operador decide que opciones puede usar; un
      *_intento rechazado queda registrado con operador y fecha/hora
                 go registrar-rechazo
              end-if
           end-if.
      *_en capacitacion solo la venta trabaja sobre las copias; las
      *_demas opciones tocarian los archivos reales
           if ws-modo-capacitacion = "S" and opcion not = 2 and
              opcion not = 99 then
              go mensaje-opcion-capacitacion
           end-if.
           if opcion = 1 then
              call "opcion-1" using fecha-sys ws-operador-login
              go inicio end-if
           if opcion = 2 then
              call "opcion-2" using fecha-sys ws-operador-login
                                    ws-modo-capacitacion
              go inicio end-if
           if opcion = 3 then call "opcion-3" using fecha-sys
              go inicio end-if
              call "opcion-69" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 70 then
              call "opcion-70" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 71 then call "opcion-71" using fecha-sys
              go inicio end-if

           if opcion = 72 then call "opcion-72" using fecha-sys
              go inicio end-if

           if opcion = 73 then
              call "opcion-73" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 74 then
              call "opcion-74" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 75 then
              call "opcion-75" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 76 then
              call "opcion-76" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 77 then
              call "opcion-77" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 78 then
              call "opcion-78" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 79 then
              call "opcion-79" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 80 then
              call "opcion-80" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 81 then
              call "opcion-81" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 82 then
              call "opcion-82" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 83 then
              call "opcion-83" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 84 then
              call "opcion-84" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 85 then
              call "opcion-85" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 86 then
              call "opcion-86" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 87 then
              call "opcion-87" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 88 then
              call "opcion-88" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 89 then
              call "opcion-89" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 90 then
              call "opcion-90" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 91 then
              call "opcion-91" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 92 then
              call "opcion-92" using fecha-sys ws-operador-login
              go inicio end-if

           if opcion = 99 then go fin.
      *_el terminal que quedo sin uso no sigue hasta que el mismo
      *_operador vuelva a dar su clave; la opcion que se tipeo antes
      *_del bloqueo se descarta. tres claves erradas cierran el menu
       bloquear-terminal.
           move spaces to ws-clave-ingresada.
           display pantalla-bloqueo.
           accept  datos-bloqueo.
           open input operadores.
           move ws-operador-login to operador-id.
           read operadores key is operador-id
               invalid key move "N" to ws-clave-valida
               not invalid key
                  perform verificar-clave-operador
                      thru fin-verificar-clave-operador
           end-read.
           close operadores.
           if ws-clave-valida = "S" then
              move 0 to ws-intentos-bloqueo
              go menu-principal
           end-if.
           add 1 to ws-intentos-bloqueo.
           if ws-intentos-bloqueo >= 3 then go fin end-if.
           go bloquear-terminal.
       fin.
           stop run.
      *_matriz de acceso por perfil: el administrador usa todo; el
                 or opcion = 47 or opcion = 48
                 or opcion = 49 or opcion = 51
                 or opcion = 59 or opcion = 60
                 or opcion = 65 or opcion = 71
                 or opcion = 73 or opcion = 74
                 or opcion = 75 or opcion = 77
                 or opcion = 80 or opcion = 82
                 or opcion = 88 or opcion = 89
                 or opcion = 90 or opcion = 91 then
                 move "N" to ws-acceso-permitido
              end-if
              go controlar-acceso-fin
           if opcion = 2 or opcion = 3 or opcion = 5
              or opcion = 10 or opcion = 18 or opcion = 21
              or opcion = 26 or opcion = 27 or opcion = 41
              or opcion = 43 or opcion = 54 or opcion = 57
              or opcion = 85 then
              move "S" to ws-acceso-permitido
           end-if.
       controlar-acceso-fin.
                    line 2 col 1.
           display "quedo registrado" line 3 col 1.
           go menu-principal.
       mensaje-opcion-capacitacion.
           display " " line 1 col 1 erase eos.
           display "en modo capacitacion solo esta disponible la venta"
                    line 2 col 1.
           display "(opcion 2)" line 3 col 1.
           go menu-principal.


 
           go armar-dashboard-indicadores.

      *_carga los parametros generales; sin registro se mantiene la
      *_ventana de 30 dias de siempre, la clave vence a los 90 dias y
      *_el menu se bloquea a los 15 minutos sin uso
       leer-parametros-menu.
           open input parametros.
           move "GENERA" to pa-clave.
           read parametros key is pa-clave
               invalid key go cerrar-parametros-menu.
           move pa-dias-aviso-vcto to ws-dias-aviso.
           if pa-dias-vigencia-clave numeric and
              pa-dias-vigencia-clave > 0 then
              move pa-dias-vigencia-clave to ws-dias-vigencia-clave
           end-if.
           if pa-minutos-bloqueo numeric then
              move pa-minutos-bloqueo to ws-minutos-bloqueo
           end-if.
       cerrar-parametros-menu.
           close parametros.
       fin-leer-parametros-menu.
           exit.
      *_al entrar en capacitacion se ofrece rehacer las copias
      *_*cap.dat desde los archivos reales del dia en un solo paso
       preguntar-reinicio-copia.
           move "N" to ws-reiniciar-copia.
           display pantalla-capacitacion.
           accept  datos-capacitacion.
           if ws-reiniciar-copia not = "S" and
              ws-reiniciar-copia not = "s" then
              go fin-preguntar-reinicio-copia
           end-if.
           call "batch-capacitacion"
               on exception continue
           end-call.
       fin-preguntar-reinicio-copia.
           exit.

      *_compara la clave ingresada contra la cifrada del operador;
      *_la clave que todavia esta en claro se compara como antes y
      *_el login la cifra
       verificar-clave-operador.
           move "N" to ws-clave-valida.
           call "cifrar-clave" using operador-id ws-clave-ingresada
               ws-clave-cifrada.
           if clave-cifrada = spaces then
              if ws-clave-ingresada = clave-operador then
                 move "S" to ws-clave-valida
              end-if
              go fin-verificar-clave-operador
           end-if.
           if ws-clave-cifrada = clave-cifrada then
              move "S" to ws-clave-valida
           end-if.
       fin-verificar-clave-operador.
           exit.

      *_dias desde el ultimo cambio de clave (meses de 30 dias); sin
      *_fecha la clave se considera vencida
       calcular-dias-clave.
           move 999 to ws-dias-clave.
           if fecha-cambio-clave not numeric then
              go fin-calcular-dias-clave
           end-if.
           if fecha-cambio-clave = zeros then
              go fin-calcular-dias-clave
           end-if.
           move ano-cambio-clave to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           compute ws-dias-clave = (ano - ws-vs-aaaa) * 360
              + (mes - mes-cambio-clave) * 30
              + (dia - dia-cambio-clave).
       fin-calcular-dias-clave.
           exit.

      *_graba la clave nueva cifrada si no repite la actual ni las
      *_tres anteriores; la actual pasa a ser la primera anterior
       registrar-clave-nueva.
           move "N" to ws-clave-repetida.
           call "cifrar-clave" using operador-id ws-clave-nueva-1
               ws-clave-cifrada.
           if ws-clave-cifrada = clave-cifrada then
              move "S" to ws-clave-repetida
              go fin-registrar-clave-nueva
           end-if.
           move 0 to ws-i-clave.
       comparar-clave-anterior.
           add 1 to ws-i-clave.
           if ws-i-clave > 3 then go guardar-clave-nueva end-if.
           if clave-anterior (ws-i-clave) = ws-clave-cifrada then
              move "S" to ws-clave-repetida
              go fin-registrar-clave-nueva
           end-if.
           go comparar-clave-anterior.
       guardar-clave-nueva.
           move clave-anterior (2) to clave-anterior (3).
           move clave-anterior (1) to clave-anterior (2).
           move clave-cifrada      to clave-anterior (1).
           move ws-clave-cifrada   to clave-cifrada.
           move spaces             to clave-operador.
           move s-dia to dia-cambio-clave.
           move s-mes to mes-cambio-clave.
           move s-ano to ano-cambio-clave.
           rewrite reg-operador.
       fin-registrar-clave-nueva.
           exit.

      *_segundos del dia en que se mostro la pantalla del menu
       marcar-actividad.
           accept ws-hora-actividad from time.
           compute ws-segundos-inicio = ws-hh-actividad * 3600
              + ws-mm-actividad * 60 + ws-ss-actividad.
       fin-marcar-actividad.
           exit.

      *_la respuesta que llega despues de los minutos de bloqueo
      *_deja el terminal bloqueado (pasada la medianoche se suma
      *_el dia completo)
       controlar-inactividad.
           move "N" to ws-terminal-bloqueado.
           if ws-minutos-bloqueo = 0 then
              go fin-controlar-inactividad
           end-if.
           accept ws-hora-actividad from time.
           compute ws-segundos-ahora = ws-hh-actividad * 3600
              + ws-mm-actividad * 60 + ws-ss-actividad.
           if ws-segundos-ahora < ws-segundos-inicio then
              add 86400 to ws-segundos-ahora
           end-if.
           compute ws-segundos-inactivo =
              ws-segundos-ahora - ws-segundos-inicio.
           if ws-segundos-inactivo >= ws-minutos-bloqueo * 60 then
              move "S" to ws-terminal-bloqueado
           end-if.
       fin-controlar-inactividad.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
