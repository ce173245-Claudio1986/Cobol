           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select recetas-retenidas assign to disk
           organization is indexed
           access mode is dynamic
           record key is rr-clave.

           select recetas-electronicas assign to disk
           organization is indexed
           access mode is dynamic
           record key is el-clave.

           select registro-diario assign to disk
           organization is line sequential.

          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd recetas-retenidas
           label record is standard
          02 rr-motivo            pic x(20).
          02 rr-operador-id       pic x(8).

      *_receta electronica importada en opcion-2; el item despachado
      *_apunta a su linea de mov.dat
       fd recetas-electronicas
           label record is standard
           value of file-id "recelec.dat".
       01 reg-receta-electronica.
          02 el-clave.
             03 el-folio          pic x(10).
             03 el-item           pic 9(2).
          02 el-rut-medico        pic x(8).
          02 el-rut-paciente      pic x(8).
          02 el-principio-activo  pic x(20).
          02 el-dosis             pic x(10).
          02 el-cantidad          pic 9(5).
          02 el-codigo            pic x(6).
          02 el-cantidad-despachada pic 9(5).
          02 el-mov-correlativo   pic 9(6).
          02 el-fecha-importacion.
             03 el-dia-importacion pic 99.
             03 el-mes-importacion pic 99.
             03 el-ano-importacion pic 99.
          02 el-estado            pic x.
             88 item-pendiente    value "P".
             88 item-despachado   value "D".

       fd registro-diario
           label record is standard
           value of file-id "recetasdia.txt".
       77 opcion-veredicto         pic 9.
       77 ws-motivo                pic x(20).
       77 ws-receta-sobrante       pic x(10).
      *_"S" si la linea despacho un item de una receta electronica
       77 ws-receta-electronica    pic x.
      *_lineas del registro diario firmado
       01 rg-linea-titulo.
          02 filler                pic x(42) value
       abrir-ficheros.
           open input movimiento-medicamento.
           open i-o recetas-retenidas.
           open input recetas-electronicas.
       pedir-fecha-cuadrar.
           move dia to ws-dia-cuadrar.
           move mes to ws-mes-cuadrar.
           move 0 to ws-faltantes.
           move 0 to ws-sobrantes.
      *_recorre las ventas del dia con numero de receta y el quimico
      *_confirma cada receta fisica contra la lista; la clave de
      *_fecha ordenable deja leer solo las lineas de ese dia
       recorrer-controladas.
           move ws-orden-cuadrar to mov-fecha-orden.
           start movimiento-medicamento key is = mov-fecha-orden
               invalid key go pedir-sobrantes.
       leer-venta-controlada.
           read movimiento-medicamento next record
               at end go pedir-sobrantes.
           if mov-fecha-orden not = ws-orden-cuadrar then
              go pedir-sobrantes
           end-if.
           if receta-mov = spaces then go leer-venta-controlada.
      *_la receta electronica no deja papel: si la linea despacho un
      *_item del folio queda conforme sin preguntar
           perform buscar-receta-electronica
               thru fin-buscar-receta-electronica.
           if ws-receta-electronica = "S" then
              move 1 to opcion-veredicto
              move "receta electronica" to ws-motivo
              go grabar-veredicto
           end-if.
       pedir-veredicto.
           display pantalla-principal.
       volver.
           close movimiento-medicamento.
           close recetas-retenidas.
           close recetas-electronicas.
           goback.

      *_busca entre los items del folio el que despacho esta linea
       buscar-receta-electronica.
           move "N" to ws-receta-electronica.
           move receta-mov to el-folio.
           move 0          to el-item.
           start recetas-electronicas key is >= el-clave
               invalid key go fin-buscar-receta-electronica.
       leer-item-electronico.
           read recetas-electronicas next record
               at end go fin-buscar-receta-electronica.
           if el-folio not = receta-mov then
              go fin-buscar-receta-electronica
           end-if.
           if el-mov-correlativo = mov-correlativo then
              move "S" to ws-receta-electronica
              go fin-buscar-receta-electronica
           end-if.
           go leer-item-electronico.
       fin-buscar-receta-electronica.
           exit.

      *_aplica la ventana de siglo al ano de dos digitos ws-vs-aa y
      *_deja el ano completo en ws-vs-aaaa
       ventana-siglo.
