           organization is indexed
           access mode is dynamic
           record key is mov-correlativo
           alternate record key is codigo-movimiento with duplicates
           alternate record key is rut-cliente-mov with duplicates
           alternate record key is mov-fecha-orden with duplicates.

           select informe-horario assign to disk
           organization is line sequential.
          02 medico-mov           pic x(8).
          02 lote-mov             pic 9(3).
          02 mov-sucursal         pic x(2).
      *_fecha de venta como aaaammdd: con rut-cliente-mov son claves
      *_alternativas para leer solo el tramo de un cliente o de fechas
          02 mov-fecha-orden      pic 9(8).

       fd informe-horario
           label record is standard
           add 1 to ws-d.
           go limpiar-celda.
      *_acumula cada linea de venta del rango en la celda de su hora
      *_de registro y dia de semana de la fecha de venta; la clave de
      *_fecha ordenable deja leer solo el tramo pedido
       recorrer-movimientos.
           move 0 to ws-lineas-sumadas.
           open input movimiento-medicamento.
           move ws-orden-desde to mov-fecha-orden.
           start movimiento-medicamento key is >= mov-fecha-orden
               invalid key go escribir-informe.
       leer-movimiento-matriz.
           read movimiento-medicamento next record
               at end go escribir-informe.
           move mov-fecha-orden to ws-orden-venta.
           if ws-orden-venta > ws-orden-hasta then
              go escribir-informe
           end-if.
           move ano-venta to ws-vs-aa.
           perform ventana-siglo thru ventana-siglo-fin.
           move dia-venta to ws-z-dia.
           move mes-venta to ws-z-mes.
           move ws-vs-aaaa to ws-z-ano.
