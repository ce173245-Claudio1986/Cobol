             03 hp-dia-cambio       pic 99.
             03 hp-mes-cambio       pic 99.
             03 hp-ano-cambio       pic 99.
          02 hp-lista-precio        pic x(2).

       fd informe-comparador
           label record is standard
       leer-cambio-historial.
           read historial-precios next record
               at end go mostrar-comparacion.
           if hp-lista-precio not = spaces then
              go leer-cambio-historial
           end-if.
           perform buscar-lab-del-codigo
               thru fin-buscar-lab-del-codigo.
           if ws-fila-hallada = "N" then go leer-cambio-historial.
