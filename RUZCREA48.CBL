       identification division.
       program-id. crea-ventas-espera.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select ventas-espera assign to disk
           organization is indexed
           access mode is dynamic
           record key is es-clave.

       data division.
       file section.
      *_ventas dejadas en espera en el meson (opcion-2): una fila por
      *_linea con lo tipeado, el cliente y el operador; se retoman
      *_desde la misma sucursal y opcion-21 libera las que quedan
      *_abiertas al cerrar la caja
       fd ventas-espera
           label record is standard
           value of file-id "espera.dat".
       01 reg-venta-espera.
          02 es-clave.
             03 es-numero         pic 9(6).
             03 es-linea          pic 9(3).
          02 es-estado            pic x.
             88 espera-abierta    value "E".
             88 espera-retomada   value "R".
             88 espera-liberada   value "L".
          02 es-numero-factura    pic x(6).
          02 es-rut-cliente       pic x(8).
          02 es-operador-id       pic x(8).
          02 es-sucursal          pic x(2).
          02 es-fecha.
             03 es-dia            pic 99.
             03 es-mes            pic 99.
             03 es-ano            pic 99.
          02 es-hora.
             03 es-hh             pic 99.
             03 es-mm             pic 99.
          02 es-codigo            pic x(6).
          02 es-descripcion       pic x(30).
          02 es-cantidad          pic 9(5).
          02 es-precio            pic 9(7).
          02 es-unidad            pic x(2).
          02 es-fecha-elavoracion pic x(6).
          02 es-fecha-vencimiento pic x(6).
          02 es-receta            pic x(10).
          02 es-medico            pic x(8).
          02 es-total             pic 9(8).
          02 es-fraccion          pic x.

       procedure division.
       abrir-fichero.
           open output ventas-espera.
           close ventas-espera.
           stop run.
