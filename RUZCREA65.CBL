       identification division.
       program-id. crea-recetas-electronicas.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select recetas-electronicas assign to disk
           organization is indexed
           access mode is dynamic
           record key is el-clave.

       data division.
       file section.
      *_receta electronica importada del archivo de intercambio: un
      *_registro por folio e item, con el codigo despachado y la linea
      *_de mov.dat que la despacho (opcion-2 la prellena, opcion-69
      *_la cuadra)
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

       procedure division.
       abrir-fichero.
           open output recetas-electronicas.
           close recetas-electronicas.
           stop run.
