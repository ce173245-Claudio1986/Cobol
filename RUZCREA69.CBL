       identification division.
       program-id. crea-catalogo-archivos.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select catalogo-archivos assign to disk
           organization is indexed
           access mode is dynamic
           record key is ka-archivo.

       data division.
       file section.
      *_catalogo de los archivos de datos del sistema: programa que lo
      *_crea, si se respalda, si se archiva y con que criterio de
      *_fecha. batch-respaldo, restaurar-respaldo, batch-inicializar
      *_y batch-archivar lo recorren, y opcion-89 lo mantiene y saca
      *_el informe de estado. los conteos los pone batch-respaldo
       fd catalogo-archivos
           label record is standard
           value of file-id "archcat.dat".
       01 reg-catalogo-archivo.
          02 ka-definicion.
             03 ka-archivo           pic x(16).
             03 ka-creador           pic x(9).
             03 ka-respaldar         pic x.
                88 archivo-se-respalda    value "S".
             03 ka-archivar          pic x.
                88 archivo-no-se-archiva  value "N".
                88 archivado-por-ano      value "A".
                88 archivado-por-meses    value "M".
             03 ka-meses-retencion   pic 9(3).
             03 ka-datos-iniciales   pic x.
                88 archivo-con-datos-iniciales value "S".
             03 ka-largo-registro    pic 9(4).
             03 ka-criterio-fecha    pic x(30).
      *_conteos de los dos ultimos respaldos, para el crecimiento
          02 ka-registros            pic 9(7).
          02 ka-registros-anterior   pic 9(7).
          02 ka-fecha-respaldo       pic 9(8).
          02 ka-fecha-anterior       pic 9(8).

       working-storage section.
      *_carga de partida: archivo(16) creador(9) se respalda(1)
      *_se archiva(1: N no, A por ano, M por meses) meses(3) datos
      *_iniciales(1) largo del registro(4), y aparte el criterio de
      *_fecha del archivado
       01 ws-tabla-catalogo.
          02 filler               pic x(35)
             value "abcclas.dat     RUZCREA40SN000N0025".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "accesos.dat     RUZCREA20SN000N0028".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ajustes.dat     RUZCREA15SN000N0042".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "alertas.dat     RUZCREA70SN000N0113".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "autoriza.dat    RUZCREA56SN000N0077".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "bajas.dat       RUZCREA2 SN000N0093".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "bancolab.dat    RUZCREA50SN000N0027".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "cajas.dat       RUZCREA8 SM024N0101".
          02 filler               pic x(30)
             value "cierre de caja (solo cerradas)".
          02 filler               pic x(35)
             value "categorias.dat  RUZCREA42SN000N0033".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "clientes.dat    RUZCREA2 SN000N0116".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "cobconv.dat     RUZCREA62SN000N0052".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "codlab.dat      RUZCREA35SN000N0056".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "comisiones.dat  RUZCREA27SN000N0010".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "complem.dat     RUZCREA72SN000N0075".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "compras.dat     RUZCREA2 SA000N0067".
          02 filler               pic x(30)
             value "ano de la fecha de registro".
          02 filler               pic x(35)
             value "comprasarch.dat RUZCREA4 SN000N0065".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "consent.dat     RUZCREA73SN000N0038".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "consig.dat      RUZCREA51SN000N0054".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "control.dat     RUZCREA2 SN000S0012".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "convcat.dat     RUZCREA23SN000N0019".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "convdet.dat     RUZCREA23SN000N0086".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "convenios.dat   RUZCREA23SN000N0048".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "costoprom.dat   RUZCREA52SN000N0033".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "cotiza.dat      RUZCREA11SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "cotlin.dat      RUZCREA11SN000N0075".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "critover.dat    RUZCREA39SN000N0007".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ctacontab.dat   RUZCREA22SN000N0034".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "devol.dat       RUZCREA2 SN000N0102".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "devventa.dat    RUZCREA2 SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "dte.dat         RUZCREA21SM072N0024".
          02 filler               pic x(30)
             value "fecha de emision del documento".
          02 filler               pic x(35)
             value "egresos.dat     RUZCREA24SN000N0067".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "espera.dat      RUZCREA48SN000N0133".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "estadomed.dat   RUZCREA29SN000N0024".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "farmacovig.dat  RUZCREA59SN000N0318".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "fiado.dat       RUZCREA9 SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "folios.dat      RUZCREA21SN000N0030".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "forlin.dat      RUZCREA32SN000N0019".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "formulas.dat    RUZCREA32SN000N0046".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "fraccion.dat    RUZCREA31SN000N0016".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "frio.dat        RUZCREA30SN000N0007".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "interacc.dat    RUZCREA28SN000N0071".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "inventario.dat  RUZCREA14SN000N0068".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "invmens.dat     RUZCREA71SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "kitcomp.dat     RUZCREA54SN000N0015".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "kits.dat        RUZCREA54SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "lab.dat         RUZCREA2 SN000N0064".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "leadlab.dat     RUZCREA38SN000N0021".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "liqcons.dat     RUZCREA51SN000N0048".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "listaprecio.dat RUZCREA60SN000N0044".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "medcat.dat      RUZCREA42SN000N0009".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "medicamentos.datRUZCREA2 SN000N0189".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "medicos.dat     RUZCREA13SN000N0049".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "mov.dat         RUZCREA2 SA000N0162".
          02 filler               pic x(30)
             value "ano de la fecha de venta".
          02 filler               pic x(35)
             value "movarch.dat     RUZCREA4 SN000N0152".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ncprov.dat      RUZCREA25SN000N0039".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ncventa.dat     RUZCREA26SM072N0102".
          02 filler               pic x(30)
             value "fecha de la nota de credito".
          02 filler               pic x(35)
             value "nomdet.dat      RUZCREA50SN000N0042".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "nominas.dat     RUZCREA50SN000N0040".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ocdist.dat      RUZCREA66SN000N0042".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "oclin.dat       RUZCREA17SN000N0058".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "operadores.dat  RUZCREA2 SN000S0109".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ordenes.dat     RUZCREA17SN000N0035".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ordprep.dat     RUZCREA32SN000N0047".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "pagconv.dat     RUZCREA62SN000N0055".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "parametros.dat  RUZCREA34SN000S0091".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "periodos.dat    RUZCREA10SN000N0037".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "preciohist.dat  RUZCREA6 SN000N0037".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "preciolista.dat RUZCREA60SN000N0021".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "preciopac.dat   RUZCREA63SN000N0055".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "precios.dat     RUZCREA7 SN000N0019".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "presupuesto.dat RUZCREA61SN000N0046".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "promos.dat      RUZCREA12SN000N0026".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "prorrateo.dat   RUZCREA53SN000N0087".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "rcvcuad.dat     RUZCREA68SN000N0038".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "recelec.dat     RUZCREA65SN000N0087".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "recepborr.dat   RUZCREA36SN000N0083".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "recetaret.dat   RUZCREA47SN000N0070".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "recetas.dat     RUZCREA64SN000N0094".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "reclprec.dat    RUZCREA63SN000N0112".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "reetiq.dat      RUZCREA41SN000N0020".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "regsan.dat      RUZCREA67SN000N0071".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "rendicion.dat   RUZCREA46SN000N0089".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "repartos.dat    RUZCREA18SN000N0101".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "reservas.dat    RUZCREA37SN000N0045".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "runctl.dat      RUZCREA44NN000N0035".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "scritico.dat    RUZCREA2 SN000N0062".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "segclientes.dat RUZCREA58SN000N0067".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "sobreventas.dat RUZCREA5 SN000N0107".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "spool.dat       RUZCREA45NN000N0067".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "sucursales.dat  RUZCREA33SN000N0062".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "sugtras.dat     RUZCREA55SN000N0074".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "temperat.dat    RUZCREA30SN000N0023".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "traslados.dat   RUZCREA16SN000N0041".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "trasuc.dat      RUZCREA33SN000N0103".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "trxjour.dat     RUZCREA19SM003N0039".
          02 filler               pic x(30)
             value "fecha de trx cerradas".
          02 filler               pic x(35)
             value "ubicac.dat      RUZCREA57SN000N0035".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ultlote.dat     RUZCREA74SN000N0009".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "unidades.dat    RUZCREA2 SN000N0007".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "valecanje.dat   RUZCREA49SN000N0041".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "vales.dat       RUZCREA49SN000N0062".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "vencidos.dat    RUZCREA3 SN000N0062".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "ventas.dat      RUZCREA2 SA000N0089".
          02 filler               pic x(30)
             value "ano de la fecha de registro".
          02 filler               pic x(35)
             value "ventasarch.dat  RUZCREA4 SN000N0087".
          02 filler               pic x(30) value spaces.
          02 filler               pic x(35)
             value "vtasmens.dat    RUZCREA43SN000N0076".
          02 filler               pic x(30) value spaces.
       01 ws-tabla-catalogo-r redefines ws-tabla-catalogo.
          02 te-entrada            pic x(65) occurs 104 times.
       77 ws-i                     pic 9(3).

       procedure division.
       abrir-fichero.
           open output catalogo-archivos.
           move 1 to ws-i.
       grabar-entrada.
           if ws-i > 104 then go cerrar-fichero end-if.
           move te-entrada (ws-i) to ka-definicion.
           move 0 to ka-registros.
           move 0 to ka-registros-anterior.
           move 0 to ka-fecha-respaldo.
           move 0 to ka-fecha-anterior.
           write reg-catalogo-archivo invalid key continue end-write.
           add 1 to ws-i.
           go grabar-entrada.
       cerrar-fichero.
           close catalogo-archivos.
           stop run.
