       identification division.
       program-id. crea-alertas.
       author. claudio-ruz.
       environment division.
       input-output section.
       file-control.

           select alertas-operativas assign to disk
           organization is indexed
           access mode is dynamic
           record key is al-correlativo
           alternate record key is al-bandeja with duplicates.

       data division.
       file section.
      *_bandeja comun de alertas operativas: cada batch o programa
      *_deja su aviso con severidad y perfil destinatario mediante
      *_alerta-registrar, y programa-principal las muestra despues
      *_del login hasta que un operador del perfil acusa recibo. la
      *_clave alterna perfil+estado deja leer solo las pendientes
      *_de un perfil
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

       procedure division.
       abrir-fichero.
           open output alertas-operativas.
           close alertas-operativas.
           stop run.
