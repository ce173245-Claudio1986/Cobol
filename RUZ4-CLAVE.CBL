       identification division.
       program-id. cifrar-clave.
       author. claudio-ruz.
       environment division.
       data division.
       working-storage section.
      *_subprograma comun: entrega la clave del operador cifrada en
      *_16 digitos, para que operadores.dat no guarde claves en claro.
      *_el identificador entra a la mezcla, asi dos operadores con la
      *_misma clave no quedan con el mismo cifrado; el cifrado no se
      *_puede revertir, solo se compara
       01 ws-alfabeto.
          02 filler            pic x(24) value
             " !""#$%&'()*+,-./01234567".
          02 filler            pic x(24) value
             "89:;<=>?@ABCDEFGHIJKLMNO".
          02 filler            pic x(24) value
             "PQRSTUVWXYZ[\]^_`abcdefg".
          02 filler            pic x(24) value
             "hijklmnopqrstuvwxyz{|}~ ".
       01 ws-texto                pic x(16).
       77 ws-acum-1               pic 9(9).
       77 ws-acum-2               pic 9(9).
       77 ws-producto             pic 9(12).
       77 ws-cociente             pic 9(6).
       77 ws-valor                pic 99.
       77 ws-vuelta               pic 9.
       77 ws-pos                  pic 99.
       77 ws-k                    pic 99.
       01 ws-resultado.
          02 ws-res-1             pic 9(9).
          02 ws-res-2             pic 9(7).
       linkage section.
       01 lk-operador             pic x(8).
       01 lk-clave                pic x(8).
       01 lk-cifrada              pic x(16).
       procedure division using lk-operador lk-clave lk-cifrada.
       inicio-cifrado.
           move lk-operador to ws-texto (1:8).
           move lk-clave    to ws-texto (9:8).
           move 7919   to ws-acum-1.
           move 104729 to ws-acum-2.
           move 0      to ws-vuelta.
      *_tres pasadas sobre identificador y clave; cada caracter se
      *_mezcla en dos acumuladores con modulos primos distintos
       mezclar-vuelta.
           add 1 to ws-vuelta.
           if ws-vuelta > 3 then go entregar-cifrado end-if.
           move 0 to ws-pos.
       mezclar-caracter.
           add 1 to ws-pos.
           if ws-pos > 16 then go mezclar-vuelta end-if.
           perform buscar-caracter thru fin-buscar-caracter.
           compute ws-producto = ws-acum-1 * 31
              + ws-valor * (ws-pos + 7) + ws-vuelta.
           divide ws-producto by 999999937 giving ws-cociente
               remainder ws-acum-1.
           compute ws-producto = ws-acum-2 * 37
              + ws-valor * ws-valor + ws-pos * ws-vuelta
              + ws-acum-1.
           divide ws-producto by 999999929 giving ws-cociente
               remainder ws-acum-2.
           go mezclar-caracter.
       entregar-cifrado.
           move ws-acum-1 to ws-res-1.
           move ws-acum-2 to ws-res-2.
           move ws-resultado to lk-cifrada.
           goback.

      *_posicion del caracter en el alfabeto imprimible; lo que no
      *_esta en el alfabeto vale 96
       buscar-caracter.
           move 96 to ws-valor.
           move 0  to ws-k.
       comparar-caracter.
           add 1 to ws-k.
           if ws-k > 95 then go fin-buscar-caracter end-if.
           if ws-alfabeto (ws-k:1) = ws-texto (ws-pos:1) then
              move ws-k to ws-valor
              go fin-buscar-caracter
           end-if.
           go comparar-caracter.
       fin-buscar-caracter.
           exit.
