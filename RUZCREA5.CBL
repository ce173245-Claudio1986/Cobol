             03 so-fhr-segundo      pic 99.
          02 so-estado              pic x.
          02 so-motivo-cancela      pic x(20).
          02 so-sucursal            pic x(2).

       procedure division.
       abrir-fichero.
