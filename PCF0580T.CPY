               05 (f580)t-ind-ativo        pic x(01).
               05 (f580)t-data-vigencia    pic 9(08).
               05 (f580)t-max-tentativas   pic 9(02).
               05 (f580)t-versao-minima    pic x(11).
               05 (f580)t-versao-maxima    pic x(11).
               05 (f580)t-data-limite      pic 9(08).
               05 filler                   pic x(09).
           03 (f580)t-dados-dependencia redefines (f580)t-dados.
               05 (f580)t-dep-nome-programa pic x(08).
               05 (f580)t-dep-prerequisito pic x(08).
