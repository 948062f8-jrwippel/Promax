               88 (f580)h-desativacao                value "D".
               88 (f580)h-resequenciamento           value "R".
           03 (f580)h-nome-programa          pic x(08).
           03 (f580)h-valor-antigo           pic x(61).
           03 (f580)h-valor-novo             pic x(61).
           03 (f580)h-motivo                 pic x(60).
