      *>=================================================================
      *> PCF057BH.CPY - FD/registro do arquivo EFD057BH.CAD. Um registro
      *>                por arquivo tratado numa restauração: quem
      *>                restaurou, quando, de qual conjunto, o que foi
      *>                feito com o arquivo e o motivo informado.
      *>=================================================================
       fd  pd057bh
           label record standard.
       01  (f57b)h-registro.
           03 (f57b)h-data-restauracao       pic 9(08).
           03 (f57b)h-hora-restauracao       pic 9(06).
           03 (f57b)h-id-usuario             pic x(08).
           03 (f57b)h-cd-empresa             pic 9(03).
           03 (f57b)h-cd-filial              pic 9(03).
           03 (f57b)h-nome-programa          pic x(08).
           03 (f57b)h-id-backup              pic 9(14).
           03 (f57b)h-nome-arquivo           pic x(30).
           03 (f57b)h-resultado              pic x(20).
           03 (f57b)h-motivo                 pic x(60).
