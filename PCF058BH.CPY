      *>=================================================================
      *> PCF058BH.CPY - FD/registro do arquivo EFD058BH.CAD. Um registro
      *>                por manutenção aplicada a EFD058B.CAD (no estilo
      *>                de EFD058H.CAD): quem alterou, quando, o tipo da
      *>                operação, a imagem do registro antes e depois e
      *>                o motivo informado.
      *>=================================================================
       fd  pd058bh
           label record standard.
       01  (f58b)h-registro.
           03 (f58b)h-data-alteracao         pic 9(08).
           03 (f58b)h-hora-alteracao         pic 9(06).
           03 (f58b)h-id-usuario             pic x(08).
           03 (f58b)h-tipo-operacao          pic x(01).
               88 (f58b)h-inclusao                   value "I".
               88 (f58b)h-desativacao                value "D".
               88 (f58b)h-retencao                   value "R".
           03 (f58b)h-nome-programa          pic x(08).
           03 (f58b)h-nome-arquivo           pic x(30).
           03 (f58b)h-valor-antigo           pic x(50).
           03 (f58b)h-valor-novo             pic x(50).
           03 (f58b)h-motivo                 pic x(60).
