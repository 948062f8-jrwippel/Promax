      *>=================================================================
      *> PCFJAN0H.CPY - FD/registro do arquivo EFDJANH.CAD. Um registro
      *>                por manutenção aplicada ao calendário EFDJAN.CAD
      *>                (no estilo de EFD058H.CAD): quem alterou, quando,
      *>                o tipo da operação, a imagem do registro antes e
      *>                depois e o motivo informado.
      *>=================================================================
       fd  pdjan0h
           label record standard.
       01  (fjan)h-registro.
           03 (fjan)h-data-alteracao         pic 9(08).
           03 (fjan)h-hora-alteracao         pic 9(06).
           03 (fjan)h-id-usuario             pic x(08).
           03 (fjan)h-tipo-operacao          pic x(01).
               88 (fjan)h-inclusao                   value "I".
               88 (fjan)h-alteracao                  value "A".
               88 (fjan)h-desativacao                value "D".
           03 (fjan)h-cd-empresa             pic 9(03).
           03 (fjan)h-cd-filial              pic 9(03).
           03 (fjan)h-sequencia              pic 9(03).
           03 (fjan)h-valor-antigo           pic x(39).
           03 (fjan)h-valor-novo             pic x(39).
           03 (fjan)h-motivo                 pic x(60).
