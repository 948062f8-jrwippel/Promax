      *>=================================================================
      *> PCFAUT0H.CPY - FD/registro do arquivo EFDAUTH.CAD. Um registro
      *>                por manutenção aplicada a EFDAUT.CAD (no estilo
      *>                de EFD058H.CAD): quem alterou, quando, o tipo da
      *>                operação, a imagem do registro antes e depois e
      *>                o motivo informado.
      *>=================================================================
       fd  pdaut0h
           label record standard.
       01  (faut)h-registro.
           03 (faut)h-data-alteracao         pic 9(08).
           03 (faut)h-hora-alteracao         pic 9(06).
           03 (faut)h-id-usuario             pic x(08).
           03 (faut)h-tipo-operacao          pic x(01).
               88 (faut)h-concessao                  value "I".
               88 (faut)h-revogacao                  value "D".
           03 (faut)h-valor-antigo           pic x(51).
           03 (faut)h-valor-novo             pic x(51).
           03 (faut)h-motivo                 pic x(60).
