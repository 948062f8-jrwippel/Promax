      *>=================================================================
      *> PCF0940H.CPY - FD/registro do arquivo EFD094H.CAD. Um registro
      *>                por manutenção aplicada a EFD094.CAD (no estilo
      *>                de EFD058H.CAD): quem alterou, quando, o tipo da
      *>                operação, a imagem do registro antes e depois e
      *>                o motivo informado. Na habilitação em massa cada
      *>                empresa/filial alterada gera o seu registro, com
      *>                (f940)h-ind-massa = "S".
      *>=================================================================
       fd  pd0940h
           label record standard.
       01  (f940)h-registro.
           03 (f940)h-data-alteracao         pic 9(08).
           03 (f940)h-hora-alteracao         pic 9(06).
           03 (f940)h-id-usuario             pic x(08).
           03 (f940)h-tipo-operacao          pic x(01).
               88 (f940)h-inclusao                   value "I".
               88 (f940)h-habilitacao                value "H".
               88 (f940)h-desabilitacao              value "D".
           03 (f940)h-cd-empresa             pic 9(03).
           03 (f940)h-cd-filial              pic 9(03).
           03 (f940)h-codigo-projeto         pic 9(03).
           03 (f940)h-ind-massa              pic x(01).
           03 (f940)h-valor-antigo           pic x(30).
           03 (f940)h-valor-novo             pic x(30).
           03 (f940)h-motivo                 pic x(60).
