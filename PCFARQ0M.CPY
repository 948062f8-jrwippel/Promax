      *>=================================================================
      *> PCFARQ0M.CPY - FD/registro genérico do arquivo morto
      *>                (PCSARQ0M.CPY). Guarda a imagem original do
      *>                registro, inclusive dos arquivos indexados
      *>                EFD057R.CAD e EFD057X.CAD, para a consulta ler
      *>                todos do mesmo jeito.
      *>=================================================================
       fd  pdarq0m
           label record standard.
       01  (farq)m-registro                  pic x(256).
