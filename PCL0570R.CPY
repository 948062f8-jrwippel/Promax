      *>=================================================================
      *> PCL0570R.CPY - Rotinas de leitura do arquivo EFD057R.CAD, por
      *>                chave e na ordem da chave (identificação do
      *>                alerta).
      *>=================================================================
       9000-ler-pd0570r-ran section.
       9000.
            end-read.
       9000-exit.
            exit.

       9000-str-pd0570r-gtr section.
       9000.
            start pd0570r key is not less than (f570)r-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd0570r-nex section.
       9000.
            read  pd0570r next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
