      *>=================================================================
      *> PCL0570X.CPY - Rotinas de leitura do arquivo EFD057X.CAD, por
      *>                chave e na ordem da chave (identificação do
      *>                alerta).
      *>=================================================================
       9000-ler-pd0570x-ran section.
       9000.
            end-read.
       9000-exit.
            exit.

       9000-str-pd0570x-gtr section.
       9000.
            start pd0570x key is not less than (f570)x-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd0570x-nex section.
       9000.
            read  pd0570x next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
