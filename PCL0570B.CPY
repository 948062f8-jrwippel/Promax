      *>=================================================================
      *> PCL0570B.CPY - Rotinas de leitura do arquivo EFD057B.CAD, na
      *>                ordem da chave (marca/conjunto/arquivo).
      *>=================================================================
       9000-ler-pd0570b-ran section.
       9000.
            read  pd0570b
                  key is (f570)b-chave
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.

       9000-str-pd0570b-gtr section.
       9000.
            start pd0570b key is not less than (f570)b-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd0570b-nex section.
       9000.
            read  pd0570b next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
