      *>=================================================================
      *> PCLAUT00.CPY - Rotinas de leitura do arquivo EFDAUT.CAD, na
      *>                ordem da chave (usuário/programa/opção/unidade).
      *>=================================================================
       9000-ler-pdaut00-ran section.
       9000.
            read  pdaut00
                  key is (fau)t0-chave
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.

       9000-str-pdaut00-gtr section.
       9000.
            start pdaut00 key is not less than (fau)t0-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pdaut00-nex section.
       9000.
            read  pdaut00 next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
