      *>=================================================================
      *> PCL057QB.CPY - Rotinas de leitura do arquivo EFD057QB.CAD.
      *>=================================================================
       9000-ler-pd057qb-ran section.
       9000.
            read  pd057qb
                  key is (f57q)b-numero-solicitacao
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.

       9000-str-pd057qb-gtr section.
       9000.
            move  zeros                to (f57q)b-numero-solicitacao
            start pd057qb key is not less than (f57q)b-numero-solicitacao
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd057qb-nex section.
       9000.
            read  pd057qb next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
