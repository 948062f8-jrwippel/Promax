      *>=================================================================
      *> PCL0570Q.CPY - Rotinas de leitura do arquivo EFD057Q.CAD, na
      *>                ordem do número da solicitação.
      *>=================================================================
       9000-ler-pd0570q-ran section.
       9000.
            read  pd0570q
                  key is (f570)q-numero-solicitacao
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.

      *> Posiciona depois do registro de controle (número zero).
       9000-str-pd0570q-gtr section.
       9000.
            move  1                    to (f570)q-numero-solicitacao
            start pd0570q key is not less than (f570)q-numero-solicitacao
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd0570q-nex section.
       9000.
            read  pd0570q next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
