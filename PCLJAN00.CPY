      *>=================================================================
      *> PCLJAN00.CPY - Rotinas de leitura do arquivo EFDJAN.CAD.
      *>                O start -emp posiciona na primeira janela da
      *>                empresa/filial já movida para a chave; o -gtr
      *>                posiciona no início do arquivo.
      *>=================================================================
       9000-str-pdjan00-emp section.
       9000.
       9000-exit.
            exit.

       9000-str-pdjan00-gtr section.
       9000.
            move  low-values           to (fja)n0-chave
            start pdjan00 key is not less than (fja)n0-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pdjan00-nex section.
       9000.
            read  pdjan00 next record
            end-read.
       9000-exit.
            exit.

       9000-ler-pdjan00-ran section.
       9000.
            read  pdjan00
                  key is (fja)n0-chave
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.
