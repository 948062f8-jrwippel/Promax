      *>=================================================================
      *> PCL0580D.CPY - Rotinas de leitura do arquivo EFD058D.CAD.
      *>=================================================================
       9000-ler-pd0580d-ran section.
       9000.
            read  pd0580d
                  key is (f580)d-nome-programa
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.
