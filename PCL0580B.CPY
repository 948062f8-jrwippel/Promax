      *>=================================================================
      *> PCL0580B.CPY - Rotinas de leitura do arquivo EFD058B.CAD, na
      *>                ordem da chave (programa/arquivo).
      *>=================================================================
       9000-ler-pd0580b-ran section.
       9000.
            read  pd0580b
                  key is (f580)b-chave
                  invalid key
                       continue
            end-read.
       9000-exit.
            exit.

       9000-str-pd0580b-gtr section.
       9000.
            start pd0580b key is not less than (f580)b-chave
                  invalid key
                       continue
            end-start.
       9000-exit.
            exit.

       9000-ler-pd0580b-nex section.
       9000.
            read  pd0580b next record
                  at end
                       continue
            end-read.
       9000-exit.
            exit.
