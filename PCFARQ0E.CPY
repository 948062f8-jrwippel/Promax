      *>=================================================================
      *> PCFARQ0E.CPY - FD/registro genérico de leitura (PCSARQ0E.CPY).
      *>                A imagem cobre o maior registro arquivado
      *>                (EFD058H.CAD); registros menores chegam
      *>                completados com espaços.
      *>=================================================================
       fd  pdarq0e
           label record standard.
       01  (farq)e-registro                  pic x(256).
